      * total, latest run of each program) and the paragraphs still
      * uncovered on each program's most recent run.
      *
      * A changed-paragraph selection runs only part of a program's
      * cases, so its summary (scope S) would read as a coverage drop
      * that never happened: those runs are stepped over. The per-
      * case records (type K) are there for ZUTZCPC's selection and
      * are not reported here.
      *
      * The trail is appended chronologically by every run, so the
      * records of one program arrive in date order already and the
      * per-month aggregation needs no sort - unlike the audit trail
      * ZUTZCSC reads, which is keyed by userid first.
      *
      * -- Input --
      * CUTCOVER  The persistent coverage trail ('C' summary records,
      *           'U' uncovered-paragraph records and 'K' per-case
      *           records)
      *
      * -- Output --
      * SYSOUT    The trend report (DISPLAY)
           05  UT-COVER-REC-TYPE      PIC X(01).
               88  COVER-SUMMARY-REC      VALUE 'C'.
               88  COVER-UNCOVERED-REC    VALUE 'U'.
               88  COVER-CASE-HIT-REC     VALUE 'K'.
           05  FILLER                 PIC X(01).
           05  UT-COVER-REC-PROGRAM   PIC X(08).
           05  FILLER                 PIC X(01).
           05  UT-COVER-REC-COVERED   PIC 9(04).
           05  FILLER                 PIC X(01).
           05  UT-COVER-REC-PARA      PIC X(31).
           05  FILLER                 PIC X(01).
           05  UT-COVER-REC-SCOPE     PIC X(01).
               88  COVER-SELECTION-RUN    VALUE 'S'.
           05  FILLER                 PIC X(10).
       WORKING-STORAGE SECTION.
       01  UT-COVER-FILE-STATUS       PIC X(02).
           88  UT-COVER-FILE-OK           VALUE '00'.
      *****************************************************************
      * ACUMULA UM REGISTRO DE RESUMO NO GRUPO PROGRAMA/MES E GUARDA
      * O RETRATO DA RODADA MAIS RECENTE DO PROGRAMA; OS REGISTROS
      * TIPO U SAO TRATADOS SO NA SECAO FINAL (RELIDOS DA TRILHA).
      * O RESUMO DE UMA SELECAO POR PARAGRAFO ALTERADO (ESCOPO S) E'
      * PULADO - RODOU SO PARTE DOS CASOS
      *****************************************************************
       2000-PROCESS-RECORD.
           IF COVER-SUMMARY-REC
           AND NOT COVER-SELECTION-RUN
               PERFORM 2100-ACCUMULATE-SUMMARY
                   THRU 2100-ACCUMULATE-SUMMARY-SAI
           END-IF
