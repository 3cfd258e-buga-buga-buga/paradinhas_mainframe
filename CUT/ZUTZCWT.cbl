       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ZUTZCWT.
      *****************************************************************
      * This work is licensed under a Creative Commons
      * Attribution-ShareAlike 4.0 International license.
      * See http://creativecommons.org/licenses/by-sa/4.0/.
      *
      * Compiler warning trend report over the diagnostics trail that
      * ZUTZCDG appends to the CUTDIAG dataset behind every COMPILA
      * and COMPILA2 step of CUTPROC. It prints three sections:
      *
      *   1. per program, compile step and month: the number of
      *      compiles, the warning count of the month's last compile
      *      and how much it moved against the previous month;
      *   2. the warnings that are new on each program's latest
      *      compile: message IDs that appear more times than on the
      *      compile before it (the same step of the same program);
      *   3. the message IDs most common across the shop, counted
      *      over the latest compile of every program and step.
      *
      * The trail is appended chronologically, so the records of one
      * program arrive in date order already and neither the monthly
      * grouping nor "latest"/"previous" compile needs a sort - the
      * same reasoning as the coverage trend in ZUTZCCV. Sections 2
      * and 3 come from a second pass over the trail, once the first
      * pass has settled which compile is the latest and which the
      * previous one for every program and step.
      *
      * -- Input --
      * CUTDIAG   The diagnostics trail ('R' compile summary records
      *           and 'M' message records)
      *
      * -- Output --
      * SYSOUT    The trend report (DISPLAY)
      * RETURN-CODE   0 when the report printed,
      *               16 when the trail cannot be opened
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UT-DIAG-FILE
               ASSIGN TO CUTDIAG
               FILE STATUS IS UT-DIAG-FILE-STATUS
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  UT-DIAG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS UT-DIAG-RECORD.
       01  UT-DIAG-RECORD.
           05  UT-DIAG-REC-TYPE       PIC X(01).
               88  DIAG-SUMMARY-REC       VALUE 'R'.
               88  DIAG-MESSAGE-REC       VALUE 'M'.
           05  FILLER                 PIC X(01).
           05  UT-DIAG-REC-PROGRAM    PIC X(08).
           05  FILLER                 PIC X(01).
           05  UT-DIAG-REC-DATE       PIC 9(08).
           05  FILLER REDEFINES UT-DIAG-REC-DATE.
               10  UT-DIAG-REC-MONTH  PIC 9(06).
               10  FILLER             PIC 9(02).
           05  FILLER                 PIC X(01).
           05  UT-DIAG-REC-TIME       PIC 9(06).
           05  FILLER                 PIC X(01).
           05  UT-DIAG-REC-STEP       PIC X(08).
           05  FILLER                 PIC X(01).
           05  UT-DIAG-REC-BODY       PIC X(44).
           05  UT-DIAG-REC-COUNTS REDEFINES UT-DIAG-REC-BODY.
               10  UT-DIAG-REC-INFO   PIC 9(04).
               10  FILLER             PIC X(01).
               10  UT-DIAG-REC-WARN   PIC 9(04).
               10  FILLER             PIC X(01).
               10  UT-DIAG-REC-ERROR  PIC 9(04).
               10  FILLER             PIC X(01).
               10  UT-DIAG-REC-SEVERE PIC 9(04).
               10  FILLER             PIC X(25).
           05  UT-DIAG-REC-MESSAGE REDEFINES UT-DIAG-REC-BODY.
               10  UT-DIAG-REC-MSGID  PIC X(09).
               10  FILLER             PIC X(01).
               10  UT-DIAG-REC-SEV    PIC X(01).
               10  FILLER             PIC X(01).
               10  UT-DIAG-REC-LINE   PIC 9(06).
               10  FILLER             PIC X(26).
       WORKING-STORAGE SECTION.
       01  UT-DIAG-FILE-STATUS        PIC X(02).
           88  UT-DIAG-FILE-OK            VALUE '00'.
           88  UT-DIAG-FILE-EOF           VALUE '10'.
       01  CWT-SWITCHES.
           05  CWT-MORE-RECORDS       PIC X(01) VALUE 'Y'.
               88  CWT-NO-MORE-RECORDS    VALUE 'N'.
           05  CWT-FOUND              PIC X(01) VALUE 'N'.
               88  CWT-ENTRY-FOUND        VALUE 'Y'.
               88  CWT-ENTRY-NOT-FOUND    VALUE 'N'.
           05  CWT-RUN-KIND           PIC X(01) VALUE SPACE.
               88  CWT-LATEST-RUN         VALUE 'L'.
               88  CWT-PREVIOUS-RUN       VALUE 'P'.
               88  CWT-OLDER-RUN          VALUE SPACE.
      *****************************************************************
      * UM ACUMULADOR POR PROGRAMA/PASSO/MES, E O RETRATO DA ULTIMA E
      * DA PENULTIMA COMPILACAO DE CADA PROGRAMA/PASSO
      *****************************************************************
       01  CWT-GROUP-TABLE.
           05  CWT-GRP-MAX            PIC 9(03) COMP VALUE 300.
           05  CWT-GRP-COUNT          PIC 9(03) COMP VALUE ZEROES.
           05  CWT-SUB                PIC 9(03) COMP VALUE ZEROES.
           05  CWT-HIT                PIC 9(03) COMP VALUE ZEROES.
           05  CWT-GRP-ENTRY OCCURS 300.
               10  CWT-GRP-PROGRAM    PIC X(08).
               10  CWT-GRP-STEP       PIC X(08).
               10  CWT-GRP-MONTH      PIC 9(06).
               10  CWT-GRP-RUNS       PIC 9(04).
               10  CWT-GRP-LAST-WARN  PIC 9(04).
               10  CWT-GRP-PRIOR-SW   PIC X(01).
                   88  CWT-GRP-HAS-PRIOR  VALUE 'Y'.
               10  CWT-GRP-PRIOR-WARN PIC 9(04).
       01  CWT-LAST-TABLE.
           05  CWT-LAST-MAX           PIC 9(03) COMP VALUE 300.
           05  CWT-LAST-COUNT         PIC 9(03) COMP VALUE ZEROES.
           05  CWT-LSUB               PIC 9(03) COMP VALUE ZEROES.
           05  CWT-LAST-ENTRY OCCURS 300.
               10  CWT-LAST-PROGRAM   PIC X(08).
               10  CWT-LAST-STEP      PIC X(08).
               10  CWT-LAST-DATE      PIC 9(08).
               10  CWT-LAST-TIME      PIC 9(06).
               10  CWT-LAST-WARN      PIC 9(04).
               10  CWT-PREV-SW        PIC X(01).
                   88  CWT-HAS-PREVIOUS   VALUE 'Y'.
               10  CWT-PREV-DATE      PIC 9(08).
               10  CWT-PREV-TIME      PIC 9(06).
               10  CWT-PREV-WARN      PIC 9(04).
      *****************************************************************
      * SEGUNDA PASSADA: QUANTAS VEZES CADA MENSAGEM APARECE NA ULTIMA
      * E NA PENULTIMA COMPILACAO DO PROGRAMA/PASSO, E QUANTAS VEZES
      * NA CASA (ULTIMA COMPILACAO DE TODOS)
      *****************************************************************
       01  CWT-NEW-TABLE.
           05  CWT-NEW-MAX            PIC 9(03) COMP VALUE 500.
           05  CWT-NEW-COUNT          PIC 9(03) COMP VALUE ZEROES.
           05  CWT-NSUB               PIC 9(03) COMP VALUE ZEROES.
           05  CWT-NEW-ENTRY OCCURS 500.
               10  CWT-NEW-PROGRAM    PIC X(08).
               10  CWT-NEW-STEP       PIC X(08).
               10  CWT-NEW-MSGID      PIC X(09).
               10  CWT-NEW-SEV        PIC X(01).
               10  CWT-NEW-LATEST     PIC 9(04).
               10  CWT-NEW-PREVIOUS   PIC 9(04).
       01  CWT-SHOP-TABLE.
           05  CWT-SHOP-MAX           PIC 9(03) COMP VALUE 300.
           05  CWT-SHOP-COUNT         PIC 9(03) COMP VALUE ZEROES.
           05  CWT-SSUB               PIC 9(03) COMP VALUE ZEROES.
           05  CWT-SHOP-ENTRY OCCURS 300.
               10  CWT-SHOP-MSGID     PIC X(09).
               10  CWT-SHOP-SEV       PIC X(01).
               10  CWT-SHOP-TIMES     PIC 9(06).
               10  CWT-SHOP-PRINTED   PIC X(01).
                   88  CWT-SHOP-DONE      VALUE 'Y'.
       01  CWT-WORK.
           05  CWT-TOP-MAX            PIC 9(03) COMP VALUE 10.
           05  CWT-RANK               PIC 9(03) COMP VALUE ZEROES.
           05  CWT-BEST               PIC 9(03) COMP VALUE ZEROES.
           05  CWT-NEW-LINES          PIC 9(04) VALUE ZEROES.
           05  CWT-CHANGE             PIC S9(04) VALUE ZEROES.
       01  CWT-REPORT-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CWT-RPT-PROGRAM        PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CWT-RPT-STEP           PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CWT-RPT-MONTH          PIC 9(06).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  CWT-RPT-RUNS           PIC ZZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  CWT-RPT-WARN           PIC ZZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  CWT-RPT-CHANGE         PIC +ZZZ9.
           05  CWT-RPT-CHANGE-X REDEFINES CWT-RPT-CHANGE
                                      PIC X(05).
       01  CWT-NEW-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CWT-NLN-PROGRAM        PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CWT-NLN-STEP           PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CWT-NLN-MSGID          PIC X(09).
           05  FILLER                 PIC X(01) VALUE '-'.
           05  CWT-NLN-SEV            PIC X(01).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  CWT-NLN-PREVIOUS       PIC ZZZ9.
           05  FILLER                 PIC X(04) VALUE ' -> '.
           05  CWT-NLN-LATEST         PIC ZZZ9.
       01  CWT-TOP-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CWT-TLN-RANK           PIC Z9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  CWT-TLN-MSGID          PIC X(09).
           05  FILLER                 PIC X(01) VALUE '-'.
           05  CWT-TLN-SEV            PIC X(01).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  CWT-TLN-TIMES          PIC ZZZZZ9.
       PROCEDURE DIVISION.
      *****************************************************************
      * ROTINA PRINCIPAL
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECORD
               UNTIL CWT-NO-MORE-RECORDS
           PERFORM 3000-PRINT-TREND
           PERFORM 4000-COUNT-LATEST-MESSAGES
               THRU 4000-COUNT-LATEST-MESSAGES-SAI
           PERFORM 5000-PRINT-NEW-WARNINGS
           PERFORM 6000-PRINT-SHOP-TOP
           PERFORM 9999-TERMINATE
           GOBACK.
      *****************************************************************
      * ABRE A TRILHA DE DIAGNOSTICOS E IMPRIME O CABECALHO
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT UT-DIAG-FILE
           IF NOT UT-DIAG-FILE-OK
               DISPLAY 'ZUTZCWT: NAO FOI POSSIVEL ABRIR CUTDIAG, '
                   'FILE STATUS = ' UT-DIAG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY '================================================='
           DISPLAY 'TENDENCIA DE AVISOS DO COMPILADOR - CUT'
           DISPLAY '================================================='
           DISPLAY ' PROGRAMA  PASSO     MES    COMPILS  AVISOS  '
               'VARIACAO'
           PERFORM 8000-READ-DIAG-RECORD
           .
      *****************************************************************
      * ACUMULA UM REGISTRO DE RESUMO NO GRUPO PROGRAMA/PASSO/MES E
      * EMPURRA O RETRATO DA ULTIMA COMPILACAO PARA PENULTIMA; OS
      * REGISTROS TIPO M SAO TRATADOS SO NA SEGUNDA PASSADA
      *****************************************************************
       2000-PROCESS-RECORD.
           IF DIAG-SUMMARY-REC
               PERFORM 2100-ACCUMULATE-SUMMARY
                   THRU 2100-ACCUMULATE-SUMMARY-SAI
           END-IF
           PERFORM 8000-READ-DIAG-RECORD
           .
       2100-ACCUMULATE-SUMMARY.
           PERFORM 7100-FIND-LATEST
           PERFORM 7000-FIND-GROUP
           IF CWT-ENTRY-NOT-FOUND
               IF CWT-GRP-COUNT IS LESS THAN CWT-GRP-MAX
                   ADD 1 TO CWT-GRP-COUNT
                   MOVE CWT-GRP-COUNT TO CWT-HIT
                   MOVE UT-DIAG-REC-PROGRAM
                       TO CWT-GRP-PROGRAM(CWT-HIT)
                   MOVE UT-DIAG-REC-STEP  TO CWT-GRP-STEP(CWT-HIT)
                   MOVE UT-DIAG-REC-MONTH TO CWT-GRP-MONTH(CWT-HIT)
                   MOVE ZEROES TO CWT-GRP-RUNS(CWT-HIT)
                   MOVE ZEROES TO CWT-GRP-LAST-WARN(CWT-HIT)
                   MOVE 'N' TO CWT-GRP-PRIOR-SW(CWT-HIT)
                   MOVE ZEROES TO CWT-GRP-PRIOR-WARN(CWT-HIT)
      * O MES ANTERIOR E' O QUE A ULTIMA COMPILACAO JA RETRATADA DIZ
                   IF CWT-LSUB IS GREATER THAN ZEROES
                       MOVE 'Y' TO CWT-GRP-PRIOR-SW(CWT-HIT)
                       MOVE CWT-LAST-WARN(CWT-LSUB)
                           TO CWT-GRP-PRIOR-WARN(CWT-HIT)
                   END-IF
               ELSE
                   GO TO 2100-ACCUMULATE-SUMMARY-SAI
               END-IF
           END-IF
           ADD 1 TO CWT-GRP-RUNS(CWT-HIT)
           MOVE UT-DIAG-REC-WARN TO CWT-GRP-LAST-WARN(CWT-HIT)

           IF CWT-LSUB IS EQUAL TO ZEROES
               IF CWT-LAST-COUNT IS LESS THAN CWT-LAST-MAX
                   ADD 1 TO CWT-LAST-COUNT
                   MOVE CWT-LAST-COUNT TO CWT-LSUB
                   MOVE UT-DIAG-REC-PROGRAM
                       TO CWT-LAST-PROGRAM(CWT-LSUB)
                   MOVE UT-DIAG-REC-STEP TO CWT-LAST-STEP(CWT-LSUB)
                   MOVE 'N' TO CWT-PREV-SW(CWT-LSUB)
               ELSE
                   GO TO 2100-ACCUMULATE-SUMMARY-SAI
               END-IF
           ELSE
               MOVE 'Y' TO CWT-PREV-SW(CWT-LSUB)
               MOVE CWT-LAST-DATE(CWT-LSUB) TO CWT-PREV-DATE(CWT-LSUB)
               MOVE CWT-LAST-TIME(CWT-LSUB) TO CWT-PREV-TIME(CWT-LSUB)
               MOVE CWT-LAST-WARN(CWT-LSUB) TO CWT-PREV-WARN(CWT-LSUB)
           END-IF
           MOVE UT-DIAG-REC-DATE TO CWT-LAST-DATE(CWT-LSUB)
           MOVE UT-DIAG-REC-TIME TO CWT-LAST-TIME(CWT-LSUB)
           MOVE UT-DIAG-REC-WARN TO CWT-LAST-WARN(CWT-LSUB)
           .
       2100-ACCUMULATE-SUMMARY-SAI.
           EXIT.
      *****************************************************************
      * UMA LINHA POR GRUPO PROGRAMA/PASSO/MES, NA ORDEM DE CHEGADA;
      * A VARIACAO E' CONTRA A ULTIMA COMPILACAO DO MES ANTERIOR
      *****************************************************************
       3000-PRINT-TREND.
           PERFORM VARYING CWT-SUB FROM 1 BY 1
                   UNTIL CWT-SUB IS GREATER THAN CWT-GRP-COUNT
               MOVE CWT-GRP-PROGRAM(CWT-SUB)   TO CWT-RPT-PROGRAM
               MOVE CWT-GRP-STEP(CWT-SUB)      TO CWT-RPT-STEP
               MOVE CWT-GRP-MONTH(CWT-SUB)     TO CWT-RPT-MONTH
               MOVE CWT-GRP-RUNS(CWT-SUB)      TO CWT-RPT-RUNS
               MOVE CWT-GRP-LAST-WARN(CWT-SUB) TO CWT-RPT-WARN
               IF CWT-GRP-HAS-PRIOR(CWT-SUB)
                   COMPUTE CWT-CHANGE = CWT-GRP-LAST-WARN(CWT-SUB)
                                      - CWT-GRP-PRIOR-WARN(CWT-SUB)
                   END-COMPUTE
                   MOVE CWT-CHANGE TO CWT-RPT-CHANGE
               ELSE
                   MOVE '    -' TO CWT-RPT-CHANGE-X
               END-IF
               DISPLAY CWT-REPORT-LINE
           END-PERFORM
           IF CWT-GRP-COUNT IS EQUAL TO ZEROES
               DISPLAY '  (NENHUMA COMPILACAO NA TRILHA)'
           END-IF
           .
      *****************************************************************
      * RELE A TRILHA E CONTA AS MENSAGENS DA ULTIMA E DA PENULTIMA
      * COMPILACAO DE CADA PROGRAMA/PASSO (AS RETRATADAS EM CWT-LAST)
      *****************************************************************
       4000-COUNT-LATEST-MESSAGES.
           CLOSE UT-DIAG-FILE
           OPEN INPUT UT-DIAG-FILE
           IF NOT UT-DIAG-FILE-OK
               DISPLAY '  (TRILHA INDISPONIVEL NA RELEITURA)'
               GO TO 4000-COUNT-LATEST-MESSAGES-SAI
           END-IF
           MOVE 'Y' TO CWT-MORE-RECORDS
           PERFORM 8000-READ-DIAG-RECORD
           PERFORM UNTIL CWT-NO-MORE-RECORDS
               IF DIAG-MESSAGE-REC
                   PERFORM 4100-COUNT-MESSAGE
                       THRU 4100-COUNT-MESSAGE-SAI
               END-IF
               PERFORM 8000-READ-DIAG-RECORD
           END-PERFORM.
       4000-COUNT-LATEST-MESSAGES-SAI.
           EXIT.
       4100-COUNT-MESSAGE.
           PERFORM 7100-FIND-LATEST
           IF CWT-LSUB IS EQUAL TO ZEROES
               GO TO 4100-COUNT-MESSAGE-SAI
           END-IF
           SET CWT-OLDER-RUN TO TRUE
           IF UT-DIAG-REC-DATE IS EQUAL TO CWT-LAST-DATE(CWT-LSUB)
           AND UT-DIAG-REC-TIME IS EQUAL TO CWT-LAST-TIME(CWT-LSUB)
               SET CWT-LATEST-RUN TO TRUE
           ELSE
               IF CWT-HAS-PREVIOUS(CWT-LSUB)
               AND UT-DIAG-REC-DATE IS EQUAL TO
                       CWT-PREV-DATE(CWT-LSUB)
               AND UT-DIAG-REC-TIME IS EQUAL TO
                       CWT-PREV-TIME(CWT-LSUB)
                   SET CWT-PREVIOUS-RUN TO TRUE
               END-IF
           END-IF
           IF CWT-OLDER-RUN
               GO TO 4100-COUNT-MESSAGE-SAI
           END-IF

           PERFORM 7200-FIND-NEW-ENTRY
           IF CWT-ENTRY-NOT-FOUND
               IF CWT-NEW-COUNT IS LESS THAN CWT-NEW-MAX
                   ADD 1 TO CWT-NEW-COUNT
                   MOVE CWT-NEW-COUNT TO CWT-NSUB
                   MOVE UT-DIAG-REC-PROGRAM
                       TO CWT-NEW-PROGRAM(CWT-NSUB)
                   MOVE UT-DIAG-REC-STEP  TO CWT-NEW-STEP(CWT-NSUB)
                   MOVE UT-DIAG-REC-MSGID TO CWT-NEW-MSGID(CWT-NSUB)
                   MOVE UT-DIAG-REC-SEV   TO CWT-NEW-SEV(CWT-NSUB)
                   MOVE ZEROES TO CWT-NEW-LATEST(CWT-NSUB)
                   MOVE ZEROES TO CWT-NEW-PREVIOUS(CWT-NSUB)
               ELSE
                   MOVE ZEROES TO CWT-NSUB
               END-IF
           END-IF
           IF CWT-NSUB IS GREATER THAN ZEROES
               IF CWT-LATEST-RUN
                   ADD 1 TO CWT-NEW-LATEST(CWT-NSUB)
               ELSE
                   ADD 1 TO CWT-NEW-PREVIOUS(CWT-NSUB)
               END-IF
           END-IF

           IF NOT CWT-LATEST-RUN
               GO TO 4100-COUNT-MESSAGE-SAI
           END-IF
           PERFORM 7300-FIND-SHOP-ENTRY
           IF CWT-ENTRY-NOT-FOUND
               IF CWT-SHOP-COUNT IS LESS THAN CWT-SHOP-MAX
                   ADD 1 TO CWT-SHOP-COUNT
                   MOVE CWT-SHOP-COUNT TO CWT-SSUB
                   MOVE UT-DIAG-REC-MSGID TO CWT-SHOP-MSGID(CWT-SSUB)
                   MOVE UT-DIAG-REC-SEV   TO CWT-SHOP-SEV(CWT-SSUB)
                   MOVE ZEROES TO CWT-SHOP-TIMES(CWT-SSUB)
                   MOVE 'N' TO CWT-SHOP-PRINTED(CWT-SSUB)
               ELSE
                   GO TO 4100-COUNT-MESSAGE-SAI
               END-IF
           END-IF
           ADD 1 TO CWT-SHOP-TIMES(CWT-SSUB)
           .
       4100-COUNT-MESSAGE-SAI.
           EXIT.
      *****************************************************************
      * AVISOS NOVOS: MENSAGENS QUE APARECEM MAIS VEZES NA ULTIMA
      * COMPILACAO DO QUE NA ANTERIOR. UMA PRIMEIRA COMPILACAO NAO TEM
      * COM O QUE COMPARAR E NAO ENTRA AQUI
      *****************************************************************
       5000-PRINT-NEW-WARNINGS.
           DISPLAY '================================================='
           DISPLAY 'AVISOS NOVOS DESDE A COMPILACAO ANTERIOR:'
           DISPLAY ' PROGRAMA  PASSO     MENSAGEM       ANTES    AGORA'
           MOVE ZEROES TO CWT-NEW-LINES
           PERFORM VARYING CWT-NSUB FROM 1 BY 1
                   UNTIL CWT-NSUB IS GREATER THAN CWT-NEW-COUNT
               IF CWT-NEW-SEV(CWT-NSUB) IS NOT EQUAL TO 'I'
               AND CWT-NEW-LATEST(CWT-NSUB) IS GREATER THAN
                       CWT-NEW-PREVIOUS(CWT-NSUB)
                   PERFORM 5100-PRINT-IF-COMPARABLE
               END-IF
           END-PERFORM
           IF CWT-NEW-LINES IS EQUAL TO ZEROES
               DISPLAY '  (NENHUM AVISO NOVO)'
           END-IF
           .
       5100-PRINT-IF-COMPARABLE.
           MOVE CWT-NEW-PROGRAM(CWT-NSUB) TO UT-DIAG-REC-PROGRAM
           MOVE CWT-NEW-STEP(CWT-NSUB)    TO UT-DIAG-REC-STEP
           PERFORM 7100-FIND-LATEST
           IF CWT-LSUB IS GREATER THAN ZEROES
               IF CWT-HAS-PREVIOUS(CWT-LSUB)
                   ADD 1 TO CWT-NEW-LINES
                   MOVE CWT-NEW-PROGRAM(CWT-NSUB)  TO CWT-NLN-PROGRAM
                   MOVE CWT-NEW-STEP(CWT-NSUB)     TO CWT-NLN-STEP
                   MOVE CWT-NEW-MSGID(CWT-NSUB)    TO CWT-NLN-MSGID
                   MOVE CWT-NEW-SEV(CWT-NSUB)      TO CWT-NLN-SEV
                   MOVE CWT-NEW-PREVIOUS(CWT-NSUB) TO CWT-NLN-PREVIOUS
                   MOVE CWT-NEW-LATEST(CWT-NSUB)   TO CWT-NLN-LATEST
                   DISPLAY CWT-NEW-LINE
               END-IF
           END-IF
           .
      *****************************************************************
      * AS MENSAGENS MAIS COMUNS NA CASA: A MAIOR AINDA NAO IMPRESSA,
      * DEZ VEZES (A TABELA E' PEQUENA, NAO PRECISA DE SORT)
      *****************************************************************
       6000-PRINT-SHOP-TOP.
           DISPLAY '================================================='
           DISPLAY 'MENSAGENS MAIS COMUNS NA CASA (ULTIMA COMPILACAO '
               'DE CADA PROGRAMA):'
           PERFORM VARYING CWT-RANK FROM 1 BY 1
                   UNTIL CWT-RANK IS GREATER THAN CWT-TOP-MAX
                      OR CWT-RANK IS GREATER THAN CWT-SHOP-COUNT
               MOVE ZEROES TO CWT-BEST
               PERFORM VARYING CWT-SSUB FROM 1 BY 1
                       UNTIL CWT-SSUB IS GREATER THAN CWT-SHOP-COUNT
                   IF NOT CWT-SHOP-DONE(CWT-SSUB)
                       IF CWT-BEST IS EQUAL TO ZEROES
                           MOVE CWT-SSUB TO CWT-BEST
                       ELSE
                           IF CWT-SHOP-TIMES(CWT-SSUB) IS GREATER THAN
                                   CWT-SHOP-TIMES(CWT-BEST)
                               MOVE CWT-SSUB TO CWT-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'Y' TO CWT-SHOP-PRINTED(CWT-BEST)
               MOVE CWT-RANK                 TO CWT-TLN-RANK
               MOVE CWT-SHOP-MSGID(CWT-BEST) TO CWT-TLN-MSGID
               MOVE CWT-SHOP-SEV(CWT-BEST)   TO CWT-TLN-SEV
               MOVE CWT-SHOP-TIMES(CWT-BEST) TO CWT-TLN-TIMES
               DISPLAY CWT-TOP-LINE
           END-PERFORM
           IF CWT-SHOP-COUNT IS EQUAL TO ZEROES
               DISPLAY '  (NENHUMA MENSAGEM NAS ULTIMAS COMPILACOES)'
           END-IF
           .
      *****************************************************************
      * PROCURA O GRUPO PROGRAMA/PASSO/MES DO REGISTRO CORRENTE
      *****************************************************************
       7000-FIND-GROUP.
           SET CWT-ENTRY-NOT-FOUND TO TRUE
           MOVE ZEROES TO CWT-HIT
           PERFORM VARYING CWT-SUB FROM 1 BY 1
                   UNTIL CWT-SUB IS GREATER THAN CWT-GRP-COUNT
                      OR CWT-ENTRY-FOUND
               IF CWT-GRP-PROGRAM(CWT-SUB) IS EQUAL TO
                       UT-DIAG-REC-PROGRAM
               AND CWT-GRP-STEP(CWT-SUB) IS EQUAL TO UT-DIAG-REC-STEP
               AND CWT-GRP-MONTH(CWT-SUB) IS EQUAL TO
                       UT-DIAG-REC-MONTH
                   SET CWT-ENTRY-FOUND TO TRUE
                   MOVE CWT-SUB TO CWT-HIT
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * PROCURA O RETRATO DO PROGRAMA/PASSO CORRENTE (ZERO SE NAO HA)
      *****************************************************************
       7100-FIND-LATEST.
           SET CWT-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING CWT-LSUB FROM 1 BY 1
                   UNTIL CWT-LSUB IS GREATER THAN CWT-LAST-COUNT
                      OR CWT-ENTRY-FOUND
               IF CWT-LAST-PROGRAM(CWT-LSUB) IS EQUAL TO
                       UT-DIAG-REC-PROGRAM
               AND CWT-LAST-STEP(CWT-LSUB) IS EQUAL TO
                       UT-DIAG-REC-STEP
                   SET CWT-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CWT-ENTRY-FOUND
               SUBTRACT 1 FROM CWT-LSUB
           ELSE
               MOVE ZEROES TO CWT-LSUB
           END-IF
           .
      *****************************************************************
      * PROCURA A MENSAGEM DO PROGRAMA/PASSO NA TABELA DE NOVOS
      *****************************************************************
       7200-FIND-NEW-ENTRY.
           SET CWT-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING CWT-NSUB FROM 1 BY 1
                   UNTIL CWT-NSUB IS GREATER THAN CWT-NEW-COUNT
                      OR CWT-ENTRY-FOUND
               IF CWT-NEW-PROGRAM(CWT-NSUB) IS EQUAL TO
                       UT-DIAG-REC-PROGRAM
               AND CWT-NEW-STEP(CWT-NSUB) IS EQUAL TO UT-DIAG-REC-STEP
               AND CWT-NEW-MSGID(CWT-NSUB) IS EQUAL TO
                       UT-DIAG-REC-MSGID
                   SET CWT-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CWT-ENTRY-FOUND
               SUBTRACT 1 FROM CWT-NSUB
           END-IF
           .
      *****************************************************************
      * PROCURA A MENSAGEM NA TABELA DA CASA
      *****************************************************************
       7300-FIND-SHOP-ENTRY.
           SET CWT-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING CWT-SSUB FROM 1 BY 1
                   UNTIL CWT-SSUB IS GREATER THAN CWT-SHOP-COUNT
                      OR CWT-ENTRY-FOUND
               IF CWT-SHOP-MSGID(CWT-SSUB) IS EQUAL TO
                       UT-DIAG-REC-MSGID
                   SET CWT-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CWT-ENTRY-FOUND
               SUBTRACT 1 FROM CWT-SSUB
           END-IF
           .
      *****************************************************************
      * LE O PROXIMO REGISTRO DA TRILHA DE DIAGNOSTICOS
      *****************************************************************
       8000-READ-DIAG-RECORD.
           READ UT-DIAG-FILE
               AT END
                   SET CWT-NO-MORE-RECORDS TO TRUE
           END-READ
           .
      *****************************************************************
      * FECHA A TRILHA DE DIAGNOSTICOS
      *****************************************************************
       9999-TERMINATE.
           CLOSE UT-DIAG-FILE
           MOVE 0 TO RETURN-CODE
           .
