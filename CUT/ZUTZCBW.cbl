      * five slowest runs of the whole period. An optional threshold
      * card arms the creep alarm: any date whose window exceeds the
      * limit is flagged and the program ends with RETURN-CODE 4 so
      * the scheduler (or the morning reader) notices. Every run also
      * posts one finding record for the morning digest (GDAMANHA)
      * through the shop routine GDAACHAD: an alert when a window
      * breached the limit, an informational line otherwise.
      *
      * A run's start is its end stamp minus its elapsed time; runs
      * written before the stamping change carry zero elapsed and
      *
      * -- Output --
      * SYSOUT    The window report (DISPLAY)
      * ACHADOS   One finding record per run (written by GDAACHAD)
      * RETURN-CODE   0 when no window breached the threshold,
      *               4 when at least one did,
      *               16 when the trail cannot be opened
       01  UT-AUDIT-RECORD.
           05  UT-AUDIT-REC-KEY.
               10  UT-AUDIT-REC-USERID        PIC X(08).
               10  UT-AUDIT-REC-TYPE          PIC X(01).
                   88  UT-AUDIT-REC-IS-TRACE      VALUE 'T'.
               10  UT-AUDIT-REC-PROGRAM       PIC X(08).
               10  FILLER                     PIC X(01).
               10  UT-AUDIT-REC-DATE-CCYYMMDD PIC 9(08).
           05  CBW-ELAPSED-SECS       PIC 9(07)V9(02) VALUE ZEROES.
           05  CBW-SECS-FMT           PIC ZZZZZZ9.99.
           05  CBW-BREACHES           PIC 9(03) VALUE ZEROES.
           05  CBW-SAVED-RC           PIC S9(04) VALUE ZEROES.
      *****************************************************************
      * UM ACUMULADOR POR DATA: PRIMEIRO INICIO, ULTIMO FIM, SOMA DOS
      * TEMPOS E CONTAGEM DE RODADAS
           05  CBW-HE-MM              PIC 9(02).
           05  FILLER                 PIC X(01) VALUE ':'.
           05  CBW-HE-SS              PIC 9(02).
      * Communication area with the shop findings routine (GDAACHAD):
      * one line per run - source, severity, count, short text and
      * the report to open - for the morning digest.
       01  GDAACHAD-AREA.
           05  ACH-ORIGEM             PIC X(08) VALUE 'ZUTZCBW'.
           05  ACH-SEVERIDADE         PIC X(01) VALUE SPACES.
           05  ACH-QTDE               PIC 9(07) VALUE ZEROES.
           05  ACH-TEXTO              PIC X(50) VALUE SPACES.
           05  ACH-DETALHE            PIC X(30) VALUE
                                          'SYSOUT DO ZUTZCBW'.
           05  ACH-RETORNO            PIC 9(02) VALUE ZEROES.
       PROCEDURE DIVISION.
      *****************************************************************
      * ROTINA PRINCIPAL
           .
      *****************************************************************
      * LE O PROXIMO REGISTRO DA TRILHA
      * (PULANDO OS REGISTROS DE RASTREIO DE CHAMADOS, TIPO 'T', QUE
      * NAO SAO RODADAS - VER ZUTZCTM)
      *****************************************************************
       8000-READ-AUDIT-RECORD.
           PERFORM WITH TEST AFTER
                   UNTIL CBW-NO-MORE-RECORDS
                      OR NOT UT-AUDIT-REC-IS-TRACE
               READ UT-AUDIT-FILE
                   AT END
                       SET CBW-NO-MORE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           .
      *****************************************************************
      * FECHA A TRILHA DE AUDITORIA E LANCA O ACHADO DA NOITE,
      * PRESERVANDO O RETURN-CODE JA DEFINIDO
      *****************************************************************
       9999-TERMINATE.
           CLOSE UT-AUDIT-FILE
           MOVE CBW-BREACHES TO ACH-QTDE
           IF CBW-BREACHES IS GREATER THAN ZEROES
               MOVE 'A' TO ACH-SEVERIDADE
               MOVE 'JANELA DA REGRESSAO ALEM DO LIMITE' TO ACH-TEXTO
           ELSE
               MOVE 'I' TO ACH-SEVERIDADE
               MOVE 'JANELAS DA REGRESSAO DENTRO DO LIMITE'
                   TO ACH-TEXTO
           END-IF
           MOVE RETURN-CODE TO CBW-SAVED-RC
           CALL 'GDAACHAD' USING GDAACHAD-AREA
           IF ACH-RETORNO IS NOT EQUAL TO ZEROES
               DISPLAY 'ZUTZCBW: ACHADO DA NOITE NAO LANCADO, '
                   'RETORNO = ' ACH-RETORNO
           END-IF
           MOVE CBW-SAVED-RC TO RETURN-CODE
           .
