      * previous run - newly failing programs, newly fixed ones, and
      * the ones still broken - so the first question of the day is
      * answered by one report instead of two SYSOUTs side by side.
      * Every run also posts one finding record for the morning
      * digest (GDAMANHA) through the shop routine GDAACHAD: an alert
      * when a program broke since the previous run, an
      * informational line otherwise.
      *
      * A program counts as FAILED in a generation when its record
      * shows failed test cases or a non-zero RETCODE; when a program
      *
      * -- Output --
      * SYSOUT    The delta report (DISPLAY)
      * ACHADOS   One finding record per run (written by GDAACHAD)
      * RETURN-CODE   0 when no program is newly failing,
      *               4 when at least one program broke since the
      *                 previous run,
       01  CDR-WORK.
           05  CDR-WORK-STATE         PIC X(01).
           05  CDR-LOOKUP-PROGRAM     PIC X(08).
           05  CDR-COUNT-EDIT         PIC ZZ9.
           05  CDR-SAVED-RC           PIC S9(04) VALUE ZEROES.
       01  SUBS-FILE-STATUS           PIC X(02).
           88  SUBS-FILE-OK               VALUE '00'.
       01  NOTIFY-FILE-STATUS         PIC X(02).
           05  CDR-SUBS-ENTRY OCCURS 100.
               10  CDR-SUB-USERID     PIC X(08).
               10  CDR-SUB-PROGRAM    PIC X(08).
      * Communication area with the shop findings routine (GDAACHAD):
      * one line per run - source, severity, count, short text and
      * the report to open - for the morning digest.
       01  GDAACHAD-AREA.
           05  ACH-ORIGEM             PIC X(08) VALUE 'ZUTZCDR'.
           05  ACH-SEVERIDADE         PIC X(01) VALUE SPACES.
           05  ACH-QTDE               PIC 9(07) VALUE ZEROES.
           05  ACH-TEXTO              PIC X(50) VALUE SPACES.
           05  ACH-DETALHE            PIC X(30) VALUE
                                          'SYSOUT DO ZUTZCDR'.
           05  ACH-RETORNO            PIC 9(02) VALUE ZEROES.
       PROCEDURE DIVISION.
      *****************************************************************
      * ROTINA PRINCIPAL
           END-READ
           .
      *****************************************************************
      * FECHA OS ARQUIVOS DE RESULTADOS E LANCA O ACHADO DA NOITE,
      * PRESERVANDO O RETURN-CODE JA DEFINIDO
      *****************************************************************
       9999-TERMINATE.
           CLOSE PREV-RESULTS-FILE
           IF CDR-SUBS-COUNT IS GREATER THAN ZEROES
               CLOSE NOTIFY-FILE
           END-IF
           MOVE CDR-NEW-FAILURES TO ACH-QTDE
           MOVE SPACES TO ACH-TEXTO
           IF CDR-NEW-FAILURES IS GREATER THAN ZEROES
               MOVE 'A' TO ACH-SEVERIDADE
               MOVE 'PROGRAMAS QUE QUEBRARAM DESDE A RODADA ANTERIOR'
                   TO ACH-TEXTO
           ELSE
               MOVE 'I' TO ACH-SEVERIDADE
               MOVE CDR-STILL-BROKEN TO CDR-COUNT-EDIT
               STRING 'NENHUMA NOVA FALHA; ' CDR-COUNT-EDIT
                      ' CONTINUAM FALHANDO'
                   DELIMITED BY SIZE INTO ACH-TEXTO
           END-IF
           MOVE RETURN-CODE TO CDR-SAVED-RC
           CALL 'GDAACHAD' USING GDAACHAD-AREA
           IF ACH-RETORNO IS NOT EQUAL TO ZEROES
               DISPLAY 'ZUTZCDR: ACHADO DA NOITE NAO LANCADO, '
                   'RETORNO = ' ACH-RETORNO
           END-IF
           MOVE CDR-SAVED-RC TO RETURN-CODE
           .
