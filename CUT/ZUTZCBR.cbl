      * the RETURN-CODE to 8 so the scheduler can hold dependent
      * promotion jobs automatically.
      *
      * A program whose GO3 ran a changed-paragraph selection (scope
      * S on its results record) ran only part of its cases: its line
      * says PARCIAL and the totals warn that the batch is not a full
      * green, however clean the numbers look. A job-stream
      * integration test (scope I, see ZUTZCIT) reports under its
      * INTEGRATION name and its line says INTEGR.
      *
      * -- Input --
      * UTRESLT   Results file written by one or more CUTPROC/GO3 runs
      * PROGLIST  The regression list the batch was generated from
           05  UT-RESULTS-REC-FAILED  PIC 9(04).
           05  FILLER                 PIC X(01).
           05  UT-RESULTS-REC-RETCODE PIC 9(04).
           05  FILLER                 PIC X(01).
           05  UT-RESULTS-REC-SCOPE   PIC X(01).
               88  UT-RESULTS-SELECTION   VALUE 'S'.
               88  UT-RESULTS-INTEGRATION VALUE 'I'.
           05  FILLER                 PIC X(46).
       FD  PROG-LIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
       01  CBR-COUNTERS.
           05  CBR-PROGRAMS-READ      PIC 9(04) COMP VALUE ZEROES.
           05  CBR-PROGRAMS-FAILED    PIC 9(04) COMP VALUE ZEROES.
           05  CBR-PROGRAMS-PARTIAL   PIC 9(04) COMP VALUE ZEROES.
           05  CBR-TOTAL-PASSED       PIC 9(06) COMP VALUE ZEROES.
           05  CBR-TOTAL-FAILED       PIC 9(06) COMP VALUE ZEROES.
           05  CBR-WORST-RETCODE      PIC 9(04) COMP VALUE ZEROES.
               10  CBR-SEEN-PASSED    PIC 9(06) COMP.
               10  CBR-SEEN-FAILED    PIC 9(06) COMP.
               10  CBR-SEEN-RETCODE   PIC 9(04) COMP.
               10  CBR-SEEN-SCOPE     PIC X(01).
       01  SUBS-FILE-STATUS           PIC X(02).
           88  SUBS-FILE-OK               VALUE '00'.
       01  NOTIFY-FILE-STATUS         PIC X(02).
           05  CBR-SWAP-PASSED        PIC 9(06) COMP.
           05  CBR-SWAP-FAILED        PIC 9(06) COMP.
           05  CBR-SWAP-RETCODE       PIC 9(04) COMP.
           05  CBR-SWAP-SCOPE         PIC X(01).
       01  CBR-LIMITS.
           05  CBR-LIM-MAXFALHA       PIC 9(04) VALUE 9999.
           05  CBR-LIM-TAXAMIN        PIC 9(03) VALUE ZEROES.
           05  CBR-PRT-FAILED         PIC ZZZZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  CBR-PRT-RETCODE        PIC ZZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  CBR-PRT-SCOPE          PIC X(07).
       01  CBR-REPORT-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CBR-RPT-PROGRAM        PIC X(08).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'RC = '.
           05  CBR-RPT-RETCODE        PIC ZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  CBR-RPT-SCOPE          PIC X(07).
       PROCEDURE DIVISION.
      *****************************************************************
      * ROTINA PRINCIPAL
           MOVE UT-RESULTS-REC-PASSED  TO CBR-RPT-PASSED
           MOVE UT-RESULTS-REC-FAILED  TO CBR-RPT-FAILED
           MOVE UT-RESULTS-REC-RETCODE TO CBR-RPT-RETCODE
           IF UT-RESULTS-SELECTION
               ADD 1 TO CBR-PROGRAMS-PARTIAL
               MOVE 'PARCIAL' TO CBR-RPT-SCOPE
           ELSE
               IF UT-RESULTS-INTEGRATION
                   MOVE 'INTEGR' TO CBR-RPT-SCOPE
               ELSE
                   MOVE SPACES TO CBR-RPT-SCOPE
               END-IF
           END-IF
           DISPLAY CBR-REPORT-LINE
           PERFORM 8000-READ-NEXT-RECORD
           .
                   MOVE ZEROES TO CBR-SEEN-PASSED(CBR-SCAN)
                   MOVE ZEROES TO CBR-SEEN-FAILED(CBR-SCAN)
                   MOVE ZEROES TO CBR-SEEN-RETCODE(CBR-SCAN)
                   MOVE SPACES TO CBR-SEEN-SCOPE(CBR-SCAN)
               ELSE
                   MOVE ZEROES TO CBR-SCAN
               END-IF
                   MOVE UT-RESULTS-REC-RETCODE
                       TO CBR-SEEN-RETCODE(CBR-SCAN)
               END-IF
               IF UT-RESULTS-SELECTION
                   MOVE 'S' TO CBR-SEEN-SCOPE(CBR-SCAN)
               END-IF
               IF UT-RESULTS-INTEGRATION
                   MOVE 'I' TO CBR-SEEN-SCOPE(CBR-SCAN)
               END-IF
           END-IF
           .
      *****************************************************************
           DISPLAY CBR-PROGRAMS-FAILED ' PROGRAMAS COM FALHA'
           DISPLAY CBR-TOTAL-PASSED ' CASOS DE TESTE PASSARAM'
           DISPLAY CBR-TOTAL-FAILED ' CASOS DE TESTE FALHARAM'
           IF CBR-PROGRAMS-PARTIAL IS GREATER THAN ZEROES
               DISPLAY CBR-PROGRAMS-PARTIAL ' PROGRAMAS RODARAM SO '
                   'UMA SELECAO DE CASOS (PARAGRAFOS ALTERADOS) - '
                   'ESTE LOTE NAO E'' UM VERDE COMPLETO'
           END-IF
           DISPLAY '================================================='
           IF CBR-PROGRAMS-FAILED IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           MOVE CBR-SEEN-PASSED(CBR-SCAN)  TO CBR-PRT-PASSED
           MOVE CBR-SEEN-FAILED(CBR-SCAN)  TO CBR-PRT-FAILED
           MOVE CBR-SEEN-RETCODE(CBR-SCAN) TO CBR-PRT-RETCODE
           IF CBR-SEEN-SCOPE(CBR-SCAN) IS EQUAL TO 'S'
               MOVE 'PARCIAL' TO CBR-PRT-SCOPE
           ELSE
               IF CBR-SEEN-SCOPE(CBR-SCAN) IS EQUAL TO 'I'
                   MOVE 'INTEGR' TO CBR-PRT-SCOPE
               ELSE
                   MOVE SPACES TO CBR-PRT-SCOPE
               END-IF
           END-IF
           MOVE 'D' TO GDAREL-FUNCAO
           MOVE CBR-PRINT-DETAIL TO GDAREL-LINHA
           CALL 'GDAREL' USING GDAREL-AREA
           MOVE CBR-TOTAL-PASSED       TO CBR-PRT-PASSED
           MOVE CBR-TOTAL-FAILED       TO CBR-PRT-FAILED
           MOVE CBR-WORST-RETCODE      TO CBR-PRT-RETCODE
           IF CBR-PROGRAMS-PARTIAL IS GREATER THAN ZEROES
               MOVE 'PARCIAL' TO CBR-PRT-SCOPE
           END-IF
           MOVE 'T' TO GDAREL-FUNCAO
           MOVE CBR-PRINT-DETAIL TO GDAREL-LINHA
           CALL 'GDAREL' USING GDAREL-AREA
