       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ZUTZCIT.
      *****************************************************************
      * This work is licensed under a Creative Commons
      * Attribution-ShareAlike 4.0 International license.
      * See http://creativecommons.org/licenses/by-sa/4.0/.
      *
      * Checker for job-stream integration tests. A UTESTS member
      * proves one program in isolation, with its files mocked; an
      * integration member (see CUTGENIT.rex and CLG#INT) instead
      * names a sequence of programs, seeds their input datasets
      * from inline records, runs them in order against real
      * temporary datasets and states what the final content of the
      * named datasets and the return code of every step must be:
      *
      *     INTEGRATION CALIB01 'SIMULACAO + RELATORIO DE CALIBRAGEM'
      *     DATASET CALIBRA LRECL 80
      *         RECORD 'text of record 1'
      *     DATASET SAIDA LRECL 133
      *     STEP JVSIMUL PARM 'X' RC 0
      *         DD CALIBRA CALIBRA
      *         DD RELATO SAIDA
      *         DD SYSPRINT SYSOUT
      *     EXPECT DATASET SAIDA COUNT 12
      *     EXPECT DATASET SAIDA RECORD 3 COLUMN 5 TO BE 'TOTAL'
      *     EXPECT DATASET SAIDA CONTAINS 'FIM NORMAL'
      *
      * CUTGENIT builds the job; this program runs in its last steps.
      * With PARM 'ARQUIVO,name' it reads the temporary dataset the
      * job passed on ITDADOS as the dataset of that name, checks
      * every EXPECT DATASET of that name against it and appends one
      * verdict per EXPECT to ITVERED. With PARM 'FECHA,userid' it
      * checks every STEP's return code against the step log the job
      * built on ITRCLOG (one card per step that ended, OK when the
      * code was the one expected, DIF when not; no card when the
      * step abended or was never run), prints those verdicts and the
      * ones on ITVERED and records the run like any other CUT run:
      * one UTRESLT record (scope 'I') and one CUTAUDIT record (type
      * 'I', the INTEGRATION name in the program field).
      *
      * -- Input --
      * INTEGR    The integration member; '*' in column 7 is a
      *           comment, the text is in columns 8-72 and a literal
      *           is quoted with '' for an embedded quote
      * ITDADOS   (ARQUIVO) The dataset to check, any fixed LRECL up
      *           to 2048
      * ITRCLOG   (FECHA) The step log
      * ITVERED   (FECHA) The verdicts appended by the ARQUIVO steps
      *
      * -- Output --
      * ITVERED   (ARQUIVO) One verdict per EXPECT on the dataset
      * SYSOUT    (FECHA) The integration test report (DISPLAY)
      * UTRESLT   (FECHA) The results record for ZUTZCBR/CUTNOTFY
      * CUTAUDIT  (FECHA) The shop-wide audit trail
      * RETURN-CODE   0 when every assertion passed,
      *               4 when some assertion failed,
      *               8 when the member names no INTEGRATION or STEP,
      *               16 when a file cannot be opened or the PARM is
      *               not understood
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEG-MEMBER-FILE
               ASSIGN TO INTEGR
               FILE STATUS IS INTEG-MEMBER-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT INTEG-DATA-FILE
               ASSIGN TO ITDADOS
               FILE STATUS IS INTEG-DATA-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT STEP-LOG-FILE
               ASSIGN TO ITRCLOG
               FILE STATUS IS STEP-LOG-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT VERDICT-FILE
               ASSIGN TO ITVERED
               FILE STATUS IS VERDICT-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT UT-RESULTS-FILE
               ASSIGN TO UTRESLT
               FILE STATUS IS UT-RESULTS-FILE-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT UT-AUDIT-FILE
               ASSIGN TO CUTAUDIT
               FILE STATUS IS UT-AUDIT-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UT-AUDIT-REC-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  INTEG-MEMBER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS INTEG-CARD.
       01  INTEG-CARD.
           05  FILLER                 PIC X(06).
           05  INTEG-CARD-INDICATOR   PIC X(01).
               88  INTEG-CARD-COMMENT     VALUE '*' '/'.
           05  INTEG-CARD-TEXT        PIC X(65).
           05  FILLER                 PIC X(08).
      * O TAMANHO DO REGISTRO VEM DO DATASET (LRECL DO DCB); O CARTAO
      * DATASET DO MEMBRO DIZ QUANTO DELE E' DADO
       FD  INTEG-DATA-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS INTEG-DATA-RECORD.
       01  INTEG-DATA-RECORD          PIC X(2048).
       FD  STEP-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS STEP-LOG-RECORD.
       01  STEP-LOG-RECORD.
           05  STEP-LOG-NUMBER        PIC 9(02).
           05  FILLER                 PIC X(01).
           05  STEP-LOG-RESULT        PIC X(03).
               88  STEP-LOG-RC-AS-EXPECTED VALUE 'OK '.
           05  FILLER                 PIC X(01).
           05  STEP-LOG-PROGRAM       PIC X(08).
           05  FILLER                 PIC X(65).
       FD  VERDICT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS VERDICT-RECORD.
       01  VERDICT-RECORD.
           05  VERDICT-RESULT         PIC X(01).
               88  VERDICT-PASSED         VALUE 'P'.
           05  FILLER                 PIC X(01).
           05  VERDICT-CARD           PIC X(65).
           05  FILLER                 PIC X(01).
           05  VERDICT-ACTUAL         PIC X(78).
           05  FILLER                 PIC X(04).
       FD  UT-RESULTS-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS UT-RESULTS-RECORD.
       01  UT-RESULTS-RECORD.
           05  UT-RESULTS-REC-USERID  PIC X(08).
           05  FILLER                 PIC X(01).
           05  UT-RESULTS-REC-PROGRAM PIC X(08).
           05  FILLER                 PIC X(01).
           05  UT-RESULTS-REC-PASSED  PIC 9(04).
           05  FILLER                 PIC X(01).
           05  UT-RESULTS-REC-FAILED  PIC 9(04).
           05  FILLER                 PIC X(01).
           05  UT-RESULTS-REC-RETCODE PIC 9(04).
           05  FILLER                 PIC X(01).
           05  UT-RESULTS-REC-SCOPE   PIC X(01).
           05  FILLER                 PIC X(46).
       FD  UT-AUDIT-FILE
           DATA RECORD IS UT-AUDIT-RECORD.
       01  UT-AUDIT-RECORD.
           05  UT-AUDIT-REC-KEY.
               10  UT-AUDIT-REC-USERID        PIC X(08).
               10  UT-AUDIT-REC-TYPE          PIC X(01).
               10  UT-AUDIT-REC-PROGRAM       PIC X(08).
               10  FILLER                     PIC X(01).
               10  UT-AUDIT-REC-DATE-CCYYMMDD PIC 9(08).
               10  FILLER                     PIC X(01).
               10  UT-AUDIT-REC-TIME-HHMMSS   PIC 9(06).
           05  FILLER                     PIC X(01).
           05  UT-AUDIT-REC-PASSED        PIC 9(04).
           05  FILLER                     PIC X(01).
           05  UT-AUDIT-REC-FAILED        PIC 9(04).
           05  FILLER                     PIC X(01).
           05  UT-AUDIT-REC-RETCODE       PIC 9(04).
           05  FILLER                     PIC X(01).
           05  UT-AUDIT-REC-ELAPSED-HUND  PIC 9(09).
           05  FILLER                     PIC X(01).
           05  UT-AUDIT-REC-CASES         PIC 9(04).
           05  FILLER                     PIC X(01).
           05  UT-AUDIT-REC-FINGERPRINT   PIC X(16).
       WORKING-STORAGE SECTION.
       01  INTEG-MEMBER-STATUS        PIC X(02).
           88  INTEG-MEMBER-OK            VALUE '00'.
       01  INTEG-DATA-STATUS          PIC X(02).
           88  INTEG-DATA-OK              VALUE '00' '04'.
       01  STEP-LOG-STATUS            PIC X(02).
           88  STEP-LOG-OK                VALUE '00'.
       01  VERDICT-STATUS             PIC X(02).
           88  VERDICT-OK                 VALUE '00'.
       01  UT-RESULTS-FILE-STATUS     PIC X(02).
       01  UT-AUDIT-FILE-STATUS       PIC X(02).
       01  CIT-SWITCHES.
           05  CIT-FUNCTION-SW        PIC X(01) VALUE SPACE.
               88  CIT-CHECK-DATASET      VALUE 'A'.
               88  CIT-CLOSE-RUN          VALUE 'F'.
           05  CIT-MEMBER-EOF-SW      PIC X(01) VALUE 'N'.
               88  CIT-MEMBER-AT-END      VALUE 'Y'.
           05  CIT-DATA-EOF-SW        PIC X(01) VALUE 'N'.
               88  CIT-DATA-AT-END        VALUE 'Y'.
           05  CIT-OTHER-EOF-SW       PIC X(01) VALUE 'N'.
               88  CIT-OTHER-AT-END       VALUE 'Y'.
           05  CIT-LITERAL-SW         PIC X(01) VALUE 'N'.
               88  CIT-LITERAL-DONE       VALUE 'Y'.
           05  CIT-CARD-SW            PIC X(01) VALUE 'Y'.
               88  CIT-CARD-VALID         VALUE 'Y'.
               88  CIT-CARD-INVALID       VALUE 'N'.
      *****************************************************************
      * PARM: FUNCAO E ARGUMENTO (NOME DO DATASET OU USERID)
      *****************************************************************
       01  CIT-PARM-WORK.
           05  CIT-FUNCTION           PIC X(08) VALUE SPACES.
           05  CIT-ARGUMENT           PIC X(08) VALUE SPACES.
      *****************************************************************
      * O QUE O MEMBRO DIZ: NOME DA INTEGRACAO, DATASETS E PASSOS
      *****************************************************************
       01  CIT-MEMBER-WORK.
           05  CIT-INTEGRATION-NAME   PIC X(08) VALUE SPACES.
           05  CIT-INTEGRATION-DESC   PIC X(65) VALUE SPACES.
           05  CIT-CARDS-READ         PIC 9(05) COMP VALUE ZEROES.
           05  CIT-LAST-DATASET       PIC X(08) VALUE SPACES.
           05  CIT-DATASET-LRECL      PIC 9(04) COMP VALUE ZEROES.
           05  CIT-DATASET-DECLARED   PIC X(01) VALUE 'N'.
               88  CIT-DATASET-FOUND      VALUE 'Y'.
       01  CIT-STEP-MAX               PIC 9(02) COMP VALUE 40.
       01  CIT-STEP-TABLE.
           05  CIT-STEP-COUNT         PIC 9(02) COMP VALUE ZEROES.
           05  CIT-STEP OCCURS 40 TIMES.
               10  CIT-STEP-PROGRAM   PIC X(08).
               10  CIT-STEP-RC        PIC 9(04).
               10  CIT-STEP-LOGGED    PIC X(03).
       01  CIT-EXPECT-MAX             PIC 9(03) COMP VALUE 50.
       01  CIT-EXPECT-TABLE.
           05  CIT-EXPECT-COUNT       PIC 9(03) COMP VALUE ZEROES.
           05  CIT-EXPECT OCCURS 50 TIMES.
               10  CIT-EXP-KIND       PIC X(01).
                   88  CIT-EXP-IS-COUNT       VALUE 'C'.
                   88  CIT-EXP-IS-RECORD      VALUE 'R'.
                   88  CIT-EXP-IS-CONTAINS    VALUE 'K'.
                   88  CIT-EXP-IS-BAD         VALUE 'X'.
               10  CIT-EXP-NUMBER     PIC 9(07) COMP.
               10  CIT-EXP-COLUMN     PIC 9(04) COMP.
               10  CIT-EXP-LITERAL    PIC X(65).
               10  CIT-EXP-LIT-LEN    PIC 9(03) COMP.
               10  CIT-EXP-CARD       PIC X(65).
               10  CIT-EXP-RESULT     PIC X(01).
               10  CIT-EXP-ACTUAL     PIC X(78).
       01  CIT-COUNTERS.
           05  CIT-RECORDS-READ       PIC 9(07) COMP VALUE ZEROES.
           05  CIT-HITS               PIC 9(05) COMP VALUE ZEROES.
           05  CIT-PASSED             PIC 9(04) VALUE ZEROES.
           05  CIT-FAILED             PIC 9(04) VALUE ZEROES.
           05  CIT-RETCODE            PIC 9(04) VALUE ZEROES.
           05  CIT-SUB                PIC 9(03) COMP VALUE ZEROES.
           05  CIT-LAST-COLUMN        PIC 9(05) COMP VALUE ZEROES.
       01  CIT-NUMBER-FMT             PIC Z(06)9.
       01  CIT-NUMBER-FMT-2           PIC Z(06)9.
       01  CIT-STEP-FMT               PIC 9(02).
       01  CIT-RC-FMT                 PIC ZZZ9.
       01  CIT-REPORT-LINE            PIC X(100) VALUE SPACES.
       01  CIT-AUDIT-TIME             PIC 9(08) VALUE ZEROES.
      *****************************************************************
      * EXTRACAO DE TOKENS DE UM CARTAO DO MEMBRO
      *****************************************************************
       01  CIT-SCAN-WORK.
           05  CIT-LINE               PIC X(65) VALUE SPACES.
           05  CIT-P                  PIC 9(03) COMP VALUE ZEROES.
           05  CIT-L                  PIC 9(03) COMP VALUE ZEROES.
           05  CIT-T                  PIC 9(02) COMP VALUE ZEROES.
           05  CIT-TOKEN-COUNT        PIC 9(02) COMP VALUE ZEROES.
           05  CIT-TOKEN-ENTRY OCCURS 12 TIMES.
               10  CIT-TOKEN          PIC X(65).
               10  CIT-TOKEN-LEN      PIC 9(03) COMP.
               10  CIT-TOKEN-QUOTED   PIC X(01).
                   88  CIT-TOKEN-IS-LITERAL   VALUE 'Y'.
           05  CIT-NUMERIC-TOKEN      PIC X(07) JUSTIFIED RIGHT.
           05  CIT-NUMERIC-VALUE REDEFINES CIT-NUMERIC-TOKEN
                                      PIC 9(07).
       LINKAGE SECTION.
       01  CIT-PARM.
           05  CIT-PARM-LEN           PIC S9(4) COMP.
           05  CIT-PARM-TEXT          PIC X(40).
       PROCEDURE DIVISION USING CIT-PARM.
      *****************************************************************
      * ROTINA PRINCIPAL
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-MEMBER
           IF CIT-CHECK-DATASET
               PERFORM 3000-CHECK-DATASET
                   THRU 3000-CHECK-DATASET-SAI
           ELSE
               PERFORM 5000-CLOSE-RUN
                   THRU 5000-CLOSE-RUN-SAI
           END-IF
           MOVE CIT-RETCODE TO RETURN-CODE
           GOBACK.
      *****************************************************************
      * ENTENDE O PARM E ABRE O MEMBRO DE INTEGRACAO
      *****************************************************************
       1000-INITIALIZE.
           IF CIT-PARM-LEN IS GREATER THAN ZEROES
               UNSTRING CIT-PARM-TEXT(1:CIT-PARM-LEN)
                   DELIMITED BY ','
                   INTO CIT-FUNCTION CIT-ARGUMENT
               END-UNSTRING
           END-IF
           EVALUATE CIT-FUNCTION
               WHEN 'ARQUIVO'
                   SET CIT-CHECK-DATASET TO TRUE
               WHEN 'FECHA'
                   SET CIT-CLOSE-RUN TO TRUE
               WHEN OTHER
                   DISPLAY 'ZUTZCIT: PARM DEVE SER ARQUIVO,<DATASET> '
                       'OU FECHA,<USERID>'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           IF CIT-ARGUMENT IS EQUAL TO SPACES
               DISPLAY 'ZUTZCIT: FALTA O ' CIT-FUNCTION
                   ' NO PARM (' CIT-FUNCTION ',<NOME>)'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT INTEG-MEMBER-FILE
           IF NOT INTEG-MEMBER-OK
               DISPLAY 'ZUTZCIT: NAO FOI POSSIVEL ABRIR INTEGR, '
                   'FILE STATUS = ' INTEG-MEMBER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
      *****************************************************************
      * LE O MEMBRO INTEIRO: O NOME DA INTEGRACAO, OS PASSOS (PARA O
      * FECHA) E AS EXPECTATIVAS DO DATASET DO PARM (PARA O ARQUIVO)
      *****************************************************************
       2000-READ-MEMBER.
           PERFORM 8000-READ-MEMBER-CARD
           PERFORM 2100-MEMBER-CARD
               THRU 2100-MEMBER-CARD-SAI
               UNTIL CIT-MEMBER-AT-END
           CLOSE INTEG-MEMBER-FILE
           .
       2100-MEMBER-CARD.
           ADD 1 TO CIT-CARDS-READ
           IF INTEG-CARD-COMMENT OR INTEG-CARD-TEXT IS EQUAL TO SPACES
               PERFORM 8000-READ-MEMBER-CARD
               GO TO 2100-MEMBER-CARD-SAI
           END-IF
           PERFORM 7000-SPLIT-CARD
           EVALUATE CIT-TOKEN(1)
               WHEN 'INTEGRATION'
                   MOVE CIT-TOKEN(2) TO CIT-INTEGRATION-NAME
                   IF CIT-TOKEN-COUNT IS GREATER THAN 2
                       MOVE CIT-TOKEN(3) TO CIT-INTEGRATION-DESC
                   END-IF
               WHEN 'DATASET'
                   MOVE CIT-TOKEN(2) TO CIT-LAST-DATASET
                   IF CIT-LAST-DATASET IS EQUAL TO CIT-ARGUMENT
                       SET CIT-DATASET-FOUND TO TRUE
                       PERFORM 2200-DATASET-LRECL
                   END-IF
               WHEN 'STEP'
                   PERFORM 2300-STEP-CARD
                       THRU 2300-STEP-CARD-SAI
               WHEN 'EXPECT'
                   IF CIT-CHECK-DATASET
                      AND CIT-TOKEN(2) IS EQUAL TO 'DATASET'
                      AND CIT-TOKEN(3) IS EQUAL TO CIT-ARGUMENT
                       PERFORM 2400-EXPECT-CARD
                           THRU 2400-EXPECT-CARD-SAI
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 8000-READ-MEMBER-CARD
           .
       2100-MEMBER-CARD-SAI.
           EXIT.
      *****************************************************************
      * DATASET nome LRECL n (SEM LRECL, 80)
      *****************************************************************
       2200-DATASET-LRECL.
           MOVE 80 TO CIT-DATASET-LRECL
           IF CIT-TOKEN(3) IS EQUAL TO 'LRECL'
               PERFORM 7200-NUMERIC-TOKEN-4
               IF CIT-NUMERIC-TOKEN IS NUMERIC
               AND CIT-NUMERIC-VALUE IS GREATER THAN ZEROES
               AND CIT-NUMERIC-VALUE IS NOT GREATER THAN 2048
                   MOVE CIT-NUMERIC-VALUE TO CIT-DATASET-LRECL
               END-IF
           END-IF
           .
      *****************************************************************
      * STEP programa [PARM 'x'] [RC n] - O RC ESPERADO E' 0 QUANDO
      * NAO DITO
      *****************************************************************
       2300-STEP-CARD.
           IF CIT-STEP-COUNT IS NOT LESS THAN CIT-STEP-MAX
               GO TO 2300-STEP-CARD-SAI
           END-IF
           ADD 1 TO CIT-STEP-COUNT
           MOVE CIT-TOKEN(2) TO CIT-STEP-PROGRAM(CIT-STEP-COUNT)
           MOVE ZEROES TO CIT-STEP-RC(CIT-STEP-COUNT)
           MOVE SPACES TO CIT-STEP-LOGGED(CIT-STEP-COUNT)
           PERFORM VARYING CIT-T FROM 3 BY 1
                   UNTIL CIT-T IS GREATER THAN CIT-TOKEN-COUNT - 1
               IF CIT-TOKEN(CIT-T) IS EQUAL TO 'RC'
               AND NOT CIT-TOKEN-IS-LITERAL(CIT-T)
                   ADD 1 TO CIT-T
                   PERFORM 7210-NUMERIC-TOKEN-T
                   IF CIT-NUMERIC-TOKEN IS NUMERIC
                       MOVE CIT-NUMERIC-VALUE
                           TO CIT-STEP-RC(CIT-STEP-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           .
       2300-STEP-CARD-SAI.
           EXIT.
      *****************************************************************
      * EXPECT DATASET ds COUNT n
      * EXPECT DATASET ds RECORD n [COLUMN c] TO BE 'literal'
      * EXPECT DATASET ds CONTAINS 'literal'
      * UM CARTAO QUE NAO SEGUE NENHUMA DAS TRES FORMAS ENTRA COMO
      * EXPECTATIVA FALHA, PARA NAO PASSAR EM BRANCO
      *****************************************************************
       2400-EXPECT-CARD.
           IF CIT-EXPECT-COUNT IS NOT LESS THAN CIT-EXPECT-MAX
               DISPLAY 'ZUTZCIT: MAIS DE ' CIT-EXPECT-MAX
                   ' EXPECT PARA ' CIT-ARGUMENT ', IGNORADO: '
                   INTEG-CARD-TEXT
               GO TO 2400-EXPECT-CARD-SAI
           END-IF
           ADD 1 TO CIT-EXPECT-COUNT
           MOVE CIT-EXPECT-COUNT TO CIT-SUB
           MOVE INTEG-CARD-TEXT TO CIT-EXP-CARD(CIT-SUB)
           MOVE SPACES TO CIT-EXP-LITERAL(CIT-SUB)
                          CIT-EXP-ACTUAL(CIT-SUB)
                          CIT-EXP-RESULT(CIT-SUB)
           MOVE ZEROES TO CIT-EXP-NUMBER(CIT-SUB)
                          CIT-EXP-LIT-LEN(CIT-SUB)
           MOVE 1 TO CIT-EXP-COLUMN(CIT-SUB)
           SET CIT-CARD-VALID TO TRUE
           EVALUATE CIT-TOKEN(4)
               WHEN 'COUNT'
                   SET CIT-EXP-IS-COUNT(CIT-SUB) TO TRUE
                   MOVE 5 TO CIT-T
                   PERFORM 2410-EXPECT-NUMBER
               WHEN 'RECORD'
                   SET CIT-EXP-IS-RECORD(CIT-SUB) TO TRUE
                   MOVE 5 TO CIT-T
                   PERFORM 2410-EXPECT-NUMBER
                   MOVE 6 TO CIT-T
                   IF CIT-TOKEN(6) IS EQUAL TO 'COLUMN'
                   OR CIT-TOKEN(6) IS EQUAL TO 'COL'
                       PERFORM 2420-EXPECT-COLUMN
                       MOVE 8 TO CIT-T
                   END-IF
                   IF CIT-TOKEN(CIT-T) IS NOT EQUAL TO 'TO'
                   OR CIT-TOKEN(CIT-T + 1) IS NOT EQUAL TO 'BE'
                       SET CIT-CARD-INVALID TO TRUE
                   END-IF
                   ADD 2 TO CIT-T
                   PERFORM 2430-EXPECT-LITERAL
               WHEN 'CONTAINS'
                   SET CIT-EXP-IS-CONTAINS(CIT-SUB) TO TRUE
                   MOVE 5 TO CIT-T
                   PERFORM 2430-EXPECT-LITERAL
               WHEN OTHER
                   SET CIT-CARD-INVALID TO TRUE
           END-EVALUATE
           IF CIT-CARD-INVALID
               SET CIT-EXP-IS-BAD(CIT-SUB) TO TRUE
           END-IF
           .
       2400-EXPECT-CARD-SAI.
           EXIT.
       2410-EXPECT-NUMBER.
           PERFORM 7210-NUMERIC-TOKEN-T
           IF CIT-NUMERIC-TOKEN IS NUMERIC
               MOVE CIT-NUMERIC-VALUE TO CIT-EXP-NUMBER(CIT-SUB)
           ELSE
               SET CIT-CARD-INVALID TO TRUE
           END-IF
           .
       2420-EXPECT-COLUMN.
           MOVE 7 TO CIT-T
           PERFORM 7210-NUMERIC-TOKEN-T
           IF CIT-NUMERIC-TOKEN IS NUMERIC
           AND CIT-NUMERIC-VALUE IS GREATER THAN ZEROES
           AND CIT-NUMERIC-VALUE IS NOT GREATER THAN 2048
               MOVE CIT-NUMERIC-VALUE TO CIT-EXP-COLUMN(CIT-SUB)
           ELSE
               SET CIT-CARD-INVALID TO TRUE
           END-IF
           .
       2430-EXPECT-LITERAL.
           IF CIT-T IS GREATER THAN CIT-TOKEN-COUNT
           OR NOT CIT-TOKEN-IS-LITERAL(CIT-T)
           OR CIT-TOKEN-LEN(CIT-T) IS EQUAL TO ZEROES
               SET CIT-CARD-INVALID TO TRUE
           ELSE
               MOVE CIT-TOKEN(CIT-T) TO CIT-EXP-LITERAL(CIT-SUB)
               MOVE CIT-TOKEN-LEN(CIT-T) TO CIT-EXP-LIT-LEN(CIT-SUB)
           END-IF
           .
      *****************************************************************
      * ARQUIVO: LE O DATASET DE PONTA A PONTA, CONFERE CADA
      * EXPECTATIVA E GRAVA OS VEREDITOS NO FIM DE ITVERED
      *****************************************************************
       3000-CHECK-DATASET.
           IF NOT CIT-DATASET-FOUND
               DISPLAY 'ZUTZCIT: DATASET ' CIT-ARGUMENT
                   ' NAO DECLARADO NO MEMBRO DE INTEGRACAO'
               MOVE 16 TO CIT-RETCODE
               GO TO 3000-CHECK-DATASET-SAI
           END-IF
           OPEN INPUT INTEG-DATA-FILE
           IF NOT INTEG-DATA-OK
               DISPLAY 'ZUTZCIT: NAO FOI POSSIVEL ABRIR ITDADOS ('
                   CIT-ARGUMENT '), FILE STATUS = ' INTEG-DATA-STATUS
               MOVE 16 TO CIT-RETCODE
               GO TO 3000-CHECK-DATASET-SAI
           END-IF
           OPEN EXTEND VERDICT-FILE
           IF NOT VERDICT-OK
               DISPLAY 'ZUTZCIT: NAO FOI POSSIVEL ABRIR ITVERED, '
                   'FILE STATUS = ' VERDICT-STATUS
               CLOSE INTEG-DATA-FILE
               MOVE 16 TO CIT-RETCODE
               GO TO 3000-CHECK-DATASET-SAI
           END-IF
           PERFORM 8100-READ-DATA-RECORD
           PERFORM 3100-CHECK-RECORD
               UNTIL CIT-DATA-AT-END
           CLOSE INTEG-DATA-FILE
           PERFORM 3200-FINISH-EXPECT
               VARYING CIT-SUB FROM 1 BY 1
               UNTIL CIT-SUB IS GREATER THAN CIT-EXPECT-COUNT
           CLOSE VERDICT-FILE
           MOVE CIT-RECORDS-READ TO CIT-NUMBER-FMT
           DISPLAY 'ZUTZCIT: ' CIT-ARGUMENT ' - REGISTROS = '
               CIT-NUMBER-FMT ', EXPECT CONFERIDOS = '
               CIT-EXPECT-COUNT
           .
       3000-CHECK-DATASET-SAI.
           EXIT.
      *****************************************************************
      * UM REGISTRO: O QUE ESTA NA POSICAO DE UM EXPECT RECORD E' O
      * QUE FOI OBTIDO; CONTAINS ACHADO EM QUALQUER REGISTRO PASSA
      *****************************************************************
       3100-CHECK-RECORD.
           PERFORM 3110-CHECK-ONE-EXPECT
               VARYING CIT-SUB FROM 1 BY 1
               UNTIL CIT-SUB IS GREATER THAN CIT-EXPECT-COUNT
           PERFORM 8100-READ-DATA-RECORD
           .
       3110-CHECK-ONE-EXPECT.
           EVALUATE TRUE
               WHEN CIT-EXP-IS-RECORD(CIT-SUB)
                AND CIT-EXP-NUMBER(CIT-SUB) IS EQUAL TO
                    CIT-RECORDS-READ
                   PERFORM 3120-CHECK-RECORD-VALUE
               WHEN CIT-EXP-IS-CONTAINS(CIT-SUB)
                AND CIT-EXP-RESULT(CIT-SUB) IS EQUAL TO SPACE
                   MOVE ZEROES TO CIT-HITS
                   INSPECT INTEG-DATA-RECORD(1:CIT-DATASET-LRECL)
                       TALLYING CIT-HITS FOR ALL
                       CIT-EXP-LITERAL(CIT-SUB)
                           (1:CIT-EXP-LIT-LEN(CIT-SUB))
                   IF CIT-HITS IS GREATER THAN ZEROES
                       MOVE 'P' TO CIT-EXP-RESULT(CIT-SUB)
                       MOVE CIT-RECORDS-READ TO CIT-NUMBER-FMT
                       STRING 'ACHADO NO REGISTRO ' DELIMITED BY SIZE
                              CIT-NUMBER-FMT DELIMITED BY SIZE
                           INTO CIT-EXP-ACTUAL(CIT-SUB)
                       END-STRING
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       3120-CHECK-RECORD-VALUE.
           COMPUTE CIT-LAST-COLUMN = CIT-EXP-COLUMN(CIT-SUB)
                                   + CIT-EXP-LIT-LEN(CIT-SUB) - 1
           IF CIT-LAST-COLUMN IS GREATER THAN CIT-DATASET-LRECL
               MOVE 'F' TO CIT-EXP-RESULT(CIT-SUB)
               MOVE 'POSICAO ALEM DO LRECL DO DATASET'
                   TO CIT-EXP-ACTUAL(CIT-SUB)
           ELSE
               MOVE INTEG-DATA-RECORD(CIT-EXP-COLUMN(CIT-SUB):
                                      CIT-EXP-LIT-LEN(CIT-SUB))
                   TO CIT-EXP-ACTUAL(CIT-SUB)
               IF INTEG-DATA-RECORD(CIT-EXP-COLUMN(CIT-SUB):
                                    CIT-EXP-LIT-LEN(CIT-SUB))
                  IS EQUAL TO CIT-EXP-LITERAL(CIT-SUB)
                                 (1:CIT-EXP-LIT-LEN(CIT-SUB))
                   MOVE 'P' TO CIT-EXP-RESULT(CIT-SUB)
               ELSE
                   MOVE 'F' TO CIT-EXP-RESULT(CIT-SUB)
               END-IF
           END-IF
           .
      *****************************************************************
      * FIM DO DATASET: FECHA O QUE AINDA ESTA EM ABERTO E GRAVA O
      * VEREDITO
      *****************************************************************
       3200-FINISH-EXPECT.
           MOVE CIT-RECORDS-READ TO CIT-NUMBER-FMT
           EVALUATE TRUE
               WHEN CIT-EXP-IS-BAD(CIT-SUB)
                   MOVE 'F' TO CIT-EXP-RESULT(CIT-SUB)
                   MOVE 'EXPECT MAL FORMADO - VER A SINTAXE NO ZUTZCIT'
                       TO CIT-EXP-ACTUAL(CIT-SUB)
               WHEN CIT-EXP-IS-COUNT(CIT-SUB)
                   IF CIT-EXP-NUMBER(CIT-SUB) IS EQUAL TO
                      CIT-RECORDS-READ
                       MOVE 'P' TO CIT-EXP-RESULT(CIT-SUB)
                   ELSE
                       MOVE 'F' TO CIT-EXP-RESULT(CIT-SUB)
                   END-IF
                   STRING 'REGISTROS NO DATASET: ' DELIMITED BY SIZE
                          CIT-NUMBER-FMT DELIMITED BY SIZE
                       INTO CIT-EXP-ACTUAL(CIT-SUB)
                   END-STRING
               WHEN CIT-EXP-IS-RECORD(CIT-SUB)
                AND CIT-EXP-RESULT(CIT-SUB) IS EQUAL TO SPACE
                   MOVE 'F' TO CIT-EXP-RESULT(CIT-SUB)
                   STRING 'REGISTRO NAO EXISTE - O DATASET TEM '
                              DELIMITED BY SIZE
                          CIT-NUMBER-FMT DELIMITED BY SIZE
                       INTO CIT-EXP-ACTUAL(CIT-SUB)
                   END-STRING
               WHEN CIT-EXP-IS-CONTAINS(CIT-SUB)
                AND CIT-EXP-RESULT(CIT-SUB) IS EQUAL TO SPACE
                   MOVE 'F' TO CIT-EXP-RESULT(CIT-SUB)
                   STRING 'NAO ACHADO EM NENHUM DOS ' DELIMITED BY SIZE
                          CIT-NUMBER-FMT DELIMITED BY SIZE
                          ' REGISTROS' DELIMITED BY SIZE
                       INTO CIT-EXP-ACTUAL(CIT-SUB)
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO VERDICT-RECORD
           MOVE CIT-EXP-RESULT(CIT-SUB) TO VERDICT-RESULT
           MOVE CIT-EXP-CARD(CIT-SUB)   TO VERDICT-CARD
           MOVE CIT-EXP-ACTUAL(CIT-SUB) TO VERDICT-ACTUAL
           WRITE VERDICT-RECORD
           .
      *****************************************************************
      * FECHA: RC DE CADA PASSO, VEREDITOS DOS DATASETS, RELATORIO E
      * REGISTRO DA RODADA EM UTRESLT E CUTAUDIT
      *****************************************************************
       5000-CLOSE-RUN.
           DISPLAY '================================================='
           DISPLAY 'TESTE INTEGRADO DE FLUXO DE JOB - CUT'
           DISPLAY 'INTEGRACAO ' CIT-INTEGRATION-NAME ' - '
               CIT-INTEGRATION-DESC
           DISPLAY '================================================='
           IF CIT-INTEGRATION-NAME IS EQUAL TO SPACES
           OR CIT-STEP-COUNT IS EQUAL TO ZEROES
               DISPLAY 'ZUTZCIT: O MEMBRO NAO TEM INTEGRATION OU NAO '
                   'TEM NENHUM STEP'
               MOVE 8 TO CIT-RETCODE
               GO TO 5000-CLOSE-RUN-SAI
           END-IF
           PERFORM 5100-LOAD-STEP-LOG
               THRU 5100-LOAD-STEP-LOG-SAI
           PERFORM 5200-STEP-VERDICT
               VARYING CIT-SUB FROM 1 BY 1
               UNTIL CIT-SUB IS GREATER THAN CIT-STEP-COUNT
           PERFORM 5300-DATASET-VERDICTS
               THRU 5300-DATASET-VERDICTS-SAI
           IF CIT-FAILED IS GREATER THAN ZEROES
               MOVE 4 TO CIT-RETCODE
           END-IF
           DISPLAY ' '
           MOVE CIT-PASSED TO CIT-RC-FMT
           DISPLAY 'ZUTZCIT: ASSERCOES QUE PASSARAM = ' CIT-RC-FMT
           MOVE CIT-FAILED TO CIT-RC-FMT
           DISPLAY 'ZUTZCIT: ASSERCOES QUE FALHARAM = ' CIT-RC-FMT
           PERFORM 5400-WRITE-RESULTS
           PERFORM 5500-WRITE-AUDIT
               THRU 5500-WRITE-AUDIT-SAI
           .
       5000-CLOSE-RUN-SAI.
           EXIT.
      *****************************************************************
      * O LOG DE PASSOS: UM CARTAO POR PASSO QUE TERMINOU
      *****************************************************************
       5100-LOAD-STEP-LOG.
           OPEN INPUT STEP-LOG-FILE
           IF NOT STEP-LOG-OK
               DISPLAY 'ZUTZCIT: NAO FOI POSSIVEL ABRIR ITRCLOG, '
                   'FILE STATUS = ' STEP-LOG-STATUS
                   ' - NENHUM PASSO SERA DADO COMO TERMINADO'
               GO TO 5100-LOAD-STEP-LOG-SAI
           END-IF
           MOVE 'N' TO CIT-OTHER-EOF-SW
           PERFORM 8200-READ-STEP-LOG
           PERFORM 5110-STEP-LOG-CARD
               UNTIL CIT-OTHER-AT-END
           CLOSE STEP-LOG-FILE
           .
       5100-LOAD-STEP-LOG-SAI.
           EXIT.
       5110-STEP-LOG-CARD.
           IF STEP-LOG-NUMBER IS NUMERIC
           AND STEP-LOG-NUMBER IS GREATER THAN ZEROES
           AND STEP-LOG-NUMBER IS NOT GREATER THAN CIT-STEP-COUNT
               MOVE STEP-LOG-RESULT
                   TO CIT-STEP-LOGGED(STEP-LOG-NUMBER)
           END-IF
           PERFORM 8200-READ-STEP-LOG
           .
      *****************************************************************
      * UM PASSO: PASSA QUANDO TERMINOU COM O RC ESPERADO
      *****************************************************************
       5200-STEP-VERDICT.
           MOVE CIT-SUB TO CIT-STEP-FMT
           MOVE CIT-STEP-RC(CIT-SUB) TO CIT-RC-FMT
           MOVE SPACES TO CIT-REPORT-LINE
           IF CIT-STEP-LOGGED(CIT-SUB) IS EQUAL TO 'OK '
               ADD 1 TO CIT-PASSED
               STRING '     PASS: PASSO ' DELIMITED BY SIZE
                      CIT-STEP-FMT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CIT-STEP-PROGRAM(CIT-SUB) DELIMITED BY SIZE
                      ' RC =' DELIMITED BY SIZE
                      CIT-RC-FMT DELIMITED BY SIZE
                   INTO CIT-REPORT-LINE
               END-STRING
               DISPLAY CIT-REPORT-LINE
           ELSE
               ADD 1 TO CIT-FAILED
               STRING '**** FAIL: PASSO ' DELIMITED BY SIZE
                      CIT-STEP-FMT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CIT-STEP-PROGRAM(CIT-SUB) DELIMITED BY SIZE
                      ' RC ESPERADO =' DELIMITED BY SIZE
                      CIT-RC-FMT DELIMITED BY SIZE
                   INTO CIT-REPORT-LINE
               END-STRING
               DISPLAY CIT-REPORT-LINE
               IF CIT-STEP-LOGGED(CIT-SUB) IS EQUAL TO 'DIF'
                   DISPLAY '           TERMINOU COM OUTRO RC'
               ELSE
                   DISPLAY '           NAO TERMINOU - ABEND OU NAO '
                       'RODOU (VER O JOB)'
               END-IF
           END-IF
           .
      *****************************************************************
      * OS VEREDITOS DOS PASSOS ARQUIVO, NA ORDEM EM QUE FORAM GRAVADOS
      *****************************************************************
       5300-DATASET-VERDICTS.
           OPEN INPUT VERDICT-FILE
           IF NOT VERDICT-OK
               DISPLAY 'ZUTZCIT: NAO FOI POSSIVEL ABRIR ITVERED, '
                   'FILE STATUS = ' VERDICT-STATUS
               ADD 1 TO CIT-FAILED
               GO TO 5300-DATASET-VERDICTS-SAI
           END-IF
           MOVE 'N' TO CIT-OTHER-EOF-SW
           PERFORM 8300-READ-VERDICT
           PERFORM 5310-ONE-VERDICT
               UNTIL CIT-OTHER-AT-END
           CLOSE VERDICT-FILE
           .
       5300-DATASET-VERDICTS-SAI.
           EXIT.
       5310-ONE-VERDICT.
           IF VERDICT-PASSED
               ADD 1 TO CIT-PASSED
               DISPLAY '     PASS: ' VERDICT-CARD
           ELSE
               ADD 1 TO CIT-FAILED
               DISPLAY '**** FAIL: ' VERDICT-CARD
               DISPLAY '           OBTIDO: ' VERDICT-ACTUAL
           END-IF
           PERFORM 8300-READ-VERDICT
           .
      *****************************************************************
      * O REGISTRO DE RESULTADOS, COM ESCOPO 'I' (INTEGRADO)
      *****************************************************************
       5400-WRITE-RESULTS.
           MOVE SPACES TO UT-RESULTS-RECORD
           MOVE CIT-ARGUMENT          TO UT-RESULTS-REC-USERID
           MOVE CIT-INTEGRATION-NAME  TO UT-RESULTS-REC-PROGRAM
           MOVE CIT-PASSED            TO UT-RESULTS-REC-PASSED
           MOVE CIT-FAILED            TO UT-RESULTS-REC-FAILED
           MOVE CIT-RETCODE           TO UT-RESULTS-REC-RETCODE
           MOVE 'I'                   TO UT-RESULTS-REC-SCOPE
           OPEN OUTPUT UT-RESULTS-FILE
           IF UT-RESULTS-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ZUTZCIT: NAO FOI POSSIVEL ABRIR UTRESLT, '
                   'FILE STATUS = ' UT-RESULTS-FILE-STATUS
           ELSE
               WRITE UT-RESULTS-RECORD
               CLOSE UT-RESULTS-FILE
           END-IF
           .
      *****************************************************************
      * A TRILHA DE AUDITORIA: REGISTRO DE TIPO 'I' COM O NOME DA
      * INTEGRACAO NO LUGAR DO PROGRAMA (MESMA CHAVE E MESMA REGRA DE
      * REGRAVACAO DO FIM DE RODADA DO ZUTZCPD)
      *****************************************************************
       5500-WRITE-AUDIT.
           MOVE SPACES TO UT-AUDIT-RECORD
           MOVE CIT-ARGUMENT          TO UT-AUDIT-REC-USERID
           MOVE 'I'                   TO UT-AUDIT-REC-TYPE
           MOVE CIT-INTEGRATION-NAME  TO UT-AUDIT-REC-PROGRAM
           ACCEPT UT-AUDIT-REC-DATE-CCYYMMDD FROM DATE YYYYMMDD
           ACCEPT CIT-AUDIT-TIME FROM TIME
           MOVE CIT-AUDIT-TIME(1:6)   TO UT-AUDIT-REC-TIME-HHMMSS
           MOVE CIT-PASSED            TO UT-AUDIT-REC-PASSED
           MOVE CIT-FAILED            TO UT-AUDIT-REC-FAILED
           MOVE CIT-RETCODE           TO UT-AUDIT-REC-RETCODE
           MOVE ZEROES                TO UT-AUDIT-REC-ELAPSED-HUND
           COMPUTE UT-AUDIT-REC-CASES = CIT-PASSED + CIT-FAILED
           OPEN I-O UT-AUDIT-FILE
           IF UT-AUDIT-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT UT-AUDIT-FILE
           END-IF
           IF UT-AUDIT-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ZUTZCIT: NAO FOI POSSIVEL ABRIR CUTAUDIT, '
                   'FILE STATUS = ' UT-AUDIT-FILE-STATUS
               GO TO 5500-WRITE-AUDIT-SAI
           END-IF
           WRITE UT-AUDIT-RECORD
               INVALID KEY
                   REWRITE UT-AUDIT-RECORD
                   END-REWRITE
           END-WRITE
           CLOSE UT-AUDIT-FILE
           .
       5500-WRITE-AUDIT-SAI.
           EXIT.
      *****************************************************************
      * QUEBRA O TEXTO DO CARTAO (COLUNAS 8-72) EM TOKENS. PALAVRAS
      * VAO PARA MAIUSCULAS; UM LITERAL ENTRE APOSTROFOS FICA COMO
      * ESCRITO, SEM OS APOSTROFOS, COM '' VALENDO UM APOSTROFO
      *****************************************************************
       7000-SPLIT-CARD.
           MOVE INTEG-CARD-TEXT TO CIT-LINE
           MOVE ZEROES TO CIT-TOKEN-COUNT
           PERFORM VARYING CIT-T FROM 1 BY 1 UNTIL CIT-T > 12
               MOVE SPACES TO CIT-TOKEN(CIT-T)
               MOVE ZEROES TO CIT-TOKEN-LEN(CIT-T)
               MOVE 'N' TO CIT-TOKEN-QUOTED(CIT-T)
           END-PERFORM
           MOVE 1 TO CIT-P
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
               UNTIL CIT-P IS GREATER THAN 65
                  OR CIT-TOKEN-COUNT IS EQUAL TO 12
           .
       7100-NEXT-TOKEN.
           PERFORM VARYING CIT-P FROM CIT-P BY 1
                   UNTIL CIT-P IS GREATER THAN 65
                      OR CIT-LINE(CIT-P:1) IS NOT EQUAL TO SPACE
               CONTINUE
           END-PERFORM
           IF CIT-P IS GREATER THAN 65
               GO TO 7100-NEXT-TOKEN-SAI
           END-IF
           ADD 1 TO CIT-TOKEN-COUNT
           MOVE CIT-TOKEN-COUNT TO CIT-T
           IF CIT-LINE(CIT-P:1) IS EQUAL TO ''''
               MOVE 'Y' TO CIT-TOKEN-QUOTED(CIT-T)
               ADD 1 TO CIT-P
               MOVE 'N' TO CIT-LITERAL-SW
               PERFORM 7110-LITERAL-CHARACTER
                   UNTIL CIT-LITERAL-DONE
               GO TO 7100-NEXT-TOKEN-SAI
           END-IF
           MOVE ZEROES TO CIT-L
           PERFORM VARYING CIT-P FROM CIT-P BY 1
                   UNTIL CIT-P IS GREATER THAN 65
                      OR CIT-LINE(CIT-P:1) IS EQUAL TO SPACE
               ADD 1 TO CIT-L
               MOVE CIT-LINE(CIT-P:1) TO CIT-TOKEN(CIT-T)(CIT-L:1)
           END-PERFORM
           MOVE CIT-L TO CIT-TOKEN-LEN(CIT-T)
           INSPECT CIT-TOKEN(CIT-T) CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           .
       7100-NEXT-TOKEN-SAI.
           EXIT.
       7110-LITERAL-CHARACTER.
           IF CIT-P IS GREATER THAN 65
               SET CIT-LITERAL-DONE TO TRUE
           ELSE
               IF CIT-LINE(CIT-P:1) IS EQUAL TO ''''
                   IF CIT-P IS LESS THAN 65
                   AND CIT-LINE(CIT-P + 1:1) IS EQUAL TO ''''
                       ADD 1 TO CIT-TOKEN-LEN(CIT-T)
                       MOVE ''''
                           TO CIT-TOKEN(CIT-T)(CIT-TOKEN-LEN(CIT-T):1)
                       ADD 2 TO CIT-P
                   ELSE
                       ADD 1 TO CIT-P
                       SET CIT-LITERAL-DONE TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO CIT-TOKEN-LEN(CIT-T)
                   MOVE CIT-LINE(CIT-P:1)
                       TO CIT-TOKEN(CIT-T)(CIT-TOKEN-LEN(CIT-T):1)
                   ADD 1 TO CIT-P
               END-IF
           END-IF
           .
      *****************************************************************
      * UM TOKEN NUMERICO, ALINHADO A DIREITA EM CIT-NUMERIC-TOKEN
      *****************************************************************
       7200-NUMERIC-TOKEN-4.
           MOVE 4 TO CIT-T
           PERFORM 7210-NUMERIC-TOKEN-T
           .
       7210-NUMERIC-TOKEN-T.
           MOVE SPACES TO CIT-NUMERIC-TOKEN
           IF CIT-T IS NOT GREATER THAN CIT-TOKEN-COUNT
           AND CIT-TOKEN-LEN(CIT-T) IS GREATER THAN ZEROES
           AND CIT-TOKEN-LEN(CIT-T) IS NOT GREATER THAN 7
               MOVE CIT-TOKEN(CIT-T)(1:CIT-TOKEN-LEN(CIT-T))
                   TO CIT-NUMERIC-TOKEN
               INSPECT CIT-NUMERIC-TOKEN REPLACING LEADING SPACE
                   BY ZERO
           END-IF
           .
      *****************************************************************
      * LEITURAS
      *****************************************************************
       8000-READ-MEMBER-CARD.
           READ INTEG-MEMBER-FILE
               AT END
                   SET CIT-MEMBER-AT-END TO TRUE
           END-READ
           .
       8100-READ-DATA-RECORD.
           MOVE SPACES TO INTEG-DATA-RECORD
           READ INTEG-DATA-FILE
               AT END
                   SET CIT-DATA-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO CIT-RECORDS-READ
           END-READ
           .
       8200-READ-STEP-LOG.
           READ STEP-LOG-FILE
               AT END
                   SET CIT-OTHER-AT-END TO TRUE
           END-READ
           .
       8300-READ-VERDICT.
           READ VERDICT-FILE
               AT END
                   SET CIT-OTHER-AT-END TO TRUE
           END-READ
           .
