       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ZUTZCDG.
      *****************************************************************
      * This work is licensed under a Creative Commons
      * Attribution-ShareAlike 4.0 International license.
      * See http://creativecommons.org/licenses/by-sa/4.0/.
      *
      * Compiler diagnostics capture for the CUTPROC pipeline. The
      * I/W/E/S messages COMPILA and COMPILA2 print scroll off with
      * the spool, so a program can pile up warnings run after run
      * without anyone noticing. CUTPROC now points each compile's
      * SYSPRINT at a temporary dataset and runs this program right
      * behind it: the listing is copied to SYSOUT unchanged (it
      * still reads the same in the spool), and every compiler
      * message in its diagnostics section - message ID, severity
      * and listing line number - is appended to the persistent
      * diagnostics trail on CUTDIAG, after one run summary record
      * with the count per severity. ZUTZCWT reports the trend over
      * that trail.
      *
      * Only the diagnostics section is counted: a message the
      * compiler also embeds in the source listing under the line it
      * refers to (the "==000123==> IGY..." form) is the same message
      * printed twice and is skipped there.
      *
      * An optional TETOAVIS deck sets the ceiling that fails the run
      * when the program's warning count goes up, against the last
      * run of the same program and step already on the trail:
      *     AUMENTO nnnn   warnings may rise by at most nnnn (0 = any
      *                    rise fails)
      *     MAXIMO  nnnn   warnings may never exceed nnnn
      * Without the deck (or with an empty one) nothing fails here.
      *
      * -- Input --
      * LISTAGEM  The compiler listing (SYSPRINT of the compile step)
      * CUTDIAG   The diagnostics trail, read first for the previous
      *           run of this program/step, then extended (DISP=MOD)
      * TETOAVIS  Optional ceiling cards (see above)
      * PARM      PROGRAMA,PASSO - the member compiled and the name of
      *           the compile step (COMPILA or COMPILA2)
      *
      * -- Output --
      * IMPRIME   The listing, copied through for the spool
      * CUTDIAG   'R' run summary record and one 'M' record per
      *           message
      * SYSOUT    The run's counts and the ceiling verdict (DISPLAY)
      * RETURN-CODE   0 when the ceiling held (or there is none),
      *               8 when the warning count broke the ceiling,
      *               16 when the listing or the trail cannot be
      *                 opened, or there is no PARM
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTING-FILE
               ASSIGN TO LISTAGEM
               FILE STATUS IS LISTING-FILE-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE
               ASSIGN TO IMPRIME
               FILE STATUS IS PRINT-FILE-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT UT-DIAG-FILE
               ASSIGN TO CUTDIAG
               FILE STATUS IS UT-DIAG-FILE-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT LIMITS-FILE
               ASSIGN TO TETOAVIS
               FILE STATUS IS LIMITS-FILE-STATUS
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LISTING-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS LISTING-RECORD.
       01  LISTING-RECORD             PIC X(133).
       FD  PRINT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS PRINT-RECORD.
       01  PRINT-RECORD               PIC X(133).
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
           05  FILLER                 PIC X(01).
           05  UT-DIAG-REC-TIME       PIC 9(06).
           05  FILLER                 PIC X(01).
           05  UT-DIAG-REC-STEP       PIC X(08).
           05  FILLER                 PIC X(01).
           05  UT-DIAG-REC-BODY       PIC X(44).
      * 'R': quantas mensagens de cada severidade a compilacao deu
           05  UT-DIAG-REC-COUNTS REDEFINES UT-DIAG-REC-BODY.
               10  UT-DIAG-REC-INFO   PIC 9(04).
               10  FILLER             PIC X(01).
               10  UT-DIAG-REC-WARN   PIC 9(04).
               10  FILLER             PIC X(01).
               10  UT-DIAG-REC-ERROR  PIC 9(04).
               10  FILLER             PIC X(01).
               10  UT-DIAG-REC-SEVERE PIC 9(04).
               10  FILLER             PIC X(25).
      * 'M': uma mensagem - ID, severidade e linha da listagem
           05  UT-DIAG-REC-MESSAGE REDEFINES UT-DIAG-REC-BODY.
               10  UT-DIAG-REC-MSGID  PIC X(09).
               10  FILLER             PIC X(01).
               10  UT-DIAG-REC-SEV    PIC X(01).
               10  FILLER             PIC X(01).
               10  UT-DIAG-REC-LINE   PIC 9(06).
               10  FILLER             PIC X(26).
       FD  LIMITS-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS LIMITS-RECORD.
       01  LIMITS-RECORD.
           05  LIMITS-KEYWORD         PIC X(08).
           05  LIMITS-VALUE-4         PIC X(04).
           05  FILLER                 PIC X(68).
       WORKING-STORAGE SECTION.
       01  LISTING-FILE-STATUS        PIC X(02).
           88  LISTING-FILE-OK            VALUE '00'.
       01  PRINT-FILE-STATUS          PIC X(02).
           88  PRINT-FILE-OK              VALUE '00'.
       01  UT-DIAG-FILE-STATUS        PIC X(02).
           88  UT-DIAG-FILE-OK            VALUE '00'.
       01  LIMITS-FILE-STATUS         PIC X(02).
           88  LIMITS-FILE-OK             VALUE '00'.
       01  CDG-SWITCHES.
           05  CDG-MORE-LISTING       PIC X(01) VALUE 'Y'.
               88  CDG-NO-MORE-LISTING    VALUE 'N'.
           05  CDG-MORE-TRAIL         PIC X(01) VALUE 'Y'.
               88  CDG-NO-MORE-TRAIL      VALUE 'N'.
           05  CDG-MORE-LIMITS        PIC X(01) VALUE 'Y'.
               88  CDG-NO-MORE-LIMITS     VALUE 'N'.
           05  CDG-PREVIOUS-SW        PIC X(01) VALUE 'N'.
               88  CDG-HAVE-PREVIOUS      VALUE 'Y'.
           05  CDG-AUMENTO-SW         PIC X(01) VALUE 'N'.
               88  CDG-AUMENTO-ACTIVE     VALUE 'Y'.
           05  CDG-MAXIMO-SW          PIC X(01) VALUE 'N'.
               88  CDG-MAXIMO-ACTIVE      VALUE 'Y'.
           05  CDG-GATE               PIC X(01) VALUE 'N'.
               88  CDG-GATE-BREACHED      VALUE 'Y'.
       01  CDG-PARM-FIELDS.
           05  CDG-PARM-TEXT          PIC X(40) VALUE SPACES.
           05  CDG-PROGRAM            PIC X(08) VALUE SPACES.
           05  CDG-STEP               PIC X(08) VALUE SPACES.
       01  CDG-RUN-STAMP.
           05  CDG-RUN-DATE           PIC 9(08) VALUE ZEROES.
           05  CDG-RUN-TIME-HHMMSSTH  PIC 9(08) VALUE ZEROES.
       01  CDG-COUNTS.
           05  CDG-LINES-READ         PIC 9(07) VALUE ZEROES.
           05  CDG-COUNT-INFO         PIC 9(04) VALUE ZEROES.
           05  CDG-COUNT-WARN         PIC 9(04) VALUE ZEROES.
           05  CDG-COUNT-ERROR        PIC 9(04) VALUE ZEROES.
           05  CDG-COUNT-SEVERE       PIC 9(04) VALUE ZEROES.
           05  CDG-PREVIOUS-WARN      PIC 9(04) VALUE ZEROES.
           05  CDG-LIM-AUMENTO        PIC 9(04) VALUE ZEROES.
           05  CDG-LIM-MAXIMO         PIC 9(04) VALUE ZEROES.
           05  CDG-WARN-RISE          PIC 9(04) VALUE ZEROES.
      *****************************************************************
      * UMA MENSAGEM ACHADA NA LINHA DA LISTAGEM
      *****************************************************************
       01  CDG-MESSAGE.
           05  CDG-SUB                PIC 9(03) COMP VALUE ZEROES.
           05  CDG-AT                 PIC 9(03) COMP VALUE ZEROES.
           05  CDG-DIGIT-SUB          PIC 9(03) COMP VALUE ZEROES.
           05  CDG-SCALE              PIC 9(07) VALUE ZEROES.
           05  CDG-MSG-ID             PIC X(09) VALUE SPACES.
           05  CDG-MSG-SEV            PIC X(01) VALUE SPACES.
               88  CDG-SEV-VALID          VALUES 'I' 'W' 'E' 'S' 'U'.
           05  CDG-MSG-LINE           PIC 9(06) VALUE ZEROES.
           05  CDG-DIGIT              PIC 9(01) VALUE ZEROES.
       01  CDG-COUNT-EDIT             PIC ZZZ9.
       LINKAGE SECTION.
       01  UT-DIAG-PARM.
           05  UT-DIAG-PARM-LEN           PIC S9(4) COMP.
           05  UT-DIAG-PARM-TEXT          PIC X(40).
       PROCEDURE DIVISION USING UT-DIAG-PARM.
      *****************************************************************
      * ROTINA PRINCIPAL
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-FIND-PREVIOUS-RUN
           PERFORM 1300-LOAD-LIMITS
               THRU 1300-LOAD-LIMITS-SAI
           PERFORM 1400-OPEN-FOR-CAPTURE
           PERFORM 2000-COPY-AND-SCAN-LINE
               UNTIL CDG-NO-MORE-LISTING
           PERFORM 3000-WRITE-RUN-SUMMARY
           PERFORM 4000-CHECK-CEILING
           PERFORM 9999-TERMINATE
           GOBACK.
      *****************************************************************
      * CAPTURA O PARM E CARIMBA A DATA/HORA DA RODADA
      *****************************************************************
       1000-INITIALIZE.
           IF UT-DIAG-PARM-LEN IS GREATER THAN ZERO
               MOVE UT-DIAG-PARM-TEXT(1:UT-DIAG-PARM-LEN)
                   TO CDG-PARM-TEXT
               UNSTRING CDG-PARM-TEXT DELIMITED BY ',' OR SPACE
                   INTO CDG-PROGRAM CDG-STEP
               END-UNSTRING
           END-IF
           IF CDG-PROGRAM IS EQUAL TO SPACES
               DISPLAY 'ZUTZCDG: PARM SEM O NOME DO PROGRAMA - '
                   'USE PARM=''PROGRAMA,PASSO'''
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT CDG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CDG-RUN-TIME-HHMMSSTH FROM TIME
           .
      *****************************************************************
      * PROCURA NA TRILHA A ULTIMA RODADA DO MESMO PROGRAMA E PASSO;
      * A TRILHA AINDA VAZIA (OU INEXISTENTE) E' A PRIMEIRA RODADA
      *****************************************************************
       1200-FIND-PREVIOUS-RUN.
           OPEN INPUT UT-DIAG-FILE
           IF UT-DIAG-FILE-OK
               PERFORM UNTIL CDG-NO-MORE-TRAIL
                   READ UT-DIAG-FILE
                       AT END
                           SET CDG-NO-MORE-TRAIL TO TRUE
                       NOT AT END
                           IF DIAG-SUMMARY-REC
                           AND UT-DIAG-REC-PROGRAM IS EQUAL TO
                               CDG-PROGRAM
                           AND UT-DIAG-REC-STEP IS EQUAL TO CDG-STEP
                               SET CDG-HAVE-PREVIOUS TO TRUE
                               MOVE UT-DIAG-REC-WARN
                                   TO CDG-PREVIOUS-WARN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UT-DIAG-FILE
           END-IF
           .
      *****************************************************************
      * CARREGA O TETO DE AVISOS, QUANDO O DECK TETOAVIS EXISTE
      *****************************************************************
       1300-LOAD-LIMITS.
           OPEN INPUT LIMITS-FILE
           IF NOT LIMITS-FILE-OK
               GO TO 1300-LOAD-LIMITS-SAI
           END-IF
           PERFORM UNTIL CDG-NO-MORE-LIMITS
               READ LIMITS-FILE
                   AT END
                       SET CDG-NO-MORE-LIMITS TO TRUE
                   NOT AT END
                       PERFORM 1310-PROCESS-LIMITS-CARD
               END-READ
           END-PERFORM
           CLOSE LIMITS-FILE.
       1300-LOAD-LIMITS-SAI.
           EXIT.
       1310-PROCESS-LIMITS-CARD.
           EVALUATE LIMITS-KEYWORD
               WHEN 'AUMENTO '
                   IF LIMITS-VALUE-4 IS NUMERIC
                       MOVE LIMITS-VALUE-4 TO CDG-LIM-AUMENTO
                       SET CDG-AUMENTO-ACTIVE TO TRUE
                   END-IF
               WHEN 'MAXIMO  '
                   IF LIMITS-VALUE-4 IS NUMERIC
                       MOVE LIMITS-VALUE-4 TO CDG-LIM-MAXIMO
                       SET CDG-MAXIMO-ACTIVE TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *****************************************************************
      * ABRE A LISTAGEM, A COPIA PARA O SPOOL E A TRILHA PARA GRAVAR
      *****************************************************************
       1400-OPEN-FOR-CAPTURE.
           OPEN INPUT LISTING-FILE
           IF NOT LISTING-FILE-OK
               DISPLAY 'ZUTZCDG: NAO FOI POSSIVEL ABRIR LISTAGEM, '
                   'FILE STATUS = ' LISTING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           OPEN EXTEND UT-DIAG-FILE
           IF NOT UT-DIAG-FILE-OK
               DISPLAY 'ZUTZCDG: NAO FOI POSSIVEL ABRIR CUTDIAG, '
                   'FILE STATUS = ' UT-DIAG-FILE-STATUS
               CLOSE LISTING-FILE PRINT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 8000-READ-LISTING
           .
      *****************************************************************
      * COPIA A LINHA PARA O SPOOL E GRAVA A MENSAGEM, SE HOUVER
      *****************************************************************
       2000-COPY-AND-SCAN-LINE.
           ADD 1 TO CDG-LINES-READ
           IF PRINT-FILE-OK
               WRITE PRINT-RECORD FROM LISTING-RECORD
           END-IF
           PERFORM 2100-FIND-MESSAGE
               THRU 2100-FIND-MESSAGE-SAI
           IF CDG-MSG-ID IS NOT EQUAL TO SPACES
               PERFORM 2200-WRITE-MESSAGE
           END-IF
           PERFORM 8000-READ-LISTING
           .
      *****************************************************************
      * UMA MENSAGEM E' 'IGY' + SEIS CARACTERES, HIFEN E SEVERIDADE
      * (IGYPS2121-S); A LINHA DA LISTAGEM E' O NUMERO LOGO A ESQUERDA.
      * A FORMA EMBUTIDA NA LISTAGEM DO FONTE ("==>" ANTES DO ID) E'
      * REPETICAO DA SECAO DE DIAGNOSTICOS E NAO CONTA
      *****************************************************************
       2100-FIND-MESSAGE.
           MOVE SPACES TO CDG-MSG-ID
           MOVE ZEROES TO CDG-AT
           PERFORM VARYING CDG-SUB FROM 2 BY 1
                   UNTIL CDG-SUB IS GREATER THAN 122
                      OR CDG-AT IS GREATER THAN ZEROES
               IF LISTING-RECORD(CDG-SUB:3) IS EQUAL TO 'IGY'
               AND LISTING-RECORD(CDG-SUB + 9:1) IS EQUAL TO '-'
                   MOVE LISTING-RECORD(CDG-SUB + 10:1) TO CDG-MSG-SEV
                   IF CDG-SEV-VALID
                       MOVE CDG-SUB TO CDG-AT
                   END-IF
               END-IF
           END-PERFORM
           IF CDG-AT IS EQUAL TO ZEROES
               GO TO 2100-FIND-MESSAGE-SAI
           END-IF
           MOVE ZEROES TO CDG-SUB
           INSPECT LISTING-RECORD(1:CDG-AT)
               TALLYING CDG-SUB FOR ALL '==>'
           IF CDG-SUB IS GREATER THAN ZEROES
               GO TO 2100-FIND-MESSAGE-SAI
           END-IF
           MOVE LISTING-RECORD(CDG-AT:9) TO CDG-MSG-ID
           PERFORM 2110-TAKE-LINE-NUMBER.
       2100-FIND-MESSAGE-SAI.
           EXIT.
      *****************************************************************
      * LE O NUMERO DA LINHA DA DIREITA PARA A ESQUERDA, A PARTIR DO
      * PRIMEIRO CARACTERE NAO BRANCO ANTES DO ID; SEM NUMERO, ZERO
      *****************************************************************
       2110-TAKE-LINE-NUMBER.
           MOVE ZEROES TO CDG-MSG-LINE
           MOVE 1 TO CDG-SCALE
           COMPUTE CDG-DIGIT-SUB = CDG-AT - 1 END-COMPUTE
           PERFORM UNTIL CDG-DIGIT-SUB IS LESS THAN 2
                      OR LISTING-RECORD(CDG-DIGIT-SUB:1)
                         IS NOT EQUAL TO SPACE
               SUBTRACT 1 FROM CDG-DIGIT-SUB
           END-PERFORM
           PERFORM UNTIL CDG-DIGIT-SUB IS LESS THAN 2
                      OR LISTING-RECORD(CDG-DIGIT-SUB:1) IS NOT NUMERIC
                      OR CDG-SCALE IS GREATER THAN 100000
               MOVE LISTING-RECORD(CDG-DIGIT-SUB:1) TO CDG-DIGIT
               COMPUTE CDG-MSG-LINE =
                   CDG-MSG-LINE + CDG-DIGIT * CDG-SCALE
               END-COMPUTE
               MULTIPLY 10 BY CDG-SCALE
               SUBTRACT 1 FROM CDG-DIGIT-SUB
           END-PERFORM
           .
      *****************************************************************
      * CONTA A MENSAGEM NA SEVERIDADE E GRAVA O REGISTRO 'M'
      *****************************************************************
       2200-WRITE-MESSAGE.
           EVALUATE CDG-MSG-SEV
               WHEN 'I'
                   ADD 1 TO CDG-COUNT-INFO
               WHEN 'W'
                   ADD 1 TO CDG-COUNT-WARN
               WHEN 'E'
                   ADD 1 TO CDG-COUNT-ERROR
               WHEN OTHER
                   ADD 1 TO CDG-COUNT-SEVERE
           END-EVALUATE
           PERFORM 7000-START-TRAIL-RECORD
           MOVE 'M'          TO UT-DIAG-REC-TYPE
           MOVE CDG-MSG-ID   TO UT-DIAG-REC-MSGID
           MOVE CDG-MSG-SEV  TO UT-DIAG-REC-SEV
           MOVE CDG-MSG-LINE TO UT-DIAG-REC-LINE
           WRITE UT-DIAG-RECORD
           .
      *****************************************************************
      * O RESUMO DA RODADA VAI DEPOIS DAS MENSAGENS; UMA COMPILACAO
      * LIMPA GRAVA SO ELE, COM TUDO ZERO - E' O QUE MOSTRA A QUEDA
      * PARA ZERO NA TENDENCIA
      *****************************************************************
       3000-WRITE-RUN-SUMMARY.
           PERFORM 7000-START-TRAIL-RECORD
           MOVE 'R'              TO UT-DIAG-REC-TYPE
           MOVE CDG-COUNT-INFO   TO UT-DIAG-REC-INFO
           MOVE CDG-COUNT-WARN   TO UT-DIAG-REC-WARN
           MOVE CDG-COUNT-ERROR  TO UT-DIAG-REC-ERROR
           MOVE CDG-COUNT-SEVERE TO UT-DIAG-REC-SEVERE
           WRITE UT-DIAG-RECORD
           DISPLAY '================================================='
           DISPLAY 'DIAGNOSTICOS DE ' CDG-PROGRAM ' NO PASSO '
               CDG-STEP
           MOVE CDG-COUNT-INFO TO CDG-COUNT-EDIT
           DISPLAY '  INFORMATIVAS = ' CDG-COUNT-EDIT
           MOVE CDG-COUNT-WARN TO CDG-COUNT-EDIT
           DISPLAY '  AVISOS       = ' CDG-COUNT-EDIT
           MOVE CDG-COUNT-ERROR TO CDG-COUNT-EDIT
           DISPLAY '  ERROS        = ' CDG-COUNT-EDIT
           MOVE CDG-COUNT-SEVERE TO CDG-COUNT-EDIT
           DISPLAY '  SEVERAS      = ' CDG-COUNT-EDIT
           IF CDG-HAVE-PREVIOUS
               MOVE CDG-PREVIOUS-WARN TO CDG-COUNT-EDIT
               DISPLAY '  AVISOS NA RODADA ANTERIOR = ' CDG-COUNT-EDIT
           ELSE
               DISPLAY '  (PRIMEIRA RODADA DESTE PROGRAMA NA TRILHA)'
           END-IF
           .
      *****************************************************************
      * O TETO: AUMENTO MAXIMO SOBRE A RODADA ANTERIOR E/OU NUMERO
      * MAXIMO DE AVISOS. A PRIMEIRA RODADA SO RESPONDE AO MAXIMO
      *****************************************************************
       4000-CHECK-CEILING.
           IF CDG-AUMENTO-ACTIVE
           AND CDG-HAVE-PREVIOUS
           AND CDG-COUNT-WARN IS GREATER THAN CDG-PREVIOUS-WARN
               COMPUTE CDG-WARN-RISE =
                   CDG-COUNT-WARN - CDG-PREVIOUS-WARN
               END-COMPUTE
               IF CDG-WARN-RISE IS GREATER THAN CDG-LIM-AUMENTO
                   SET CDG-GATE-BREACHED TO TRUE
                   MOVE CDG-WARN-RISE TO CDG-COUNT-EDIT
                   DISPLAY '*** AVISOS SUBIRAM ' CDG-COUNT-EDIT
                       ' DESDE A RODADA ANTERIOR - ACIMA DO AUMENTO '
                       'PERMITIDO ***'
               END-IF
           END-IF
           IF CDG-MAXIMO-ACTIVE
           AND CDG-COUNT-WARN IS GREATER THAN CDG-LIM-MAXIMO
               SET CDG-GATE-BREACHED TO TRUE
               MOVE CDG-LIM-MAXIMO TO CDG-COUNT-EDIT
               DISPLAY '*** AVISOS ACIMA DO MAXIMO DE ' CDG-COUNT-EDIT
                   ' ***'
           END-IF
           DISPLAY '================================================='
           IF CDG-GATE-BREACHED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
      *****************************************************************
      * CHAVE COMUM DOS REGISTROS DA TRILHA DESTA RODADA
      *****************************************************************
       7000-START-TRAIL-RECORD.
           MOVE SPACES TO UT-DIAG-RECORD
           MOVE CDG-PROGRAM TO UT-DIAG-REC-PROGRAM
           MOVE CDG-RUN-DATE TO UT-DIAG-REC-DATE
           MOVE CDG-RUN-TIME-HHMMSSTH(1:6) TO UT-DIAG-REC-TIME
           MOVE CDG-STEP TO UT-DIAG-REC-STEP
           .
      *****************************************************************
      * LE A PROXIMA LINHA DA LISTAGEM
      *****************************************************************
       8000-READ-LISTING.
           READ LISTING-FILE
               AT END
                   SET CDG-NO-MORE-LISTING TO TRUE
           END-READ
           .
      *****************************************************************
      * FECHA OS ARQUIVOS
      *****************************************************************
       9999-TERMINATE.
           CLOSE LISTING-FILE
           CLOSE PRINT-FILE
           CLOSE UT-DIAG-FILE
           .
