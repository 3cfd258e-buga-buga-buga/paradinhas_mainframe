       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ZUTZCPM.
      *****************************************************************
      * This work is licensed under a Creative Commons
      * Attribution-ShareAlike 4.0 International license.
      * See http://creativecommons.org/licenses/by-sa/4.0/.
      *
      * Promotion certificate check. ZUTZCBR's quality gate says a
      * batch was green, but nothing tied that verdict to the source
      * that is finally promoted: a member edited after its green run
      * could still be copied to the production load library. Every
      * full GO3 run now stamps the fingerprint of the ORIGINAL-SOURCE
      * member it compiled into its CUTAUDIT record (see ZUTZCPC's
      * 8087-FINGERPRINT-ORIGINAL-SOURCE and ZUTZCFP). This program is
      * the step in front of the copy (see CUTPROMO): it takes the
      * fingerprint of the member being promoted again, through the
      * same ZUTZCFP, and searches the trail for a green run of that
      * program - no failed cases, RC 0 - carrying exactly that
      * fingerprint. Found, the promotion is approved and logged on
      * PROMOLOG with the certifying run's key; not found, it is
      * refused with the reason and a non-zero RC, and the copy step
      * behind it does not run.
      *
      * When several green runs certify the same source the most
      * recent one is the one logged. Runs that stamped no
      * fingerprint (filtered, mutation or record-mode runs, and every
      * run from before the fingerprint existed) never certify.
      *
      * -- Input --
      * CUTAUDIT  The shop-wide audit trail (keyed, read sequential)
      * SRCPRG    The source member being promoted
      * PARM      PROGRAMA[,USUARIO] - the program name as it appears
      *           in the trail (its PROGRAM-ID) and, optionally, who
      *           is promoting it, for the log
      *
      * -- Output --
      * PROMOLOG  One record per approved promotion, appended (DISP=
      *           MOD): date and time of the promotion, who promoted,
      *           the source fingerprint and the certifying run's key
      * SYSOUT    The verdict and its reason (DISPLAY)
      * RETURN-CODE   0 promotion approved and logged,
      *               8 promotion refused - no green run for this
      *                 exact source,
      *               16 no PARM, or a file could not be opened or
      *                 written (nothing is promoted unlogged)
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UT-AUDIT-FILE
               ASSIGN TO CUTAUDIT
               FILE STATUS IS UT-AUDIT-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UT-AUDIT-REC-KEY.
           SELECT SOURCE-FILE
               ASSIGN TO SRCPRG
               FILE STATUS IS SOURCE-FILE-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROMO-LOG-FILE
               ASSIGN TO PROMOLOG
               FILE STATUS IS PROMO-LOG-STATUS
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  UT-AUDIT-FILE
           DATA RECORD IS UT-AUDIT-RECORD.
       01  UT-AUDIT-RECORD.
           05  UT-AUDIT-REC-KEY.
               10  UT-AUDIT-REC-USERID        PIC X(08).
               10  UT-AUDIT-REC-TYPE          PIC X(01).
                   88  UT-AUDIT-REC-IS-TRACE      VALUE 'T'.
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
       FD  SOURCE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS SOURCE-RECORD.
       01  SOURCE-RECORD              PIC X(80).
       FD  PROMO-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS PROMO-LOG-RECORD.
       01  PROMO-LOG-RECORD.
           05  PLG-DATE-CCYYMMDD      PIC 9(08).
           05  FILLER                 PIC X(01).
           05  PLG-TIME-HHMMSS        PIC 9(06).
           05  FILLER                 PIC X(01).
           05  PLG-PROMOTER           PIC X(08).
           05  FILLER                 PIC X(01).
           05  PLG-FINGERPRINT        PIC X(16).
           05  FILLER                 PIC X(01).
           05  PLG-RUN-KEY            PIC X(33).
           05  FILLER                 PIC X(05).
       WORKING-STORAGE SECTION.
       01  UT-AUDIT-FILE-STATUS       PIC X(02).
           88  UT-AUDIT-FILE-OK           VALUE '00'.
           88  UT-AUDIT-FILE-EOF          VALUE '10'.
       01  SOURCE-FILE-STATUS         PIC X(02).
           88  SOURCE-FILE-OK             VALUE '00'.
       01  PROMO-LOG-STATUS           PIC X(02).
           88  PROMO-LOG-OK               VALUE '00'.
       01  CPM-SWITCHES.
           05  CPM-MORE-RECORDS       PIC X(01) VALUE 'Y'.
               88  CPM-NO-MORE-RECORDS    VALUE 'N'.
           05  CPM-MORE-SOURCE        PIC X(01) VALUE 'Y'.
               88  CPM-NO-MORE-SOURCE     VALUE 'N'.
           05  CPM-CERTIFIED          PIC X(01) VALUE 'N'.
               88  CPM-RUN-CERTIFIES      VALUE 'Y'.
               88  CPM-NO-CERTIFYING-RUN  VALUE 'N'.
       01  CPM-PARM-FIELDS.
           05  CPM-PARM-TEXT          PIC X(40) VALUE SPACES.
           05  CPM-PROGRAM            PIC X(08) VALUE SPACES.
           05  CPM-PROMOTER           PIC X(08) VALUE SPACES.
      *****************************************************************
      * AREA DO ZUTZCFP - A MESMA IMPRESSAO QUE O ZUTZCPC CARIMBA NA
      * RODADA DO GO3
      *****************************************************************
       01  SOURCE-FINGERPRINT-AREA.
           05  FP-FUNCAO              PIC X(01) VALUE SPACE.
           05  FP-REGISTRO            PIC X(80) VALUE SPACES.
           05  FP-IMPRESSAO           PIC X(16) VALUE SPACES.
      *****************************************************************
      * A RODADA QUE CERTIFICA (A MAIS RECENTE) E O QUE MAIS SE VIU DO
      * PROGRAMA, PARA EXPLICAR UMA RECUSA
      *****************************************************************
       01  CPM-CERTIFYING-RUN.
           05  CPM-CERT-KEY           PIC X(33) VALUE SPACES.
           05  CPM-CERT-STAMP         PIC 9(14) VALUE ZEROES.
       01  CPM-RECORD-STAMP.
           05  CPM-REC-DATE           PIC 9(08).
           05  CPM-REC-TIME           PIC 9(06).
       01  CPM-RECORD-STAMP-N REDEFINES CPM-RECORD-STAMP
                                      PIC 9(14).
       01  CPM-COUNTERS.
           05  CPM-RECORDS-READ       PIC 9(07) VALUE ZEROES.
           05  CPM-PROGRAM-RUNS       PIC 9(05) VALUE ZEROES.
           05  CPM-GREEN-RUNS         PIC 9(05) VALUE ZEROES.
           05  CPM-SAME-SOURCE-RUNS   PIC 9(05) VALUE ZEROES.
       01  CPM-COUNT-EDIT             PIC ZZZZZZ9.
       01  CPM-NOW-DATE-CCYYMMDD      PIC 9(08) VALUE ZEROES.
       01  CPM-NOW-TIME-HHMMSSTH      PIC 9(08) VALUE ZEROES.
       LINKAGE SECTION.
       01  UT-PROMO-PARM.
           05  UT-PROMO-PARM-LEN          PIC S9(4) COMP.
           05  UT-PROMO-PARM-TEXT         PIC X(40).
       PROCEDURE DIVISION USING UT-PROMO-PARM.
      *****************************************************************
      * ROTINA PRINCIPAL
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FINGERPRINT-SOURCE
           PERFORM 3000-SEARCH-AUDIT-TRAIL
               UNTIL CPM-NO-MORE-RECORDS
           IF CPM-RUN-CERTIFIES
               PERFORM 4000-APPROVE-PROMOTION
                   THRU 4000-APPROVE-PROMOTION-SAI
           ELSE
               PERFORM 5000-REFUSE-PROMOTION
           END-IF
           PERFORM 9999-TERMINATE
           GOBACK.
      *****************************************************************
      * CAPTURA O PARM, ABRE A TRILHA E LE O PRIMEIRO REGISTRO
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1100-CAPTURE-PARM
           IF CPM-PROGRAM IS EQUAL TO SPACES
               DISPLAY 'ZUTZCPM: PARM SEM O NOME DO PROGRAMA - '
                   'USE PARM=''PROGRAMA[,USUARIO]'''
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT UT-AUDIT-FILE
           IF NOT UT-AUDIT-FILE-OK
               DISPLAY 'ZUTZCPM: NAO FOI POSSIVEL ABRIR CUTAUDIT, '
                   'FILE STATUS = ' UT-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY '================================================='
           DISPLAY 'CERTIFICADO DE PROMOCAO - CUT'
           DISPLAY 'PROGRAMA = ' CPM-PROGRAM
           DISPLAY '================================================='
           PERFORM 8000-READ-NEXT-RECORD
           .
      *****************************************************************
      * PARM=PROGRAMA[,USUARIO]; O USUARIO SO VAI PARA O LOG
      *****************************************************************
       1100-CAPTURE-PARM.
           IF UT-PROMO-PARM-LEN IS GREATER THAN ZERO
               MOVE UT-PROMO-PARM-TEXT(1:UT-PROMO-PARM-LEN)
                   TO CPM-PARM-TEXT
               UNSTRING CPM-PARM-TEXT DELIMITED BY ',' OR SPACE
                   INTO CPM-PROGRAM CPM-PROMOTER
               END-UNSTRING
           END-IF
           .
      *****************************************************************
      * TIRA A IMPRESSAO DO MEMBRO QUE ESTA SENDO PROMOVIDO, REGISTRO
      * A REGISTRO, PELO MESMO ZUTZCFP QUE O ZUTZCPC USA
      *****************************************************************
       2000-FINGERPRINT-SOURCE.
           OPEN INPUT SOURCE-FILE
           IF NOT SOURCE-FILE-OK
               DISPLAY 'ZUTZCPM: NAO FOI POSSIVEL ABRIR SRCPRG, '
                   'FILE STATUS = ' SOURCE-FILE-STATUS
               CLOSE UT-AUDIT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'I' TO FP-FUNCAO
           CALL 'ZUTZCFP' USING SOURCE-FINGERPRINT-AREA
           MOVE 'A' TO FP-FUNCAO
           PERFORM UNTIL CPM-NO-MORE-SOURCE
               READ SOURCE-FILE
                   AT END
                       SET CPM-NO-MORE-SOURCE TO TRUE
                   NOT AT END
                       MOVE SOURCE-RECORD TO FP-REGISTRO
                       CALL 'ZUTZCFP' USING SOURCE-FINGERPRINT-AREA
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           DISPLAY 'IMPRESSAO DO FONTE = ' FP-IMPRESSAO
           .
      *****************************************************************
      * CONFERE UMA RODADA DO PROGRAMA: VERDE (NENHUM CASO FALHOU, RC
      * ZERO) E COM A MESMA IMPRESSAO; GUARDA A MAIS RECENTE
      *****************************************************************
       3000-SEARCH-AUDIT-TRAIL.
           ADD 1 TO CPM-RECORDS-READ
           IF UT-AUDIT-REC-PROGRAM IS EQUAL TO CPM-PROGRAM
               ADD 1 TO CPM-PROGRAM-RUNS
               IF UT-AUDIT-REC-FAILED IS EQUAL TO ZEROES
               AND UT-AUDIT-REC-RETCODE IS EQUAL TO ZEROES
                   ADD 1 TO CPM-GREEN-RUNS
               END-IF
               IF UT-AUDIT-REC-FINGERPRINT IS EQUAL TO FP-IMPRESSAO
                   ADD 1 TO CPM-SAME-SOURCE-RUNS
                   IF UT-AUDIT-REC-FAILED IS EQUAL TO ZEROES
                   AND UT-AUDIT-REC-RETCODE IS EQUAL TO ZEROES
                       PERFORM 3100-KEEP-IF-LATEST
                   END-IF
               END-IF
           END-IF
           PERFORM 8000-READ-NEXT-RECORD
           .
       3100-KEEP-IF-LATEST.
           MOVE UT-AUDIT-REC-DATE-CCYYMMDD TO CPM-REC-DATE
           MOVE UT-AUDIT-REC-TIME-HHMMSS   TO CPM-REC-TIME
           IF CPM-NO-CERTIFYING-RUN
           OR CPM-RECORD-STAMP-N IS GREATER THAN CPM-CERT-STAMP
               SET CPM-RUN-CERTIFIES TO TRUE
               MOVE CPM-RECORD-STAMP-N TO CPM-CERT-STAMP
               MOVE UT-AUDIT-REC-KEY TO CPM-CERT-KEY
           END-IF
           .
      *****************************************************************
      * APROVADA: GRAVA O LOG COM A CHAVE DA RODADA QUE CERTIFICA; SEM
      * O LOG NAO HA PROMOCAO
      *****************************************************************
       4000-APPROVE-PROMOTION.
           OPEN EXTEND PROMO-LOG-FILE
           IF NOT PROMO-LOG-OK
               DISPLAY 'ZUTZCPM: NAO FOI POSSIVEL ABRIR PROMOLOG, '
                   'FILE STATUS = ' PROMO-LOG-STATUS
                   ' - PROMOCAO NAO REGISTRADA, NAO PROMOVA'
               MOVE 16 TO RETURN-CODE
               GO TO 4000-APPROVE-PROMOTION-SAI
           END-IF
           ACCEPT CPM-NOW-DATE-CCYYMMDD FROM DATE YYYYMMDD
           ACCEPT CPM-NOW-TIME-HHMMSSTH FROM TIME
           MOVE SPACES TO PROMO-LOG-RECORD
           MOVE CPM-NOW-DATE-CCYYMMDD        TO PLG-DATE-CCYYMMDD
           MOVE CPM-NOW-TIME-HHMMSSTH(1:6)   TO PLG-TIME-HHMMSS
           MOVE CPM-PROMOTER                 TO PLG-PROMOTER
           MOVE FP-IMPRESSAO                 TO PLG-FINGERPRINT
           MOVE CPM-CERT-KEY                 TO PLG-RUN-KEY
           WRITE PROMO-LOG-RECORD
           IF NOT PROMO-LOG-OK
               DISPLAY 'ZUTZCPM: ERRO GRAVANDO PROMOLOG, '
                   'FILE STATUS = ' PROMO-LOG-STATUS
                   ' - PROMOCAO NAO REGISTRADA, NAO PROMOVA'
               CLOSE PROMO-LOG-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 4000-APPROVE-PROMOTION-SAI
           END-IF
           CLOSE PROMO-LOG-FILE
           DISPLAY 'PROMOCAO APROVADA'
           DISPLAY 'RODADA QUE CERTIFICA = ' CPM-CERT-KEY
           MOVE 0 TO RETURN-CODE.
       4000-APPROVE-PROMOTION-SAI.
           EXIT.
      *****************************************************************
      * RECUSADA: DIZ POR QUE - NUNCA TESTADO, NUNCA VERDE, OU VERDE
      * SO NUMA VERSAO ANTERIOR DO FONTE
      *****************************************************************
       5000-REFUSE-PROMOTION.
           DISPLAY '*** PROMOCAO RECUSADA ***'
           EVALUATE TRUE
               WHEN CPM-PROGRAM-RUNS IS EQUAL TO ZEROES
                   DISPLAY 'NENHUMA RODADA DE ' CPM-PROGRAM
                       ' NA TRILHA DE AUDITORIA'
               WHEN CPM-SAME-SOURCE-RUNS IS GREATER THAN ZEROES
                   MOVE CPM-SAME-SOURCE-RUNS TO CPM-COUNT-EDIT
                   DISPLAY 'ESTE FONTE RODOU ' CPM-COUNT-EDIT
                       ' VEZ(ES) E NUNCA SAIU VERDE'
               WHEN CPM-GREEN-RUNS IS GREATER THAN ZEROES
                   DISPLAY 'HA RODADA VERDE DE ' CPM-PROGRAM
                       ', MAS DE OUTRA VERSAO DO FONTE - ELE FOI '
                       'ALTERADO DEPOIS DA RODADA VERDE'
               WHEN OTHER
                   DISPLAY 'NENHUMA RODADA VERDE DE ' CPM-PROGRAM
                       ' NA TRILHA DE AUDITORIA'
           END-EVALUATE
           DISPLAY 'RODE A REGRESSAO COMPLETA (CLG/CUTPROC) SOBRE ESTE '
               'FONTE ANTES DE PROMOVER'
           MOVE 8 TO RETURN-CODE
           .
      *****************************************************************
      * LE O PROXIMO REGISTRO DA TRILHA, MARCANDO O FIM DE ARQUIVO
      * (PULANDO OS REGISTROS DE RASTREIO DE CHAMADOS, TIPO 'T', QUE
      * NAO SAO RODADAS - VER ZUTZCTM)
      *****************************************************************
       8000-READ-NEXT-RECORD.
           PERFORM WITH TEST AFTER
                   UNTIL CPM-NO-MORE-RECORDS
                      OR NOT UT-AUDIT-REC-IS-TRACE
               READ UT-AUDIT-FILE
                   AT END
                       SET CPM-NO-MORE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           .
      *****************************************************************
      * FECHA A TRILHA E MOSTRA QUANTO FOI LIDO
      *****************************************************************
       9999-TERMINATE.
           MOVE CPM-RECORDS-READ TO CPM-COUNT-EDIT
           DISPLAY '================================================='
           DISPLAY CPM-COUNT-EDIT ' REGISTROS LIDOS NA TRILHA'
           DISPLAY '================================================='
           CLOSE UT-AUDIT-FILE
           .
