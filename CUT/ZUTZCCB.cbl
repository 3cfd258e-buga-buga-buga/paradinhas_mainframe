       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ZUTZCCB.
      *****************************************************************
      * This work is licensed under a Creative Commons
      * Attribution-ShareAlike 4.0 International license.
      * See http://creativecommons.org/licenses/by-sa/4.0/.
      *
      * Monthly usage and chargeback report over the shop-wide CUT
      * audit trail. The regression infrastructure is shared by every
      * team, and the machine time it burns has so far been nobody's
      * line item: this program reads a team map (one card per userid
      * with the team and the cost center to charge) and totals one
      * calendar month of runs - the live keyed trail on CUTAUDIT plus
      * the yearly archives ZUTZCAR moved out of it, the same pair
      * ZUTZCYY reads - per team and, under each team, per userid:
      * runs, total elapsed time (UT-AUDIT-REC-ELAPSED-HUND, the stamp
      * ZUTZCBW reads), test cases executed and the share of the
      * shop's elapsed time, which is the basis of the charge.
      *
      * Userids that ran in the month but have no card in the team map
      * are not charged to anybody: they are totalled apart, in an
      * exception section after the shop total, and the program ends
      * with RETURN-CODE 4 so the map gets fixed before the figures go
      * to the controller. Runs written before the elapsed/cases stamp
      * existed count as runs with zero time and zero cases, as in
      * ZUTZCBW. Trace records (type 'T', see ZUTZCTM) are not runs
      * and are skipped.
      *
      * -- Input --
      * EQUIPES   The team map, one card per userid (comments with
      *           '*' in column 1):
      *             1-8   Userid
      *             10-17 Team
      *             19-26 Cost center
      * ARCHDS    The archive datasets, concatenated (optional: a
      *           missing DD means the live trail stands alone)
      * CUTAUDIT  The live audit trail (keyed, read sequential)
      * PARM      Optional month, positional and fixed-width like
      *           ZUTZCAI's filter:
      *             1-6   CCYYMM to report (blank/zero = the month
      *                   before the run date, the usual month-end
      *                   chargeback run)
      *
      * -- Output --
      * SYSOUT    The chargeback report (DISPLAY)
      * RETURN-CODE   0 when every userid of the month is mapped,
      *               4 when the exception section is not empty,
      *               16 when CUTAUDIT or EQUIPES cannot be opened or
      *               the PARM month is invalid
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
           SELECT ARCHIVE-FILE
               ASSIGN TO ARCHDS
               FILE STATUS IS ARCHIVE-FILE-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT TEAM-MAP-FILE
               ASSIGN TO EQUIPES
               FILE STATUS IS TEAM-MAP-FILE-STATUS
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
           05  UT-AUDIT-REC-ELAPSED-X     PIC X(09).
           05  FILLER                     PIC X(01).
           05  UT-AUDIT-REC-CASES-X       PIC X(04).
           05  FILLER                     PIC X(17).
       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS ARCHIVE-RECORD.
       01  ARCHIVE-RECORD.
           05  ARC-USERID             PIC X(08).
           05  ARC-TYPE               PIC X(01).
               88  ARC-IS-TRACE           VALUE 'T'.
           05  ARC-PROGRAM            PIC X(08).
           05  FILLER                 PIC X(01).
           05  ARC-DATE-CCYYMMDD      PIC 9(08).
           05  FILLER                 PIC X(01).
           05  ARC-TIME-HHMMSS        PIC 9(06).
           05  FILLER                 PIC X(01).
           05  ARC-PASSED             PIC 9(04).
           05  FILLER                 PIC X(01).
           05  ARC-FAILED             PIC 9(04).
           05  FILLER                 PIC X(01).
           05  ARC-RETCODE            PIC 9(04).
           05  FILLER                 PIC X(01).
           05  ARC-ELAPSED-X          PIC X(09).
           05  FILLER                 PIC X(01).
           05  ARC-CASES-X            PIC X(04).
           05  FILLER                 PIC X(17).
       FD  TEAM-MAP-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS TEAM-MAP-RECORD.
       01  TEAM-MAP-RECORD.
           05  TMAP-USERID            PIC X(08).
           05  FILLER REDEFINES TMAP-USERID.
               10  TMAP-COL-1         PIC X(01).
               10  FILLER             PIC X(07).
           05  FILLER                 PIC X(01).
           05  TMAP-TEAM              PIC X(08).
           05  FILLER                 PIC X(01).
           05  TMAP-COST-CENTER       PIC X(08).
           05  FILLER                 PIC X(54).
       WORKING-STORAGE SECTION.
       01  UT-AUDIT-FILE-STATUS       PIC X(02).
           88  UT-AUDIT-FILE-OK           VALUE '00'.
       01  ARCHIVE-FILE-STATUS        PIC X(02).
           88  ARCHIVE-FILE-OK            VALUE '00'.
       01  TEAM-MAP-FILE-STATUS       PIC X(02).
           88  TEAM-MAP-FILE-OK           VALUE '00'.
       01  CCB-SWITCHES.
           05  CCB-MORE-LIVE          PIC X(01) VALUE 'Y'.
               88  CCB-NO-MORE-LIVE       VALUE 'N'.
           05  CCB-MORE-ARCH          PIC X(01) VALUE 'Y'.
               88  CCB-NO-MORE-ARCH       VALUE 'N'.
           05  CCB-MORE-MAP           PIC X(01) VALUE 'Y'.
               88  CCB-NO-MORE-MAP        VALUE 'N'.
           05  CCB-FOUND              PIC X(01) VALUE 'N'.
               88  CCB-ENTRY-FOUND        VALUE 'Y'.
               88  CCB-ENTRY-NOT-FOUND    VALUE 'N'.
           05  CCB-ARCH-OPEN-SW       PIC X(01) VALUE 'N'.
               88  CCB-ARCH-IS-OPEN       VALUE 'Y'.
           05  CCB-OVERFLOW-SW        PIC X(01) VALUE 'N'.
               88  CCB-TABLE-OVERFLOWED   VALUE 'Y'.
      *****************************************************************
      * MES DE REFERENCIA (PARM OU O MES ANTERIOR A DATA DA RODADA)
      *****************************************************************
       01  CCB-MONTH-AREA.
           05  CCB-REF-MONTH          PIC 9(06) VALUE ZEROES.
           05  FILLER REDEFINES CCB-REF-MONTH.
               10  CCB-REF-YEAR       PIC 9(04).
               10  CCB-REF-MM         PIC 9(02).
           05  CCB-TODAY              PIC 9(08) VALUE ZEROES.
           05  FILLER REDEFINES CCB-TODAY.
               10  CCB-TODAY-YEAR     PIC 9(04).
               10  CCB-TODAY-MM       PIC 9(02).
               10  FILLER             PIC 9(02).
           05  CCB-RUN-MONTH          PIC 9(06) VALUE ZEROES.
      *****************************************************************
      * A RODADA CORRENTE, VINDA DA TRILHA VIVA OU DO ARQUIVO MORTO
      *****************************************************************
       01  CCB-RUN.
           05  CCB-RUN-USERID         PIC X(08).
           05  CCB-RUN-DATE           PIC 9(08).
           05  CCB-RUN-ELAPSED-X      PIC X(09).
           05  FILLER REDEFINES CCB-RUN-ELAPSED-X.
               10  CCB-RUN-ELAPSED    PIC 9(09).
           05  CCB-RUN-CASES-X        PIC X(04).
           05  FILLER REDEFINES CCB-RUN-CASES-X.
               10  CCB-RUN-CASES      PIC 9(04).
      *****************************************************************
      * UMA ENTRADA POR EQUIPE DO MAPA; O CENTRO DE CUSTO DA EQUIPE E'
      * O DOS SEUS CARTOES, OU 'VARIOS' QUANDO ELES DIVERGEM
      *****************************************************************
       01  CCB-TEAM-TABLE.
           05  CCB-TEAM-MAX           PIC 9(04) COMP VALUE 300.
           05  CCB-TEAM-COUNT         PIC 9(04) COMP VALUE ZEROES.
           05  CCB-TSUB               PIC 9(04) COMP VALUE ZEROES.
           05  CCB-THIT               PIC 9(04) COMP VALUE ZEROES.
           05  CCB-TEAM-ENTRY OCCURS 300.
               10  CCB-TEAM-NAME      PIC X(08).
               10  CCB-TEAM-COST      PIC X(08).
               10  CCB-TEAM-RUNS      PIC 9(07).
               10  CCB-TEAM-ELAPSED   PIC 9(11).
               10  CCB-TEAM-CASES     PIC 9(09).
      *****************************************************************
      * UMA ENTRADA POR USERID: OS DO MAPA NA CARGA, NA ORDEM DOS
      * CARTOES, E OS SEM MAPA CONFORME APARECEM NA TRILHA (EQUIPE
      * ZERO)
      *****************************************************************
       01  CCB-USER-TABLE.
           05  CCB-USER-MAX           PIC 9(04) COMP VALUE 2000.
           05  CCB-USER-COUNT         PIC 9(04) COMP VALUE ZEROES.
           05  CCB-USUB               PIC 9(04) COMP VALUE ZEROES.
           05  CCB-UHIT               PIC 9(04) COMP VALUE ZEROES.
           05  CCB-USER-ENTRY OCCURS 2000.
               10  CCB-USER-ID        PIC X(08).
               10  CCB-USER-TEAM-IX   PIC 9(04) COMP.
                   88  CCB-USER-UNMAPPED  VALUE ZEROES.
               10  CCB-USER-COST      PIC X(08).
               10  CCB-USER-RUNS      PIC 9(07).
               10  CCB-USER-ELAPSED   PIC 9(11).
               10  CCB-USER-CASES     PIC 9(09).
       01  CCB-TOTALS.
           05  CCB-SHOP-RUNS          PIC 9(07) VALUE ZEROES.
           05  CCB-SHOP-ELAPSED       PIC 9(11) VALUE ZEROES.
           05  CCB-SHOP-CASES         PIC 9(09) VALUE ZEROES.
           05  CCB-UNMAP-USERS        PIC 9(04) VALUE ZEROES.
           05  CCB-UNMAP-RUNS         PIC 9(07) VALUE ZEROES.
           05  CCB-UNMAP-ELAPSED      PIC 9(11) VALUE ZEROES.
           05  CCB-UNMAP-CASES        PIC 9(09) VALUE ZEROES.
           05  CCB-MAP-CARDS          PIC 9(05) VALUE ZEROES.
           05  CCB-RECORDS-READ       PIC 9(07) VALUE ZEROES.
       01  CCB-WORK.
           05  CCB-LINE-ELAPSED       PIC 9(11) VALUE ZEROES.
           05  CCB-SHARE              PIC 9(03)V9(01) VALUE ZEROES.
           05  CCB-ELAPSED-SECS       PIC 9(09)V9(02) VALUE ZEROES.
       01  CCB-REPORT-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CCB-RPT-TEAM           PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CCB-RPT-COST           PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CCB-RPT-USERID         PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CCB-RPT-RUNS           PIC Z(06)9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CCB-RPT-SECS           PIC Z(08)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CCB-RPT-CASES          PIC Z(08)9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CCB-RPT-SHARE          PIC ZZ9.9.
           05  CCB-RPT-PCT-SIGN       PIC X(01).
       LINKAGE SECTION.
       01  UT-CHARGE-PARM.
           05  UT-CHARGE-PARM-LEN          PIC S9(4) COMP.
           05  UT-CHARGE-PARM-MONTH        PIC X(06).
       PROCEDURE DIVISION USING UT-CHARGE-PARM.
      *****************************************************************
      * ROTINA PRINCIPAL
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LIVE-RECORD
               UNTIL CCB-NO-MORE-LIVE
           PERFORM 3000-PROCESS-ARCH-RECORD
               UNTIL CCB-NO-MORE-ARCH
           PERFORM 5000-PRINT-TEAMS
           PERFORM 6000-PRINT-EXCEPTIONS
           PERFORM 9999-TERMINATE
           GOBACK.
      *****************************************************************
      * FIXA O MES, CARREGA O MAPA DE EQUIPES, ABRE AS ENTRADAS E
      * IMPRIME O CABECALHO
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1100-CAPTURE-MONTH-PARM
           OPEN INPUT UT-AUDIT-FILE
           IF NOT UT-AUDIT-FILE-OK
               DISPLAY 'ZUTZCCB: NAO FOI POSSIVEL ABRIR CUTAUDIT, '
                   'FILE STATUS = ' UT-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-LOAD-TEAM-MAP
               THRU 1200-LOAD-TEAM-MAP-SAI
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-OK
               SET CCB-ARCH-IS-OPEN TO TRUE
           ELSE
               SET CCB-NO-MORE-ARCH TO TRUE
               DISPLAY 'ZUTZCCB: SEM ARQUIVO MORTO (ARCHDS) - '
                   'SO A TRILHA VIVA ENTRA NO RATEIO'
           END-IF
           DISPLAY '================================================='
           DISPLAY 'USO DA REGRESSAO POR EQUIPE - RATEIO DO CUT'
           DISPLAY 'MES DE REFERENCIA: ' CCB-REF-YEAR '/' CCB-REF-MM
               '   CARTOES NO MAPA: ' CCB-MAP-CARDS
           DISPLAY '================================================='
           PERFORM 8000-READ-LIVE-RECORD
           IF CCB-ARCH-IS-OPEN
               PERFORM 8100-READ-ARCH-RECORD
           END-IF
           .
      *****************************************************************
      * O MES VEM DO PARM (CCYYMM); SEM PARM, E' O MES ANTERIOR AO DA
      * RODADA - O RATEIO CORRE NO FECHAMENTO DO MES
      *****************************************************************
       1100-CAPTURE-MONTH-PARM.
           IF UT-CHARGE-PARM-LEN IS GREATER THAN ZERO
               IF UT-CHARGE-PARM-MONTH IS NUMERIC
                   MOVE UT-CHARGE-PARM-MONTH TO CCB-REF-MONTH
               ELSE
                   IF UT-CHARGE-PARM-MONTH NOT EQUAL TO SPACES
                       DISPLAY 'ZUTZCCB: MES DO PARM INVALIDO: '
                           UT-CHARGE-PARM-MONTH ' - USE CCYYMM'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           END-IF
           IF CCB-REF-MONTH IS EQUAL TO ZEROES
               ACCEPT CCB-TODAY FROM DATE YYYYMMDD
               IF CCB-TODAY-MM IS EQUAL TO 1
                   COMPUTE CCB-REF-YEAR = CCB-TODAY-YEAR - 1
                   END-COMPUTE
                   MOVE 12 TO CCB-REF-MM
               ELSE
                   MOVE CCB-TODAY-YEAR TO CCB-REF-YEAR
                   COMPUTE CCB-REF-MM = CCB-TODAY-MM - 1
                   END-COMPUTE
               END-IF
           END-IF
           IF CCB-REF-MM IS LESS THAN 1
               OR CCB-REF-MM IS GREATER THAN 12
               DISPLAY 'ZUTZCCB: MES DO PARM INVALIDO: '
                   CCB-REF-MONTH ' - USE CCYYMM'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
      *****************************************************************
      * CARREGA O MAPA USERID -> EQUIPE/CENTRO DE CUSTO; UM USERID
      * REPETIDO FICA NA PRIMEIRA EQUIPE EM QUE APARECEU
      *****************************************************************
       1200-LOAD-TEAM-MAP.
           OPEN INPUT TEAM-MAP-FILE
           IF NOT TEAM-MAP-FILE-OK
               DISPLAY 'ZUTZCCB: NAO FOI POSSIVEL ABRIR EQUIPES, '
                   'FILE STATUS = ' TEAM-MAP-FILE-STATUS
               CLOSE UT-AUDIT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL CCB-NO-MORE-MAP
               READ TEAM-MAP-FILE
                   AT END
                       SET CCB-NO-MORE-MAP TO TRUE
                   NOT AT END
                       PERFORM 1210-TAKE-MAP-CARD
                           THRU 1210-TAKE-MAP-CARD-SAI
               END-READ
           END-PERFORM
           CLOSE TEAM-MAP-FILE.
       1200-LOAD-TEAM-MAP-SAI.
           EXIT.
       1210-TAKE-MAP-CARD.
           IF TMAP-COL-1 IS EQUAL TO '*'
               OR TMAP-USERID IS EQUAL TO SPACES
               GO TO 1210-TAKE-MAP-CARD-SAI
           END-IF
           IF TMAP-TEAM IS EQUAL TO SPACES
               DISPLAY 'ZUTZCCB: CARTAO SEM EQUIPE IGNORADO: '
                   TMAP-USERID
               GO TO 1210-TAKE-MAP-CARD-SAI
           END-IF
           MOVE TMAP-USERID TO CCB-RUN-USERID
           PERFORM 7000-FIND-USER
           IF CCB-ENTRY-FOUND
               DISPLAY 'ZUTZCCB: USERID REPETIDO NO MAPA, VALE A '
                   'PRIMEIRA EQUIPE: ' TMAP-USERID
               GO TO 1210-TAKE-MAP-CARD-SAI
           END-IF
           PERFORM 7100-FIND-TEAM
           IF CCB-ENTRY-NOT-FOUND
               IF CCB-TEAM-COUNT IS LESS THAN CCB-TEAM-MAX
                   ADD 1 TO CCB-TEAM-COUNT
                   MOVE CCB-TEAM-COUNT TO CCB-THIT
                   MOVE TMAP-TEAM TO CCB-TEAM-NAME(CCB-THIT)
                   MOVE TMAP-COST-CENTER TO CCB-TEAM-COST(CCB-THIT)
                   MOVE ZEROES TO CCB-TEAM-RUNS(CCB-THIT)
                   MOVE ZEROES TO CCB-TEAM-ELAPSED(CCB-THIT)
                   MOVE ZEROES TO CCB-TEAM-CASES(CCB-THIT)
               ELSE
                   SET CCB-TABLE-OVERFLOWED TO TRUE
                   GO TO 1210-TAKE-MAP-CARD-SAI
               END-IF
           END-IF
           IF TMAP-COST-CENTER NOT EQUAL TO CCB-TEAM-COST(CCB-THIT)
               MOVE 'VARIOS' TO CCB-TEAM-COST(CCB-THIT)
           END-IF
           IF CCB-USER-COUNT IS LESS THAN CCB-USER-MAX
               ADD 1 TO CCB-USER-COUNT
               MOVE CCB-USER-COUNT TO CCB-UHIT
               MOVE TMAP-USERID TO CCB-USER-ID(CCB-UHIT)
               MOVE CCB-THIT TO CCB-USER-TEAM-IX(CCB-UHIT)
               MOVE TMAP-COST-CENTER TO CCB-USER-COST(CCB-UHIT)
               MOVE ZEROES TO CCB-USER-RUNS(CCB-UHIT)
               MOVE ZEROES TO CCB-USER-ELAPSED(CCB-UHIT)
               MOVE ZEROES TO CCB-USER-CASES(CCB-UHIT)
               ADD 1 TO CCB-MAP-CARDS
           ELSE
               SET CCB-TABLE-OVERFLOWED TO TRUE
           END-IF.
       1210-TAKE-MAP-CARD-SAI.
           EXIT.
      *****************************************************************
      * UMA RODADA DA TRILHA VIVA
      *****************************************************************
       2000-PROCESS-LIVE-RECORD.
           MOVE UT-AUDIT-REC-USERID        TO CCB-RUN-USERID
           MOVE UT-AUDIT-REC-DATE-CCYYMMDD TO CCB-RUN-DATE
           MOVE UT-AUDIT-REC-ELAPSED-X     TO CCB-RUN-ELAPSED-X
           MOVE UT-AUDIT-REC-CASES-X       TO CCB-RUN-CASES-X
           PERFORM 4000-ACCUMULATE-RUN
               THRU 4000-ACCUMULATE-RUN-SAI
           PERFORM 8000-READ-LIVE-RECORD
           .
      *****************************************************************
      * UMA RODADA DO ARQUIVO MORTO
      *****************************************************************
       3000-PROCESS-ARCH-RECORD.
           MOVE ARC-USERID                 TO CCB-RUN-USERID
           MOVE ARC-DATE-CCYYMMDD          TO CCB-RUN-DATE
           MOVE ARC-ELAPSED-X              TO CCB-RUN-ELAPSED-X
           MOVE ARC-CASES-X                TO CCB-RUN-CASES-X
           PERFORM 4000-ACCUMULATE-RUN
               THRU 4000-ACCUMULATE-RUN-SAI
           PERFORM 8100-READ-ARCH-RECORD
           .
      *****************************************************************
      * SOMA A RODADA DO MES NO USERID, NA EQUIPE DELE (OU NAS
      * EXCECOES, SEM MAPA) E NO TOTAL DA LOJA; RODADAS ANTERIORES AO
      * CARIMBO DE TEMPO/CASOS ENTRAM COM ZERO
      *****************************************************************
       4000-ACCUMULATE-RUN.
           ADD 1 TO CCB-RECORDS-READ
           DIVIDE CCB-RUN-DATE BY 100 GIVING CCB-RUN-MONTH
           IF CCB-RUN-MONTH NOT EQUAL TO CCB-REF-MONTH
               GO TO 4000-ACCUMULATE-RUN-SAI
           END-IF
           IF CCB-RUN-ELAPSED-X IS NOT NUMERIC
               MOVE ZEROES TO CCB-RUN-ELAPSED
           END-IF
           IF CCB-RUN-CASES-X IS NOT NUMERIC
               MOVE ZEROES TO CCB-RUN-CASES
           END-IF
           ADD 1               TO CCB-SHOP-RUNS
           ADD CCB-RUN-ELAPSED TO CCB-SHOP-ELAPSED
           ADD CCB-RUN-CASES   TO CCB-SHOP-CASES
           PERFORM 7000-FIND-USER
           IF CCB-ENTRY-NOT-FOUND
               IF CCB-USER-COUNT IS LESS THAN CCB-USER-MAX
                   ADD 1 TO CCB-USER-COUNT
                   MOVE CCB-USER-COUNT TO CCB-UHIT
                   MOVE CCB-RUN-USERID TO CCB-USER-ID(CCB-UHIT)
                   MOVE ZEROES TO CCB-USER-TEAM-IX(CCB-UHIT)
                   MOVE SPACES TO CCB-USER-COST(CCB-UHIT)
                   MOVE ZEROES TO CCB-USER-RUNS(CCB-UHIT)
                   MOVE ZEROES TO CCB-USER-ELAPSED(CCB-UHIT)
                   MOVE ZEROES TO CCB-USER-CASES(CCB-UHIT)
                   ADD 1 TO CCB-UNMAP-USERS
               ELSE
                   SET CCB-TABLE-OVERFLOWED TO TRUE
                   ADD 1               TO CCB-UNMAP-RUNS
                   ADD CCB-RUN-ELAPSED TO CCB-UNMAP-ELAPSED
                   ADD CCB-RUN-CASES   TO CCB-UNMAP-CASES
                   GO TO 4000-ACCUMULATE-RUN-SAI
               END-IF
           END-IF
           ADD 1               TO CCB-USER-RUNS(CCB-UHIT)
           ADD CCB-RUN-ELAPSED TO CCB-USER-ELAPSED(CCB-UHIT)
           ADD CCB-RUN-CASES   TO CCB-USER-CASES(CCB-UHIT)
           IF CCB-USER-UNMAPPED(CCB-UHIT)
               ADD 1               TO CCB-UNMAP-RUNS
               ADD CCB-RUN-ELAPSED TO CCB-UNMAP-ELAPSED
               ADD CCB-RUN-CASES   TO CCB-UNMAP-CASES
           ELSE
               MOVE CCB-USER-TEAM-IX(CCB-UHIT) TO CCB-THIT
               ADD 1               TO CCB-TEAM-RUNS(CCB-THIT)
               ADD CCB-RUN-ELAPSED TO CCB-TEAM-ELAPSED(CCB-THIT)
               ADD CCB-RUN-CASES   TO CCB-TEAM-CASES(CCB-THIT)
           END-IF.
       4000-ACCUMULATE-RUN-SAI.
           EXIT.
      *****************************************************************
      * UMA LINHA POR EQUIPE DO MAPA E, SOB ELA, UMA POR USERID QUE
      * RODOU NO MES; DEPOIS O TOTAL DA LOJA
      *****************************************************************
       5000-PRINT-TEAMS.
           DISPLAY ' EQUIPE   C.CUSTO  USUARIO  RODADAS  TEMPO (SEG)'
               '     CASOS  % TEMPO'
           PERFORM VARYING CCB-TSUB FROM 1 BY 1
                   UNTIL CCB-TSUB IS GREATER THAN CCB-TEAM-COUNT
               PERFORM 5100-PRINT-ONE-TEAM
           END-PERFORM
           IF CCB-TEAM-COUNT IS EQUAL TO ZEROES
               DISPLAY '  (MAPA DE EQUIPES VAZIO)'
           END-IF
           DISPLAY '================================================='
           MOVE SPACES TO CCB-REPORT-LINE
           MOVE 'TOTAL'  TO CCB-RPT-TEAM
           MOVE 'LOJA'   TO CCB-RPT-COST
           MOVE CCB-SHOP-RUNS    TO CCB-RPT-RUNS
           MOVE CCB-SHOP-ELAPSED TO CCB-LINE-ELAPSED
           MOVE CCB-SHOP-CASES   TO CCB-RPT-CASES
           PERFORM 7200-EDIT-TIME-AND-SHARE
           DISPLAY CCB-REPORT-LINE
           DISPLAY '================================================='
           .
       5100-PRINT-ONE-TEAM.
           DISPLAY ' '
           MOVE SPACES TO CCB-REPORT-LINE
           MOVE CCB-TEAM-NAME(CCB-TSUB)    TO CCB-RPT-TEAM
           MOVE CCB-TEAM-COST(CCB-TSUB)    TO CCB-RPT-COST
           MOVE CCB-TEAM-RUNS(CCB-TSUB)    TO CCB-RPT-RUNS
           MOVE CCB-TEAM-ELAPSED(CCB-TSUB) TO CCB-LINE-ELAPSED
           MOVE CCB-TEAM-CASES(CCB-TSUB)   TO CCB-RPT-CASES
           PERFORM 7200-EDIT-TIME-AND-SHARE
           DISPLAY CCB-REPORT-LINE
           IF CCB-TEAM-RUNS(CCB-TSUB) IS EQUAL TO ZEROES
               DISPLAY '          (SEM RODADAS NO MES)'
           END-IF
           PERFORM VARYING CCB-USUB FROM 1 BY 1
                   UNTIL CCB-USUB IS GREATER THAN CCB-USER-COUNT
               IF CCB-USER-TEAM-IX(CCB-USUB) IS EQUAL TO CCB-TSUB
               AND CCB-USER-RUNS(CCB-USUB) IS GREATER THAN ZEROES
                   PERFORM 5200-PRINT-ONE-USER
               END-IF
           END-PERFORM
           .
       5200-PRINT-ONE-USER.
           MOVE SPACES TO CCB-REPORT-LINE
           MOVE CCB-USER-COST(CCB-USUB)    TO CCB-RPT-COST
           MOVE CCB-USER-ID(CCB-USUB)      TO CCB-RPT-USERID
           MOVE CCB-USER-RUNS(CCB-USUB)    TO CCB-RPT-RUNS
           MOVE CCB-USER-ELAPSED(CCB-USUB) TO CCB-LINE-ELAPSED
           MOVE CCB-USER-CASES(CCB-USUB)   TO CCB-RPT-CASES
           PERFORM 7200-EDIT-TIME-AND-SHARE
           DISPLAY CCB-REPORT-LINE
           .
      *****************************************************************
      * SECAO DE EXCECOES: USERIDS QUE RODARAM NO MES SEM CARTAO NO
      * MAPA - NAO ENTRAM NO RATEIO DE NENHUMA EQUIPE
      *****************************************************************
       6000-PRINT-EXCEPTIONS.
           DISPLAY ' '
           DISPLAY 'EXCECOES - USERIDS SEM EQUIPE NO MAPA (EQUIPES):'
           IF CCB-UNMAP-RUNS IS EQUAL TO ZEROES
               DISPLAY '  (NENHUMA - TODAS AS RODADAS TEM EQUIPE)'
           ELSE
               PERFORM VARYING CCB-USUB FROM 1 BY 1
                       UNTIL CCB-USUB IS GREATER THAN CCB-USER-COUNT
                   IF CCB-USER-UNMAPPED(CCB-USUB)
                       PERFORM 5200-PRINT-ONE-USER
                   END-IF
               END-PERFORM
               MOVE SPACES TO CCB-REPORT-LINE
               MOVE 'TOTAL'  TO CCB-RPT-TEAM
               MOVE 'EXCECAO' TO CCB-RPT-COST
               MOVE CCB-UNMAP-RUNS    TO CCB-RPT-RUNS
               MOVE CCB-UNMAP-ELAPSED TO CCB-LINE-ELAPSED
               MOVE CCB-UNMAP-CASES   TO CCB-RPT-CASES
               PERFORM 7200-EDIT-TIME-AND-SHARE
               DISPLAY CCB-REPORT-LINE
           END-IF
           IF CCB-TABLE-OVERFLOWED
               DISPLAY 'ZUTZCCB: TABELA DE EQUIPES/USERIDS CHEIA - '
                   'HA RODADAS FORA DO DETALHE'
           END-IF
           DISPLAY '================================================='
           .
      *****************************************************************
      * PROCURA O USERID DA RODADA (OU DO CARTAO) NA TABELA
      *****************************************************************
       7000-FIND-USER.
           SET CCB-ENTRY-NOT-FOUND TO TRUE
           MOVE ZEROES TO CCB-UHIT
           PERFORM VARYING CCB-USUB FROM 1 BY 1
                   UNTIL CCB-USUB IS GREATER THAN CCB-USER-COUNT
                      OR CCB-ENTRY-FOUND
               IF CCB-USER-ID(CCB-USUB) IS EQUAL TO CCB-RUN-USERID
                   SET CCB-ENTRY-FOUND TO TRUE
                   MOVE CCB-USUB TO CCB-UHIT
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * PROCURA A EQUIPE DO CARTAO DO MAPA
      *****************************************************************
       7100-FIND-TEAM.
           SET CCB-ENTRY-NOT-FOUND TO TRUE
           MOVE ZEROES TO CCB-THIT
           PERFORM VARYING CCB-TSUB FROM 1 BY 1
                   UNTIL CCB-TSUB IS GREATER THAN CCB-TEAM-COUNT
                      OR CCB-ENTRY-FOUND
               IF CCB-TEAM-NAME(CCB-TSUB) IS EQUAL TO TMAP-TEAM
                   SET CCB-ENTRY-FOUND TO TRUE
                   MOVE CCB-TSUB TO CCB-THIT
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * EDITA O TEMPO DA LINHA EM SEGUNDOS E A FATIA DELE NO TEMPO
      * TOTAL DA LOJA
      *****************************************************************
       7200-EDIT-TIME-AND-SHARE.
           COMPUTE CCB-ELAPSED-SECS = CCB-LINE-ELAPSED / 100
           END-COMPUTE
           MOVE CCB-ELAPSED-SECS TO CCB-RPT-SECS
           IF CCB-SHOP-ELAPSED IS GREATER THAN ZEROES
               COMPUTE CCB-SHARE ROUNDED =
                   (CCB-LINE-ELAPSED * 100) / CCB-SHOP-ELAPSED
               END-COMPUTE
           ELSE
               MOVE ZEROES TO CCB-SHARE
           END-IF
           MOVE CCB-SHARE TO CCB-RPT-SHARE
           MOVE '%' TO CCB-RPT-PCT-SIGN
           .
      *****************************************************************
      * LE A TRILHA VIVA E O ARQUIVO MORTO PULANDO OS REGISTROS DE
      * RASTREIO DE CHAMADOS (TIPO 'T', VER ZUTZCTM), QUE NAO SAO
      * RODADAS
      *****************************************************************
       8000-READ-LIVE-RECORD.
           PERFORM WITH TEST AFTER
                   UNTIL CCB-NO-MORE-LIVE
                      OR NOT UT-AUDIT-REC-IS-TRACE
               READ UT-AUDIT-FILE
                   AT END
                       SET CCB-NO-MORE-LIVE TO TRUE
               END-READ
           END-PERFORM
           .
       8100-READ-ARCH-RECORD.
           PERFORM WITH TEST AFTER
                   UNTIL CCB-NO-MORE-ARCH
                      OR NOT ARC-IS-TRACE
               READ ARCHIVE-FILE
                   AT END
                       SET CCB-NO-MORE-ARCH TO TRUE
               END-READ
           END-PERFORM
           .
      *****************************************************************
      * FECHA AS ENTRADAS; RC 4 QUANDO HA USERIDS SEM EQUIPE
      *****************************************************************
       9999-TERMINATE.
           CLOSE UT-AUDIT-FILE
           IF CCB-ARCH-IS-OPEN
               CLOSE ARCHIVE-FILE
           END-IF
           IF CCB-UNMAP-RUNS IS GREATER THAN ZEROES
               DISPLAY 'ZUTZCCB: ' CCB-UNMAP-USERS
                   ' USERID(S) SEM EQUIPE NO MAPA'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
