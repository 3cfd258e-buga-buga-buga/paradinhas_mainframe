       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ZUTZCLN.
      *****************************************************************
      * This work is licensed under a Creative Commons
      * Attribution-ShareAlike 4.0 International license.
      * See http://creativecommons.org/licenses/by-sa/4.0/.
      *
      * Lint pass over the UTESTS members of the library. Reviewers
      * kept finding the same slips in test members by eye; this
      * batch parses every member the way ZUTZCPC would and cross-
      * checks it against its program's source, reporting per member,
      * most severe first:
      *
      *   AVISO  TESTCASE with no EXPECT or VERIFY - it can only pass
      *   AVISO  TESTCASE name repeated in the same TESTSUITE (or in
      *          the member, before any TESTSUITE)
      *   AVISO  MOCK FILE for a file the program never SELECTs - the
      *          spec can never match
      *   AVISO  MOCK CALL of a program the source never CALLs
      *   AVISO  IGNORE with no reason - nothing on the card besides
      *          the UNTIL clause and no comment card right above it
      *          (or right above its TESTCASE)
      *   INFO   MOCK CALL not found among the literal CALLs, but the
      *          program also CALLs through an identifier
      *   INFO   The program of the member is not in the library, so
      *          only the checks that need no source were made
      *
      * The library comes in once on SRCALL, punched by IEBPTPCH
      * (PUNCH TYPORG=PO) so each member is preceded by its MEMBER
      * NAME card; sources and test members sit in the same library
      * (see DSNFONTE in CUTPROC). The first pass takes from every
      * PROGRAM-ID the files it SELECTs and the programs it CALLs;
      * the second lints every member that has TESTCASE cards and no
      * PROGRAM-ID. A test member's program is the one PROGLIST pairs
      * it with (the PROGRAMA/TESTMEMBER list CUTGENJC reads) or,
      * failing that, its own name without the trailing T (the
      * SAMPLE/SAMPLET naming). INCLUDEd members are linted as members
      * of their own, not inside the member that includes them.
      *
      * -- Input --
      * SRCALL    The library, punched with MEMBER NAME cards
      * PROGLIST  The regression list (optional)
      *
      * -- Output --
      * SYSOUT    The findings per member and the totals (DISPLAY)
      * RETURN-CODE   0 when no member has an AVISO,
      *               4 when some member has one (CLG#BAT then holds
      *               the regression list back),
      *               16 when SRCALL cannot be opened
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-ALL-FILE
               ASSIGN TO SRCALL
               FILE STATUS IS SOURCE-ALL-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROG-LIST-FILE
               ASSIGN TO PROGLIST
               FILE STATUS IS PROG-LIST-STATUS
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-ALL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS SOURCE-CARD.
       01  SOURCE-CARD.
           05  FILLER                 PIC X(06).
           05  SOURCE-CARD-IND        PIC X(01).
               88  SOURCE-CARD-COMMENT    VALUE '*' '/'.
           05  SOURCE-CARD-TEXT       PIC X(65).
           05  FILLER                 PIC X(08).
       01  SOURCE-CARD-WHOLE          PIC X(80).
       FD  PROG-LIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS PROG-LIST-RECORD.
       01  PROG-LIST-RECORD.
           05  PROG-LIST-PROGRAM      PIC X(08).
           05  FILLER                 PIC X(01).
           05  PROG-LIST-TESTMEMBER   PIC X(08).
           05  FILLER                 PIC X(63).
       WORKING-STORAGE SECTION.
       01  SOURCE-ALL-STATUS          PIC X(02).
           88  SOURCE-ALL-OK              VALUE '00'.
       01  PROG-LIST-STATUS           PIC X(02).
           88  PROG-LIST-OK               VALUE '00'.
       01  CLN-SWITCHES.
           05  CLN-CARDS-EOF-SW       PIC X(01) VALUE 'N'.
               88  CLN-NO-MORE-CARDS      VALUE 'Y'.
           05  CLN-LIST-EOF-SW        PIC X(01) VALUE 'N'.
               88  CLN-NO-MORE-PAIRS      VALUE 'Y'.
           05  CLN-LITERAL-SW         PIC X(01) VALUE 'N'.
               88  CLN-LITERAL-DONE       VALUE 'Y'.
           05  CLN-IN-MOCK-SW         PIC X(01) VALUE 'N'.
               88  CLN-IN-MOCK            VALUE 'Y'.
           05  CLN-IN-CASE-SW         PIC X(01) VALUE 'N'.
               88  CLN-IN-CASE            VALUE 'Y'.
           05  CLN-MEMBER-TYPE-SW     PIC X(01) VALUE SPACE.
               88  CLN-MEMBER-IS-SOURCE   VALUE 'S'.
           05  CLN-REASON-SW          PIC X(01) VALUE 'N'.
               88  CLN-COMMENT-ABOVE      VALUE 'Y'.
           05  CLN-FOUND-SW           PIC X(01) VALUE 'N'.
               88  CLN-FOUND              VALUE 'Y'.
       01  CLN-COUNTERS.
           05  CLN-CARDS-READ         PIC 9(07) COMP VALUE ZEROES.
           05  CLN-MEMBERS-SEEN       PIC 9(05) COMP VALUE ZEROES.
           05  CLN-DECKS-LINTED       PIC 9(05) COMP VALUE ZEROES.
           05  CLN-DECKS-CLEAN        PIC 9(05) COMP VALUE ZEROES.
           05  CLN-TOTAL-WARNINGS     PIC 9(05) COMP VALUE ZEROES.
           05  CLN-TOTAL-INFOS        PIC 9(05) COMP VALUE ZEROES.
       01  CLN-EDIT-COUNT             PIC ZZZZ9.
       01  CLN-EDIT-CARD              PIC ZZZZ9.
      *****************************************************************
      * PRIMEIRA PASSADA: O QUE CADA PROGRAMA SELECIONA E CHAMA
      *****************************************************************
       01  CLN-PROGRAM-MAX            PIC 9(04) COMP VALUE 300.
       01  CLN-SELECT-MAX             PIC 9(04) COMP VALUE 30.
       01  CLN-CALL-MAX               PIC 9(04) COMP VALUE 40.
       01  CLN-PROGRAM-TABLE.
           05  CLN-PROGRAM-COUNT      PIC 9(04) COMP VALUE ZEROES.
           05  CLN-PROGRAM OCCURS 300 TIMES.
               10  CLN-PGM-NAME       PIC X(08).
               10  CLN-PGM-DYNAMIC    PIC X(01).
                   88  CLN-PGM-CALLS-DYNAMIC  VALUE 'Y'.
               10  CLN-PGM-SELECT-COUNT PIC 9(04) COMP.
               10  CLN-PGM-SELECT     PIC X(30) OCCURS 30 TIMES.
               10  CLN-PGM-CALL-COUNT PIC 9(04) COMP.
               10  CLN-PGM-CALL       PIC X(08) OCCURS 40 TIMES.
       01  CLN-CURRENT-PGM            PIC 9(04) COMP VALUE ZEROES.
       01  CLN-LAST-WORD              PIC X(30) VALUE SPACES.
      *****************************************************************
      * PARES PROGRAMA/MEMBRO DE TESTE DO PROGLIST
      *****************************************************************
       01  CLN-PAIR-TABLE.
           05  CLN-PAIR-COUNT         PIC 9(04) COMP VALUE ZEROES.
           05  CLN-PAIR OCCURS 500 TIMES.
               10  CLN-PAIR-PROGRAM   PIC X(08).
               10  CLN-PAIR-MEMBER    PIC X(08).
       01  CLN-PAIR-MAX               PIC 9(04) COMP VALUE 500.
      *****************************************************************
      * SEGUNDA PASSADA: O MEMBRO DE TESTE CORRENTE
      *****************************************************************
       01  CLN-MEMBER-WORK.
           05  CLN-MEMBER-NAME        PIC X(08) VALUE SPACES.
           05  CLN-MEMBER-PROGRAM     PIC X(08) VALUE SPACES.
           05  CLN-MEMBER-PGM         PIC 9(04) COMP VALUE ZEROES.
           05  CLN-MEMBER-CARD        PIC 9(05) COMP VALUE ZEROES.
           05  CLN-MEMBER-CASES       PIC 9(04) COMP VALUE ZEROES.
           05  CLN-SUITE-NAME         PIC X(60) VALUE SPACES.
           05  CLN-CASE-NAME          PIC X(60) VALUE SPACES.
           05  CLN-CASE-CARD          PIC 9(05) COMP VALUE ZEROES.
           05  CLN-CASE-ASSERTS       PIC 9(04) COMP VALUE ZEROES.
       01  CLN-NAME-TABLE.
           05  CLN-NAME-COUNT         PIC 9(04) COMP VALUE ZEROES.
           05  CLN-NAME OCCURS 300 TIMES PIC X(60).
       01  CLN-NAME-MAX               PIC 9(04) COMP VALUE 300.
       01  CLN-FINDING-TABLE.
           05  CLN-FINDING-COUNT      PIC 9(04) COMP VALUE ZEROES.
           05  CLN-FINDING OCCURS 200 TIMES.
               10  CLN-FND-SEVERITY   PIC X(05).
               10  CLN-FND-CARD       PIC 9(05).
               10  CLN-FND-TEXT       PIC X(90).
       01  CLN-FINDING-MAX            PIC 9(04) COMP VALUE 200.
       01  CLN-MEMBER-WARNINGS        PIC 9(04) COMP VALUE ZEROES.
       01  CLN-MEMBER-INFOS           PIC 9(04) COMP VALUE ZEROES.
       01  CLN-NEW-FINDING.
           05  CLN-NEW-SEVERITY       PIC X(05).
           05  CLN-NEW-TEXT           PIC X(90).
       01  CLN-REPORT-LINE.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  CLN-RPT-SEVERITY       PIC X(05).
           05  FILLER                 PIC X(09) VALUE '  CARTAO '.
           05  CLN-RPT-CARD           PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE ': '.
           05  CLN-RPT-TEXT           PIC X(90).
       01  CLN-SEVERITY-PASS          PIC X(05) VALUE SPACES.
      *****************************************************************
      * EXTRACAO DE TOKENS
      *****************************************************************
       01  CLN-SCAN-WORK.
           05  CLN-LINE               PIC X(65) VALUE SPACES.
           05  CLN-P                  PIC 9(03) COMP VALUE ZEROES.
           05  CLN-L                  PIC 9(03) COMP VALUE ZEROES.
           05  CLN-T                  PIC 9(02) COMP VALUE ZEROES.
           05  CLN-X                  PIC 9(04) COMP VALUE ZEROES.
           05  CLN-Y                  PIC 9(04) COMP VALUE ZEROES.
           05  CLN-TOKEN-COUNT        PIC 9(02) COMP VALUE ZEROES.
           05  CLN-TOKEN-ENTRY OCCURS 12 TIMES.
               10  CLN-TOKEN          PIC X(65).
               10  CLN-TOKEN-LEN      PIC 9(03) COMP.
               10  CLN-TOKEN-QUOTED   PIC X(01).
                   88  CLN-TOKEN-IS-LITERAL   VALUE 'Y'.
           05  CLN-NAME-WORK          PIC X(30) VALUE SPACES.
           05  CLN-REASON-TOKENS      PIC 9(02) COMP VALUE ZEROES.
       PROCEDURE DIVISION.
      *****************************************************************
      * ROTINA PRINCIPAL
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SOURCE-PASS
           PERFORM 3000-TEST-PASS
           PERFORM 9999-TERMINATE
           GOBACK.
      *****************************************************************
      * CARREGA O PROGLIST (OPCIONAL) E IMPRIME O CABECALHO
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT SOURCE-ALL-FILE
           IF NOT SOURCE-ALL-OK
               DISPLAY 'ZUTZCLN: NAO FOI POSSIVEL ABRIR SRCALL, '
                   'FILE STATUS = ' SOURCE-ALL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE SOURCE-ALL-FILE
           OPEN INPUT PROG-LIST-FILE
           IF PROG-LIST-OK
               PERFORM 8100-READ-PROG-LIST
               PERFORM 1100-LOAD-PAIR
                   UNTIL CLN-NO-MORE-PAIRS
               CLOSE PROG-LIST-FILE
           ELSE
               DISPLAY 'ZUTZCLN: SEM PROGLIST - O PROGRAMA DE CADA '
                   'MEMBRO VEM DO NOME (<PROGRAMA>T)'
           END-IF
           DISPLAY '================================================='
           DISPLAY 'REVISAO DOS MEMBROS DE CASOS DE TESTE - CUT'
           DISPLAY '================================================='
           .
       1100-LOAD-PAIR.
           IF PROG-LIST-PROGRAM IS NOT EQUAL TO SPACES
           AND PROG-LIST-TESTMEMBER IS NOT EQUAL TO SPACES
           AND CLN-PAIR-COUNT IS LESS THAN CLN-PAIR-MAX
               ADD 1 TO CLN-PAIR-COUNT
               MOVE PROG-LIST-PROGRAM
                   TO CLN-PAIR-PROGRAM(CLN-PAIR-COUNT)
               MOVE PROG-LIST-TESTMEMBER
                   TO CLN-PAIR-MEMBER(CLN-PAIR-COUNT)
           END-IF
           PERFORM 8100-READ-PROG-LIST
           .
      *****************************************************************
      * PRIMEIRA PASSADA: PROGRAM-ID ABRE UM PROGRAMA; SELECT E CALL
      * DAQUELE PROGRAMA VAO PARA A TABELA. UM CARTAO MEMBER NAME
      * FECHA O PROGRAMA CORRENTE (MEMBRO DE TESTE NAO TEM PROGRAM-ID)
      *****************************************************************
       2000-SOURCE-PASS.
           OPEN INPUT SOURCE-ALL-FILE
           MOVE 'N' TO CLN-CARDS-EOF-SW
           MOVE ZEROES TO CLN-CURRENT-PGM
           PERFORM 8000-READ-SOURCE-CARD
           PERFORM 2100-SOURCE-CARD
               THRU 2100-SOURCE-CARD-SAI
               UNTIL CLN-NO-MORE-CARDS
           CLOSE SOURCE-ALL-FILE
           .
       2100-SOURCE-CARD.
           ADD 1 TO CLN-CARDS-READ
           IF SOURCE-CARD-WHOLE(1:12) IS EQUAL TO 'MEMBER NAME '
           OR SOURCE-CARD-WHOLE(2:12) IS EQUAL TO 'MEMBER NAME '
               MOVE ZEROES TO CLN-CURRENT-PGM
               PERFORM 8000-READ-SOURCE-CARD
               GO TO 2100-SOURCE-CARD-SAI
           END-IF
           IF SOURCE-CARD-COMMENT
               PERFORM 8000-READ-SOURCE-CARD
               GO TO 2100-SOURCE-CARD-SAI
           END-IF
           PERFORM 7000-SPLIT-CARD
           MOVE SPACES TO CLN-LAST-WORD
           PERFORM 2200-SOURCE-TOKEN
               VARYING CLN-T FROM 1 BY 1
               UNTIL CLN-T IS GREATER THAN CLN-TOKEN-COUNT
           PERFORM 8000-READ-SOURCE-CARD
           .
       2100-SOURCE-CARD-SAI.
           EXIT.
       2200-SOURCE-TOKEN.
           EVALUATE TRUE
               WHEN CLN-TOKEN-IS-LITERAL(CLN-T)
                   IF CLN-LAST-WORD IS EQUAL TO 'CALL'
                   AND CLN-CURRENT-PGM IS GREATER THAN ZEROES
                       MOVE CLN-TOKEN(CLN-T) TO CLN-NAME-WORK
                       PERFORM 2400-ADD-CALL
                   END-IF
               WHEN CLN-LAST-WORD IS EQUAL TO 'PROGRAM-ID'
                   MOVE CLN-TOKEN(CLN-T) TO CLN-NAME-WORK
                   PERFORM 7100-STRIP-PERIOD
                   PERFORM 2300-NEW-PROGRAM
               WHEN CLN-CURRENT-PGM IS EQUAL TO ZEROES
                   CONTINUE
               WHEN CLN-LAST-WORD IS EQUAL TO 'SELECT'
                   IF CLN-TOKEN(CLN-T) IS NOT EQUAL TO 'OPTIONAL'
                       MOVE CLN-TOKEN(CLN-T) TO CLN-NAME-WORK
                       PERFORM 7100-STRIP-PERIOD
                       PERFORM 2500-ADD-SELECT
                   END-IF
               WHEN CLN-LAST-WORD IS EQUAL TO 'CALL'
                   SET CLN-PGM-CALLS-DYNAMIC(CLN-CURRENT-PGM) TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF CLN-TOKEN(CLN-T) IS NOT EQUAL TO 'OPTIONAL'
           OR CLN-TOKEN-IS-LITERAL(CLN-T)
               MOVE CLN-TOKEN(CLN-T) TO CLN-LAST-WORD
           END-IF
           IF CLN-TOKEN-IS-LITERAL(CLN-T)
               MOVE SPACES TO CLN-LAST-WORD
           ELSE
               MOVE CLN-LAST-WORD TO CLN-NAME-WORK
               PERFORM 7100-STRIP-PERIOD
               MOVE CLN-NAME-WORK TO CLN-LAST-WORD
           END-IF
           .
       2300-NEW-PROGRAM.
           IF CLN-PROGRAM-COUNT IS NOT LESS THAN CLN-PROGRAM-MAX
               MOVE ZEROES TO CLN-CURRENT-PGM
           ELSE
               ADD 1 TO CLN-PROGRAM-COUNT
               MOVE CLN-PROGRAM-COUNT TO CLN-CURRENT-PGM
               MOVE CLN-NAME-WORK TO CLN-PGM-NAME(CLN-CURRENT-PGM)
               MOVE 'N' TO CLN-PGM-DYNAMIC(CLN-CURRENT-PGM)
               MOVE ZEROES TO CLN-PGM-SELECT-COUNT(CLN-CURRENT-PGM)
                              CLN-PGM-CALL-COUNT(CLN-CURRENT-PGM)
           END-IF
           .
       2400-ADD-CALL.
           MOVE 'N' TO CLN-FOUND-SW
           PERFORM VARYING CLN-X FROM 1 BY 1
                   UNTIL CLN-X IS GREATER THAN
                         CLN-PGM-CALL-COUNT(CLN-CURRENT-PGM)
               IF CLN-PGM-CALL(CLN-CURRENT-PGM, CLN-X)
                  IS EQUAL TO CLN-NAME-WORK
                   SET CLN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CLN-FOUND
           AND CLN-PGM-CALL-COUNT(CLN-CURRENT-PGM)
               IS LESS THAN CLN-CALL-MAX
               ADD 1 TO CLN-PGM-CALL-COUNT(CLN-CURRENT-PGM)
               MOVE CLN-NAME-WORK TO CLN-PGM-CALL(CLN-CURRENT-PGM,
                   CLN-PGM-CALL-COUNT(CLN-CURRENT-PGM))
           END-IF
           .
       2500-ADD-SELECT.
           IF CLN-PGM-SELECT-COUNT(CLN-CURRENT-PGM)
               IS LESS THAN CLN-SELECT-MAX
               ADD 1 TO CLN-PGM-SELECT-COUNT(CLN-CURRENT-PGM)
               MOVE CLN-NAME-WORK TO CLN-PGM-SELECT(CLN-CURRENT-PGM,
                   CLN-PGM-SELECT-COUNT(CLN-CURRENT-PGM))
           END-IF
           .
      *****************************************************************
      * SEGUNDA PASSADA: CADA MEMBRO QUE TEM TESTCASE E NAO TEM
      * PROGRAM-ID E' REVISADO
      *****************************************************************
       3000-TEST-PASS.
           OPEN INPUT SOURCE-ALL-FILE
           MOVE 'N' TO CLN-CARDS-EOF-SW
           MOVE SPACES TO CLN-MEMBER-NAME
           PERFORM 3050-START-MEMBER
           PERFORM 3950-FIND-MEMBER-PROGRAM
           PERFORM 8000-READ-SOURCE-CARD
           PERFORM 3100-TEST-CARD
               THRU 3100-TEST-CARD-SAI
               UNTIL CLN-NO-MORE-CARDS
           PERFORM 3900-FINISH-MEMBER
               THRU 3900-FINISH-MEMBER-SAI
           CLOSE SOURCE-ALL-FILE
           .
       3050-START-MEMBER.
           MOVE ZEROES TO CLN-MEMBER-CARD
                          CLN-MEMBER-CASES
                          CLN-NAME-COUNT
                          CLN-FINDING-COUNT
                          CLN-CASE-ASSERTS
           MOVE SPACES TO CLN-SUITE-NAME
                          CLN-CASE-NAME
                          CLN-MEMBER-TYPE-SW
           MOVE 'N' TO CLN-IN-MOCK-SW
                       CLN-IN-CASE-SW
                       CLN-REASON-SW
           .
       3100-TEST-CARD.
           IF SOURCE-CARD-WHOLE(1:12) IS EQUAL TO 'MEMBER NAME '
           OR SOURCE-CARD-WHOLE(2:12) IS EQUAL TO 'MEMBER NAME '
               PERFORM 3900-FINISH-MEMBER
                   THRU 3900-FINISH-MEMBER-SAI
               PERFORM 3050-START-MEMBER
               MOVE SPACES TO CLN-MEMBER-NAME
               UNSTRING SOURCE-CARD-WHOLE DELIMITED BY ALL SPACE
                   INTO CLN-NAME-WORK CLN-NAME-WORK CLN-MEMBER-NAME
               END-UNSTRING
               IF SOURCE-CARD-WHOLE(1:1) IS EQUAL TO SPACE
                   UNSTRING SOURCE-CARD-WHOLE(2:) DELIMITED BY ALL SPACE
                       INTO CLN-NAME-WORK CLN-NAME-WORK CLN-MEMBER-NAME
                   END-UNSTRING
               END-IF
               ADD 1 TO CLN-MEMBERS-SEEN
               PERFORM 3950-FIND-MEMBER-PROGRAM
               PERFORM 8000-READ-SOURCE-CARD
               GO TO 3100-TEST-CARD-SAI
           END-IF
           ADD 1 TO CLN-MEMBER-CARD
           IF SOURCE-CARD-COMMENT
               IF SOURCE-CARD-TEXT IS NOT EQUAL TO SPACES
                   SET CLN-COMMENT-ABOVE TO TRUE
               END-IF
               PERFORM 8000-READ-SOURCE-CARD
               GO TO 3100-TEST-CARD-SAI
           END-IF
           IF SOURCE-CARD-TEXT IS EQUAL TO SPACES
           OR CLN-MEMBER-IS-SOURCE
               MOVE 'N' TO CLN-REASON-SW
               PERFORM 8000-READ-SOURCE-CARD
               GO TO 3100-TEST-CARD-SAI
           END-IF
           PERFORM 7000-SPLIT-CARD
           IF CLN-IN-MOCK
               IF CLN-TOKEN(1) IS EQUAL TO 'END-MOCK'
                   MOVE 'N' TO CLN-IN-MOCK-SW
               END-IF
           ELSE
               PERFORM 3200-TEST-KEYWORD
           END-IF
           IF CLN-TOKEN(1) IS NOT EQUAL TO 'TESTCASE'
               MOVE 'N' TO CLN-REASON-SW
           END-IF
           PERFORM 8000-READ-SOURCE-CARD
           .
       3100-TEST-CARD-SAI.
           EXIT.
      *****************************************************************
      * AS PALAVRAS-CHAVE DO UTESTS QUE INTERESSAM A REVISAO
      *****************************************************************
       3200-TEST-KEYWORD.
           EVALUATE CLN-TOKEN(1)
               WHEN 'IDENTIFICATION'
               WHEN 'PROGRAM-ID'
               WHEN 'PROGRAM-ID.'
                   SET CLN-MEMBER-IS-SOURCE TO TRUE
               WHEN 'TESTSUITE'
                   PERFORM 3300-CLOSE-CASE
                   MOVE CLN-TOKEN(2) TO CLN-SUITE-NAME
                   MOVE ZEROES TO CLN-NAME-COUNT
               WHEN 'TESTCASE'
                   PERFORM 3300-CLOSE-CASE
                   PERFORM 3400-OPEN-CASE
               WHEN 'BEFORE-EACH'
               WHEN 'AFTER-EACH'
               WHEN 'BEFORE-ALL'
               WHEN 'AFTER-ALL'
                   PERFORM 3300-CLOSE-CASE
               WHEN 'EXPECT'
               WHEN 'VERIFY'
                   IF CLN-IN-CASE
                       ADD 1 TO CLN-CASE-ASSERTS
                   END-IF
               WHEN 'MOCK'
                   SET CLN-IN-MOCK TO TRUE
                   EVALUATE CLN-TOKEN(2)
                       WHEN 'FILE'
                           PERFORM 3500-CHECK-MOCK-FILE
                               THRU 3500-CHECK-MOCK-FILE-SAI
                       WHEN 'CALL'
                           PERFORM 3600-CHECK-MOCK-CALL
                               THRU 3600-CHECK-MOCK-CALL-SAI
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN 'IGNORE'
                   PERFORM 3700-CHECK-IGNORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *****************************************************************
      * FIM DE UM TESTCASE: SEM NENHUMA ASSERCAO ELE SO PODE PASSAR
      *****************************************************************
       3300-CLOSE-CASE.
           IF CLN-IN-CASE
           AND CLN-CASE-ASSERTS IS EQUAL TO ZEROES
               MOVE 'AVISO' TO CLN-NEW-SEVERITY
               MOVE SPACES TO CLN-NEW-TEXT
               STRING 'TESTCASE SEM EXPECT NEM VERIFY: '''
                          DELIMITED BY SIZE
                      CLN-CASE-NAME DELIMITED BY '  '
                      '''' DELIMITED BY SIZE
                   INTO CLN-NEW-TEXT
               END-STRING
               MOVE CLN-CASE-CARD TO CLN-Y
               PERFORM 3800-ADD-FINDING
           END-IF
           MOVE 'N' TO CLN-IN-CASE-SW
           MOVE ZEROES TO CLN-CASE-ASSERTS
           .
      *****************************************************************
      * INICIO DE UM TESTCASE: O NOME NAO PODE REPETIR NA SUITE
      *****************************************************************
       3400-OPEN-CASE.
           SET CLN-IN-CASE TO TRUE
           ADD 1 TO CLN-MEMBER-CASES
           MOVE CLN-TOKEN(2) TO CLN-CASE-NAME
           MOVE CLN-MEMBER-CARD TO CLN-CASE-CARD
           MOVE 'N' TO CLN-FOUND-SW
           PERFORM VARYING CLN-X FROM 1 BY 1
                   UNTIL CLN-X IS GREATER THAN CLN-NAME-COUNT
               IF CLN-NAME(CLN-X) IS EQUAL TO CLN-CASE-NAME
                   SET CLN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CLN-FOUND
               MOVE 'AVISO' TO CLN-NEW-SEVERITY
               MOVE SPACES TO CLN-NEW-TEXT
               STRING 'TESTCASE REPETIDO NA SUITE: '''
                          DELIMITED BY SIZE
                      CLN-CASE-NAME DELIMITED BY '  '
                      '''' DELIMITED BY SIZE
                   INTO CLN-NEW-TEXT
               END-STRING
               MOVE CLN-MEMBER-CARD TO CLN-Y
               PERFORM 3800-ADD-FINDING
           ELSE
               IF CLN-NAME-COUNT IS LESS THAN CLN-NAME-MAX
                   ADD 1 TO CLN-NAME-COUNT
                   MOVE CLN-CASE-NAME TO CLN-NAME(CLN-NAME-COUNT)
               END-IF
           END-IF
           .
      *****************************************************************
      * MOCK FILE nome: O PROGRAMA TEM DE SELECIONAR ESSE ARQUIVO
      *****************************************************************
       3500-CHECK-MOCK-FILE.
           IF CLN-MEMBER-PGM IS EQUAL TO ZEROES
               GO TO 3500-CHECK-MOCK-FILE-SAI
           END-IF
           MOVE CLN-TOKEN(3) TO CLN-NAME-WORK
           PERFORM 7100-STRIP-PERIOD
           MOVE 'N' TO CLN-FOUND-SW
           PERFORM VARYING CLN-X FROM 1 BY 1
                   UNTIL CLN-X IS GREATER THAN
                         CLN-PGM-SELECT-COUNT(CLN-MEMBER-PGM)
               IF CLN-PGM-SELECT(CLN-MEMBER-PGM, CLN-X)
                  IS EQUAL TO CLN-NAME-WORK
                   SET CLN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CLN-FOUND
               MOVE 'AVISO' TO CLN-NEW-SEVERITY
               MOVE SPACES TO CLN-NEW-TEXT
               STRING 'MOCK FILE ' DELIMITED BY SIZE
                      CLN-NAME-WORK DELIMITED BY SPACE
                      ' - ' DELIMITED BY SIZE
                      CLN-MEMBER-PROGRAM DELIMITED BY SPACE
                      ' NAO TEM SELECT PARA ESSE ARQUIVO'
                          DELIMITED BY SIZE
                   INTO CLN-NEW-TEXT
               END-STRING
               MOVE CLN-MEMBER-CARD TO CLN-Y
               PERFORM 3800-ADD-FINDING
           END-IF
           .
       3500-CHECK-MOCK-FILE-SAI.
           EXIT.
      *****************************************************************
      * MOCK CALL 'programa': O FONTE TEM DE CHAMAR ESSE PROGRAMA
      *****************************************************************
       3600-CHECK-MOCK-CALL.
           IF CLN-MEMBER-PGM IS EQUAL TO ZEROES
               GO TO 3600-CHECK-MOCK-CALL-SAI
           END-IF
           MOVE CLN-TOKEN(3) TO CLN-NAME-WORK
           MOVE 'N' TO CLN-FOUND-SW
           PERFORM VARYING CLN-X FROM 1 BY 1
                   UNTIL CLN-X IS GREATER THAN
                         CLN-PGM-CALL-COUNT(CLN-MEMBER-PGM)
               IF CLN-PGM-CALL(CLN-MEMBER-PGM, CLN-X)
                  IS EQUAL TO CLN-NAME-WORK
                   SET CLN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CLN-FOUND
               GO TO 3600-CHECK-MOCK-CALL-SAI
           END-IF
           MOVE SPACES TO CLN-NEW-TEXT
           IF CLN-PGM-CALLS-DYNAMIC(CLN-MEMBER-PGM)
               MOVE 'INFO' TO CLN-NEW-SEVERITY
               STRING 'MOCK CALL ''' DELIMITED BY SIZE
                      CLN-NAME-WORK DELIMITED BY SPACE
                      ''' NAO ESTA ENTRE OS CALL LITERAIS DE '
                          DELIMITED BY SIZE
                      CLN-MEMBER-PROGRAM DELIMITED BY SPACE
                      ' (HA CALL POR IDENTIFICADOR)' DELIMITED BY SIZE
                   INTO CLN-NEW-TEXT
               END-STRING
           ELSE
               MOVE 'AVISO' TO CLN-NEW-SEVERITY
               STRING 'MOCK CALL ''' DELIMITED BY SIZE
                      CLN-NAME-WORK DELIMITED BY SPACE
                      ''' - ' DELIMITED BY SIZE
                      CLN-MEMBER-PROGRAM DELIMITED BY SPACE
                      ' NUNCA CHAMA ESSE PROGRAMA' DELIMITED BY SIZE
                   INTO CLN-NEW-TEXT
               END-STRING
           END-IF
           MOVE CLN-MEMBER-CARD TO CLN-Y
           PERFORM 3800-ADD-FINDING
           .
       3600-CHECK-MOCK-CALL-SAI.
           EXIT.
      *****************************************************************
      * IGNORE [UNTIL aaaa-mm-dd] [motivo]: SEM MOTIVO NO CARTAO E SEM
      * COMENTARIO LOGO ACIMA, NINGUEM SABE POR QUE O CASO ESTA FORA
      *****************************************************************
       3700-CHECK-IGNORE.
           MOVE ZEROES TO CLN-REASON-TOKENS
           PERFORM VARYING CLN-T FROM 2 BY 1
                   UNTIL CLN-T IS GREATER THAN CLN-TOKEN-COUNT
               IF CLN-TOKEN(CLN-T) IS EQUAL TO 'UNTIL'
               AND NOT CLN-TOKEN-IS-LITERAL(CLN-T)
                   ADD 1 TO CLN-T
               ELSE
                   ADD 1 TO CLN-REASON-TOKENS
               END-IF
           END-PERFORM
           IF CLN-REASON-TOKENS IS EQUAL TO ZEROES
           AND NOT CLN-COMMENT-ABOVE
               MOVE 'AVISO' TO CLN-NEW-SEVERITY
               MOVE 'IGNORE SEM MOTIVO (NADA ALEM DO UNTIL NO CARTAO E '
                 & 'NENHUM COMENTARIO ACIMA)' TO CLN-NEW-TEXT
               MOVE CLN-MEMBER-CARD TO CLN-Y
               PERFORM 3800-ADD-FINDING
           END-IF
           .
      *****************************************************************
      * GUARDA UM ACHADO DO MEMBRO (CLN-Y E' O CARTAO)
      *****************************************************************
       3800-ADD-FINDING.
           IF CLN-FINDING-COUNT IS LESS THAN CLN-FINDING-MAX
               ADD 1 TO CLN-FINDING-COUNT
               MOVE CLN-NEW-SEVERITY
                   TO CLN-FND-SEVERITY(CLN-FINDING-COUNT)
               MOVE CLN-Y TO CLN-FND-CARD(CLN-FINDING-COUNT)
               MOVE CLN-NEW-TEXT TO CLN-FND-TEXT(CLN-FINDING-COUNT)
           END-IF
           .
      *****************************************************************
      * FIM DO MEMBRO: SE ERA MEMBRO DE TESTE, IMPRIME OS ACHADOS, OS
      * AVISOS PRIMEIRO
      *****************************************************************
       3900-FINISH-MEMBER.
           PERFORM 3300-CLOSE-CASE
           IF CLN-MEMBER-IS-SOURCE
           OR CLN-MEMBER-CASES IS EQUAL TO ZEROES
               GO TO 3900-FINISH-MEMBER-SAI
           END-IF
           ADD 1 TO CLN-DECKS-LINTED
           MOVE ZEROES TO CLN-MEMBER-WARNINGS
                          CLN-MEMBER-INFOS
           PERFORM VARYING CLN-X FROM 1 BY 1
                   UNTIL CLN-X IS GREATER THAN CLN-FINDING-COUNT
               IF CLN-FND-SEVERITY(CLN-X) IS EQUAL TO 'AVISO'
                   ADD 1 TO CLN-MEMBER-WARNINGS
               ELSE
                   ADD 1 TO CLN-MEMBER-INFOS
               END-IF
           END-PERFORM
           ADD CLN-MEMBER-WARNINGS TO CLN-TOTAL-WARNINGS
           ADD CLN-MEMBER-INFOS TO CLN-TOTAL-INFOS
           IF CLN-MEMBER-WARNINGS IS EQUAL TO ZEROES
               ADD 1 TO CLN-DECKS-CLEAN
           END-IF
           DISPLAY ' '
           MOVE CLN-MEMBER-CASES TO CLN-EDIT-COUNT
           DISPLAY 'MEMBRO ' CLN-MEMBER-NAME '  PROGRAMA '
               CLN-MEMBER-PROGRAM '  TESTCASES ' CLN-EDIT-COUNT
           IF CLN-FINDING-COUNT IS EQUAL TO ZEROES
               DISPLAY '   NENHUM ACHADO'
           END-IF
           MOVE 'AVISO' TO CLN-SEVERITY-PASS
           PERFORM 3910-PRINT-FINDING
               VARYING CLN-X FROM 1 BY 1
               UNTIL CLN-X IS GREATER THAN CLN-FINDING-COUNT
           MOVE 'INFO' TO CLN-SEVERITY-PASS
           PERFORM 3910-PRINT-FINDING
               VARYING CLN-X FROM 1 BY 1
               UNTIL CLN-X IS GREATER THAN CLN-FINDING-COUNT
           .
       3900-FINISH-MEMBER-SAI.
           EXIT.
       3910-PRINT-FINDING.
           IF CLN-FND-SEVERITY(CLN-X) IS EQUAL TO CLN-SEVERITY-PASS
               MOVE CLN-FND-SEVERITY(CLN-X) TO CLN-RPT-SEVERITY
               MOVE CLN-FND-CARD(CLN-X)     TO CLN-RPT-CARD
               MOVE CLN-FND-TEXT(CLN-X)     TO CLN-RPT-TEXT
               DISPLAY CLN-REPORT-LINE
           END-IF
           .
      *****************************************************************
      * O PROGRAMA DO MEMBRO: O PAR NO PROGLIST OU O NOME SEM O T
      * FINAL. FORA DA BIBLIOTECA, SO VALEM AS CHECAGENS SEM FONTE
      *****************************************************************
       3950-FIND-MEMBER-PROGRAM.
           MOVE SPACES TO CLN-MEMBER-PROGRAM
           MOVE ZEROES TO CLN-MEMBER-PGM
           PERFORM VARYING CLN-X FROM 1 BY 1
                   UNTIL CLN-X IS GREATER THAN CLN-PAIR-COUNT
                      OR CLN-MEMBER-PROGRAM IS NOT EQUAL TO SPACES
               IF CLN-PAIR-MEMBER(CLN-X) IS EQUAL TO CLN-MEMBER-NAME
                   MOVE CLN-PAIR-PROGRAM(CLN-X) TO CLN-MEMBER-PROGRAM
               END-IF
           END-PERFORM
           IF CLN-MEMBER-PROGRAM IS EQUAL TO SPACES
               MOVE CLN-MEMBER-NAME TO CLN-MEMBER-PROGRAM
               PERFORM VARYING CLN-X FROM 8 BY -1
                       UNTIL CLN-X IS LESS THAN 2
                          OR CLN-MEMBER-PROGRAM(CLN-X:1)
                             IS NOT EQUAL TO SPACE
                   CONTINUE
               END-PERFORM
               IF CLN-MEMBER-PROGRAM(CLN-X:1) IS EQUAL TO 'T'
                   MOVE SPACE TO CLN-MEMBER-PROGRAM(CLN-X:1)
               END-IF
           END-IF
           PERFORM VARYING CLN-X FROM 1 BY 1
                   UNTIL CLN-X IS GREATER THAN CLN-PROGRAM-COUNT
                      OR CLN-MEMBER-PGM IS GREATER THAN ZEROES
               IF CLN-PGM-NAME(CLN-X) IS EQUAL TO CLN-MEMBER-PROGRAM
                   MOVE CLN-X TO CLN-MEMBER-PGM
               END-IF
           END-PERFORM
           IF CLN-MEMBER-PGM IS EQUAL TO ZEROES
               MOVE 'INFO' TO CLN-NEW-SEVERITY
               MOVE SPACES TO CLN-NEW-TEXT
               STRING 'PROGRAMA ' DELIMITED BY SIZE
                      CLN-MEMBER-PROGRAM DELIMITED BY SPACE
                      ' NAO ESTA NA BIBLIOTECA - MOCK FILE E MOCK CALL'
                          DELIMITED BY SIZE
                      ' NAO CONFERIDOS' DELIMITED BY SIZE
                   INTO CLN-NEW-TEXT
               END-STRING
               MOVE ZEROES TO CLN-Y
               PERFORM 3800-ADD-FINDING
           END-IF
           .
      *****************************************************************
      * QUEBRA O TEXTO DO CARTAO (COLUNAS 8-72) EM TOKENS. PALAVRAS
      * VAO PARA MAIUSCULAS; UM LITERAL ENTRE APOSTROFOS OU ASPAS FICA
      * COMO ESCRITO, SEM ELAS, COM A MARCA DOBRADA VALENDO UMA
      *****************************************************************
       7000-SPLIT-CARD.
           MOVE SOURCE-CARD-TEXT TO CLN-LINE
           MOVE ZEROES TO CLN-TOKEN-COUNT
           PERFORM VARYING CLN-T FROM 1 BY 1 UNTIL CLN-T > 12
               MOVE SPACES TO CLN-TOKEN(CLN-T)
               MOVE ZEROES TO CLN-TOKEN-LEN(CLN-T)
               MOVE 'N' TO CLN-TOKEN-QUOTED(CLN-T)
           END-PERFORM
           MOVE 1 TO CLN-P
           PERFORM 7010-NEXT-TOKEN
               THRU 7010-NEXT-TOKEN-SAI
               UNTIL CLN-P IS GREATER THAN 65
                  OR CLN-TOKEN-COUNT IS EQUAL TO 12
           .
       7010-NEXT-TOKEN.
           PERFORM VARYING CLN-P FROM CLN-P BY 1
                   UNTIL CLN-P IS GREATER THAN 65
                      OR CLN-LINE(CLN-P:1) IS NOT EQUAL TO SPACE
               CONTINUE
           END-PERFORM
           IF CLN-P IS GREATER THAN 65
               GO TO 7010-NEXT-TOKEN-SAI
           END-IF
           ADD 1 TO CLN-TOKEN-COUNT
           MOVE CLN-TOKEN-COUNT TO CLN-T
           IF CLN-LINE(CLN-P:1) IS EQUAL TO ''''
           OR CLN-LINE(CLN-P:1) IS EQUAL TO '"'
               MOVE 'Y' TO CLN-TOKEN-QUOTED(CLN-T)
               MOVE CLN-LINE(CLN-P:1) TO CLN-TOKEN(CLN-T)(65:1)
               ADD 1 TO CLN-P
               MOVE 'N' TO CLN-LITERAL-SW
               PERFORM 7020-LITERAL-CHARACTER
                   UNTIL CLN-LITERAL-DONE
               MOVE SPACE TO CLN-TOKEN(CLN-T)(65:1)
               GO TO 7010-NEXT-TOKEN-SAI
           END-IF
           MOVE ZEROES TO CLN-L
           PERFORM VARYING CLN-P FROM CLN-P BY 1
                   UNTIL CLN-P IS GREATER THAN 65
                      OR CLN-LINE(CLN-P:1) IS EQUAL TO SPACE
               ADD 1 TO CLN-L
               MOVE CLN-LINE(CLN-P:1) TO CLN-TOKEN(CLN-T)(CLN-L:1)
           END-PERFORM
           MOVE CLN-L TO CLN-TOKEN-LEN(CLN-T)
           INSPECT CLN-TOKEN(CLN-T) CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           .
       7010-NEXT-TOKEN-SAI.
           EXIT.
      * A MARCA QUE ABRIU O LITERAL FICA GUARDADA NA ULTIMA POSICAO DO
      * TOKEN ENQUANTO ELE E' MONTADO
       7020-LITERAL-CHARACTER.
           IF CLN-P IS GREATER THAN 65
               SET CLN-LITERAL-DONE TO TRUE
           ELSE
               IF CLN-LINE(CLN-P:1) IS EQUAL TO CLN-TOKEN(CLN-T)(65:1)
                   IF CLN-P IS LESS THAN 65
                   AND CLN-LINE(CLN-P + 1:1) IS EQUAL TO
                       CLN-TOKEN(CLN-T)(65:1)
                       ADD 1 TO CLN-TOKEN-LEN(CLN-T)
                       MOVE CLN-LINE(CLN-P:1)
                           TO CLN-TOKEN(CLN-T)(CLN-TOKEN-LEN(CLN-T):1)
                       ADD 2 TO CLN-P
                   ELSE
                       ADD 1 TO CLN-P
                       SET CLN-LITERAL-DONE TO TRUE
                   END-IF
               ELSE
                   IF CLN-TOKEN-LEN(CLN-T) IS LESS THAN 64
                       ADD 1 TO CLN-TOKEN-LEN(CLN-T)
                       MOVE CLN-LINE(CLN-P:1)
                           TO CLN-TOKEN(CLN-T)(CLN-TOKEN-LEN(CLN-T):1)
                   END-IF
                   ADD 1 TO CLN-P
               END-IF
           END-IF
           .
      *****************************************************************
      * TIRA O PONTO FINAL DE CLN-NAME-WORK
      *****************************************************************
       7100-STRIP-PERIOD.
           PERFORM VARYING CLN-X FROM 30 BY -1
                   UNTIL CLN-X IS LESS THAN 2
                      OR CLN-NAME-WORK(CLN-X:1) IS NOT EQUAL TO SPACE
               CONTINUE
           END-PERFORM
           IF CLN-NAME-WORK(CLN-X:1) IS EQUAL TO '.'
               MOVE SPACE TO CLN-NAME-WORK(CLN-X:1)
           END-IF
           .
      *****************************************************************
      * LEITURAS
      *****************************************************************
       8000-READ-SOURCE-CARD.
           READ SOURCE-ALL-FILE
               AT END
                   SET CLN-NO-MORE-CARDS TO TRUE
           END-READ
           .
       8100-READ-PROG-LIST.
           READ PROG-LIST-FILE
               AT END
                   SET CLN-NO-MORE-PAIRS TO TRUE
           END-READ
           .
      *****************************************************************
      * TOTAIS E RETURN-CODE
      *****************************************************************
       9999-TERMINATE.
           DISPLAY ' '
           DISPLAY '================================================='
           MOVE CLN-MEMBERS-SEEN TO CLN-EDIT-COUNT
           DISPLAY 'ZUTZCLN: MEMBROS NA BIBLIOTECA   = ' CLN-EDIT-COUNT
           MOVE CLN-PROGRAM-COUNT TO CLN-EDIT-COUNT
           DISPLAY 'ZUTZCLN: PROGRAMAS FONTE         = ' CLN-EDIT-COUNT
           MOVE CLN-DECKS-LINTED TO CLN-EDIT-COUNT
           DISPLAY 'ZUTZCLN: MEMBROS DE TESTE        = ' CLN-EDIT-COUNT
           MOVE CLN-DECKS-CLEAN TO CLN-EDIT-COUNT
           DISPLAY 'ZUTZCLN: MEMBROS SEM AVISO       = ' CLN-EDIT-COUNT
           MOVE CLN-TOTAL-WARNINGS TO CLN-EDIT-COUNT
           DISPLAY 'ZUTZCLN: AVISOS                  = ' CLN-EDIT-COUNT
           MOVE CLN-TOTAL-INFOS TO CLN-EDIT-COUNT
           DISPLAY 'ZUTZCLN: INFORMATIVOS            = ' CLN-EDIT-COUNT
           IF CLN-TOTAL-WARNINGS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
