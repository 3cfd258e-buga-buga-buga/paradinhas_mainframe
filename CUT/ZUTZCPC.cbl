               ASSIGN TO QUARANTN
               FILE STATUS IS QUARANTINE-DECK-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHANGE-DECK
               ASSIGN TO PARAALT
               FILE STATUS IS CHANGE-DECK-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT COVER-TRAIL
               ASSIGN TO CUTCOVER
               FILE STATUS IS COVER-TRAIL-STATUS
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  UNIT-TEST-CONFIG
           05  FILLER                    PIC X(01).
           05  QUAR-DECK-EXPIRY          PIC X(08).
           05  FILLER                    PIC X(51).
       FD  CHANGE-DECK
BUGA       RECORDING MODE IS F
BUGA       BLOCK CONTAINS 0 RECORDS
BUGA       LABEL RECORDS STANDARD
           DATA RECORD IS CHANGE-DECK-LINE.
       01  CHANGE-DECK-LINE.
           05  CHANGE-DECK-PARA          PIC X(31).
           05  FILLER                    PIC X(49).
      * The coverage trail the generated programs append to (see
      * UT-COVERAGE-WRITE-TRAIL in ZUTZCPD), read back here only for
      * the changed-paragraph selection. Type K records carry the
      * case ID and paragraph where the other types keep their
      * totals, hence the second record view.
       FD  COVER-TRAIL
BUGA       RECORDING MODE IS F
BUGA       BLOCK CONTAINS 0 RECORDS
BUGA       LABEL RECORDS STANDARD
           DATA RECORD IS COVER-TRAIL-RECORD.
       01  COVER-TRAIL-RECORD.
           05  COVER-TRAIL-TYPE          PIC X(01).
               88  COVER-TRAIL-SUMMARY       VALUE 'C'.
               88  COVER-TRAIL-CASE-HIT      VALUE 'K'.
           05  FILLER                    PIC X(01).
           05  COVER-TRAIL-PROGRAM       PIC X(08).
           05  FILLER                    PIC X(01).
           05  COVER-TRAIL-STAMP.
               10  COVER-TRAIL-DATE      PIC 9(08).
               10  FILLER                PIC X(01).
               10  COVER-TRAIL-TIME      PIC 9(06).
           05  FILLER                    PIC X(42).
           05  FILLER                    PIC X(01).
           05  COVER-TRAIL-SCOPE         PIC X(01).
               88  COVER-TRAIL-FULL-RUN      VALUE 'F'.
           05  FILLER                    PIC X(10).
       01  COVER-TRAIL-CASE-RECORD.
           05  FILLER                    PIC X(27).
           05  COVER-TRAIL-CASE-ID       PIC X(20).
           05  FILLER                    PIC X(01).
           05  COVER-TRAIL-CASE-PARA     PIC X(31).
           05  FILLER                    PIC X(01).

       WORKING-STORAGE SECTION.

           05  THIS-PROGRAM PIC X(08) VALUE 'ZUTZCPC'.
           05  FILLER PIC X(16) VALUE 'WORKING-STORAGE'.

      *****************************************************************
      * Fingerprint of the ORIGINAL-SOURCE member, taken record by
      * record through ZUTZCFP (the same routine ZUTZCPM runs over the
      * member being promoted). It is stamped into the test program so
      * the GO3 run carries it into its CUTAUDIT record: a green run
      * then certifies that exact source and nothing edited after it.
      *****************************************************************
       01  SOURCE-FINGERPRINT-AREA.
           05  FP-FUNCAO                 PIC X(01) VALUE SPACE.
           05  FP-REGISTRO               PIC X(80) VALUE SPACES.
           05  FP-IMPRESSAO              PIC X(16) VALUE SPACES.

      *****************************************************************
      * Information captured while scanning ORIGINAL-SOURCE that gets
      * stamped into the machine-readable test results record, plus
           05  MAX-SQL-KEYWORDS           PIC 9(02) VALUE 50.
           05  MAX-MOCK-STATEMENTS   PIC 9(02) VALUE 50.
      *****************************************************************
      * MOCK DLI: the deck lays down a small IMS database (segment
      * occurrences in hierarchic sequence, each naming its parent)
      * and optional PCB status overrides. The emulation lives in its
      * own tables in ZUTZCWS, so the spec takes no slot in the MOCK
      * table. Once any MOCK DLI spec has been seen, every
      * CALL 'CBLTDLI' site in ORIGINAL-SOURCE is replaced by code
      * that runs the call against that database (2677), and VERIFY
      * DLI counts calls by function code and segment name.
      *****************************************************************
       01  FILLER.
           05  FILLER                     PIC X(01) VALUE 'N'.
               88  DLI-MOCK-DECLARED          VALUE 'Y'.
               88  DLI-MOCK-NOT-DECLARED      VALUE 'N'.
           05  FILLER                     PIC X(01) VALUE 'N'.
               88  DLI-CALL-INTERCEPT         VALUE 'Y'.
               88  NO-DLI-CALL-INTERCEPT      VALUE 'N'.
           05  FILLER                     PIC X(01) VALUE 'N'.
               88  VERIFY-DLI-CALLS           VALUE 'Y'.
               88  VERIFY-MOCK-ACCESSES       VALUE 'N'.
           05  DLI-CARD-STATE             PIC X(01) VALUE SPACE.
               88  DLI-CARD-NONE              VALUE SPACE.
               88  DLI-CARD-SEGMENT           VALUE 'S'.
               88  DLI-CARD-RULE              VALUE 'R'.
           05  FILLER                     PIC X(01) VALUE 'N'.
               88  DLI-CARD-HAS-VALUE         VALUE 'Y'.
               88  DLI-CARD-NO-VALUE          VALUE 'N'.
           05  DLI-PENDING-CLAUSE         PIC X(08) VALUE SPACES.
           05  DLI-SSA-COUNT              PIC 9(02) VALUE ZERO.
           05  DLI-SSA-MAX                PIC 9(02) VALUE 5.
           05  DLI-KEY-LENGTH             PIC 9(02) VALUE ZERO.
      *****************************************************************
      * Record values listed on a single MOCK FILE ... ON READ spec.
      * When more than one RETURN clause is present, the generated
      * code queues every record on the mock so successive mocked
           05  MAX-MOCK-RECORD-LIST       PIC 9(02) VALUE 10.
           05  MOCK-RECORD-LIST-COUNT     PIC 9(02) VALUE ZERO.
           05  MOCK-KEY-VALUE             PIC X(80) VALUE SPACES.
      * A record longer than one deck line is coded as a run of
      * quoted literals; each continuation literal is joined onto the
      * record value ahead of it (see 4905).
           05  MOCK-JOIN-LENGTH           PIC S9(08) COMP VALUE ZERO.
           05  MOCK-JOIN-TOKEN-LENGTH     PIC S9(08) COMP VALUE ZERO.
           05  MOCK-JOIN-SWITCH           PIC X(01) VALUE 'Y'.
               88  MOCK-JOIN-KEEP                   VALUE 'Y'.
               88  MOCK-JOIN-DISCARD                VALUE 'N'.

      *****************************************************************
      * A RETURN statement on a mocked SD sort file (MOCK SORT). The
               88  TSQ-GEN-REWRITE            VALUE 'Y'.
               88  TSQ-GEN-NO-REWRITE         VALUE 'N'.

      *****************************************************************
      * Operands pulled off a mocked SEND MAP / SEND TEXT / SEND
      * CONTROL, so the generated site code can hand the outgoing
      * map area or text buffer to UT-SEND-CAPTURE (see ZUTZCPD).
      *****************************************************************
           05  SEND-GEN-KIND              PIC X(01) VALUE SPACE.
           05  SEND-GEN-MAP-OPERAND       PIC X(60) VALUE SPACES.
           05  SEND-GEN-FROM-OPERAND      PIC X(60) VALUE SPACES.
           05  SEND-GEN-LENGTH-OPERAND    PIC X(60) VALUE SPACES.
           05  FILLER                     PIC X(01) VALUE 'N'.
               88  SEND-GEN-ERASE             VALUE 'Y'.
               88  SEND-GEN-NO-ERASE          VALUE 'N'.

      *****************************************************************
      * Pieces of an EXPECT SCREEN / EXPECT MAP assertion collected
      * off the test-case tokens before its statements are built.
      *****************************************************************
           05  SCREEN-GEN-ROW             PIC X(04) VALUE SPACES.
           05  SCREEN-GEN-COLUMN          PIC X(04) VALUE SPACES.
           05  SCREEN-GEN-SEND-NUMBER     PIC X(04) VALUE SPACES.
           05  SCREEN-GEN-MAP-LITERAL     PIC X(12) VALUE SPACES.
           05  SCREEN-GEN-MAP-NAME        PIC X(08) VALUE SPACES.
           05  SCREEN-GEN-FIELD-NAME      PIC X(30) VALUE SPACES.
           05  SCREEN-GEN-SUFFIX          PIC X(01) VALUE SPACE.

      *****************************************************************
      * Second mock identity of a VERIFY ... HAPPENED BEFORE spec.
      *****************************************************************
           05  RERUN-FILTER-IDS.
               10  RERUN-FILTER-ID OCCURS 100 PIC X(20).

      *****************************************************************
      * Changed-paragraph selection: the paragraphs touched by the
      * change under test, one per card on the PARAALT DD. When the
      * deck names any, the CUTCOVER trail is read back for the last
      * full run of this program, and only the TESTCASEs whose IDs
      * entered one of those paragraphs on that run - plus any case
      * with no coverage history there (no ID, or an ID the run never
      * saw) - are compiled. The run is stamped as a partial
      * selection: no fingerprint, no per-case coverage written back,
      * and a banner on the results. No DD, or an empty deck,
      * selects nothing away.
      *****************************************************************
           05  CHANGE-DECK-STATUS         PIC 9(02) VALUE ZERO.
               88  CHANGE-DECK-STATUS-OK      VALUE ZERO.
               88  CHANGE-DECK-END-OF-FILE    VALUE 10.
           05  COVER-TRAIL-STATUS         PIC 9(02) VALUE ZERO.
               88  COVER-TRAIL-STATUS-OK      VALUE ZERO.
               88  COVER-TRAIL-END-OF-FILE    VALUE 10.
           05  FILLER                     PIC X(01) VALUE 'N'.
               88  CHANGE-SELECTION-ACTIVE    VALUE 'Y'.
               88  CHANGE-SELECTION-NOT-ACTIVE VALUE 'N'.
           05  FILLER                     PIC X(01) VALUE 'N'.
               88  CHANGE-HISTORY-LOADED      VALUE 'Y'.
               88  CHANGE-HISTORY-NOT-LOADED  VALUE 'N'.
           05  FILLER                     PIC X(01) VALUE SPACE.
               88  TESTCASE-CHANGE-MATCH      VALUE 'Y'.
               88  TESTCASE-CHANGE-NO-MATCH   VALUE SPACE.
           05  FILLER                     PIC X(01) VALUE SPACE.
               88  CHANGE-FULL-RUN-FOUND      VALUE 'Y'.
               88  CHANGE-FULL-RUN-NOT-FOUND  VALUE SPACE.
           05  CHANGE-TRAIL-PROGRAM       PIC X(08) VALUE SPACES.
           05  CHANGE-FULL-RUN-STAMP      PIC X(15) VALUE SPACES.
           05  CHANGE-CASES-SELECTED      PIC 9(04) VALUE ZERO.
           05  CHANGE-CASES-SKIPPED       PIC 9(04) VALUE ZERO.
           05  CHANGE-PARA-MAX            PIC 9(03) VALUE 100.
           05  CHANGE-PARA-COUNT          PIC 9(03) VALUE ZERO.
           05  CHANGE-PARA-SUB            PIC 9(03) VALUE ZERO.
           05  CHANGE-PARA-ENTRY OCCURS 100.
               10  CHANGE-PARA-NAME       PIC X(31).
               10  CHANGE-PARA-HITS       PIC 9(04).
           05  CHANGE-HIST-MAX            PIC 9(03) VALUE 300.
           05  CHANGE-HIST-COUNT          PIC 9(03) VALUE ZERO.
           05  CHANGE-HIST-SUB            PIC 9(03) VALUE ZERO.
           05  CHANGE-HIST-ENTRY OCCURS 300.
               10  CHANGE-HIST-ID         PIC X(20).
               10  CHANGE-HIST-REACH      PIC X(01).
                   88  CHANGE-HIST-REACHES-CHANGE VALUE 'Y'.

      *****************************************************************
      * TICKETS line: the change tickets / requirement numbers the
      * current test case is linked to, one word each, up to eight to
      * a line (longer numbers are cut to the twelve bytes the trace
      * record keeps). Only a case with an ID clause can be linked -
      * the ID is what the traceability report joins on.
      *****************************************************************
           05  TICKETS-WORD-SUB           PIC S9(04) COMP VALUE ZERO.
           05  TICKETS-WORD-MAX           PIC S9(04) COMP VALUE 8.
           05  TICKETS-NUMBER             PIC X(12) VALUE SPACES.

      *****************************************************************
      * Quarantine list (QUARANTN DD): test-case ID in columns 1-20
      * and expiry CCYYMMDD in columns 22-29. A quarantined case
           05  MOCK-RECORD-LIST.
               10  MOCK-RECORD-LIST-ENTRY
                   OCCURS 10
                   INDEXED BY MOCK-RECORD-LIST-IX PIC X(2048).

       01  MOCKS.
           05  MOCK-TEST-COUNT            PIC 9(04).
           05  KEYWORD-SEARCH-LIMIT   PIC 9(02) VALUE 0.
           05  KEYWORD-END            PIC 9(02) VALUE 72.
           05  KEYWORD-START          PIC 9(02) VALUE 12.
           05  MAX-KEYWORDS           PIC 9(02) VALUE 18.
           05  KEYWORD-VALUES.
               10  FILLER PIC X(20) VALUE 'EXPECT'.
               10  FILLER PIC 9(02) VALUE 6.
               10  FILLER PIC 9(02) VALUE 5.
               10  FILLER PIC X(20) VALUE 'BASELINE'.
               10  FILLER PIC 9(02) VALUE 8.
               10  FILLER PIC X(20) VALUE 'TICKETS'.
               10  FILLER PIC 9(02) VALUE 7.
           05  KEYWORDS REDEFINES KEYWORD-VALUES.
               10  KEYWORD OCCURS 18 INDEXED BY KEYWORD-IX.
                   15  KEYWORD-VALUE      PIC X(20).
                   15  KEYWORD-LENGTH     PIC 9(02).
           05  CANDIDATE-TEST-KEYWORD     PIC X(20).
                                                'INCLUDE',
                                                'TESTPROGRAM',
                                                'QUEUE',
                                                'BASELINE',
                                                'TICKETS'.

       01  FILLER.
           05  IGNORE-MAX PIC S9(02) VALUE 2.
           05  MSG-MOCK-SYNTAX-4              PIC X(80) VALUE
               '    END-MOCK'.

           05  MSG-VERIFY-COUNT PIC S9(02) VALUE 11.
           05  MSG-VERIFY-SYNTAX-ERROR-TEXT.
               10  FILLER.
                   15  FILLER PIC X(06) VALUE '008-E '.
               10  FILLER.
                   15  FILLER PIC X(80) VALUE
                   '        HAPPENED ONCE'.
               10  FILLER.
                   15  FILLER PIC X(80) VALUE
                   '    VERIFY DLI GN SEGMENT PEDIDO HAPPENED 3 TIMES'.
           05  MSG-VERIFY-SYNTAX-ERRORS
               REDEFINES MSG-VERIFY-SYNTAX-ERROR-TEXT.
               10  MSG-VERIFY-SYNTAX
                   OCCURS 11
                   INDEXED BY MSG-VERIFY-IX
                   PIC X(80).

           MOVE '               ORGANIZATION IS SEQUENTIAL.'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE

      * Behaviour trail for the back-to-back comparison of two builds
      * of the same program (ZUTZCBB): only written when the UTCOMPAR
      * DD is there, so ordinary runs need no DD.

           MOVE '           SELECT UT-BEHAVIOUR-FILE' TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '               ASSIGN TO UTCOMPAR' TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '               FILE STATUS IS UT-BHV-STATUS'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '               ORGANIZATION IS SEQUENTIAL.'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           .

       2160-INSERT-FILE-SECTION-CODE.
           MOVE '           05  UT-RESULTS-REC-RETCODE PIC 9(04).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
      * The byte after RETCODE tells a full run from a partial one
      * (see UT-RUN-SCOPE in ZUTZCWS); readers that predate it see
      * filler as before.

           MOVE '           05  FILLER                 PIC X(01).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  UT-RESULTS-REC-SCOPE   PIC X(01).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  FILLER                 PIC X(46).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           PERFORM 2166-WRITE-AUDIT-FD
           MOVE '           05  UT-AUDIT-REC-CASES    PIC 9(04).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
      * The last of the old filler carries the fingerprint of the
      * source member this run tested (see 8087), which is what a
      * promotion is certified against (ZUTZCPM).

           MOVE '           05  FILLER               PIC X(01).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE
           '           05  UT-AUDIT-REC-FINGERPRINT PIC X(16).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
      * Trace records share the trail with the run records: one per
      * test case / ticket link (TICKETS in UTESTS), keyed on a link
      * sequence where the run record has its userid, with 'T' in
      * the byte after it so run-record readers can step over them.
      * Program, date and time sit where the run record keeps them,
      * so ZUTZCAR ages both kinds out alike.

           MOVE '       01  UT-AUDIT-TRACE-RECORD.' TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  UT-AUDIT-TRC-KEY.' TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '             10  UT-AUDIT-TRC-LINK-SEQ PIC 9(08).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '             10  UT-AUDIT-TRC-TYPE    PIC X(01).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '             10  UT-AUDIT-TRC-PROGRAM PIC X(08).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '             10  FILLER               PIC X(01).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '             10  UT-AUDIT-TRC-DATE    PIC 9(08).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '             10  FILLER               PIC X(01).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '             10  UT-AUDIT-TRC-TIME    PIC 9(06).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  FILLER               PIC X(01).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  UT-AUDIT-TRC-USERID   PIC X(08).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  FILLER               PIC X(01).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  UT-AUDIT-TRC-CASE-ID  PIC X(20).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  FILLER               PIC X(01).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  UT-AUDIT-TRC-RESULT   PIC X(01).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  FILLER               PIC X(01).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  UT-AUDIT-TRC-TICKET   PIC X(12).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  FILLER               PIC X(02).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '       FD  UT-BASELINE-FILE.' TO TEST-LINE
           MOVE '           05  UT-COVER-REC-PARA     PIC X(31).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
      * The summary record carries the run's scope in the old filler,
      * and the per-case records (type K) of a full run put the case
      * ID and the paragraph it entered where the totals sit, so
      * they get a view of their own.

           MOVE '           05  FILLER                PIC X(01).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  UT-COVER-REC-SCOPE    PIC X(01).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  FILLER                PIC X(10).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '       01  UT-COVER-CASE-RECORD.' TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  FILLER                PIC X(27).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  UT-COVER-CASE-ID      PIC X(20).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  FILLER                PIC X(01).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  UT-COVER-CASE-PARA    PIC X(31).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  FILLER                PIC X(01).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '       FD  UT-BASELINE-NEW-FILE.' TO TEST-LINE
           MOVE '       01  UT-BASELINE-NEW-RECORD  PIC X(256).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '       FD  UT-BEHAVIOUR-FILE.' TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '       01  UT-BEHAVIOUR-RECORD.' TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  UT-BHV-REC-CASE       PIC 9(04).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  UT-BHV-REC-KIND       PIC X(01).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  UT-BHV-REC-ITEM       PIC 9(04).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  UT-BHV-REC-CASE-ID    PIC X(20).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  UT-BHV-REC-LABEL      PIC X(31).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  UT-BHV-REC-DATA       PIC X(256).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           MOVE '           05  FILLER                PIC X(04).'
               TO TEST-LINE
           PERFORM 9420-WRITE-TEST-LINE
           .

       2070-INSERT-FRESH-FILE-SECTION.
               'UT-RESULTS-REC-PROGRAM' DELIMITED BY SIZE
               INTO INITIALIZATION-STATEMENT(INITIALIZATION-IX)
           END-STRING

      * The source fingerprint goes along for the CUTAUDIT record,
      * but only from a run that exercises the whole deck against the
      * real source. A tag-filtered or rerun-only-failures run proves
      * a subset, a mutation run is not the member's own code, and a
      * record-mode run asserts nothing - none of them may certify a
      * promotion, so they leave the fingerprint blank. Neither may
      * a changed-paragraph selection, which also says so on its
      * results. Only a full run writes per-case coverage back to
      * CUTCOVER for a later selection to read.

           IF THIS-RUN-TAG-FILTER IS EQUAL TO SPACES
           AND RERUN-FILTER-NOT-ACTIVE
           AND CHANGE-SELECTION-NOT-ACTIVE
           AND NOT-MUTATION-MODE
           AND NOT-RECORD-MODE
               SET INITIALIZATION-IX UP BY 1
               MOVE '           SET UT-RUN-FULL TO TRUE'
                   TO INITIALIZATION-STATEMENT(INITIALIZATION-IX)
           END-IF
           IF CHANGE-SELECTION-ACTIVE
               SET INITIALIZATION-IX UP BY 1
               MOVE '           SET UT-RUN-SELECTION TO TRUE'
                   TO INITIALIZATION-STATEMENT(INITIALIZATION-IX)
               DISPLAY THIS-PROGRAM
                   'CHANGE SELECTION - ' CHANGE-CASES-SELECTED
                   ' CASE(S) SELECTED, ' CHANGE-CASES-SKIPPED
                   ' SKIPPED'
           END-IF

           IF FP-IMPRESSAO IS NOT EQUAL TO SPACES
           AND THIS-RUN-TAG-FILTER IS EQUAL TO SPACES
           AND RERUN-FILTER-NOT-ACTIVE
           AND CHANGE-SELECTION-NOT-ACTIVE
           AND NOT-MUTATION-MODE
           AND NOT-RECORD-MODE
               SET INITIALIZATION-IX UP BY 1
               MOVE FP-IMPRESSAO TO RAW-VALUE
               PERFORM 7950-ENCLOSE-IN-QUOTES
               STRING
                   STATEMENT-SPACER   DELIMITED BY SIZE
                   MOVE-VERB          DELIMITED BY SIZE
                   QUOTED-VALUE       DELIMITED BY SPACE
                   TO-KEYWORD         DELIMITED BY SIZE
                   'UT-SOURCE-FINGERPRINT' DELIMITED BY SIZE
                   INTO INITIALIZATION-STATEMENT(INITIALIZATION-IX)
               END-STRING
           END-IF
           .

       2500-CHECK-FOR-MOCKABLES.
                   PERFORM 2616-GEN-TS-QUEUE-EMULATION
               END-IF
           END-IF

      * A mocked SEND MAP / SEND TEXT / SEND CONTROL also hands what
      * it would have put on the terminal to the screen capture, so
      * EXPECT SCREEN and EXPECT MAP can look at it afterwards.

           IF MOCK-MATCHED
               IF MOCK-CICS-LOOKUP-KEY(1:5) IS EQUAL TO 'SEND '
                   PERFORM 2620-GEN-SEND-CAPTURE
               END-IF
           END-IF
           .

       2620-GEN-SEND-CAPTURE.
      *****************************************************************
      * Generate the statements that pass a mocked SEND command's
      * outgoing data to UT-SEND-CAPTURE: the FROM area (for SEND MAP
      * without FROM, the symbolic map's output area mapnameO when
      * the map is named by a literal), its LENGTH (the LENGTH option,
      * else the length of the area), the map name and ERASE.
      *****************************************************************
           EVALUATE TRUE
               WHEN MOCK-CICS-LOOKUP-KEY(1:9) IS EQUAL TO 'SEND MAP '
               WHEN MOCK-CICS-LOOKUP-KEY(1:9) IS EQUAL TO 'SEND MAP('
                   MOVE 'M' TO SEND-GEN-KIND
               WHEN MOCK-CICS-LOOKUP-KEY(1:10) IS EQUAL TO 'SEND TEXT '
                   MOVE 'T' TO SEND-GEN-KIND
               WHEN OTHER
                   MOVE 'C' TO SEND-GEN-KIND
           END-EVALUATE
           MOVE ' MAP('    TO CICS-OPER-KEYWORD
           MOVE 5 TO CICS-OPER-KEYWORD-LEN
           PERFORM 2617-EXTRACT-CICS-OPERAND
           MOVE CICS-OPER-VALUE TO SEND-GEN-MAP-OPERAND
           MOVE ' FROM('   TO CICS-OPER-KEYWORD
           MOVE 6 TO CICS-OPER-KEYWORD-LEN
           PERFORM 2617-EXTRACT-CICS-OPERAND
           MOVE CICS-OPER-VALUE TO SEND-GEN-FROM-OPERAND
           MOVE ' LENGTH(' TO CICS-OPER-KEYWORD
           MOVE 8 TO CICS-OPER-KEYWORD-LEN
           PERFORM 2617-EXTRACT-CICS-OPERAND
           MOVE CICS-OPER-VALUE TO SEND-GEN-LENGTH-OPERAND

      * A SEND MAP with no FROM sends the map's own output area.

           IF SEND-GEN-KIND IS EQUAL TO 'M'
           AND SEND-GEN-FROM-OPERAND IS EQUAL TO SPACES
           AND SEND-GEN-MAP-OPERAND(1:1) IS EQUAL TO '"'
               MOVE SEND-GEN-MAP-OPERAND(2:59) TO CANDIDATE-TOKEN
               INSPECT CANDIDATE-TOKEN REPLACING ALL '"' BY SPACE
               STRING
                   CANDIDATE-TOKEN       DELIMITED BY SPACE
                   'O'                   DELIMITED BY SIZE
                   INTO SEND-GEN-FROM-OPERAND
               END-STRING
           END-IF

           SET SEND-GEN-NO-ERASE TO TRUE
           MOVE ' ERASE ' TO CICS-OPER-KEYWORD
           MOVE 7 TO CICS-OPER-KEYWORD-LEN
           PERFORM 2617-FIND-CICS-KEYWORD
           IF CICS-OPER-P IS GREATER THAN ZERO
               SET SEND-GEN-ERASE TO TRUE
           END-IF

           MOVE SPACES TO GENERATED-SOURCE-STATEMENTS
           SET STATEMENT-IX TO 1
           STRING
               STATEMENT-SPACER       DELIMITED BY SIZE
               MOVE-VERB              DELIMITED BY SIZE
               '"'                    DELIMITED BY SIZE
               SEND-GEN-KIND          DELIMITED BY SIZE
               '"'                    DELIMITED BY SIZE
               TO-KEYWORD             DELIMITED BY SIZE
               'UT-SEND-KIND-WORK'    DELIMITED BY SIZE
               INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-STRING
           SET STATEMENT-IX UP BY 1
           IF SEND-GEN-MAP-OPERAND IS GREATER THAN SPACES
               STRING
                   STATEMENT-SPACER      DELIMITED BY SIZE
                   MOVE-VERB             DELIMITED BY SIZE
                   SEND-GEN-MAP-OPERAND  DELIMITED BY SPACE
                   TO-KEYWORD            DELIMITED BY SIZE
                   'UT-SEND-MAP-WORK'    DELIMITED BY SIZE
                   INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               END-STRING
           ELSE
               MOVE '           MOVE SPACES TO UT-SEND-MAP-WORK'
                   TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-IF
           SET STATEMENT-IX UP BY 1
           IF SEND-GEN-ERASE
               MOVE '           SET UT-SEND-ERASE TO TRUE'
                   TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           ELSE
               MOVE '           SET UT-SEND-NO-ERASE TO TRUE'
                   TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-IF
           SET STATEMENT-IX UP BY 1
           MOVE '           MOVE SPACES TO UT-SEND-DATA-WORK'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           SET STATEMENT-IX UP BY 1
           MOVE '           MOVE ZERO TO UT-SEND-LENGTH-WORK'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           IF SEND-GEN-FROM-OPERAND IS GREATER THAN SPACES
               SET STATEMENT-IX UP BY 1
               STRING
                   STATEMENT-SPACER      DELIMITED BY SIZE
                   MOVE-VERB             DELIMITED BY SIZE
                   SEND-GEN-FROM-OPERAND DELIMITED BY SPACE
                   TO-KEYWORD            DELIMITED BY SIZE
                   'UT-SEND-DATA-WORK'   DELIMITED BY SIZE
                   INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               END-STRING
               SET STATEMENT-IX UP BY 1
               IF SEND-GEN-LENGTH-OPERAND IS GREATER THAN SPACES
                   STRING
                       STATEMENT-SPACER        DELIMITED BY SIZE
                       MOVE-VERB               DELIMITED BY SIZE
                       SEND-GEN-LENGTH-OPERAND DELIMITED BY SPACE
                       TO-KEYWORD              DELIMITED BY SIZE
                       'UT-SEND-LENGTH-WORK'   DELIMITED BY SIZE
                       INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
                   END-STRING
               ELSE
                   STRING
                       STATEMENT-SPACER        DELIMITED BY SIZE
                       MOVE-VERB               DELIMITED BY SIZE
                       'LENGTH OF '            DELIMITED BY SIZE
                       SEND-GEN-FROM-OPERAND   DELIMITED BY SPACE
                       TO-KEYWORD              DELIMITED BY SIZE
                       'UT-SEND-LENGTH-WORK'   DELIMITED BY SIZE
                       INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
                   END-STRING
               END-IF
           END-IF
           SET STATEMENT-IX UP BY 1
           MOVE '           PERFORM UT-SEND-CAPTURE'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           PERFORM 9440-WRITE-GENERATED-STMTS
           .

       2616-GEN-TS-QUEUE-EMULATION.
               SET DYN-CALL-INTERCEPT TO TRUE
           END-IF

      * A CALL 'CBLTDLI' runs against the emulated IMS database once
      * the deck declares one (MOCK DLI), unless a MOCK CALL spec
      * claims the name for itself.

           SET NO-DLI-CALL-INTERCEPT TO TRUE
           IF MOCK-NOT-MATCHED
           AND DLI-MOCK-DECLARED
           AND (TEMP-TOKEN IS EQUAL TO '''CBLTDLI'''
             OR TEMP-TOKEN IS EQUAL TO '"CBLTDLI"')
               SET DLI-CALL-INTERCEPT TO TRUE
           END-IF

      * Consume the rest of the CALL statement (USING clause, etc)
      * through the terminating period, collecting the USING operand
      * names on the way so the caller's arguments can be snapshotted
      * caller loaded (captured before the real CALL runs).

           IF MOCK-MATCHED OR DYN-CALL-INTERCEPT
           OR DLI-CALL-INTERCEPT
               SET COMMENT-THE-LINES TO TRUE
           ELSE
               SET COPY-THE-LINES TO TRUE
      * saving is still on until 2900 turns it off.)

           IF MOCK-NOT-MATCHED AND RECORD-MODE
           AND NO-DLI-CALL-INTERCEPT
               PERFORM 2563-RECORD-MODE-CALL
           END-IF

               SET NO-DYN-CALL-INTERCEPT TO TRUE
           END-IF

           IF DLI-CALL-INTERCEPT
               PERFORM 2677-GEN-DLI-CALL-SITE
               SET NO-DLI-CALL-INTERCEPT TO TRUE
           END-IF

      * A period-less CALL ended at a statement verb: the verb's line
      * was pulled back out of the saved lines and still has to be
      * processed as the statement it starts.
           PERFORM 9440-WRITE-GENERATED-STMTS
           .

       2677-GEN-DLI-CALL-SITE.
      *****************************************************************
      * Replace a CALL 'CBLTDLI' USING function, pcb, io-area
      * [, ssa ...] by code that runs the call against the emulated
      * IMS database (UT-DLI-CALL in ZUTZCPD): the function code, the
      * I/O area and up to DLI-SSA-MAX SSAs go in, the status code,
      * level and segment name come back in the PCB mask, and the
      * segment image comes back in the I/O area after a successful
      * retrieval. CALL-ARG-NAMES holds the USING operands.
      *****************************************************************
           MOVE SPACES TO GENERATED-SOURCE-STATEMENTS
           SET STATEMENT-IX TO 1
           STRING
               STATEMENT-SPACER      DELIMITED BY SIZE
               MOVE-VERB             DELIMITED BY SIZE
               CALL-ARG-NAME(1)      DELIMITED BY SPACE
               TO-KEYWORD            DELIMITED BY SIZE
               'UT-DLI-FUNCTION'     DELIMITED BY SIZE
               INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-STRING

           SET STATEMENT-IX UP BY 1
           MOVE '           MOVE SPACES TO UT-DLI-IO-AREA'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           IF CALL-ARG-COUNT IS GREATER THAN 2
               SET STATEMENT-IX UP BY 1
               STRING
                   STATEMENT-SPACER      DELIMITED BY SIZE
                   MOVE-VERB             DELIMITED BY SIZE
                   CALL-ARG-NAME(3)      DELIMITED BY SPACE
                   TO-KEYWORD            DELIMITED BY SIZE
                   'UT-DLI-IO-AREA'      DELIMITED BY SIZE
                   INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               END-STRING
           END-IF

           MOVE ZERO TO DLI-SSA-COUNT
           PERFORM VARYING TEMP-SUB FROM 4 BY 1
                   UNTIL TEMP-SUB IS GREATER THAN CALL-ARG-COUNT
                      OR DLI-SSA-COUNT IS EQUAL TO DLI-SSA-MAX
               ADD 1 TO DLI-SSA-COUNT
               SET STATEMENT-IX UP BY 1
               STRING
                   STATEMENT-SPACER         DELIMITED BY SIZE
                   MOVE-VERB                DELIMITED BY SIZE
                   CALL-ARG-NAME(TEMP-SUB)  DELIMITED BY SPACE
                   TO-KEYWORD               DELIMITED BY SIZE
                   'UT-DLI-SSA('            DELIMITED BY SIZE
                   DLI-SSA-COUNT            DELIMITED BY SIZE
                   ')'                      DELIMITED BY SIZE
                   INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               END-STRING
           END-PERFORM
           SET STATEMENT-IX UP BY 1
           STRING
               STATEMENT-SPACER      DELIMITED BY SIZE
               MOVE-VERB             DELIMITED BY SIZE
               DLI-SSA-COUNT         DELIMITED BY SIZE
               TO-KEYWORD            DELIMITED BY SIZE
               'UT-DLI-SSA-COUNT'    DELIMITED BY SIZE
               INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-STRING

           SET STATEMENT-IX UP BY 1
           MOVE '           PERFORM UT-DLI-CALL'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)

      * PCB mask: level at offset 9, status code at 11, segment name
      * feedback at 21 - the standard DB PCB layout.

           IF CALL-ARG-COUNT IS GREATER THAN 1
               SET STATEMENT-IX UP BY 1
               STRING
                   STATEMENT-SPACER          DELIMITED BY SIZE
                   'MOVE UT-DLI-PCB-LEVEL TO ' DELIMITED BY SIZE
                   CALL-ARG-NAME(2)          DELIMITED BY SPACE
                   '(9:2)'                   DELIMITED BY SIZE
                   INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               END-STRING
               SET STATEMENT-IX UP BY 1
               STRING
                   STATEMENT-SPACER          DELIMITED BY SIZE
                   'MOVE UT-DLI-PCB-STATUS TO ' DELIMITED BY SIZE
                   CALL-ARG-NAME(2)          DELIMITED BY SPACE
                   '(11:2)'                  DELIMITED BY SIZE
                   INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               END-STRING
               SET STATEMENT-IX UP BY 1
               STRING
                   STATEMENT-SPACER          DELIMITED BY SIZE
                   'MOVE UT-DLI-PCB-SEGMENT TO ' DELIMITED BY SIZE
                   CALL-ARG-NAME(2)          DELIMITED BY SPACE
                   '(21:8)'                  DELIMITED BY SIZE
                   INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               END-STRING
           END-IF

           IF CALL-ARG-COUNT IS GREATER THAN 2
               SET STATEMENT-IX UP BY 1
               MOVE '           IF UT-DLI-RETRIEVED'
                   TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               SET STATEMENT-IX UP BY 1
               STRING
                   '               '     DELIMITED BY SIZE
                   'MOVE UT-DLI-IO-AREA' DELIMITED BY SIZE
                   TO-KEYWORD            DELIMITED BY SIZE
                   CALL-ARG-NAME(3)      DELIMITED BY SPACE
                   INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               END-STRING
               SET STATEMENT-IX UP BY 1
               MOVE ENDIF-STMT
                   TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-IF
           PERFORM 9440-WRITE-GENERATED-STMTS
           .

       2678-GEN-DYNAMIC-CALL-SITE.
      *****************************************************************
      * Replace a CALL through a data-name by an EVALUATE over the
      * name's content: one WHEN per MOCK CALL spec in the deck, each
      * positioning UT-MOCK-IX on its own entry, capturing the USING
      * argument image (built once ahead of the EVALUATE, so it shows
      * the inputs), and running the spec's canned statements; the
      * WHEN OTHER notes the unmatched name in UT-DYNCALL-LAST-NAME
      * and raises UT-DYNCALL-UNMATCHED for the test case to assert
      * on. TEMP-TOKEN still holds the data-name.
      *****************************************************************
           IF CALL-ARG-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO GENERATED-SOURCE-STATEMENTS
               SET STATEMENT-IX TO 1
               MOVE '           MOVE SPACES TO UT-SQLCAP-WORK'
                   TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               SET STATEMENT-IX UP BY 1
               MOVE '           STRING'
                   TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               PERFORM VARYING TEMP-SUB FROM 1 BY 1
                       UNTIL TEMP-SUB IS GREATER THAN CALL-ARG-COUNT
                            IF TESTCASE-RERUN-NO-MATCH
                                SET TESTCASE-TAGS-NO-MATCH TO TRUE
                            END-IF
                            PERFORM 4392-CHECK-CHANGE-SELECTION
                            IF TESTCASE-CHANGE-NO-MATCH
                                SET TESTCASE-TAGS-NO-MATCH TO TRUE
                            END-IF
                            IF IGNORE-TESTCASE
                                IF 1ST-TEST-AFTER-IGNORE
                                    SET NOT-1ST-TEST-AFTER-IGNORE
                                PERFORM 4740-KEYWORD-BASELINE
                                    THRU 4740-KEYWORD-BASELINE-FIM
                            END-IF
                       WHEN TOKEN(1) IS EQUAL TO 'TICKETS'
                            IF IGNORE-TESTCASE
                                SET SUPPRESS-COPY-SOURCE TO TRUE
                            ELSE
                                PERFORM 4750-KEYWORD-TICKETS
                                    THRU 4750-KEYWORD-TICKETS-FIM
                            END-IF
                       WHEN TOKEN(1) IS EQUAL TO 'REPEAT'
                            IF IGNORE-TESTCASE
                                SET SUPPRESS-COPY-SOURCE TO TRUE
                        THRU 4394-EXPECT-SQL-HOST-VARS-FIM
               WHEN TOKEN(TOKEN-IX) IS EQUAL TO CALL-KEYWORD
                    PERFORM 4398-EXPECT-CALL-ARGS
               WHEN TOKEN(TOKEN-IX) IS EQUAL TO 'SCREEN'
                    PERFORM 4387-EXPECT-SCREEN
                        THRU 4387-EXPECT-SCREEN-FIM
               WHEN TOKEN(TOKEN-IX) IS EQUAL TO 'MAP'
                    PERFORM 4388-EXPECT-MAP-FIELD
                        THRU 4388-EXPECT-MAP-FIELD-FIM
               WHEN TOKEN(TOKEN-IX) IS EQUAL TO 'SEND'
                    PERFORM 4389-EXPECT-SEND-COUNT
                        THRU 4389-EXPECT-SEND-COUNT-FIM
               WHEN OTHER
                    PERFORM 4311-EXPECT-COMPARISON
           END-EVALUATE
       4394-EXPECT-SQL-HOST-VARS-FIM.
           EXIT.

       4387-EXPECT-SCREEN.
      *****************************************************************
      * EXPECT SCREEN ROW r COLUMN c [ON SEND n] TO BE 'text'
      *
      * Assert on a region of the 24 x 80 terminal image as it stood
      * after SEND number n of this test case (the last SEND when the
      * ON SEND clause is left off). The region starts at row r,
      * column c and runs for the length of the expected text.
      *****************************************************************
           PERFORM 7100-NEXT-TOKEN-TEST-CASES
           IF TOKEN(TOKEN-IX) IS NOT EQUAL TO 'ROW'
               DISPLAY THIS-PROGRAM
                   'EXPECT SCREEN NEEDS A ROW CLAUSE - LINE IGNORED'
               SET TEST-CASES-SYNTAX-ERROR-FOUND TO TRUE
               SET SUPPRESS-COPY-SOURCE TO TRUE
               GO TO 4387-EXPECT-SCREEN-FIM
           END-IF
           PERFORM 7100-NEXT-TOKEN-TEST-CASES
           MOVE TOKEN(TOKEN-IX) TO SCREEN-GEN-ROW
           PERFORM 7100-NEXT-TOKEN-TEST-CASES
           IF TOKEN(TOKEN-IX) IS NOT EQUAL TO 'COLUMN'
           AND TOKEN(TOKEN-IX) IS NOT EQUAL TO 'COL'
               DISPLAY THIS-PROGRAM
                   'EXPECT SCREEN NEEDS A COLUMN CLAUSE - LINE IGNORED'
               SET TEST-CASES-SYNTAX-ERROR-FOUND TO TRUE
               SET SUPPRESS-COPY-SOURCE TO TRUE
               GO TO 4387-EXPECT-SCREEN-FIM
           END-IF
           PERFORM 7100-NEXT-TOKEN-TEST-CASES
           MOVE TOKEN(TOKEN-IX) TO SCREEN-GEN-COLUMN
           IF SCREEN-GEN-ROW(1:1) IS NOT NUMERIC
           OR SCREEN-GEN-COLUMN(1:1) IS NOT NUMERIC
               DISPLAY THIS-PROGRAM
                   'EXPECT SCREEN ROW AND COLUMN MUST BE NUMBERS'
                   ' - LINE IGNORED'
               SET TEST-CASES-SYNTAX-ERROR-FOUND TO TRUE
               SET SUPPRESS-COPY-SOURCE TO TRUE
               GO TO 4387-EXPECT-SCREEN-FIM
           END-IF
           PERFORM 7100-NEXT-TOKEN-TEST-CASES
           PERFORM 4386-EXPECT-ON-SEND

           INITIALIZE GENERATED-SOURCE-STATEMENTS
           SET STATEMENT-IX TO 1
           STRING
               STATEMENT-SPACER       DELIMITED BY SIZE
               MOVE-VERB              DELIMITED BY SIZE
               SCREEN-GEN-SEND-NUMBER DELIMITED BY SPACE
               TO-KEYWORD             DELIMITED BY SIZE
               'UT-SEND-WANTED'       DELIMITED BY SIZE
               INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-STRING
           SET STATEMENT-IX UP BY 1
           STRING
               STATEMENT-SPACER       DELIMITED BY SIZE
               MOVE-VERB              DELIMITED BY SIZE
               SCREEN-GEN-ROW         DELIMITED BY SPACE
               TO-KEYWORD             DELIMITED BY SIZE
               'UT-SEND-ROW-WANTED'   DELIMITED BY SIZE
               INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-STRING
           SET STATEMENT-IX UP BY 1
           STRING
               STATEMENT-SPACER       DELIMITED BY SIZE
               MOVE-VERB              DELIMITED BY SIZE
               SCREEN-GEN-COLUMN      DELIMITED BY SPACE
               TO-KEYWORD             DELIMITED BY SIZE
               'UT-SEND-COL-WANTED'   DELIMITED BY SIZE
               INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-STRING

      * The region is as wide as the expected text, blanks included,
      * so a literal of spaces asserts that part of the screen is
      * clear.

           SET STATEMENT-IX UP BY 1
           MOVE '           MOVE SPACES TO UT-EXPECTED'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           MOVE TOKEN(TOKEN-IX) TO RAW-VALUE
           MOVE 'UT-EXPECTED' TO GEN-TARGET-NAME
           PERFORM 6040-GEN-MOVE-VALUE-CHUNKS
               THRU 6040-GEN-MOVE-VALUE-CHUNKS-FIM
           MOVE TOKEN(TOKEN-IX) TO RAW-VALUE
           PERFORM 7960-FIND-LENGTH-OF-RAW-VALUE
           IF TEMP-SUB IS LESS THAN 3
               MOVE 1 TO GEN-CONTENT-LEN
           ELSE
               COMPUTE GEN-CONTENT-LEN = TEMP-SUB - 2
               END-COMPUTE
           END-IF
           SET STATEMENT-IX UP BY 1
           STRING
               STATEMENT-SPACER       DELIMITED BY SIZE
               MOVE-VERB              DELIMITED BY SIZE
               GEN-CONTENT-LEN        DELIMITED BY SIZE
               TO-KEYWORD             DELIMITED BY SIZE
               'UT-SEND-CMP-LEN'      DELIMITED BY SIZE
               INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-STRING
           SET STATEMENT-IX UP BY 1
           MOVE '           MOVE SPACES TO UT-ACTUAL'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           SET STATEMENT-IX UP BY 1
           MOVE '           PERFORM UT-SEND-SCREEN-ACTUAL'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           PERFORM 4386-GEN-SEND-ASSERT-TAIL.
       4387-EXPECT-SCREEN-FIM.
           EXIT.

       4388-EXPECT-MAP-FIELD.
      *****************************************************************
      * EXPECT MAP 'mapname' FIELD name [ATTRIBUTE] [ON SEND n]
      *     TO BE 'value'
      *
      * Assert on one field of the symbolic map sent by SEND MAP
      * number n of this test case for that map (the last one when
      * the ON SEND clause is left off). The captured output area is
      * laid back over the program's own mapnameO area just long
      * enough to read nameO - or the attribute byte nameA - and is
      * then put back, so the program's storage is left untouched.
      *****************************************************************
           PERFORM 7100-NEXT-TOKEN-TEST-CASES
           MOVE TOKEN(TOKEN-IX) TO SCREEN-GEN-MAP-LITERAL
           MOVE TOKEN(TOKEN-IX) TO RAW-VALUE
           PERFORM 7960-FIND-LENGTH-OF-RAW-VALUE
           MOVE SPACES TO SCREEN-GEN-MAP-NAME
           IF TEMP-SUB IS GREATER THAN 2
           AND TEMP-SUB IS LESS THAN 11
               MOVE RAW-VALUE(2:TEMP-SUB - 2) TO SCREEN-GEN-MAP-NAME
           END-IF
           PERFORM 7100-NEXT-TOKEN-TEST-CASES
           IF SCREEN-GEN-MAP-NAME IS EQUAL TO SPACES
           OR TOKEN(TOKEN-IX) IS NOT EQUAL TO 'FIELD'
               DISPLAY THIS-PROGRAM
                   'EXPECT MAP NEEDS A QUOTED MAP NAME AND A FIELD'
                   ' CLAUSE - LINE IGNORED'
               SET TEST-CASES-SYNTAX-ERROR-FOUND TO TRUE
               SET SUPPRESS-COPY-SOURCE TO TRUE
               GO TO 4388-EXPECT-MAP-FIELD-FIM
           END-IF
           PERFORM 7100-NEXT-TOKEN-TEST-CASES
           MOVE TOKEN(TOKEN-IX) TO SCREEN-GEN-FIELD-NAME
           MOVE 'O' TO SCREEN-GEN-SUFFIX
           PERFORM 7100-NEXT-TOKEN-TEST-CASES
           IF TOKEN(TOKEN-IX) IS EQUAL TO 'ATTRIBUTE'
               MOVE 'A' TO SCREEN-GEN-SUFFIX
               PERFORM 7100-NEXT-TOKEN-TEST-CASES
           END-IF
           PERFORM 4386-EXPECT-ON-SEND

           INITIALIZE GENERATED-SOURCE-STATEMENTS
           SET STATEMENT-IX TO 1
           STRING
               STATEMENT-SPACER       DELIMITED BY SIZE
               MOVE-VERB              DELIMITED BY SIZE
               SCREEN-GEN-SEND-NUMBER DELIMITED BY SPACE
               TO-KEYWORD             DELIMITED BY SIZE
               'UT-SEND-WANTED'       DELIMITED BY SIZE
               INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-STRING
           SET STATEMENT-IX UP BY 1
           STRING
               STATEMENT-SPACER       DELIMITED BY SIZE
               MOVE-VERB              DELIMITED BY SIZE
               SCREEN-GEN-MAP-LITERAL DELIMITED BY SPACE
               TO-KEYWORD             DELIMITED BY SIZE
               'UT-SEND-MAP-WANTED'   DELIMITED BY SIZE
               INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-STRING
           SET STATEMENT-IX UP BY 1
           MOVE '           MOVE SPACES TO UT-EXPECTED'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           MOVE TOKEN(TOKEN-IX) TO RAW-VALUE
           MOVE 'UT-EXPECTED' TO GEN-TARGET-NAME
           PERFORM 6040-GEN-MOVE-VALUE-CHUNKS
               THRU 6040-GEN-MOVE-VALUE-CHUNKS-FIM
           SET STATEMENT-IX UP BY 1
           MOVE '           MOVE SPACES TO UT-ACTUAL'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           SET STATEMENT-IX UP BY 1
           MOVE '           PERFORM UT-SEND-FIND-MAP'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           SET STATEMENT-IX UP BY 1
           MOVE '           IF UT-SEND-FOUND'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           SET STATEMENT-IX UP BY 1
           STRING
               STATEMENT-SPACER       DELIMITED BY SIZE
               '    MOVE '            DELIMITED BY SIZE
               SCREEN-GEN-MAP-NAME    DELIMITED BY SPACE
               'O TO UT-SEND-HOLD'    DELIMITED BY SIZE
               INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-STRING
           SET STATEMENT-IX UP BY 1
           MOVE '               MOVE UT-SEND-DATA(UT-SEND-SUB)'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           SET STATEMENT-IX UP BY 1
           STRING
               STATEMENT-SPACER       DELIMITED BY SIZE
               '        TO '          DELIMITED BY SIZE
               SCREEN-GEN-MAP-NAME    DELIMITED BY SPACE
               'O'                    DELIMITED BY SIZE
               INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-STRING
           SET STATEMENT-IX UP BY 1
           STRING
               STATEMENT-SPACER       DELIMITED BY SIZE
               '    MOVE '            DELIMITED BY SIZE
               SCREEN-GEN-FIELD-NAME  DELIMITED BY SPACE
               SCREEN-GEN-SUFFIX      DELIMITED BY SIZE
               ' TO UT-ACTUAL'        DELIMITED BY SIZE
               INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-STRING
           SET STATEMENT-IX UP BY 1
           STRING
               STATEMENT-SPACER       DELIMITED BY SIZE
               '    MOVE UT-SEND-HOLD TO ' DELIMITED BY SIZE
               SCREEN-GEN-MAP-NAME    DELIMITED BY SPACE
               'O'                    DELIMITED BY SIZE
               INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-STRING
           SET STATEMENT-IX UP BY 1
           MOVE ENDIF-STMT
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           PERFORM 4386-GEN-SEND-ASSERT-TAIL.
       4388-EXPECT-MAP-FIELD-FIM.
           EXIT.

       4389-EXPECT-SEND-COUNT.
      *****************************************************************
      * EXPECT SEND COUNT TO BE n
      *
      * Assert on how many SEND MAP / SEND TEXT / SEND CONTROL
      * commands this test case issued.
      *****************************************************************
           PERFORM 7100-NEXT-TOKEN-TEST-CASES
           IF TOKEN(TOKEN-IX) IS NOT EQUAL TO 'COUNT'
               DISPLAY THIS-PROGRAM
                   'EXPECT SEND NEEDS A COUNT CLAUSE - LINE IGNORED'
               SET TEST-CASES-SYNTAX-ERROR-FOUND TO TRUE
               SET SUPPRESS-COPY-SOURCE TO TRUE
               GO TO 4389-EXPECT-SEND-COUNT-FIM
           END-IF
           PERFORM 7100-NEXT-TOKEN-TEST-CASES
           IF TOKEN(TOKEN-IX) IS EQUAL TO 'TO'
               PERFORM 7100-NEXT-TOKEN-TEST-CASES
           END-IF
           IF TOKEN(TOKEN-IX) IS EQUAL TO 'BE'
               PERFORM 7100-NEXT-TOKEN-TEST-CASES
           END-IF

           INITIALIZE GENERATED-SOURCE-STATEMENTS
           SET STATEMENT-IX TO 1
           MOVE '           MOVE UT-SEND-COUNT TO UT-ACTUAL-NUMERIC'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           SET STATEMENT-IX UP BY 1
           STRING
               STATEMENT-SPACER       DELIMITED BY SIZE
               MOVE-VERB              DELIMITED BY SIZE
               TOKEN(TOKEN-IX)        DELIMITED BY SPACE
               TO-KEYWORD             DELIMITED BY SIZE
               'UT-EXPECTED-NUMERIC'  DELIMITED BY SIZE
               INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-STRING
           SET STATEMENT-IX UP BY 1
           MOVE INCR-TESTCASE-COUNT-STMT
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           SET STATEMENT-IX UP BY 1
           MOVE SET-NORMAL-TRUE-STMT
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           SET STATEMENT-IX UP BY 1
           MOVE '           SET UT-COMPARE-NUMERIC TO TRUE'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           SET STATEMENT-IX UP BY 1
           MOVE '           PERFORM UT-ASSERT-EQUAL'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)

           PERFORM 9440-WRITE-GENERATED-STMTS
           SET SUPPRESS-COPY-SOURCE TO TRUE.
       4389-EXPECT-SEND-COUNT-FIM.
           EXIT.

       4386-EXPECT-ON-SEND.
      *****************************************************************
      * The optional ON SEND n clause of EXPECT SCREEN / EXPECT MAP
      * (zero - the last SEND - when it is left off), then the TO BE
      * connective, leaving the expected value in TOKEN(TOKEN-IX).
      *****************************************************************
           MOVE '0' TO SCREEN-GEN-SEND-NUMBER
           IF TOKEN(TOKEN-IX) IS EQUAL TO 'ON'
               PERFORM 7100-NEXT-TOKEN-TEST-CASES
               IF TOKEN(TOKEN-IX) IS EQUAL TO 'SEND'
                   PERFORM 7100-NEXT-TOKEN-TEST-CASES
               END-IF
               IF TOKEN(TOKEN-IX)(1:1) IS NUMERIC
                   MOVE TOKEN(TOKEN-IX) TO SCREEN-GEN-SEND-NUMBER
               ELSE
                   DISPLAY THIS-PROGRAM
                       'ON SEND NEEDS A SEND NUMBER - LAST SEND USED'
                   SET TEST-CASES-SYNTAX-ERROR-FOUND TO TRUE
               END-IF
               PERFORM 7100-NEXT-TOKEN-TEST-CASES
           END-IF
           IF TOKEN(TOKEN-IX) IS EQUAL TO 'TO'
               PERFORM 7100-NEXT-TOKEN-TEST-CASES
           END-IF
           IF TOKEN(TOKEN-IX) IS EQUAL TO 'BE'
               PERFORM 7100-NEXT-TOKEN-TEST-CASES
           END-IF
           .

       4386-GEN-SEND-ASSERT-TAIL.
      *****************************************************************
      * Close an EXPECT SCREEN / EXPECT MAP assertion: count it, run
      * the compare and write the statements out.
      *****************************************************************
           SET STATEMENT-IX UP BY 1
           MOVE INCR-TESTCASE-COUNT-STMT
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           SET STATEMENT-IX UP BY 1
           MOVE SET-NORMAL-TRUE-STMT
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           SET STATEMENT-IX UP BY 1
           MOVE '           SET UT-COMPARE-DEFAULT TO TRUE'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           SET STATEMENT-IX UP BY 1
           MOVE '           PERFORM UT-ASSERT-EQUAL'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)

           PERFORM 9440-WRITE-GENERATED-STMTS
           SET SUPPRESS-COPY-SOURCE TO TRUE
           .

       4393-EXPECT-QUEUE.
      *****************************************************************
      * EXPECT QUEUE 'queue-name' ITEM n TO BE 'expected-value'
                   (STATEMENT-OFFSET:STATEMENT-LENGTH)
           SET STATEMENT-IX UP BY 1

      * Paragraphs entered from here on are charged to this case's
      * ID, for the per-case coverage a full run writes to CUTCOVER.

           MOVE 'PERFORM UT-COVERAGE-CASE-START' TO
               GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
                   (STATEMENT-OFFSET:STATEMENT-LENGTH)
           SET STATEMENT-IX UP BY 1

      * And the behaviour trail (UTCOMPAR, when allocated) opens this
      * case's block, for the old-versus-new comparison of ZUTZCBB.

           MOVE 'PERFORM UT-BEHAVIOUR-CASE-START' TO
               GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
                   (STATEMENT-OFFSET:STATEMENT-LENGTH)
           SET STATEMENT-IX UP BY 1

           MOVE 'PERFORM UT-BEFORE' TO
               GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
                   (STATEMENT-OFFSET:STATEMENT-LENGTH)
           SET STATEMENT-IX UP BY 1

      * Each test case starts with an empty console-capture table,
      * a fresh runaway-loop step count and a blank terminal.

           MOVE 'MOVE ZERO TO UT-DISPLAY-COUNT' TO
               GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           MOVE 'MOVE ZERO TO UT-GUARD-STEP-COUNT' TO
               GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
                   (STATEMENT-OFFSET:STATEMENT-LENGTH)
           SET STATEMENT-IX UP BY 1
           MOVE 'PERFORM UT-SEND-RESET' TO
               GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
                   (STATEMENT-OFFSET:STATEMENT-LENGTH)

           PERFORM 9440-WRITE-GENERATED-STMTS
           SET SUPPRESS-COPY-SOURCE TO TRUE
           END-IF
           .

       4392-CHECK-CHANGE-SELECTION.
      *****************************************************************
      * Decide whether this TESTCASE is in scope for the changed-
      * paragraph selection. With no PARAALT deck every case is in
      * scope. Otherwise a case is skipped only when the last full
      * run saw its ID and that ID never entered a changed paragraph;
      * a case with no ID, or one the trail has no history for, runs.
      * Only cases the tag and rerun filters left in scope are
      * counted.
      *****************************************************************
           SET TESTCASE-CHANGE-MATCH TO TRUE
           IF CHANGE-SELECTION-ACTIVE
           AND TESTCASE-ID-VALUE IS NOT EQUAL TO SPACES
               PERFORM 4391-LOOK-UP-CHANGE-HISTORY
           END-IF
           IF CHANGE-SELECTION-ACTIVE
           AND TESTCASE-TAGS-MATCH
               IF TESTCASE-CHANGE-MATCH
                   ADD 1 TO CHANGE-CASES-SELECTED
               ELSE
                   ADD 1 TO CHANGE-CASES-SKIPPED
                   DISPLAY THIS-PROGRAM
                       'CHANGE SELECTION SKIPS CASE '
                       TESTCASE-ID-VALUE(1:20)
               END-IF
           END-IF
           .

       4391-LOOK-UP-CHANGE-HISTORY.
      *****************************************************************
      * Find the case's ID among the IDs the last full run recorded.
      * The trail is read back the first time a case needs it, by
      * which point ORIGINAL-SOURCE has given up the program name.
      *****************************************************************
           IF CHANGE-HISTORY-NOT-LOADED
               PERFORM 8097-LOAD-COVERAGE-HISTORY
                   THRU 8097-LOAD-COVERAGE-HISTORY-FIM
           END-IF
           PERFORM VARYING CHANGE-HIST-SUB FROM 1 BY 1
                   UNTIL CHANGE-HIST-SUB IS GREATER THAN
                         CHANGE-HIST-COUNT
                      OR CHANGE-HIST-ID(CHANGE-HIST-SUB) IS EQUAL TO
                         TESTCASE-ID-VALUE(1:20)
               CONTINUE
           END-PERFORM
           IF CHANGE-HIST-SUB IS NOT GREATER THAN CHANGE-HIST-COUNT
               IF NOT CHANGE-HIST-REACHES-CHANGE(CHANGE-HIST-SUB)
                   SET TESTCASE-CHANGE-NO-MATCH TO TRUE
               END-IF
           END-IF
           .

       4410-CHECK-QUARANTINE.
      *****************************************************************
      * Decide whether the TESTCASE being generated is under an
       4740-KEYWORD-BASELINE-FIM.
           EXIT.

       4750-KEYWORD-TICKETS.
      *****************************************************************
      * TICKETS ticket-1 [ticket-2 ...]
      *
      * Link the current test case, by its stable ID, to the change
      * tickets / requirement numbers it proves. Each one becomes a
      * call on UT-TRACE-ADD-LINK, and at end of run every link is
      * written to CUTAUDIT as a trace record with the case's verdict
      * (see UT-TRACE-WRITE-LINKS in ZUTZCPD), which is what the
      * ZUTZCTM traceability report reads. A case with no ID clause
      * cannot be joined on, so its TICKETS line generates a DISPLAY
      * saying so instead. More than one TICKETS line per case is
      * fine. The word TICKETS in the middle of a description is
      * ignored - only a line-leading TICKETS is the keyword.
      *****************************************************************
           SET NOT-FIRST-TOKEN TO TRUE
           PERFORM VARYING TEMP-SUB FROM 1 BY 1
                   UNTIL TEMP-SUB IS GREATER THAN KEYWORD-END
               IF TEST-CASE-LINE(TEMP-SUB:1) IS NOT EQUAL TO SPACE
                   IF TEST-CASE-LINE(TEMP-SUB:8)
                          IS EQUAL TO 'TICKETS '
                      SET IS-FIRST-TOKEN TO TRUE
                      MOVE TEMP-SUB TO SAVE-SUB
                   END-IF
                   MOVE KEYWORD-END TO TEMP-SUB
               END-IF
           END-PERFORM
           IF NOT-FIRST-TOKEN
               GO TO 4750-KEYWORD-TICKETS-FIM
           END-IF

           SET SUPPRESS-COPY-SOURCE TO TRUE
           INITIALIZE GENERATED-SOURCE-STATEMENTS
           SET STATEMENT-IX TO 1
           IF TESTCASE-ID-VALUE IS EQUAL TO SPACES
               MOVE
               '           DISPLAY ''*** TICKETS NEED AN ID ***'''
                   TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               PERFORM 9440-WRITE-GENERATED-STMTS
               GO TO 4750-KEYWORD-TICKETS-FIM
           END-IF

           MOVE SPACES TO REPEAT-WORDS
           COMPUTE CONCAT-LENGTH = 73 - SAVE-SUB END-COMPUTE
           UNSTRING TEST-CASE-LINE(SAVE-SUB:CONCAT-LENGTH)
               DELIMITED BY ALL SPACE
               INTO REPEAT-WORD(1) REPEAT-WORD(2) REPEAT-WORD(3)
                    REPEAT-WORD(4) REPEAT-WORD(5) REPEAT-WORD(6)
                    REPEAT-WORD(7) REPEAT-WORD(8) REPEAT-WORD(9)
           END-UNSTRING
           PERFORM VARYING TICKETS-WORD-SUB FROM 2 BY 1
                   UNTIL TICKETS-WORD-SUB IS GREATER THAN
                         TICKETS-WORD-MAX + 1
               IF REPEAT-WORD(TICKETS-WORD-SUB) IS NOT EQUAL TO SPACES
                   MOVE REPEAT-WORD(TICKETS-WORD-SUB) TO TICKETS-NUMBER
                   MOVE TICKETS-NUMBER TO RAW-VALUE
                   PERFORM 7950-ENCLOSE-IN-QUOTES
                   IF STATEMENT-IX IS GREATER THAN 1
                       SET STATEMENT-IX UP BY 1
                   END-IF
                   STRING
                       STATEMENT-SPACER        DELIMITED BY SIZE
                       MOVE-VERB               DELIMITED BY SIZE
                       QUOTED-VALUE            DELIMITED BY SPACE
                       TO-KEYWORD              DELIMITED BY SIZE
                       'UT-TRACE-NEW-TICKET'   DELIMITED BY SIZE
                       INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
                   END-STRING
                   SET STATEMENT-IX UP BY 1
                   MOVE '           PERFORM UT-TRACE-ADD-LINK'
                       TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               END-IF
           END-PERFORM
           PERFORM 9440-WRITE-GENERATED-STMTS.
       4750-KEYWORD-TICKETS-FIM.
           EXIT.

       4620-KEYWORD-BEFORE-ALL.
      *****************************************************************
      * BEFORE-ALL keyword was found.
                    PERFORM 5085-PROCESS-MOCK-PARA-SPEC
               WHEN TOKEN(TOKEN-IX) IS EQUAL TO CALL-KEYWORD
                    PERFORM 5095-PROCESS-MOCK-CALL-SPEC
               WHEN TOKEN(TOKEN-IX) IS EQUAL TO 'DLI'
                    PERFORM 5096-PROCESS-MOCK-DLI-SPEC
               WHEN OTHER
                    SET MOCK-SYNTAX-ERROR TO TRUE
           END-EVALUATE
      *         ON [io-operation] STATUS [IS] [file status]
      *     END-MOCK
      *
      * A record value too long for one line may be coded as a run of
      * quoted literals, one per line; they are joined in order into
      * a single record value:
      *
      *     MOCK FILE [internal-name]
      *         ON READ RETURN '...first part...'
      *                        '...second part...'
      *     END-MOCK
      *
      * By the time this routine is performed, the keywords MOCK and
      * FILE have already been processed. The next expected token is
      * the filename.
      * record value.

               WHEN TOKEN(TOKEN-IX - 1) IS EQUAL TO 'RETURN'
                    MOVE 1 TO MOCK-RECORD-LIST-COUNT
                    MOVE TOKEN(TOKEN-IX) TO MOCK-RECORD-LIST-ENTRY(1)
                    SET MOCK-JOIN-KEEP TO TRUE
                    SET TOKEN-IX UP BY 1
                    PERFORM 7100-NEXT-TOKEN-TEST-CASES
                    PERFORM 4905-JOIN-CONTINUATION-LITERALS
                    MOVE MOCK-RECORD-LIST-ENTRY(1)
                      TO MOCK-RECORD(MOCK-IX)

      * If the last token was STATUS, then the current token is a
      * FILE STATUS value.
                        'UT-MOCK-SET-FILE-STATUS' DELIMITED BY SIZE
                        INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
                    END-STRING
                    SET TOKEN-IX UP BY 1
                    PERFORM 7100-NEXT-TOKEN-TEST-CASES

               WHEN OTHER
                    SET MOCK-SYNTAX-ERROR TO TRUE
                    SET TOKEN-IX UP BY 1
                    PERFORM 7100-NEXT-TOKEN-TEST-CASES
           END-EVALUATE

      * Additional RETURN clauses may follow the first record value,
      * listing further records the mocked READ hands back in order.
      * MOCK specifications must end with END-MOCK.

           PERFORM UNTIL TOKEN(TOKEN-IX) IS NOT EQUAL TO 'RETURN'
               SET TOKEN-IX UP BY 1
               PERFORM 7100-NEXT-TOKEN-TEST-CASES
                   ADD 1 TO MOCK-RECORD-LIST-COUNT
                   MOVE TOKEN(TOKEN-IX) TO
                       MOCK-RECORD-LIST-ENTRY(MOCK-RECORD-LIST-COUNT)
                   SET MOCK-JOIN-KEEP TO TRUE
               ELSE
                   SET MOCK-JOIN-DISCARD TO TRUE
               END-IF
               SET TOKEN-IX UP BY 1
               PERFORM 7100-NEXT-TOKEN-TEST-CASES
               PERFORM 4905-JOIN-CONTINUATION-LITERALS
           END-PERFORM
           IF TOKEN(TOKEN-IX) IS NOT EQUAL TO 'END-MOCK'
               SET MOCK-SYNTAX-ERROR TO TRUE
           END-IF

      * The record value is a quoted literal that almost always
      * carries blanks (that is the whole point of returning real
      * detail records), so it is emitted in chunks by computed
      * length - DELIMITED BY SPACE would cut it at the first blank
      * and leave an unterminated literal in TEST-SOURCE.

           IF MOCK-RECORD-LIST-COUNT IS EQUAL TO 1
               MOVE MOCK-RECORD-LIST-ENTRY(1) TO RAW-VALUE
               MOVE 'UT-MOCK-SET-RECORD' TO GEN-TARGET-NAME
               PERFORM 6040-GEN-MOVE-VALUE-CHUNKS
                   THRU 6040-GEN-MOVE-VALUE-CHUNKS-FIM
           END-IF

           SET STATEMENT-IX UP BY 1
           MOVE SET-FIND-FILE-MOCK-STMT
                TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           PERFORM 9440-WRITE-GENERATED-STMTS
           .

       4905-JOIN-CONTINUATION-LITERALS.
      *****************************************************************
      * The token just read follows a RETURN record value. While it
      * is another quoted literal, join its contents onto the last
      * listed record (over its closing quote, keeping the literal's
      * own closing quote) and read on. Leaves the first token that
      * is not a literal in TOKEN(TOKEN-IX). Records beyond the list
      * limit (MOCK-JOIN-DISCARD) have their continuations skipped.
      *****************************************************************
           PERFORM UNTIL TOKEN(TOKEN-IX)(1:1) IS NOT EQUAL TO ''''
                     AND TOKEN(TOKEN-IX)(1:1) IS NOT EQUAL TO '"'
               IF MOCK-JOIN-KEEP
                   MOVE MOCK-RECORD-LIST-ENTRY(MOCK-RECORD-LIST-COUNT)
                       TO RAW-VALUE
                   PERFORM 7960-FIND-LENGTH-OF-RAW-VALUE
                   MOVE TEMP-SUB TO MOCK-JOIN-LENGTH
                   MOVE TOKEN(TOKEN-IX) TO RAW-VALUE
                   PERFORM 7960-FIND-LENGTH-OF-RAW-VALUE
                   MOVE TEMP-SUB TO MOCK-JOIN-TOKEN-LENGTH
                   IF MOCK-JOIN-LENGTH + MOCK-JOIN-TOKEN-LENGTH - 2
                           IS NOT GREATER THAN
                           LENGTH OF MOCK-RECORD-LIST-ENTRY(1)
                    AND MOCK-JOIN-LENGTH IS GREATER THAN ZERO
                    AND MOCK-JOIN-TOKEN-LENGTH IS GREATER THAN 1
                       SUBTRACT 1 FROM MOCK-JOIN-TOKEN-LENGTH
                       MOVE TOKEN(TOKEN-IX)(2:MOCK-JOIN-TOKEN-LENGTH)
                         TO MOCK-RECORD-LIST-ENTRY
                                (MOCK-RECORD-LIST-COUNT)
                                (MOCK-JOIN-LENGTH:
                                 MOCK-JOIN-TOKEN-LENGTH)
                   END-IF
               END-IF
               PERFORM 7100-NEXT-TOKEN-TEST-CASES
           END-PERFORM
           .

       4910-PROCESS-MOCK-SORT-SPEC.
      *****************************************************************
      * Process a specification to mock a program's internal SORT
                                             OR PARAGRAPH-KEYWORD
                                             OR 'SECTION'
                    PERFORM 5030-VERIFY-PARA-MOCK
               WHEN TOKEN(TOKEN-IX) IS EQUAL TO 'DLI'
                    PERFORM 5040-VERIFY-DLI-MOCK
                       THRU 5040-VERIFY-DLI-MOCK-FIM
               WHEN OTHER
                    PERFORM 5070-DISPLAY-VERIFY-ERROR
           END-EVALUATE
           SET SUPPRESS-COPY-SOURCE TO TRUE
           .

       5040-VERIFY-DLI-MOCK.
      *****************************************************************
      * Generate code for TEST-SOURCE to verify how many DL/I calls
      * the program made against the MOCK DLI database, per function
      * code and optionally per segment:
      *
      *     VERIFY DLI function [SEGMENT] [segname] HAPPENED ...
      *
      * e.g. VERIFY DLI GN SEGMENT PEDIDO HAPPENED 3 TIMES
      *      VERIFY DLI ISRT NEVER HAPPENED
      *
      * Without a segment name the calls for every segment count.
      *****************************************************************
           MOVE SPACES TO GENERATED-SOURCE-STATEMENTS
           SET STATEMENT-IX TO 1
           MOVE '           MOVE SPACES TO UT-DLI-FIND-SEGMENT'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)

      * Expect next token to be the function code

           PERFORM 7100-NEXT-TOKEN-TEST-CASES
           IF TOKEN(TOKEN-IX) IS EQUAL TO HAPPENED-KEYWORD
                                       OR NEVER-KEYWORD
                                       OR SPACES
               PERFORM 5070-DISPLAY-VERIFY-ERROR
               GO TO 5040-VERIFY-DLI-MOCK-FIM
           END-IF
           MOVE 'UT-DLI-FIND-FUNCTION' TO GEN-TARGET-NAME
           PERFORM 5102-GEN-DLI-NAME-MOVE

      * Then an optional segment name, with or without SEGMENT

           PERFORM 7100-NEXT-TOKEN-TEST-CASES
           IF TOKEN(TOKEN-IX) IS EQUAL TO 'SEGMENT'
               PERFORM 7100-NEXT-TOKEN-TEST-CASES
           END-IF
           IF TOKEN(TOKEN-IX) IS NOT EQUAL TO HAPPENED-KEYWORD
           AND TOKEN(TOKEN-IX) IS NOT EQUAL TO NEVER-KEYWORD
           AND TOKEN(TOKEN-IX) IS NOT EQUAL TO WAS-KEYWORD
               MOVE 'UT-DLI-FIND-SEGMENT' TO GEN-TARGET-NAME
               PERFORM 5102-GEN-DLI-NAME-MOVE
               PERFORM 7100-NEXT-TOKEN-TEST-CASES
           END-IF

           IF TOKEN(TOKEN-IX) IS EQUAL TO WAS-KEYWORD
               PERFORM 7100-NEXT-TOKEN-TEST-CASES
           END-IF
           IF TOKEN(TOKEN-IX) IS NOT EQUAL TO HAPPENED-KEYWORD
           AND TOKEN(TOKEN-IX) IS NOT EQUAL TO NEVER-KEYWORD
               PERFORM 5070-DISPLAY-VERIFY-ERROR
               GO TO 5040-VERIFY-DLI-MOCK-FIM
           END-IF
           PERFORM 5060-PARSE-HAPPENED-SPEC

           SET STATEMENT-IX UP BY 1
           MOVE '           PERFORM UT-DLI-SUM-TALLY'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           SET STATEMENT-IX UP BY 1
           SET VERIFY-DLI-CALLS TO TRUE
           PERFORM 5065-GEN-VERIFY-CODE
           SET VERIFY-MOCK-ACCESSES TO TRUE

           PERFORM 9440-WRITE-GENERATED-STMTS
           SET SUPPRESS-COPY-SOURCE TO TRUE
           .
       5040-VERIFY-DLI-MOCK-FIM.
           EXIT.

       5060-PARSE-HAPPENED-SPEC.
      *****************************************************************
      * On entry to this paragraph, the current token is HAPPENED or
               'UT-MOCK-ACCESS-COUNT(UT-MOCK-IX)'    DELIMITED BY SIZE
               INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-STRING
           IF VERIFY-DLI-CALLS
               MOVE SPACES TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               STRING
                   STATEMENT-SPACER                  DELIMITED BY SIZE
                   MOVE-VERB                         DELIMITED BY SIZE
                   'UT-DLI-FIND-TOTAL'               DELIMITED BY SIZE
                   INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               END-STRING
           END-IF
           SET STATEMENT-IX UP BY 1

           STRING
               'UT-ASSERT-ACCESSES'                  DELIMITED BY SIZE
               INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-STRING
           IF VERIFY-DLI-CALLS
               MOVE SPACES TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               STRING
                   STATEMENT-SPACER                  DELIMITED BY SIZE
                   PERFORM-VERB                      DELIMITED BY SIZE
                   'UT-DLI-ASSERT-CALLS'             DELIMITED BY SIZE
                   INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               END-STRING
           END-IF
           .

       5070-DISPLAY-VERIFY-ERROR.
           PERFORM 9440-WRITE-GENERATED-STMTS
           .

       5096-PROCESS-MOCK-DLI-SPEC.
      *****************************************************************
      * Process a specification that lays down an emulated IMS
      * database for the CBLTDLI calls of the program under test.
      *
      *     MOCK DLI
      *         SEGMENT segname [PARENT segname]
      *                 [KEY 'key-value'] [DATA 'data-value']
      *         SEGMENT segname [PARENT segname] KEYLEN n
      *         ON function [segname] [CALL n] STATUS status-code
      *     END-MOCK
      *
      * SEGMENT cards list the occurrences in hierarchic sequence;
      * PARENT names the parent segment type, and the occurrence
      * hangs under the latest occurrence of that type listed above
      * it. The segment image handed back to the program is the KEY
      * value followed by the DATA value, so the sequence field is
      * taken to be the leading bytes of the segment. A card with
      * KEYLEN and neither KEY nor DATA only declares the segment
      * type, so the program can ISRT the first occurrence itself.
      *
      * ON cards force a PCB status code instead of running the call:
      * on every call with that function code (and SSA segment name,
      * when one is given), or only on the nth such call with CALL n.
      * STATUS OK forces blanks.
      *
      * By the time this routine is performed, the keywords MOCK and
      * DLI have already been processed. The emulation lives in its
      * own tables, so the spec gives back the slot 4810 took in the
      * MOCK table.
      *****************************************************************
           SUBTRACT 1 FROM MOCK-COUNT
           SET DLI-MOCK-DECLARED TO TRUE
           SET DLI-CARD-NONE TO TRUE
           MOVE SPACES TO DLI-PENDING-CLAUSE

           MOVE SPACES TO GENERATED-SOURCE-STATEMENTS
           SET STATEMENT-IX TO 1
           MOVE '           PERFORM UT-DLI-RESET'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           PERFORM 9440-WRITE-GENERATED-STMTS

           PERFORM 5097-NEXT-DLI-SPEC-TOKEN
               UNTIL TOKEN(TOKEN-IX) IS EQUAL TO END-MOCK-KEYWORD
                  OR END-OF-TEST-CASES
                  OR SUPPRESS-TEST-CASE-READ
                  OR MOCK-SYNTAX-ERROR
           PERFORM 5099-CLOSE-DLI-CARD

           IF DLI-PENDING-CLAUSE IS NOT EQUAL TO SPACES
               SET MOCK-SYNTAX-ERROR TO TRUE
           END-IF
           .

       5097-NEXT-DLI-SPEC-TOKEN.
      *****************************************************************
      * Take the next token of a MOCK DLI spec. SEGMENT and ON open a
      * new card (closing the previous one); the clause words arm
      * DLI-PENDING-CLAUSE so that 5098 can take the value after
      * them. A test keyword before END-MOCK ends the spec, as it
      * does for the other mock types.
      *****************************************************************
           ADD 1 TO KEYWORD-OFFSET
           PERFORM 7100-NEXT-TOKEN-TEST-CASES
           MOVE TOKEN(TOKEN-IX) TO CANDIDATE-TEST-KEYWORD
           EVALUATE TRUE
               WHEN TOKEN(TOKEN-IX) IS EQUAL TO END-MOCK-KEYWORD
                   CONTINUE
               WHEN IS-A-TEST-KEYWORD
                   SET SUPPRESS-TEST-CASE-READ TO TRUE
               WHEN DLI-PENDING-CLAUSE IS NOT EQUAL TO SPACES
                   PERFORM 5098-TAKE-DLI-CLAUSE-VALUE
               WHEN TOKEN(TOKEN-IX) IS EQUAL TO 'SEGMENT'
                   PERFORM 5099-CLOSE-DLI-CARD
                   SET DLI-CARD-SEGMENT TO TRUE
                   MOVE 'SEGMENT' TO DLI-PENDING-CLAUSE
               WHEN TOKEN(TOKEN-IX) IS EQUAL TO 'ON'
                   PERFORM 5099-CLOSE-DLI-CARD
                   SET DLI-CARD-RULE TO TRUE
                   MOVE 'ON' TO DLI-PENDING-CLAUSE
               WHEN DLI-CARD-SEGMENT
                AND (TOKEN(TOKEN-IX) IS EQUAL TO 'PARENT'
                  OR TOKEN(TOKEN-IX) IS EQUAL TO 'KEY'
                  OR TOKEN(TOKEN-IX) IS EQUAL TO 'KEYLEN'
                  OR TOKEN(TOKEN-IX) IS EQUAL TO 'DATA')
                   MOVE TOKEN(TOKEN-IX) TO DLI-PENDING-CLAUSE
               WHEN DLI-CARD-RULE
                AND (TOKEN(TOKEN-IX) IS EQUAL TO CALL-KEYWORD
                  OR TOKEN(TOKEN-IX) IS EQUAL TO 'STATUS')
                   MOVE TOKEN(TOKEN-IX) TO DLI-PENDING-CLAUSE
               WHEN OTHER
                   SET MOCK-SYNTAX-ERROR TO TRUE
           END-EVALUATE
           .

       5098-TAKE-DLI-CLAUSE-VALUE.
      *****************************************************************
      * The current token is the value of the clause word held in
      * DLI-PENDING-CLAUSE. Generate the MOVE that hands it to the
      * UT-DLI-SET- fields in the test program.
      *****************************************************************
           MOVE DLI-PENDING-CLAUSE TO TEMP-TOKEN
           MOVE SPACES TO DLI-PENDING-CLAUSE
           EVALUATE TEMP-TOKEN
               WHEN 'SEGMENT'
                   PERFORM 5101-START-DLI-CARD
                   MOVE 'UT-DLI-SET-NAME' TO GEN-TARGET-NAME
                   PERFORM 5102-GEN-DLI-NAME-MOVE
               WHEN 'PARENT'
                   MOVE 'UT-DLI-SET-PARENT' TO GEN-TARGET-NAME
                   PERFORM 5102-GEN-DLI-NAME-MOVE
               WHEN 'KEY'
                   SET DLI-CARD-HAS-VALUE TO TRUE
                   MOVE TOKEN(TOKEN-IX) TO RAW-VALUE
                   PERFORM 7960-FIND-LENGTH-OF-RAW-VALUE
                   COMPUTE DLI-KEY-LENGTH = TEMP-SUB - 2
                   END-COMPUTE
                   MOVE 'UT-DLI-SET-KEY' TO GEN-TARGET-NAME
                   PERFORM 6040-GEN-MOVE-VALUE-CHUNKS
                       THRU 6040-GEN-MOVE-VALUE-CHUNKS-FIM
                   SET STATEMENT-IX UP BY 1
                   STRING
                       STATEMENT-SPACER       DELIMITED BY SIZE
                       MOVE-VERB              DELIMITED BY SIZE
                       DLI-KEY-LENGTH         DELIMITED BY SIZE
                       TO-KEYWORD             DELIMITED BY SIZE
                       'UT-DLI-SET-KEY-LEN'   DELIMITED BY SIZE
                       INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
                   END-STRING
               WHEN 'KEYLEN'
                   MOVE 'UT-DLI-SET-KEY-LEN' TO GEN-TARGET-NAME
                   PERFORM 5103-GEN-DLI-NUMBER-MOVE
               WHEN 'DATA'
                   SET DLI-CARD-HAS-VALUE TO TRUE
                   MOVE TOKEN(TOKEN-IX) TO RAW-VALUE
                   MOVE 'UT-DLI-SET-DATA' TO GEN-TARGET-NAME
                   PERFORM 6040-GEN-MOVE-VALUE-CHUNKS
                       THRU 6040-GEN-MOVE-VALUE-CHUNKS-FIM
               WHEN 'ON'
                   PERFORM 5101-START-DLI-CARD
                   MOVE 'UT-DLI-SET-FUNCTION' TO GEN-TARGET-NAME
                   PERFORM 5102-GEN-DLI-NAME-MOVE
                   MOVE 'RULESEG' TO DLI-PENDING-CLAUSE
               WHEN 'RULESEG'
                   IF TOKEN(TOKEN-IX) IS EQUAL TO CALL-KEYWORD
                   OR TOKEN(TOKEN-IX) IS EQUAL TO 'STATUS'
                       MOVE TOKEN(TOKEN-IX) TO DLI-PENDING-CLAUSE
                   ELSE
                       MOVE 'UT-DLI-SET-NAME' TO GEN-TARGET-NAME
                       PERFORM 5102-GEN-DLI-NAME-MOVE
                   END-IF
               WHEN 'CALL'
                   MOVE 'UT-DLI-SET-CALL-NO' TO GEN-TARGET-NAME
                   PERFORM 5103-GEN-DLI-NUMBER-MOVE
               WHEN 'STATUS'
                   SET DLI-CARD-HAS-VALUE TO TRUE
                   IF TOKEN(TOKEN-IX) IS EQUAL TO 'OK'
                       SET STATEMENT-IX UP BY 1
                       MOVE
                       '           MOVE SPACES TO UT-DLI-SET-STATUS'
                           TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
                   ELSE
                       MOVE 'UT-DLI-SET-STATUS' TO GEN-TARGET-NAME
                       PERFORM 5102-GEN-DLI-NAME-MOVE
                   END-IF
           END-EVALUATE
           .

       5099-CLOSE-DLI-CARD.
      *****************************************************************
      * Finish the SEGMENT or ON card being collected: generate the
      * PERFORM that files it, and write the card's statements out
      * so a long spec never outgrows GENERATED-SOURCE-STATEMENTS.
      * An ON card with no STATUS clause is a syntax error.
      *****************************************************************
           EVALUATE TRUE
               WHEN DLI-CARD-SEGMENT
                   IF DLI-CARD-NO-VALUE
                       SET STATEMENT-IX UP BY 1
                       MOVE
                       '           SET UT-DLI-SET-TYPE-ONLY TO TRUE'
                           TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
                   END-IF
                   SET STATEMENT-IX UP BY 1
                   MOVE '           PERFORM UT-DLI-ADD-SEGMENT'
                       TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
                   PERFORM 9440-WRITE-GENERATED-STMTS
               WHEN DLI-CARD-RULE
                   IF DLI-CARD-NO-VALUE
                       SET MOCK-SYNTAX-ERROR TO TRUE
                   END-IF
                   SET STATEMENT-IX UP BY 1
                   MOVE '           PERFORM UT-DLI-ADD-RULE'
                       TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
                   PERFORM 9440-WRITE-GENERATED-STMTS
           END-EVALUATE
           SET DLI-CARD-NONE TO TRUE
           .

       5101-START-DLI-CARD.
      *****************************************************************
      * First statement of a new SEGMENT or ON card: clear the
      * UT-DLI-SET- fields the card is staged in.
      *****************************************************************
           SET DLI-CARD-NO-VALUE TO TRUE
           MOVE SPACES TO GENERATED-SOURCE-STATEMENTS
           SET STATEMENT-IX TO 1
           MOVE '           PERFORM UT-DLI-CLEAR-SET-FIELDS'
               TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           .

       5102-GEN-DLI-NAME-MOVE.
      *****************************************************************
      * Generate a MOVE of the current token, quoted, to the field
      * named in GEN-TARGET-NAME. The token may be written with or
      * without its quotes on the card.
      *****************************************************************
           PERFORM 7900-STRIP-QUOTES
           SET STATEMENT-IX UP BY 1
           STRING
               STATEMENT-SPACER       DELIMITED BY SIZE
               MOVE-VERB              DELIMITED BY SIZE
               SINGLE-QUOTE           DELIMITED BY SIZE
               TOKEN(TOKEN-IX)        DELIMITED BY SPACE
               SINGLE-QUOTE           DELIMITED BY SIZE
               TO-KEYWORD             DELIMITED BY SIZE
               GEN-TARGET-NAME        DELIMITED BY SPACE
               INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
           END-STRING
           .

       5103-GEN-DLI-NUMBER-MOVE.
      *****************************************************************
      * Generate a MOVE of the current token, which must be an
      * unsigned number, to the field named in GEN-TARGET-NAME.
      *****************************************************************
           MOVE TOKEN(TOKEN-IX) TO RAW-VALUE
           PERFORM 7960-FIND-LENGTH-OF-RAW-VALUE
           IF TEMP-SUB IS EQUAL TO ZERO
           OR TEMP-SUB IS GREATER THAN 4
           OR RAW-VALUE(1:TEMP-SUB) IS NOT NUMERIC
               SET MOCK-SYNTAX-ERROR TO TRUE
           ELSE
               SET STATEMENT-IX UP BY 1
               STRING
                   STATEMENT-SPACER       DELIMITED BY SIZE
                   MOVE-VERB              DELIMITED BY SIZE
                   RAW-VALUE(1:TEMP-SUB)  DELIMITED BY SIZE
                   TO-KEYWORD             DELIMITED BY SIZE
                   GEN-TARGET-NAME        DELIMITED BY SPACE
                   INTO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               END-STRING
           END-IF
           .

       6010-GEN-INIT-ACCESS-COUNT.
      *****************************************************************
      * Generate code for TEST-SOURCE to initialize the access count
      *****************************************************************
      * RAW-VALUE holds a quoted literal (quotes included) and
      * GEN-TARGET-NAME the receiving field. Emit one generated MOVE
      * per chunk of up to 20 characters, each into the matching
      * reference-modified slice of the receiver, so values longer
      * than a statement line - and values full of blanks - arrive
      * intact. The caller has already cleared the receiver. A long
      * record value can outrun the statement table, so the
      * statements built so far are written out when it fills up.
      *****************************************************************
           PERFORM 7960-FIND-LENGTH-OF-RAW-VALUE
           MOVE RAW-VALUE(1:1) TO GEN-QUOTE-CHAR
           END-COMPUTE
           MOVE 1 TO GEN-CHUNK-OFF
           PERFORM UNTIL GEN-CHUNK-OFF IS GREATER THAN GEN-CONTENT-LEN
               IF GEN-CONTENT-LEN - GEN-CHUNK-OFF + 1
                       IS GREATER THAN 20
                   MOVE 20 TO GEN-CHUNK-LEN
               ELSE
                   COMPUTE GEN-CHUNK-LEN =
                       GEN-CONTENT-LEN - GEN-CHUNK-OFF + 1
                   END-COMPUTE
               END-IF
               SET STATEMENT-IX UP BY 1
               IF STATEMENT-IX IS GREATER THAN 95
                   PERFORM 9440-WRITE-GENERATED-STMTS
                   SET STATEMENT-IX TO 1
               END-IF
               MOVE SPACES
                   TO GENERATED-SOURCE-STATEMENT(STATEMENT-IX)
               STRING
           PERFORM 8070-CAPTURE-TODAYS-DATE
           PERFORM 8080-CAPTURE-CURRENT-TIME
           PERFORM 8085-PRESCAN-TARGET-PROGRAM
           PERFORM 8087-FINGERPRINT-ORIGINAL-SOURCE
           PERFORM 8090-LOAD-RERUN-DECK
               THRU 8090-LOAD-RERUN-DECK-FIM
           PERFORM 8096-LOAD-CHANGE-DECK
               THRU 8096-LOAD-CHANGE-DECK-FIM
           PERFORM 8095-LOAD-QUARANTINE-LIST
               THRU 8095-LOAD-QUARANTINE-LIST-FIM
           PERFORM 8100-LOAD-CONFIG-SETTINGS
           END-IF
           .

       8087-FINGERPRINT-ORIGINAL-SOURCE.
      *****************************************************************
      * Read ahead through the whole of ORIGINAL-SOURCE once, feeding
      * every record to ZUTZCFP, so the fingerprint is complete before
      * UT-INITIALIZE's statements are generated - the main parse
      * reaches PROCEDURE DIVISION long before end of member. The file
      * is closed again afterwards and the main parse reopens it as
      * always. If it cannot be opened here the fingerprint is left
      * blank and 9210-OPEN-ORIGINAL-SOURCE reports the error.
      *****************************************************************
           MOVE SPACES TO FP-IMPRESSAO
           OPEN INPUT ORIGINAL-SOURCE
           IF ORIGINAL-SOURCE-STATUS-OK
               MOVE 'I' TO FP-FUNCAO
               CALL 'ZUTZCFP' USING SOURCE-FINGERPRINT-AREA
               MOVE 'A' TO FP-FUNCAO
               PERFORM 8088-FINGERPRINT-ONE-RECORD
                   UNTIL NOT ORIGINAL-SOURCE-STATUS-OK
               CLOSE ORIGINAL-SOURCE
           END-IF
           MOVE SPACES TO ORIGINAL-LINE
           .

       8088-FINGERPRINT-ONE-RECORD.
           READ ORIGINAL-SOURCE
           IF ORIGINAL-SOURCE-STATUS-OK
               MOVE ORIGINAL-LINE TO FP-REGISTRO
               CALL 'ZUTZCFP' USING SOURCE-FINGERPRINT-AREA
           END-IF
           .

       8090-LOAD-RERUN-DECK.
      *****************************************************************
      * Load the optional failure deck from RERUNIN. Comment cards
       8090-LOAD-RERUN-DECK-FIM.
           EXIT.

       8096-LOAD-CHANGE-DECK.
      *****************************************************************
      * Load the optional changed-paragraph deck from PARAALT, one
      * paragraph name per card from column 1 (a trailing period is
      * dropped). Comment and blank cards are skipped; a deck with at
      * least one name arms the changed-paragraph selection.
      *****************************************************************
           SET CHANGE-SELECTION-NOT-ACTIVE TO TRUE
           MOVE ZERO TO CHANGE-PARA-COUNT
           OPEN INPUT CHANGE-DECK
           IF NOT CHANGE-DECK-STATUS-OK
               GO TO 8096-LOAD-CHANGE-DECK-FIM
           END-IF
           PERFORM UNTIL NOT CHANGE-DECK-STATUS-OK
                      OR CHANGE-PARA-COUNT IS EQUAL TO
                         CHANGE-PARA-MAX
               READ CHANGE-DECK
               IF CHANGE-DECK-STATUS-OK
                   IF CHANGE-DECK-PARA IS GREATER THAN SPACES
                   AND CHANGE-DECK-LINE(1:1) IS NOT EQUAL TO '*'
                       INSPECT CHANGE-DECK-PARA
                           REPLACING ALL '.' BY SPACE
                       ADD 1 TO CHANGE-PARA-COUNT
                       MOVE CHANGE-DECK-PARA TO
                           CHANGE-PARA-NAME(CHANGE-PARA-COUNT)
                       MOVE ZERO TO
                           CHANGE-PARA-HITS(CHANGE-PARA-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CHANGE-DECK
           IF CHANGE-PARA-COUNT IS GREATER THAN ZERO
               SET CHANGE-SELECTION-ACTIVE TO TRUE
               DISPLAY THIS-PROGRAM
                   'CHANGE SELECTION ACTIVE - ' CHANGE-PARA-COUNT
                   ' CHANGED PARAGRAPH(S) READ FROM PARAALT'
           END-IF.
       8096-LOAD-CHANGE-DECK-FIM.
           EXIT.

       8097-LOAD-COVERAGE-HISTORY.
      *****************************************************************
      * Read the CUTCOVER trail twice: first for the stamp of the
      * last summary record of a full run of this program (the trail
      * is appended in time order, so the last one read wins), then
      * for that run's type K records - one per test-case ID and
      * paragraph the case entered. No trail, or no full run of this
      * program on it, leaves the history empty and every case in
      * scope.
      *****************************************************************
           SET CHANGE-HISTORY-LOADED TO TRUE
           SET CHANGE-FULL-RUN-NOT-FOUND TO TRUE
           MOVE ZERO TO CHANGE-HIST-COUNT
           MOVE ORIGINAL-PROGRAM-NAME TO CHANGE-TRAIL-PROGRAM
           OPEN INPUT COVER-TRAIL
           IF NOT COVER-TRAIL-STATUS-OK
               DISPLAY THIS-PROGRAM
                   'NO CUTCOVER TRAIL - CHANGE SELECTION KEEPS '
                   'EVERY CASE'
               GO TO 8097-LOAD-COVERAGE-HISTORY-FIM
           END-IF
           PERFORM UNTIL NOT COVER-TRAIL-STATUS-OK
               READ COVER-TRAIL
               IF COVER-TRAIL-STATUS-OK
               AND COVER-TRAIL-SUMMARY
               AND COVER-TRAIL-FULL-RUN
               AND COVER-TRAIL-PROGRAM IS EQUAL TO
                   CHANGE-TRAIL-PROGRAM
                   MOVE COVER-TRAIL-STAMP TO CHANGE-FULL-RUN-STAMP
                   SET CHANGE-FULL-RUN-FOUND TO TRUE
               END-IF
           END-PERFORM
           CLOSE COVER-TRAIL
           IF CHANGE-FULL-RUN-NOT-FOUND
               DISPLAY THIS-PROGRAM
                   'NO FULL RUN OF ' CHANGE-TRAIL-PROGRAM
                   ' ON CUTCOVER - CHANGE SELECTION KEEPS EVERY CASE'
               GO TO 8097-LOAD-COVERAGE-HISTORY-FIM
           END-IF
           OPEN INPUT COVER-TRAIL
           PERFORM UNTIL NOT COVER-TRAIL-STATUS-OK
               READ COVER-TRAIL
               IF COVER-TRAIL-STATUS-OK
               AND COVER-TRAIL-CASE-HIT
               AND COVER-TRAIL-PROGRAM IS EQUAL TO
                   CHANGE-TRAIL-PROGRAM
               AND COVER-TRAIL-STAMP IS EQUAL TO
                   CHANGE-FULL-RUN-STAMP
                   PERFORM 8098-NOTE-CASE-HIT
               END-IF
           END-PERFORM
           CLOSE COVER-TRAIL
           DISPLAY THIS-PROGRAM
               'CHANGE SELECTION USES FULL RUN OF '
               CHANGE-FULL-RUN-STAMP ' - ' CHANGE-HIST-COUNT
               ' CASE ID(S) WITH HISTORY'
           PERFORM VARYING CHANGE-PARA-SUB FROM 1 BY 1
                   UNTIL CHANGE-PARA-SUB IS GREATER THAN
                         CHANGE-PARA-COUNT
               IF CHANGE-PARA-HITS(CHANGE-PARA-SUB) IS EQUAL TO ZERO
                   DISPLAY THIS-PROGRAM
                       'NO CASE ENTERED CHANGED PARAGRAPH '
                       CHANGE-PARA-NAME(CHANGE-PARA-SUB)
               END-IF
           END-PERFORM.
       8097-LOAD-COVERAGE-HISTORY-FIM.
           EXIT.

       8098-NOTE-CASE-HIT.
      *****************************************************************
      * One type K record: make sure its case ID is in the history
      * table, and mark the ID when the paragraph is a changed one.
      *****************************************************************
           PERFORM VARYING CHANGE-HIST-SUB FROM 1 BY 1
                   UNTIL CHANGE-HIST-SUB IS GREATER THAN
                         CHANGE-HIST-COUNT
                      OR CHANGE-HIST-ID(CHANGE-HIST-SUB) IS EQUAL TO
                         COVER-TRAIL-CASE-ID
               CONTINUE
           END-PERFORM
           IF CHANGE-HIST-SUB IS GREATER THAN CHANGE-HIST-COUNT
               IF CHANGE-HIST-COUNT IS LESS THAN CHANGE-HIST-MAX
                   ADD 1 TO CHANGE-HIST-COUNT
                   MOVE COVER-TRAIL-CASE-ID
                       TO CHANGE-HIST-ID(CHANGE-HIST-COUNT)
                   MOVE 'N' TO CHANGE-HIST-REACH(CHANGE-HIST-COUNT)
               ELSE
                   MOVE ZERO TO CHANGE-HIST-SUB
               END-IF
           END-IF
           PERFORM VARYING CHANGE-PARA-SUB FROM 1 BY 1
                   UNTIL CHANGE-PARA-SUB IS GREATER THAN
                         CHANGE-PARA-COUNT
               IF CHANGE-PARA-NAME(CHANGE-PARA-SUB) IS EQUAL TO
                       COVER-TRAIL-CASE-PARA
                   ADD 1 TO CHANGE-PARA-HITS(CHANGE-PARA-SUB)
                   IF CHANGE-HIST-SUB IS GREATER THAN ZERO
                       MOVE 'Y' TO CHANGE-HIST-REACH(CHANGE-HIST-SUB)
                   END-IF
               END-IF
           END-PERFORM
           .

       8095-LOAD-QUARANTINE-LIST.
      *****************************************************************
      * Load the optional quarantine card file from QUARANTN. A card
