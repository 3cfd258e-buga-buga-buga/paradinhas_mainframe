           05  UT-AUDIT-STATUS           PIC X(02)  VALUE SPACES.
           05  UT-AUDIT-DATE-CCYYMMDD    PIC 9(08)  VALUE ZERO.
           05  UT-AUDIT-TIME-HHMMSSTH    PIC 9(08)  VALUE ZERO.
           05  UT-SOURCE-FINGERPRINT     PIC X(16)  VALUE SPACES.
       01  UT-MOCKS.
           05  FILLER                    PIC X(01) VALUE SPACES.
               88  UT-MOCK-FOUND                   VALUE 'Y'.
               88  UT-RERUN-ID-NEW           VALUE SPACE.
           05  UT-RERUN-ID OCCURS 100    PIC X(20).

      * REQUIREMENT TRACEABILITY: EVERY TICKET A TEST CASE NAMES ON A
      * TICKETS LINE IN UTESTS IS LINKED HERE TO THE CASE'S STABLE ID
      * AS THE CASE RUNS. AT END OF RUN EACH LINK GOES TO CUTAUDIT AS
      * A TRACE RECORD (TYPE 'T' IN THE BYTE AFTER THE KEY'S FIRST
      * FIELD) CARRYING THE CASE'S PASS/FAIL VERDICT, FOR ZUTZCTM.
       01  UT-TRACE-FIELDS.
           05  UT-TRACE-MAX              PIC 9(03) VALUE 200.
           05  UT-TRACE-COUNT            PIC 9(03) VALUE ZERO.
           05  UT-TRACE-SUB              PIC 9(03) VALUE ZERO.
           05  UT-TRACE-NEW-TICKET       PIC X(12) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
               88  UT-TRACE-LINK-KNOWN       VALUE 'Y'.
               88  UT-TRACE-LINK-NEW         VALUE SPACE.
           05  UT-TRACE-LINK OCCURS 200.
               10  UT-TRACE-CASE-ID      PIC X(20).
               10  UT-TRACE-TICKET       PIC X(12).

      * GOLDEN-MASTER BASELINE FOR THE STREAM OF RECORDS WRITTEN TO A
      * MOCKED FILE (BASELINE FILE ... IN UTESTS). EVERY MOCKED WRITE
      * TO THE NAMED FILE IS APPENDED TO THE STREAM; AT END OF RUN
           05  UT-BASE-SUB-FMT           PIC ZZZ9.
           05  UT-BASE-STREAM OCCURS 200 PIC X(256).

      * BEHAVIOUR TRAIL FOR THE BACK-TO-BACK COMPARISON OF TWO BUILDS
      * OF THE SAME PROGRAM (THE PROMOTED ONE AND THE NEW ONE) RUN
      * AGAINST THE SAME UTESTS. WHEN THE UTCOMPAR DD IS ALLOCATED,
      * EVERY TEST CASE WRITES A NAME RECORD (KIND 'N') FOLLOWED BY
      * WHAT THE PROGRAM DID IN IT, IN ORDER: EACH CONSOLE LINE IT
      * DISPLAYED ('D'), EACH RECORD IT WROTE TO A MOCKED FILE ('W')
      * AND THE VALUE EACH EXPECT FOUND IN ITS FIELD ('E'). ZUTZCBB
      * READS THE TWO TRAILS AND REPORTS EVERY CASE THAT DIFFERS,
      * WHETHER OR NOT THE CASE PASSED. WITHOUT THE DD NOTHING IS
      * WRITTEN.
       01  UT-BEHAVIOUR-FIELDS.
           05  UT-BHV-STATUS             PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
               88  UT-BHV-NOT-TRIED          VALUE SPACE.
               88  UT-BHV-OPEN               VALUE 'Y'.
               88  UT-BHV-ABSENT             VALUE 'N'.
           05  UT-BHV-CASE-SEQ           PIC 9(04) VALUE ZERO.
           05  UT-BHV-ITEM-SEQ           PIC 9(04) VALUE ZERO.
           05  UT-BHV-KIND               PIC X(01) VALUE SPACE.
           05  UT-BHV-LABEL              PIC X(31) VALUE SPACES.
           05  UT-BHV-DATA               PIC X(256) VALUE SPACES.
           05  UT-BHV-NUMERIC-IMAGE      PIC -9(08).

      * IN-MEMORY TEMPORARY-STORAGE QUEUE STORE FOR THE CICS MOCKS.
      * MOCKED READQ TS / WRITEQ TS / DELETEQ TS COMMANDS OPERATE ON
      * THESE QUEUES WITH REAL ITEM NUMBERING AND RESP CODES (NORMAL,
               10  UT-TSQ-ITEM-COUNT     PIC 9(02).
               10  UT-TSQ-ITEM OCCURS 20 PIC X(256).

      * TERMINAL CAPTURE FOR THE CICS MOCKS. EVERY MOCKED SEND MAP,
      * SEND TEXT AND SEND CONTROL OF A TEST CASE IS KEPT HERE: THE
      * MAP NAME, THE OUTGOING MAP AREA OR TEXT BUFFER, AND A COPY OF
      * THE 24 X 80 SCREEN AS IT STOOD AFTER THE SEND. SEND TEXT
      * WRITES ITS BUFFER ONTO THE SCREEN FROM THE CURRENT POSITION,
      * 80 COLUMNS TO THE ROW, AND ERASE CLEARS THE SCREEN FIRST;
      * SEND MAP ONLY KEEPS THE SYMBOLIC MAP, WHOSE FIELDS ARE READ
      * BACK THROUGH THE PROGRAM'S OWN MAPNAMEO AREA. EXPECT SCREEN,
      * EXPECT MAP AND EXPECT SEND COUNT ASSERT AGAINST THIS TABLE.
       01  UT-SEND-CAPTURE-AREA.
           05  UT-SEND-MAX               PIC 9(02) VALUE 10.
           05  UT-SEND-COUNT             PIC 9(04) VALUE ZERO.
           05  UT-SEND-SUB               PIC 9(04) VALUE ZERO.
           05  UT-SEND-WANTED            PIC 9(04) VALUE ZERO.
           05  UT-SEND-MAP-WANTED        PIC X(08) VALUE SPACES.
           05  UT-SEND-ROW-WANTED        PIC 9(04) VALUE ZERO.
           05  UT-SEND-COL-WANTED        PIC 9(04) VALUE ZERO.
           05  UT-SEND-CMP-LEN           PIC 9(04) VALUE ZERO.
           05  UT-SEND-POS               PIC 9(04) VALUE 1.
           05  UT-SEND-PUT-LEN           PIC 9(04) VALUE ZERO.
           05  UT-SEND-OFFSET            PIC 9(04) VALUE ZERO.
           05  UT-SEND-ROWS-USED         PIC 9(04) VALUE ZERO.
           05  UT-SEND-HITS              PIC 9(04) VALUE ZERO.
           05  UT-SEND-LAST              PIC 9(04) VALUE ZERO.
           05  UT-SEND-KIND-WORK         PIC X(01) VALUE SPACE.
           05  UT-SEND-MAP-WORK          PIC X(08) VALUE SPACES.
           05  UT-SEND-LENGTH-WORK       PIC S9(08) COMP VALUE ZERO.
           05  FILLER                    PIC X(01) VALUE 'N'.
               88  UT-SEND-ERASE             VALUE 'Y'.
               88  UT-SEND-NO-ERASE          VALUE 'N'.
           05  FILLER                    PIC X(01) VALUE SPACE.
               88  UT-SEND-FOUND             VALUE 'Y'.
               88  UT-SEND-NOT-FOUND         VALUE SPACE.
           05  UT-SEND-DATA-WORK         PIC X(2048) VALUE SPACES.
           05  UT-SEND-HOLD              PIC X(2048) VALUE SPACES.
           05  UT-SCREEN                 PIC X(1920) VALUE SPACES.
           05  UT-SEND-ENTRY OCCURS 10.
               10  UT-SEND-KIND          PIC X(01).
               10  UT-SEND-MAP           PIC X(08).
               10  UT-SEND-ERASE-FLAG    PIC X(01).
               10  UT-SEND-LENGTH        PIC 9(04).
               10  UT-SEND-DATA          PIC X(2048).
               10  UT-SEND-SCREEN        PIC X(1920).

      * IN-MEMORY IMS DATABASE FOR MOCK DLI. THE SEGMENT CARDS OF THE
      * SPEC ARE LOADED INTO UT-DLI-SEGMENT IN HIERARCHIC SEQUENCE,
      * EACH OCCURRENCE POINTING AT ITS PARENT OCCURRENCE, AND THE
      * CALL 'CBLTDLI' STATEMENTS OF THE PROGRAM UNDER TEST ARE RUN
      * AGAINST THAT TABLE BY UT-DLI-CALL: GU/GN/GNP (AND THEIR HOLD
      * FORMS) WALK IT FROM THE CURRENT POSITION, ISRT/REPL/DLET
      * CHANGE IT. UT-DLI-TYPE KEEPS THE SEGMENT TYPES IN THE ORDER
      * DECLARED, WHICH STANDS IN FOR THE DBD ORDER WHEN ISRT PLACES
      * A NEW OCCURRENCE AMONG ITS SIBLINGS. ON CARDS GO INTO
      * UT-DLI-RULE AND FORCE A STATUS CODE INSTEAD OF RUNNING THE
      * CALL. EVERY CALL IS TALLIED BY FUNCTION AND SEGMENT FOR
      * VERIFY DLI. THE SEGMENT IMAGE IS THE KEY FOLLOWED BY THE
      * DATA, SO THE SEQUENCE FIELD IS ITS LEADING UT-DLI-SEG-KEY-LEN
      * BYTES.
       01  UT-DLI-FIELDS.
           05  UT-DLI-SEG-MAX            PIC 9(03) VALUE 100.
           05  UT-DLI-SEG-COUNT          PIC 9(03) VALUE ZERO.
           05  UT-DLI-TYPE-MAX           PIC 9(02) VALUE 20.
           05  UT-DLI-TYPE-COUNT         PIC 9(02) VALUE ZERO.
           05  UT-DLI-RULE-MAX           PIC 9(02) VALUE 20.
           05  UT-DLI-RULE-COUNT         PIC 9(02) VALUE ZERO.
           05  UT-DLI-TALLY-MAX          PIC 9(02) VALUE 40.
           05  UT-DLI-TALLY-COUNT        PIC 9(02) VALUE ZERO.
           05  UT-DLI-SUB                PIC 9(03) VALUE ZERO.
           05  UT-DLI-SUB2               PIC 9(03) VALUE ZERO.
           05  UT-DLI-ANC                PIC 9(03) VALUE ZERO.
           05  UT-DLI-TYPE-SUB           PIC 9(02) VALUE ZERO.
           05  UT-DLI-RULE-SUB           PIC 9(02) VALUE ZERO.
           05  UT-DLI-TALLY-SUB          PIC 9(02) VALUE ZERO.
           05  UT-DLI-SSA-SUB            PIC 9(02) VALUE ZERO.
      * POSITION: THE OCCURRENCE LAST RETRIEVED OR INSERTED, THE
      * PARENT SET BY THE LAST GU/GN (FOR GNP), THE OCCURRENCE HELD
      * BY THE LAST GET HOLD (FOR REPL/DLET), AND THE OCCURRENCE THE
      * CALL BEING RUN FOUND OR INSERTED.
           05  UT-DLI-CURRENT            PIC 9(03) VALUE ZERO.
           05  UT-DLI-PARENTAGE          PIC 9(03) VALUE ZERO.
           05  UT-DLI-HELD               PIC 9(03) VALUE ZERO.
           05  UT-DLI-FOUND-SUB          PIC 9(03) VALUE ZERO.
           05  UT-DLI-PARENT-SUB         PIC 9(03) VALUE ZERO.
           05  UT-DLI-INSERT-AT          PIC 9(03) VALUE ZERO.
           05  UT-DLI-FLOOR-LEVEL        PIC 9(02) VALUE ZERO.
           05  UT-DLI-FUNCTION           PIC X(04) VALUE SPACES.
               88  UT-DLI-FUNC-GU            VALUE 'GU  ' 'GHU '.
               88  UT-DLI-FUNC-GN            VALUE 'GN  ' 'GHN '.
               88  UT-DLI-FUNC-GNP           VALUE 'GNP ' 'GHNP'.
               88  UT-DLI-FUNC-HOLD          VALUE 'GHU ' 'GHN '
                                                   'GHNP'.
               88  UT-DLI-FUNC-ISRT          VALUE 'ISRT'.
               88  UT-DLI-FUNC-REPL          VALUE 'REPL'.
               88  UT-DLI-FUNC-DLET          VALUE 'DLET'.
           05  UT-DLI-IO-AREA            PIC X(256) VALUE SPACES.
           05  UT-DLI-SSA-COUNT          PIC 9(02) VALUE ZERO.
           05  UT-DLI-SSA OCCURS 5       PIC X(80).
      * ONE SSA TAKEN APART: SEGMENT NAME, AND FOR A QUALIFIED SSA
      * THE RELATIONAL OPERATOR AND THE KEY VALUE BETWEEN IT AND THE
      * CLOSING PARENTHESIS (THE 8-BYTE FIELD NAME IS NOT CHECKED -
      * THE QUALIFICATION IS ALWAYS TAKEN AGAINST THE SEQUENCE
      * FIELD).
           05  UT-DLI-SSA-WORK           PIC X(80) VALUE SPACES.
           05  UT-DLI-SSA-NAME           PIC X(08) VALUE SPACES.
           05  UT-DLI-QUAL-POS           PIC 9(02) VALUE ZERO.
           05  UT-DLI-QUAL-OPER          PIC X(02) VALUE SPACES.
           05  UT-DLI-QUAL-VALUE         PIC X(64) VALUE SPACES.
           05  UT-DLI-QUAL-LEN           PIC 9(02) VALUE ZERO.
           05  UT-DLI-SEG-KEY-WORK       PIC X(64) VALUE SPACES.
           05  UT-DLI-CMP-LEN            PIC 9(02) VALUE ZERO.
           05  UT-DLI-NEW-KEY            PIC X(64) VALUE SPACES.
           05  UT-DLI-TYPE-WANTED        PIC X(08) VALUE SPACES.
           05  UT-DLI-NEW-TYPE           PIC 9(02) VALUE ZERO.
           05  FILLER                    PIC X(01) VALUE SPACE.
               88  UT-DLI-ANC-FOUND          VALUE 'Y'.
               88  UT-DLI-ANC-NOT-FOUND      VALUE SPACE.
           05  FILLER                    PIC X(01) VALUE SPACE.
               88  UT-DLI-QUALIFIED          VALUE 'Y'.
               88  UT-DLI-UNQUALIFIED        VALUE SPACE.
           05  UT-DLI-TARGET-NAME        PIC X(08) VALUE SPACES.
      * WHAT THE CALL HANDS BACK: STATUS CODE, LEVEL AND SEGMENT
      * NAME FEEDBACK FOR THE PCB MASK, AND WHETHER UT-DLI-IO-AREA
      * HOLDS A RETRIEVED SEGMENT TO BE COPIED TO THE PROGRAM.
           05  UT-DLI-PCB-STATUS         PIC X(02) VALUE SPACES.
           05  UT-DLI-PCB-LEVEL          PIC 9(02) VALUE ZERO.
           05  UT-DLI-PCB-SEGMENT        PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
               88  UT-DLI-RETRIEVED          VALUE 'Y'.
               88  UT-DLI-NOT-RETRIEVED      VALUE SPACE.
           05  FILLER                    PIC X(01) VALUE SPACE.
               88  UT-DLI-MATCH              VALUE 'Y'.
               88  UT-DLI-NO-MATCH           VALUE SPACE.
           05  FILLER                    PIC X(01) VALUE SPACE.
               88  UT-DLI-RULE-FIRED         VALUE 'Y'.
               88  UT-DLI-NO-RULE-FIRED      VALUE SPACE.
           05  FILLER                    PIC X(01) VALUE SPACE.
               88  UT-DLI-VERIFYING          VALUE 'Y'.
               88  UT-DLI-NOT-VERIFYING      VALUE SPACE.
      * ONE CARD OF THE SPEC, STAGED BY THE GENERATED CODE BEFORE
      * UT-DLI-ADD-SEGMENT OR UT-DLI-ADD-RULE FILES IT.
           05  UT-DLI-SET-FIELDS.
               10  UT-DLI-SET-NAME       PIC X(08).
               10  UT-DLI-SET-PARENT     PIC X(08).
               10  UT-DLI-SET-KEY        PIC X(64).
               10  UT-DLI-SET-KEY-LEN    PIC 9(02).
               10  UT-DLI-SET-DATA       PIC X(256).
               10  UT-DLI-SET-FUNCTION   PIC X(04).
               10  UT-DLI-SET-CALL-NO    PIC 9(04).
               10  UT-DLI-SET-STATUS     PIC X(02).
               10  FILLER                PIC X(01).
                   88  UT-DLI-SET-TYPE-ONLY  VALUE 'Y'.
                   88  UT-DLI-SET-OCCURRENCE VALUE SPACE.
      * VERIFY DLI: FUNCTION AND SEGMENT LOOKED FOR (SPACES FOR ANY
      * SEGMENT) AND THE NUMBER OF CALLS FOUND.
           05  UT-DLI-FIND-FUNCTION      PIC X(04) VALUE SPACES.
           05  UT-DLI-FIND-SEGMENT       PIC X(08) VALUE SPACES.
           05  UT-DLI-FIND-TOTAL         PIC 9(04) VALUE ZERO.
           05  UT-DLI-TYPE OCCURS 20.
               10  UT-DLI-TYPE-NAME      PIC X(08).
               10  UT-DLI-TYPE-PARENT    PIC X(08).
               10  UT-DLI-TYPE-KEY-LEN   PIC 9(02).
           05  UT-DLI-RULE OCCURS 20.
               10  UT-DLI-RULE-FUNCTION  PIC X(04).
               10  UT-DLI-RULE-SEGMENT   PIC X(08).
               10  UT-DLI-RULE-CALL-NO   PIC 9(04).
               10  UT-DLI-RULE-SEEN      PIC 9(04).
               10  UT-DLI-RULE-STATUS    PIC X(02).
           05  UT-DLI-TALLY OCCURS 40.
               10  UT-DLI-TALLY-FUNCTION PIC X(04).
               10  UT-DLI-TALLY-SEGMENT  PIC X(08).
               10  UT-DLI-TALLY-TIMES    PIC 9(04).
           05  UT-DLI-SEGMENT OCCURS 100.
               10  UT-DLI-SEG-NAME       PIC X(08).
               10  UT-DLI-SEG-PARENT     PIC 9(03).
               10  UT-DLI-SEG-LEVEL      PIC 9(02).
               10  UT-DLI-SEG-KEY-LEN    PIC 9(02).
               10  UT-DLI-SEG-IMAGE      PIC X(256).
               10  UT-DLI-SEG-DELETED-SW PIC X(01).
                   88  UT-DLI-SEG-DELETED    VALUE 'Y'.
                   88  UT-DLI-SEG-PRESENT    VALUE SPACE.

      * FROZEN CLOCK (FREEZE DATE ... [TIME ...]). WHILE FROZEN, THE
      * ACCEPT ... FROM DATE/TIME STATEMENTS COPIED FROM ORIGINAL-
      * SOURCE HAND BACK THESE VALUES INSTEAD OF THE SYSTEM CLOCK,
           05  UT-COVERAGE-ENTRY OCCURS 200 INDEXED BY UT-COVERAGE-IX.
               10  UT-COVERAGE-PARA-NAME     PIC X(31) VALUE SPACES.
               10  UT-COVERAGE-PARA-COUNT    PIC 9(04) VALUE ZERO.
               10  UT-COVERAGE-CASE-MAP      PIC X(100) VALUE SPACES.

      * PER-CASE COVERAGE FOR THE CHANGED-PARAGRAPH SELECTION: EACH
      * TEST CASE WITH AN ID GETS A SLOT HERE AS IT STARTS (A REPEATED
      * ID REUSES ITS SLOT), AND EVERY PARAGRAPH IT ENTERS MARKS THAT
      * SLOT'S BYTE IN THE PARAGRAPH'S UT-COVERAGE-CASE-MAP. A FULL
      * RUN WRITES THE MARKS TO CUTCOVER AS TYPE K RECORDS, WHICH
      * ZUTZCPC READS BACK TO PICK THE CASES A CHANGE CAN REACH.
      * UT-RUN-SCOPE IS SET BY GENERATED CODE IN UT-INITIALIZE.
       01  UT-CASE-COVER-FIELDS.
           05  UT-CASE-COVER-MAX         PIC 9(03) VALUE 100.
           05  UT-CASE-COVER-COUNT       PIC 9(03) VALUE ZERO.
           05  UT-CASE-COVER-NOW         PIC 9(03) VALUE ZERO.
           05  UT-CASE-COVER-SUB         PIC 9(03) VALUE ZERO.
           05  UT-RUN-SCOPE              PIC X(01) VALUE 'P'.
               88  UT-RUN-FULL               VALUE 'F'.
               88  UT-RUN-PARTIAL            VALUE 'P'.
               88  UT-RUN-SELECTION          VALUE 'S'.
           05  UT-CASE-COVER-ID OCCURS 100 PIC X(20).

      * END OF TEST CODE
