           PERFORM UT-TIMER-STOP                                        00010011
           PERFORM UT-BASELINE-JUDGE                                    00010012
               THRU UT-BASELINE-JUDGE-FIM                               00010013
           PERFORM UT-BEHAVIOUR-FINISH
           DISPLAY SPACE                                                00010101
           MOVE UT-TEST-CASE-COUNT TO UT-TEST-CASE-NUMBER               00010201
           DISPLAY UT-TEST-CASE-NUMBER ' TEST CASES WERE EXECUTED'      00010301
               DISPLAY UT-TEST-CASE-NUMBER
                   ' QUARANTINED FAILURE(S) NOT COUNTED'
           END-IF
      * A CHANGED-PARAGRAPH SELECTION RAN ONLY THE CASES THE CHANGE
      * CAN REACH - SAY SO, HERE AND ON THE RESULTS RECORD, SO THE
      * TOTALS ABOVE ARE NEVER READ AS A FULL GREEN.
           IF UT-RUN-SELECTION
               DISPLAY '*** PARTIAL SELECTION - ONLY THE TEST CASES '
                   'THAT REACH A CHANGED PARAGRAPH (OR HAVE NO '
                   'COVERAGE HISTORY) WERE RUN ***'
               DISPLAY '*** THIS IS NOT A FULL GREEN ***'
           END-IF
           DISPLAY "================================================="  00010801
           PERFORM UT-PRINT-SLOWEST-CASES                               00010803
           PERFORM UT-PRINT-COVERAGE-REPORT                              00010805
           MOVE UT-NUMBER-PASSED TO UT-RESULTS-REC-PASSED                00010811
           MOVE UT-NUMBER-FAILED TO UT-RESULTS-REC-FAILED                00010821
           MOVE UT-RETCODE TO UT-RESULTS-REC-RETCODE                     00010831
           MOVE UT-RUN-SCOPE TO UT-RESULTS-REC-SCOPE
           OPEN OUTPUT UT-RESULTS-FILE                                   00010841
           WRITE UT-RESULTS-RECORD                                       00010851
           CLOSE UT-RESULTS-FILE                                         00010861
           MOVE SPACES TO UT-AUDIT-RECORD
           MOVE UT-RESULTS-REC-USERID TO UT-AUDIT-REC-USERID            00010862
           MOVE UT-RESULTS-REC-PROGRAM TO UT-AUDIT-REC-PROGRAM          00010864
           ACCEPT UT-AUDIT-DATE-CCYYMMDD FROM DATE YYYYMMDD             00010866
           ACCEPT UT-AUDIT-TIME-HHMMSSTH FROM TIME                      00010868
           MOVE UT-AUDIT-DATE-CCYYMMDD TO UT-AUDIT-REC-DATE-CCYYMMDD    00010870
           MOVE UT-AUDIT-TIME-HHMMSSTH(1:6)
               TO UT-AUDIT-REC-TIME-HHMMSS
           MOVE UT-NUMBER-PASSED TO UT-AUDIT-REC-PASSED                 00010874
           MOVE UT-NUMBER-FAILED TO UT-AUDIT-REC-FAILED                 00010876
           MOVE UT-RETCODE TO UT-AUDIT-REC-RETCODE                      00010878
           PERFORM UT-AUDIT-STAMP-WINDOW
           MOVE UT-SOURCE-FINGERPRINT TO UT-AUDIT-REC-FINGERPRINT
      * THE TRAIL IS KEYED (SEE 2155/2166 IN ZUTZCPC): A KEYED WRITE    00010879
      * UNDER USERID/PROGRAM/DATE/TIME REPLACES THE OLD OPEN EXTEND,    00010880
      * SO PARALLEL JOBS NO LONGER QUEUE ON THE DATASET ENQUEUE. A      00010881
                   REWRITE UT-AUDIT-RECORD                              00010891
                   END-REWRITE                                          00010892
           END-WRITE                                                    00010893
           PERFORM UT-TRACE-WRITE-LINKS
           CLOSE UT-AUDIT-FILE                                          00010894
           PERFORM UT-DRAFT-FINISH                                      00010894
           PERFORM UT-RERUN-WRITE-DECK                                  00010895
      * COMPARE EXPECTED AND ACTUAL VALUES FOR EQUALITY.                00011301
      ***************************************************************** 00011401
           MOVE UT-TEST-CASE-COUNT TO UT-TEST-CASE-NUMBER               00011501
           IF UT-BHV-OPEN
               MOVE 'E' TO UT-BHV-KIND
               MOVE 'EXPECT' TO UT-BHV-LABEL
               IF UT-COMPARE-NUMERIC
                   MOVE UT-ACTUAL-NUMERIC TO UT-BHV-NUMERIC-IMAGE
                   MOVE UT-BHV-NUMERIC-IMAGE TO UT-BHV-DATA
               ELSE
                   MOVE UT-ACTUAL TO UT-BHV-DATA
               END-IF
               PERFORM UT-BEHAVIOUR-NOTE
           END-IF
           PERFORM UT-COMPARE                                           00011601
           IF UT-COMPARE-PASSED                                         00011701
               PERFORM UT-DISPLAY-PASSED                                00011801
               MOVE UT-DISPLAY-WORK                                     00016348
                   TO UT-DISPLAY-LINE(UT-DISPLAY-COUNT)                 00016349
           END-IF                                                       00016350
           IF UT-BHV-OPEN
               MOVE 'D' TO UT-BHV-KIND
               MOVE SPACES TO UT-BHV-LABEL
               MOVE UT-DISPLAY-WORK TO UT-BHV-DATA
               PERFORM UT-BEHAVIOUR-NOTE
           END-IF
           .                                                            00016351
       UT-ASSERT-DISPLAY-CONTAINS.                                      00016352
      ***************************************************************** 00016353
           ELSE                                                         00020201
               PERFORM UT-NOTE-FAILURE                                  00020301
               MOVE SPACES TO UT-DISPLAY-MESSAGE                        00020401
               IF UT-DLI-VERIFYING                                      00020411
                   PERFORM UT-DLI-VERIFY-MESSAGE                        00020421
               ELSE                                                     00020431
               IF UT-MOCK-FILE(UT-MOCK-IX)                              00020501
                 IF UT-VERIFY-BETWEEN                                   00020511
                   STRING                                               00020521
                   END-STRING                                           00024001
                   END-IF                                               00024051
               END-IF                                                   00024101
               END-IF                                                   00024111
               DISPLAY UT-DISPLAY-MESSAGE                               00024201
           END-IF                                                       00024401
           .                                                            00024501
      *****************************************************************
      * APPEND THIS RUN'S COVERAGE TO THE PERSISTENT TRAIL ON THE
      * CUTCOVER DD: A SUMMARY RECORD (TYPE C) WITH THE TOTALS, THEN
      * ONE TYPE U RECORD PER PARAGRAPH NEVER ENTERED. A FULL RUN
      * ALSO WRITES ONE TYPE K RECORD PER TEST-CASE ID AND PARAGRAPH
      * THAT CASE ENTERED. A RUN WITHOUT THE DD SKIPS THE TRAIL - THE
      * SYSOUT REPORT ABOVE STILL RAN.
      *****************************************************************
           OPEN EXTEND UT-COVER-FILE
           IF UT-COVER-STATUS(1:1) IS NOT EQUAL TO '0'
           COMPUTE UT-COVER-REC-COVERED =
               UT-COVERAGE-COUNT - UT-COVERAGE-UNCOVERED-COUNT
           END-COMPUTE
           MOVE UT-RUN-SCOPE TO UT-COVER-REC-SCOPE
           WRITE UT-COVER-RECORD
           PERFORM VARYING UT-COVERAGE-IX FROM 1 BY 1
                   UNTIL UT-COVERAGE-IX IS GREATER THAN
                   WRITE UT-COVER-RECORD
               END-IF
           END-PERFORM
           IF UT-RUN-FULL
               PERFORM UT-COVERAGE-WRITE-CASE-HITS
                   VARYING UT-COVERAGE-IX FROM 1 BY 1
                   UNTIL UT-COVERAGE-IX IS GREATER THAN
                         UT-COVERAGE-COUNT
           END-IF
           CLOSE UT-COVER-FILE.
       UT-COVERAGE-WRITE-TRAIL-FIM.
           EXIT.
       UT-COVERAGE-WRITE-CASE-HITS.
      *****************************************************************
      * ONE TYPE K RECORD FOR EACH TEST CASE THAT ENTERED THE
      * PARAGRAPH AT UT-COVERAGE-IX.
      *****************************************************************
           PERFORM VARYING UT-CASE-COVER-SUB FROM 1 BY 1
                   UNTIL UT-CASE-COVER-SUB IS GREATER THAN
                         UT-CASE-COVER-COUNT
               IF UT-COVERAGE-CASE-MAP(UT-COVERAGE-IX)
                       (UT-CASE-COVER-SUB:1) IS EQUAL TO 'X'
                   MOVE SPACES TO UT-COVER-RECORD
                   MOVE 'K' TO UT-COVER-REC-TYPE
                   MOVE UT-RESULTS-REC-PROGRAM
                       TO UT-COVER-REC-PROGRAM
                   MOVE UT-COVER-DATE TO UT-COVER-REC-DATE
                   MOVE UT-COVER-TIME(1:6) TO UT-COVER-REC-TIME
                   MOVE UT-CASE-COVER-ID(UT-CASE-COVER-SUB)
                       TO UT-COVER-CASE-ID
                   MOVE UT-COVERAGE-PARA-NAME(UT-COVERAGE-IX)
                       TO UT-COVER-CASE-PARA
                   WRITE UT-COVER-RECORD
               END-IF
           END-PERFORM
           .
       UT-COVERAGE-CASE-START.
      *****************************************************************
      * A TEST CASE IS STARTING: FIND OR OPEN THE PER-CASE COVERAGE
      * SLOT FOR ITS ID. A CASE WITHOUT AN ID, OR ONE PAST THE TABLE'S
      * END, IS NOT TRACKED - IT HAS NO HISTORY, SO A LATER SELECTION
      * ALWAYS RUNS IT.
      *****************************************************************
           MOVE ZERO TO UT-CASE-COVER-NOW
           IF UT-TEST-CASE-ID IS NOT EQUAL TO SPACES
               PERFORM VARYING UT-CASE-COVER-SUB FROM 1 BY 1
                       UNTIL UT-CASE-COVER-SUB IS GREATER THAN
                             UT-CASE-COVER-COUNT
                          OR UT-CASE-COVER-NOW IS GREATER THAN ZERO
                   IF UT-CASE-COVER-ID(UT-CASE-COVER-SUB) IS EQUAL
                           TO UT-TEST-CASE-ID
                       MOVE UT-CASE-COVER-SUB TO UT-CASE-COVER-NOW
                   END-IF
               END-PERFORM
               IF UT-CASE-COVER-NOW IS EQUAL TO ZERO
               AND UT-CASE-COVER-COUNT IS LESS THAN UT-CASE-COVER-MAX
                   ADD 1 TO UT-CASE-COVER-COUNT
                   MOVE UT-CASE-COVER-COUNT TO UT-CASE-COVER-NOW
                   MOVE UT-TEST-CASE-ID
                       TO UT-CASE-COVER-ID(UT-CASE-COVER-NOW)
               END-IF
           END-IF
           .
       UT-MARK-PARAGRAPH-COVERED.                                       00036380
      ***************************************************************** 00036390
      * CALLED JUST AFTER A PARAGRAPH HEADER COPIED FROM ORIGINAL-       00036400
      ***************************************************************** 00036430
           PERFORM UT-COVERAGE-FIND-OR-INSERT                           00036440
           ADD 1 TO UT-COVERAGE-PARA-COUNT(UT-COVERAGE-IX)              00036450
           IF UT-CASE-COVER-NOW IS GREATER THAN ZERO
           AND UT-COVERAGE-PARA-NAME(UT-COVERAGE-IX) IS EQUAL TO
               UT-COVERAGE-LOOKUP-NAME
               MOVE 'X' TO UT-COVERAGE-CASE-MAP(UT-COVERAGE-IX)
                   (UT-CASE-COVER-NOW:1)
           END-IF
      * THE RUNAWAY-LOOP GUARD RIDES ALONG HERE: A TEST CASE THAT       00036451
      * NEVER STOPS ENTERING PARAGRAPHS IS FAILED AND THE RUN ENDS      00036452
      * GRACEFULLY, RESULTS RECORD AND ALL, INSTEAD OF SPINNING         00036453
      *****************************************************************
           MOVE ZERO TO UT-TSQ-COUNT
           .
       UT-SEND-RESET.
      *****************************************************************
      * EACH TEST CASE STARTS WITH NO SENDS AND A BLANK SCREEN.
      *****************************************************************
           MOVE ZERO TO UT-SEND-COUNT
           MOVE SPACES TO UT-SCREEN
           MOVE 1 TO UT-SEND-POS
           .
       UT-SEND-CAPTURE.
      *****************************************************************
      * MOCKED SEND MAP / SEND TEXT / SEND CONTROL. THE GENERATED SITE
      * CODE HAS PUT THE KIND, MAP NAME, ERASE OPTION AND OUTGOING
      * DATA IN THE UT-SEND-...-WORK FIELDS. ERASE CLEARS THE SCREEN
      * AND GOES BACK TO ROW 1; SEND TEXT THEN LAYS ITS BUFFER DOWN
      * FROM THE CURRENT POSITION, AND THE NEXT SEND TEXT STARTS ON
      * THE FOLLOWING ROW. TEXT BEYOND ROW 24 IS LOST, AS ON THE
      * TERMINAL. ONLY THE FIRST UT-SEND-MAX SENDS OF A CASE ARE
      * KEPT, BUT ALL OF THEM ARE COUNTED.
      *****************************************************************
           ADD 1 TO UT-SEND-COUNT
           IF UT-SEND-LENGTH-WORK IS LESS THAN ZERO
               MOVE ZERO TO UT-SEND-LENGTH-WORK
           END-IF
           IF UT-SEND-LENGTH-WORK IS GREATER THAN 2048
               MOVE 2048 TO UT-SEND-LENGTH-WORK
           END-IF
           IF UT-SEND-ERASE
               MOVE SPACES TO UT-SCREEN
               MOVE 1 TO UT-SEND-POS
           END-IF
           IF UT-SEND-KIND-WORK IS EQUAL TO 'T'
           AND UT-SEND-LENGTH-WORK IS GREATER THAN ZERO
           AND UT-SEND-POS IS NOT GREATER THAN 1920
               COMPUTE UT-SEND-PUT-LEN = 1921 - UT-SEND-POS
               END-COMPUTE
               IF UT-SEND-PUT-LEN IS GREATER THAN UT-SEND-LENGTH-WORK
                   MOVE UT-SEND-LENGTH-WORK TO UT-SEND-PUT-LEN
               END-IF
               MOVE UT-SEND-DATA-WORK(1:UT-SEND-PUT-LEN)
                   TO UT-SCREEN(UT-SEND-POS:UT-SEND-PUT-LEN)
               COMPUTE UT-SEND-ROWS-USED =
                   (UT-SEND-POS + UT-SEND-LENGTH-WORK - 2) / 80
               END-COMPUTE
               COMPUTE UT-SEND-POS = UT-SEND-ROWS-USED * 80 + 81
               END-COMPUTE
           END-IF
           IF UT-SEND-COUNT IS NOT GREATER THAN UT-SEND-MAX
               MOVE UT-SEND-COUNT TO UT-SEND-SUB
               MOVE UT-SEND-KIND-WORK TO UT-SEND-KIND(UT-SEND-SUB)
               MOVE UT-SEND-MAP-WORK TO UT-SEND-MAP(UT-SEND-SUB)
               IF UT-SEND-ERASE
                   MOVE 'Y' TO UT-SEND-ERASE-FLAG(UT-SEND-SUB)
               ELSE
                   MOVE 'N' TO UT-SEND-ERASE-FLAG(UT-SEND-SUB)
               END-IF
               MOVE UT-SEND-LENGTH-WORK TO UT-SEND-LENGTH(UT-SEND-SUB)
               MOVE UT-SEND-DATA-WORK TO UT-SEND-DATA(UT-SEND-SUB)
               MOVE UT-SCREEN TO UT-SEND-SCREEN(UT-SEND-SUB)
           END-IF
           IF UT-BHV-OPEN
               MOVE 'S' TO UT-BHV-KIND
               MOVE SPACES TO UT-BHV-LABEL
               STRING 'SEND '           DELIMITED BY SIZE
                      UT-SEND-KIND-WORK DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      UT-SEND-MAP-WORK  DELIMITED BY SIZE
                      INTO UT-BHV-LABEL
               END-STRING
               MOVE UT-SEND-DATA-WORK TO UT-BHV-DATA
               PERFORM UT-BEHAVIOUR-NOTE
           END-IF
           .
       UT-SEND-FIND.
      *****************************************************************
      * POINT UT-SEND-SUB AT SEND NUMBER UT-SEND-WANTED OF THIS CASE,
      * OR AT THE LAST ONE WHEN UT-SEND-WANTED IS ZERO. WHEN THERE IS
      * NO SUCH SEND, UT-ACTUAL SAYS SO AND THE ASSERTION FAILS.
      *****************************************************************
           SET UT-SEND-NOT-FOUND TO TRUE
           IF UT-SEND-WANTED IS EQUAL TO ZERO
               MOVE UT-SEND-COUNT TO UT-SEND-SUB
           ELSE
               MOVE UT-SEND-WANTED TO UT-SEND-SUB
           END-IF
           IF UT-SEND-SUB IS GREATER THAN ZERO
           AND UT-SEND-SUB IS NOT GREATER THAN UT-SEND-COUNT
           AND UT-SEND-SUB IS NOT GREATER THAN UT-SEND-MAX
               SET UT-SEND-FOUND TO TRUE
           ELSE
               MOVE '*** NO SUCH SEND IN THIS TEST CASE ***'
                   TO UT-ACTUAL
           END-IF
           .
       UT-SEND-FIND-MAP.
      *****************************************************************
      * POINT UT-SEND-SUB AT THE UT-SEND-WANTED'TH SEND MAP OF MAP
      * UT-SEND-MAP-WANTED IN THIS CASE (THE LAST ONE WHEN ZERO).
      *****************************************************************
           SET UT-SEND-NOT-FOUND TO TRUE
           MOVE ZERO TO UT-SEND-HITS
           MOVE ZERO TO UT-SEND-LAST
           PERFORM VARYING UT-SEND-SUB FROM 1 BY 1
                   UNTIL UT-SEND-SUB IS GREATER THAN UT-SEND-COUNT
                      OR UT-SEND-SUB IS GREATER THAN UT-SEND-MAX
               IF UT-SEND-KIND(UT-SEND-SUB) IS EQUAL TO 'M'
               AND UT-SEND-MAP(UT-SEND-SUB) IS EQUAL TO
                       UT-SEND-MAP-WANTED
                   ADD 1 TO UT-SEND-HITS
                   IF UT-SEND-WANTED IS EQUAL TO ZERO
                   OR UT-SEND-WANTED IS EQUAL TO UT-SEND-HITS
                       MOVE UT-SEND-SUB TO UT-SEND-LAST
                   END-IF
               END-IF
           END-PERFORM
           IF UT-SEND-LAST IS GREATER THAN ZERO
               MOVE UT-SEND-LAST TO UT-SEND-SUB
               SET UT-SEND-FOUND TO TRUE
           ELSE
               MOVE '*** NO SUCH SEND MAP IN THIS TEST CASE ***'
                   TO UT-ACTUAL
           END-IF
           .
       UT-SEND-SCREEN-ACTUAL.
      *****************************************************************
      * THE REGION OF THE SCREEN AFTER THE WANTED SEND THAT STARTS AT
      * UT-SEND-ROW-WANTED / UT-SEND-COL-WANTED AND RUNS FOR
      * UT-SEND-CMP-LEN BYTES, INTO UT-ACTUAL.
      *****************************************************************
           PERFORM UT-SEND-FIND
           IF UT-SEND-FOUND
               IF UT-SEND-ROW-WANTED IS LESS THAN 1
               OR UT-SEND-ROW-WANTED IS GREATER THAN 24
               OR UT-SEND-COL-WANTED IS LESS THAN 1
               OR UT-SEND-COL-WANTED IS GREATER THAN 80
                   MOVE '*** ROW OR COLUMN OFF THE SCREEN ***'
                       TO UT-ACTUAL
               ELSE
                   COMPUTE UT-SEND-OFFSET =
                       (UT-SEND-ROW-WANTED - 1) * 80
                           + UT-SEND-COL-WANTED
                   END-COMPUTE
                   COMPUTE UT-SEND-PUT-LEN = 1921 - UT-SEND-OFFSET
                   END-COMPUTE
                   IF UT-SEND-PUT-LEN IS GREATER THAN UT-SEND-CMP-LEN
                       MOVE UT-SEND-CMP-LEN TO UT-SEND-PUT-LEN
                   END-IF
                   MOVE UT-SEND-SCREEN(UT-SEND-SUB)
                           (UT-SEND-OFFSET:UT-SEND-PUT-LEN)
                       TO UT-ACTUAL
               END-IF
           END-IF
           .
       UT-DLI-RESET.
      *****************************************************************
      * START A MOCK DLI SPEC FROM AN EMPTY DATABASE: NO SEGMENT
      * TYPES, OCCURRENCES, STATUS RULES OR CALL TALLIES, AND NO
      * POSITION.
      *****************************************************************
           MOVE ZERO TO UT-DLI-SEG-COUNT
                        UT-DLI-TYPE-COUNT
                        UT-DLI-RULE-COUNT
                        UT-DLI-TALLY-COUNT
                        UT-DLI-CURRENT
                        UT-DLI-PARENTAGE
                        UT-DLI-HELD
                        UT-DLI-PCB-LEVEL
           MOVE SPACES TO UT-DLI-PCB-STATUS
                          UT-DLI-PCB-SEGMENT
           PERFORM UT-DLI-CLEAR-SET-FIELDS
           .
       UT-DLI-CLEAR-SET-FIELDS.
      *****************************************************************
      * CLEAR THE STAGING FIELDS BEFORE THE NEXT CARD OF THE SPEC.
      *****************************************************************
           MOVE SPACES TO UT-DLI-SET-NAME
                          UT-DLI-SET-PARENT
                          UT-DLI-SET-KEY
                          UT-DLI-SET-DATA
                          UT-DLI-SET-FUNCTION
                          UT-DLI-SET-STATUS
           MOVE ZERO TO UT-DLI-SET-KEY-LEN
                        UT-DLI-SET-CALL-NO
           SET UT-DLI-SET-OCCURRENCE TO TRUE
           .
       UT-DLI-FIND-TYPE.
      *****************************************************************
      * LOOK UP THE SEGMENT TYPE NAMED IN UT-DLI-TYPE-WANTED. LEAVES
      * UT-DLI-TYPE-SUB ON IT, OR ZERO WHEN IT WAS NEVER DECLARED.
      *****************************************************************
           MOVE ZERO TO UT-DLI-TYPE-SUB
           PERFORM VARYING UT-DLI-SUB2 FROM 1 BY 1
                   UNTIL UT-DLI-SUB2 IS GREATER THAN UT-DLI-TYPE-COUNT
                      OR UT-DLI-TYPE-SUB IS GREATER THAN ZERO
               IF UT-DLI-TYPE-NAME(UT-DLI-SUB2) IS EQUAL TO
                       UT-DLI-TYPE-WANTED
                   MOVE UT-DLI-SUB2 TO UT-DLI-TYPE-SUB
               END-IF
           END-PERFORM
           .
       UT-DLI-ADD-SEGMENT.
      *****************************************************************
      * FILE ONE SEGMENT CARD OF THE SPEC. THE SEGMENT TYPE IS
      * REGISTERED THE FIRST TIME IT IS SEEN; UNLESS THE CARD ONLY
      * DECLARES THE TYPE, AN OCCURRENCE IS ADDED AT THE END OF THE
      * TABLE UNDER THE LATEST OCCURRENCE OF ITS PARENT TYPE.
      *****************************************************************
           MOVE UT-DLI-SET-NAME TO UT-DLI-TYPE-WANTED
           PERFORM UT-DLI-FIND-TYPE
           IF UT-DLI-TYPE-SUB IS EQUAL TO ZERO
               IF UT-DLI-TYPE-COUNT IS LESS THAN UT-DLI-TYPE-MAX
                   ADD 1 TO UT-DLI-TYPE-COUNT
                   MOVE UT-DLI-TYPE-COUNT TO UT-DLI-TYPE-SUB
                   MOVE UT-DLI-SET-NAME
                       TO UT-DLI-TYPE-NAME(UT-DLI-TYPE-SUB)
                   MOVE UT-DLI-SET-PARENT
                       TO UT-DLI-TYPE-PARENT(UT-DLI-TYPE-SUB)
                   MOVE UT-DLI-SET-KEY-LEN
                       TO UT-DLI-TYPE-KEY-LEN(UT-DLI-TYPE-SUB)
               ELSE
                   DISPLAY 'MOCK DLI: MORE THAN ' UT-DLI-TYPE-MAX
                           ' SEGMENT TYPES - ' UT-DLI-SET-NAME
                           ' IGNORED'
               END-IF
           ELSE
               IF UT-DLI-TYPE-KEY-LEN(UT-DLI-TYPE-SUB) IS EQUAL TO ZERO
                   MOVE UT-DLI-SET-KEY-LEN
                       TO UT-DLI-TYPE-KEY-LEN(UT-DLI-TYPE-SUB)
               END-IF
           END-IF
           IF UT-DLI-TYPE-SUB IS GREATER THAN ZERO
           AND UT-DLI-SET-OCCURRENCE
               PERFORM UT-DLI-ADD-OCCURRENCE
           END-IF
           .
       UT-DLI-ADD-OCCURRENCE.
      *****************************************************************
      * APPEND THE OCCURRENCE STAGED IN UT-DLI-SET-FIELDS. ITS IMAGE
      * IS THE KEY FOLLOWED BY THE DATA.
      *****************************************************************
           MOVE ZERO TO UT-DLI-PARENT-SUB
           IF UT-DLI-TYPE-PARENT(UT-DLI-TYPE-SUB) IS NOT EQUAL TO
                   SPACES
               PERFORM VARYING UT-DLI-SUB2 FROM UT-DLI-SEG-COUNT BY -1
                       UNTIL UT-DLI-SUB2 IS LESS THAN 1
                          OR UT-DLI-PARENT-SUB IS GREATER THAN ZERO
                   IF UT-DLI-SEG-NAME(UT-DLI-SUB2) IS EQUAL TO
                           UT-DLI-TYPE-PARENT(UT-DLI-TYPE-SUB)
                       MOVE UT-DLI-SUB2 TO UT-DLI-PARENT-SUB
                   END-IF
               END-PERFORM
               IF UT-DLI-PARENT-SUB IS EQUAL TO ZERO
                   DISPLAY 'MOCK DLI: NO '
                           UT-DLI-TYPE-PARENT(UT-DLI-TYPE-SUB)
                           ' OCCURRENCE ABOVE ' UT-DLI-SET-NAME
                           ' - SEGMENT IGNORED'
               END-IF
           END-IF
           IF UT-DLI-SEG-COUNT IS NOT LESS THAN UT-DLI-SEG-MAX
               DISPLAY 'MOCK DLI: MORE THAN ' UT-DLI-SEG-MAX
                       ' SEGMENTS - ' UT-DLI-SET-NAME ' IGNORED'
           ELSE
           IF UT-DLI-PARENT-SUB IS GREATER THAN ZERO
           OR UT-DLI-TYPE-PARENT(UT-DLI-TYPE-SUB) IS EQUAL TO SPACES
               ADD 1 TO UT-DLI-SEG-COUNT
               MOVE UT-DLI-SEG-COUNT TO UT-DLI-SUB2
               MOVE UT-DLI-SET-NAME TO UT-DLI-SEG-NAME(UT-DLI-SUB2)
               MOVE UT-DLI-PARENT-SUB TO UT-DLI-SEG-PARENT(UT-DLI-SUB2)
               IF UT-DLI-PARENT-SUB IS EQUAL TO ZERO
                   MOVE 1 TO UT-DLI-SEG-LEVEL(UT-DLI-SUB2)
               ELSE
                   COMPUTE UT-DLI-SEG-LEVEL(UT-DLI-SUB2) =
                       UT-DLI-SEG-LEVEL(UT-DLI-PARENT-SUB) + 1
                   END-COMPUTE
               END-IF
               MOVE UT-DLI-TYPE-KEY-LEN(UT-DLI-TYPE-SUB)
                   TO UT-DLI-SEG-KEY-LEN(UT-DLI-SUB2)
               SET UT-DLI-SEG-PRESENT(UT-DLI-SUB2) TO TRUE
               MOVE SPACES TO UT-DLI-SEG-IMAGE(UT-DLI-SUB2)
               IF UT-DLI-SET-KEY-LEN IS GREATER THAN ZERO
                   MOVE UT-DLI-SET-KEY(1:UT-DLI-SET-KEY-LEN)
                       TO UT-DLI-SEG-IMAGE(UT-DLI-SUB2)
                                          (1:UT-DLI-SET-KEY-LEN)
               END-IF
               MOVE UT-DLI-SET-DATA TO UT-DLI-SEG-IMAGE(UT-DLI-SUB2)
                                          (UT-DLI-SET-KEY-LEN + 1:)
           END-IF
           END-IF
           .
       UT-DLI-ADD-RULE.
      *****************************************************************
      * FILE ONE ON CARD OF THE SPEC: A STATUS CODE FORCED ON EVERY
      * CALL WITH THE FUNCTION (AND SEGMENT, WHEN GIVEN), OR ONLY ON
      * THE NTH SUCH CALL.
      *****************************************************************
           IF UT-DLI-RULE-COUNT IS LESS THAN UT-DLI-RULE-MAX
               ADD 1 TO UT-DLI-RULE-COUNT
               MOVE UT-DLI-RULE-COUNT TO UT-DLI-RULE-SUB
               MOVE UT-DLI-SET-FUNCTION
                   TO UT-DLI-RULE-FUNCTION(UT-DLI-RULE-SUB)
               MOVE UT-DLI-SET-NAME
                   TO UT-DLI-RULE-SEGMENT(UT-DLI-RULE-SUB)
               MOVE UT-DLI-SET-CALL-NO
                   TO UT-DLI-RULE-CALL-NO(UT-DLI-RULE-SUB)
               MOVE ZERO TO UT-DLI-RULE-SEEN(UT-DLI-RULE-SUB)
               MOVE UT-DLI-SET-STATUS
                   TO UT-DLI-RULE-STATUS(UT-DLI-RULE-SUB)
           ELSE
               DISPLAY 'MOCK DLI: MORE THAN ' UT-DLI-RULE-MAX
                       ' ON CARDS - ' UT-DLI-SET-FUNCTION ' '
                       UT-DLI-SET-NAME ' IGNORED'
           END-IF
           .
       UT-DLI-CALL.
      *****************************************************************
      * RUN ONE CALL 'CBLTDLI' OF THE PROGRAM UNDER TEST AGAINST THE
      * EMULATED DATABASE. THE GENERATED CODE HAS ALREADY MOVED THE
      * FUNCTION CODE, I/O AREA AND SSAS IN; IT MOVES THE PCB FIELDS
      * AND (WHEN UT-DLI-RETRIEVED) THE I/O AREA BACK OUT AFTERWARDS.
      * AN ON CARD THAT FIRES REPLACES THE CALL BY ITS STATUS CODE.
      *****************************************************************
           SET UT-DLI-NOT-RETRIEVED TO TRUE
           MOVE ZERO TO UT-DLI-FOUND-SUB
           MOVE SPACES TO UT-DLI-PCB-STATUS
                          UT-DLI-TARGET-NAME
           SET UT-DLI-UNQUALIFIED TO TRUE
           IF UT-DLI-SSA-COUNT IS GREATER THAN ZERO
               MOVE UT-DLI-SSA(UT-DLI-SSA-COUNT) TO UT-DLI-SSA-WORK
               PERFORM UT-DLI-PARSE-SSA
               MOVE UT-DLI-SSA-NAME TO UT-DLI-TARGET-NAME
           END-IF

           PERFORM UT-DLI-APPLY-RULES
           IF UT-DLI-NO-RULE-FIRED
               EVALUATE TRUE
                   WHEN UT-DLI-FUNC-GU
                        MOVE ZERO TO UT-DLI-FLOOR-LEVEL
                        MOVE 1 TO UT-DLI-SUB
                        PERFORM UT-DLI-SCAN
                        IF UT-DLI-FOUND-SUB IS EQUAL TO ZERO
                            MOVE 'GE' TO UT-DLI-PCB-STATUS
                        ELSE
                            MOVE UT-DLI-FOUND-SUB TO UT-DLI-PARENTAGE
                            PERFORM UT-DLI-GOT-SEGMENT
                        END-IF
                   WHEN UT-DLI-FUNC-GN
                        MOVE ZERO TO UT-DLI-FLOOR-LEVEL
                        COMPUTE UT-DLI-SUB = UT-DLI-CURRENT + 1
                        END-COMPUTE
                        PERFORM UT-DLI-SCAN
                        IF UT-DLI-FOUND-SUB IS EQUAL TO ZERO
                            IF UT-DLI-QUALIFIED
                                MOVE 'GE' TO UT-DLI-PCB-STATUS
                            ELSE
                                MOVE 'GB' TO UT-DLI-PCB-STATUS
                                MOVE UT-DLI-SEG-COUNT TO UT-DLI-CURRENT
                            END-IF
                        ELSE
                            MOVE UT-DLI-FOUND-SUB TO UT-DLI-PARENTAGE
                            PERFORM UT-DLI-GOT-SEGMENT
                        END-IF
                   WHEN UT-DLI-FUNC-GNP
                        IF UT-DLI-PARENTAGE IS EQUAL TO ZERO
                            MOVE 'GP' TO UT-DLI-PCB-STATUS
                        ELSE
                            MOVE UT-DLI-SEG-LEVEL(UT-DLI-PARENTAGE)
                                TO UT-DLI-FLOOR-LEVEL
                            IF UT-DLI-CURRENT IS GREATER THAN
                                    UT-DLI-PARENTAGE
                                COMPUTE UT-DLI-SUB = UT-DLI-CURRENT + 1
                                END-COMPUTE
                            ELSE
                                COMPUTE UT-DLI-SUB =
                                    UT-DLI-PARENTAGE + 1
                                END-COMPUTE
                            END-IF
                            PERFORM UT-DLI-SCAN
                            IF UT-DLI-FOUND-SUB IS EQUAL TO ZERO
                                MOVE 'GE' TO UT-DLI-PCB-STATUS
                            ELSE
                                PERFORM UT-DLI-GOT-SEGMENT
                            END-IF
                        END-IF
                   WHEN UT-DLI-FUNC-ISRT
                        PERFORM UT-DLI-ISRT THRU UT-DLI-ISRT-FIM
                   WHEN UT-DLI-FUNC-REPL
                        PERFORM UT-DLI-REPL
                   WHEN UT-DLI-FUNC-DLET
                        PERFORM UT-DLI-DLET
                   WHEN OTHER
                        MOVE 'AD' TO UT-DLI-PCB-STATUS
               END-EVALUATE
           END-IF

           IF UT-DLI-FUNC-HOLD
           AND UT-DLI-PCB-STATUS IS EQUAL TO SPACES
           AND UT-DLI-FOUND-SUB IS GREATER THAN ZERO
               MOVE UT-DLI-FOUND-SUB TO UT-DLI-HELD
           ELSE
               MOVE ZERO TO UT-DLI-HELD
           END-IF
           IF UT-DLI-PCB-STATUS IS EQUAL TO SPACES
           AND UT-DLI-FOUND-SUB IS GREATER THAN ZERO
               MOVE UT-DLI-SEG-LEVEL(UT-DLI-FOUND-SUB)
                   TO UT-DLI-PCB-LEVEL
               MOVE UT-DLI-SEG-NAME(UT-DLI-FOUND-SUB)
                   TO UT-DLI-PCB-SEGMENT
           END-IF
           PERFORM UT-DLI-COUNT-CALL
           .
       UT-DLI-APPLY-RULES.
      *****************************************************************
      * COUNT THIS CALL AGAINST EVERY ON CARD IT FITS, AND FIRE THE
      * FIRST ONE THAT IS DUE: ITS STATUS CODE BECOMES THE RESULT.
      *****************************************************************
           SET UT-DLI-NO-RULE-FIRED TO TRUE
           PERFORM VARYING UT-DLI-RULE-SUB FROM 1 BY 1
                   UNTIL UT-DLI-RULE-SUB IS GREATER THAN
                         UT-DLI-RULE-COUNT
               IF UT-DLI-RULE-FUNCTION(UT-DLI-RULE-SUB) IS EQUAL TO
                       UT-DLI-FUNCTION
               AND (UT-DLI-RULE-SEGMENT(UT-DLI-RULE-SUB) IS EQUAL TO
                       SPACES
                 OR UT-DLI-RULE-SEGMENT(UT-DLI-RULE-SUB) IS EQUAL TO
                       UT-DLI-TARGET-NAME)
                   ADD 1 TO UT-DLI-RULE-SEEN(UT-DLI-RULE-SUB)
                   IF UT-DLI-NO-RULE-FIRED
                   AND (UT-DLI-RULE-CALL-NO(UT-DLI-RULE-SUB) IS EQUAL
                           TO ZERO
                     OR UT-DLI-RULE-CALL-NO(UT-DLI-RULE-SUB) IS EQUAL
                           TO UT-DLI-RULE-SEEN(UT-DLI-RULE-SUB))
                       SET UT-DLI-RULE-FIRED TO TRUE
                       MOVE UT-DLI-RULE-STATUS(UT-DLI-RULE-SUB)
                           TO UT-DLI-PCB-STATUS
                   END-IF
               END-IF
           END-PERFORM
           .
       UT-DLI-PARSE-SSA.
      *****************************************************************
      * TAKE THE SSA IN UT-DLI-SSA-WORK APART. A QUALIFIED SSA HAS
      * '(' AFTER THE SEGMENT NAME (OR AFTER ITS COMMAND CODES), THEN
      * AN 8-BYTE FIELD NAME, A 2-BYTE RELATIONAL OPERATOR AND THE
      * VALUE UP TO THE LAST ')'. THE OPERATOR IS NORMALIZED TO EQ,
      * GE, GT, LE, LT OR NE.
      *****************************************************************
           MOVE UT-DLI-SSA-WORK(1:8) TO UT-DLI-SSA-NAME
           SET UT-DLI-UNQUALIFIED TO TRUE
           MOVE SPACES TO UT-DLI-QUAL-OPER
                          UT-DLI-QUAL-VALUE
           MOVE ZERO TO UT-DLI-QUAL-POS
                        UT-DLI-QUAL-LEN
           IF UT-DLI-SSA-WORK(9:1) IS EQUAL TO '(' OR '*'
               PERFORM VARYING UT-DLI-SUB2 FROM 9 BY 1
                       UNTIL UT-DLI-SUB2 IS GREATER THAN 60
                          OR UT-DLI-QUAL-POS IS GREATER THAN ZERO
                   IF UT-DLI-SSA-WORK(UT-DLI-SUB2:1) IS EQUAL TO '('
                       MOVE UT-DLI-SUB2 TO UT-DLI-QUAL-POS
                   END-IF
               END-PERFORM
           END-IF
           IF UT-DLI-QUAL-POS IS GREATER THAN ZERO
               SET UT-DLI-QUALIFIED TO TRUE
               MOVE UT-DLI-SSA-WORK(UT-DLI-QUAL-POS + 9:2)
                   TO UT-DLI-QUAL-OPER
               PERFORM VARYING UT-DLI-SUB2 FROM 80 BY -1
                       UNTIL UT-DLI-SUB2 IS LESS THAN
                             UT-DLI-QUAL-POS + 11
                          OR UT-DLI-QUAL-LEN IS GREATER THAN ZERO
                   IF UT-DLI-SSA-WORK(UT-DLI-SUB2:1) IS EQUAL TO ')'
                       COMPUTE UT-DLI-QUAL-LEN =
                           UT-DLI-SUB2 - UT-DLI-QUAL-POS - 11
                       END-COMPUTE
                   END-IF
               END-PERFORM
               IF UT-DLI-QUAL-LEN IS GREATER THAN 64
                   MOVE 64 TO UT-DLI-QUAL-LEN
               END-IF
               IF UT-DLI-QUAL-LEN IS GREATER THAN ZERO
                   MOVE UT-DLI-SSA-WORK(UT-DLI-QUAL-POS + 11:
                                        UT-DLI-QUAL-LEN)
                       TO UT-DLI-QUAL-VALUE
               END-IF
               EVALUATE UT-DLI-QUAL-OPER
                   WHEN '= '
                   WHEN ' ='
                   WHEN 'EQ'
                        MOVE 'EQ' TO UT-DLI-QUAL-OPER
                   WHEN '>='
                   WHEN '=>'
                   WHEN 'GE'
                        MOVE 'GE' TO UT-DLI-QUAL-OPER
                   WHEN '> '
                   WHEN ' >'
                   WHEN 'GT'
                        MOVE 'GT' TO UT-DLI-QUAL-OPER
                   WHEN '<='
                   WHEN '=<'
                   WHEN 'LE'
                        MOVE 'LE' TO UT-DLI-QUAL-OPER
                   WHEN '< '
                   WHEN ' <'
                   WHEN 'LT'
                        MOVE 'LT' TO UT-DLI-QUAL-OPER
                   WHEN OTHER
                        MOVE 'NE' TO UT-DLI-QUAL-OPER
               END-EVALUATE
           END-IF
           .
       UT-DLI-SCAN.
      *****************************************************************
      * SEARCH FORWARD FROM OCCURRENCE UT-DLI-SUB FOR THE FIRST ONE
      * THE CALL'S SSAS DESCRIBE, LEAVING IT IN UT-DLI-FOUND-SUB. THE
      * SEARCH STOPS AT THE FIRST OCCURRENCE AT OR ABOVE LEVEL
      * UT-DLI-FLOOR-LEVEL, WHICH BOUNDS GNP TO ITS PARENT'S SUBTREE
      * (ZERO LETS GU AND GN RUN TO THE END OF THE DATABASE).
      *****************************************************************
           MOVE ZERO TO UT-DLI-FOUND-SUB
           PERFORM UNTIL UT-DLI-SUB IS GREATER THAN UT-DLI-SEG-COUNT
                      OR UT-DLI-FOUND-SUB IS GREATER THAN ZERO
               IF UT-DLI-SEG-LEVEL(UT-DLI-SUB) IS NOT GREATER THAN
                       UT-DLI-FLOOR-LEVEL
                   COMPUTE UT-DLI-SUB = UT-DLI-SEG-COUNT + 1
                   END-COMPUTE
               ELSE
                   PERFORM UT-DLI-MATCH-PATH
                   IF UT-DLI-MATCH
                       MOVE UT-DLI-SUB TO UT-DLI-FOUND-SUB
                   ELSE
                       ADD 1 TO UT-DLI-SUB
                   END-IF
               END-IF
           END-PERFORM
           .
       UT-DLI-MATCH-PATH.
      *****************************************************************
      * DOES OCCURRENCE UT-DLI-SUB SATISFY THE CALL'S SSAS? THE LAST
      * SSA DESCRIBES THE OCCURRENCE ITSELF; EACH EARLIER SSA MUST
      * DESCRIBE ONE OF ITS ANCESTORS, HIGHER UP AS THE SSA LIST GOES
      * BACK. WITH NO SSAS AT ALL, ANY OCCURRENCE WILL DO.
      *****************************************************************
           SET UT-DLI-MATCH TO TRUE
           IF UT-DLI-SEG-DELETED(UT-DLI-SUB)
               SET UT-DLI-NO-MATCH TO TRUE
           ELSE
           IF UT-DLI-SSA-COUNT IS GREATER THAN ZERO
               MOVE UT-DLI-SSA(UT-DLI-SSA-COUNT) TO UT-DLI-SSA-WORK
               PERFORM UT-DLI-PARSE-SSA
               MOVE UT-DLI-SUB TO UT-DLI-ANC
               PERFORM UT-DLI-MATCH-QUAL
               COMPUTE UT-DLI-SSA-SUB = UT-DLI-SSA-COUNT - 1
               END-COMPUTE
               PERFORM UNTIL UT-DLI-SSA-SUB IS LESS THAN 1
                          OR UT-DLI-NO-MATCH
                   PERFORM UT-DLI-MATCH-ANCESTOR
                   SUBTRACT 1 FROM UT-DLI-SSA-SUB
               END-PERFORM
           END-IF
           END-IF

      * LEAVE THE LAST SSA PARSED FOR THE CALLER (GN NEEDS TO KNOW
      * WHETHER IT WAS QUALIFIED)

           IF UT-DLI-SSA-COUNT IS GREATER THAN 1
               MOVE UT-DLI-SSA(UT-DLI-SSA-COUNT) TO UT-DLI-SSA-WORK
               PERFORM UT-DLI-PARSE-SSA
           END-IF
           .
       UT-DLI-MATCH-ANCESTOR.
      *****************************************************************
      * CLIMB FROM UT-DLI-ANC TO THE NEAREST ANCESTOR OF THE SEGMENT
      * TYPE NAMED IN SSA UT-DLI-SSA-SUB AND CHECK ITS QUALIFICATION.
      *****************************************************************
           MOVE UT-DLI-SSA(UT-DLI-SSA-SUB) TO UT-DLI-SSA-WORK
           PERFORM UT-DLI-PARSE-SSA
           SET UT-DLI-ANC-NOT-FOUND TO TRUE
           PERFORM UNTIL UT-DLI-ANC IS EQUAL TO ZERO
                      OR UT-DLI-ANC-FOUND
               MOVE UT-DLI-SEG-PARENT(UT-DLI-ANC) TO UT-DLI-ANC
               IF UT-DLI-ANC IS GREATER THAN ZERO
                   IF UT-DLI-SEG-NAME(UT-DLI-ANC) IS EQUAL TO
                           UT-DLI-SSA-NAME
                       SET UT-DLI-ANC-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF UT-DLI-ANC-FOUND
               PERFORM UT-DLI-MATCH-QUAL
           ELSE
               SET UT-DLI-NO-MATCH TO TRUE
           END-IF
           .
       UT-DLI-MATCH-QUAL.
      *****************************************************************
      * DOES OCCURRENCE UT-DLI-ANC MATCH THE SSA JUST PARSED? THE
      * SEGMENT NAME MUST AGREE; FOR A QUALIFIED SSA THE SEQUENCE
      * FIELD MUST ALSO SATISFY THE RELATIONAL OPERATOR.
      *****************************************************************
           IF UT-DLI-SEG-NAME(UT-DLI-ANC) IS NOT EQUAL TO
                   UT-DLI-SSA-NAME
               SET UT-DLI-NO-MATCH TO TRUE
           ELSE
           IF UT-DLI-UNQUALIFIED
               SET UT-DLI-MATCH TO TRUE
           ELSE
               MOVE UT-DLI-SEG-KEY-LEN(UT-DLI-ANC) TO UT-DLI-CMP-LEN
               IF UT-DLI-CMP-LEN IS EQUAL TO ZERO
                   MOVE UT-DLI-QUAL-LEN TO UT-DLI-CMP-LEN
               END-IF
               IF UT-DLI-CMP-LEN IS EQUAL TO ZERO
                   MOVE 1 TO UT-DLI-CMP-LEN
               END-IF
               MOVE SPACES TO UT-DLI-SEG-KEY-WORK
               MOVE UT-DLI-SEG-IMAGE(UT-DLI-ANC)(1:UT-DLI-CMP-LEN)
                   TO UT-DLI-SEG-KEY-WORK
               SET UT-DLI-NO-MATCH TO TRUE
               EVALUATE UT-DLI-QUAL-OPER
                   WHEN 'EQ'
                        IF UT-DLI-SEG-KEY-WORK IS EQUAL TO
                                UT-DLI-QUAL-VALUE
                            SET UT-DLI-MATCH TO TRUE
                        END-IF
                   WHEN 'GE'
                        IF UT-DLI-SEG-KEY-WORK IS NOT LESS THAN
                                UT-DLI-QUAL-VALUE
                            SET UT-DLI-MATCH TO TRUE
                        END-IF
                   WHEN 'GT'
                        IF UT-DLI-SEG-KEY-WORK IS GREATER THAN
                                UT-DLI-QUAL-VALUE
                            SET UT-DLI-MATCH TO TRUE
                        END-IF
                   WHEN 'LE'
                        IF UT-DLI-SEG-KEY-WORK IS NOT GREATER THAN
                                UT-DLI-QUAL-VALUE
                            SET UT-DLI-MATCH TO TRUE
                        END-IF
                   WHEN 'LT'
                        IF UT-DLI-SEG-KEY-WORK IS LESS THAN
                                UT-DLI-QUAL-VALUE
                            SET UT-DLI-MATCH TO TRUE
                        END-IF
                   WHEN OTHER
                        IF UT-DLI-SEG-KEY-WORK IS NOT EQUAL TO
                                UT-DLI-QUAL-VALUE
                            SET UT-DLI-MATCH TO TRUE
                        END-IF
               END-EVALUATE
           END-IF
           END-IF
           .
       UT-DLI-GOT-SEGMENT.
      *****************************************************************
      * A GET CALL FOUND OCCURRENCE UT-DLI-FOUND-SUB: POSITION ON IT
      * AND HAND ITS IMAGE BACK.
      *****************************************************************
           MOVE UT-DLI-FOUND-SUB TO UT-DLI-CURRENT
           MOVE UT-DLI-SEG-IMAGE(UT-DLI-FOUND-SUB) TO UT-DLI-IO-AREA
           SET UT-DLI-RETRIEVED TO TRUE
           .
       UT-DLI-ISRT.
      *****************************************************************
      * INSERT THE SEGMENT IN UT-DLI-IO-AREA. THE LAST SSA NAMES ITS
      * TYPE; THE EARLIER ONES LOCATE THE PARENT, OR WITHOUT THEM THE
      * PARENT IS TAKEN FROM THE CURRENT POSITION. THE NEW OCCURRENCE
      * GOES AMONG ITS TWINS IN KEY SEQUENCE, AND AMONG ITS PARENT'S
      * OTHER CHILDREN IN THE ORDER THE TYPES WERE DECLARED. A TWIN
      * WITH THE SAME KEY IS REJECTED WITH II.
      *****************************************************************
           IF UT-DLI-SSA-COUNT IS EQUAL TO ZERO
               MOVE 'AJ' TO UT-DLI-PCB-STATUS
               GO TO UT-DLI-ISRT-FIM
           END-IF
           MOVE UT-DLI-TARGET-NAME TO UT-DLI-TYPE-WANTED
           PERFORM UT-DLI-FIND-TYPE
           IF UT-DLI-TYPE-SUB IS EQUAL TO ZERO
               MOVE 'AJ' TO UT-DLI-PCB-STATUS
               GO TO UT-DLI-ISRT-FIM
           END-IF
           MOVE UT-DLI-TYPE-SUB TO UT-DLI-NEW-TYPE

      * LOCATE THE PARENT OCCURRENCE

           MOVE ZERO TO UT-DLI-PARENT-SUB
           IF UT-DLI-TYPE-PARENT(UT-DLI-NEW-TYPE) IS NOT EQUAL TO
                   SPACES
               IF UT-DLI-SSA-COUNT IS GREATER THAN 1
                   SUBTRACT 1 FROM UT-DLI-SSA-COUNT
                   MOVE ZERO TO UT-DLI-FLOOR-LEVEL
                   MOVE 1 TO UT-DLI-SUB
                   PERFORM UT-DLI-SCAN
                   ADD 1 TO UT-DLI-SSA-COUNT
                   IF UT-DLI-FOUND-SUB IS GREATER THAN ZERO
                       IF UT-DLI-SEG-NAME(UT-DLI-FOUND-SUB) IS EQUAL TO
                               UT-DLI-TYPE-PARENT(UT-DLI-NEW-TYPE)
                           MOVE UT-DLI-FOUND-SUB TO UT-DLI-PARENT-SUB
                       END-IF
                   END-IF
                   MOVE ZERO TO UT-DLI-FOUND-SUB
               ELSE
                   MOVE UT-DLI-CURRENT TO UT-DLI-ANC
                   PERFORM UNTIL UT-DLI-ANC IS EQUAL TO ZERO
                              OR UT-DLI-PARENT-SUB IS GREATER THAN ZERO
                       IF UT-DLI-SEG-NAME(UT-DLI-ANC) IS EQUAL TO
                               UT-DLI-TYPE-PARENT(UT-DLI-NEW-TYPE)
                       AND UT-DLI-SEG-PRESENT(UT-DLI-ANC)
                           MOVE UT-DLI-ANC TO UT-DLI-PARENT-SUB
                       ELSE
                           MOVE UT-DLI-SEG-PARENT(UT-DLI-ANC)
                               TO UT-DLI-ANC
                       END-IF
                   END-PERFORM
               END-IF
               IF UT-DLI-PARENT-SUB IS EQUAL TO ZERO
                   MOVE 'GE' TO UT-DLI-PCB-STATUS
                   GO TO UT-DLI-ISRT-FIM
               END-IF
           END-IF

      * FIND ITS PLACE AMONG THE PARENT'S CHILDREN (THE ROOTS, FOR A
      * ROOT SEGMENT): BEFORE THE FIRST CHILD OF A LATER TYPE, OR OF
      * THE SAME TYPE WITH A HIGHER KEY; ELSE AT THE END OF THE
      * PARENT'S SUBTREE.

           MOVE SPACES TO UT-DLI-NEW-KEY
           MOVE UT-DLI-TYPE-KEY-LEN(UT-DLI-NEW-TYPE) TO UT-DLI-CMP-LEN
           IF UT-DLI-CMP-LEN IS GREATER THAN ZERO
               MOVE UT-DLI-IO-AREA(1:UT-DLI-CMP-LEN) TO UT-DLI-NEW-KEY
           END-IF
           MOVE ZERO TO UT-DLI-INSERT-AT
           COMPUTE UT-DLI-SUB = UT-DLI-PARENT-SUB + 1
           END-COMPUTE
           PERFORM UNTIL UT-DLI-SUB IS GREATER THAN UT-DLI-SEG-COUNT
                      OR UT-DLI-INSERT-AT IS GREATER THAN ZERO
                      OR UT-DLI-PCB-STATUS IS NOT EQUAL TO SPACES
               IF UT-DLI-PARENT-SUB IS GREATER THAN ZERO
               AND UT-DLI-SEG-LEVEL(UT-DLI-SUB) IS NOT GREATER THAN
                       UT-DLI-SEG-LEVEL(UT-DLI-PARENT-SUB)
                   MOVE UT-DLI-SUB TO UT-DLI-INSERT-AT
               ELSE
                   IF UT-DLI-SEG-PARENT(UT-DLI-SUB) IS EQUAL TO
                           UT-DLI-PARENT-SUB
                   AND UT-DLI-SEG-PRESENT(UT-DLI-SUB)
                       PERFORM UT-DLI-ISRT-CHECK-TWIN
                   END-IF
                   IF UT-DLI-INSERT-AT IS EQUAL TO ZERO
                       ADD 1 TO UT-DLI-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF UT-DLI-PCB-STATUS IS NOT EQUAL TO SPACES
               GO TO UT-DLI-ISRT-FIM
           END-IF
           IF UT-DLI-INSERT-AT IS EQUAL TO ZERO
               MOVE UT-DLI-SUB TO UT-DLI-INSERT-AT
           END-IF
           IF UT-DLI-SEG-COUNT IS NOT LESS THAN UT-DLI-SEG-MAX
               DISPLAY 'MOCK DLI: MORE THAN ' UT-DLI-SEG-MAX
                       ' SEGMENTS - ISRT ' UT-DLI-TARGET-NAME
                       ' REJECTED'
               MOVE 'UX' TO UT-DLI-PCB-STATUS
               GO TO UT-DLI-ISRT-FIM
           END-IF

      * OPEN A SLOT AT UT-DLI-INSERT-AT AND RENUMBER EVERYTHING THAT
      * POINTS PAST IT

           PERFORM VARYING UT-DLI-SUB2 FROM UT-DLI-SEG-COUNT BY -1
                   UNTIL UT-DLI-SUB2 IS LESS THAN UT-DLI-INSERT-AT
               MOVE UT-DLI-SEGMENT(UT-DLI-SUB2)
                   TO UT-DLI-SEGMENT(UT-DLI-SUB2 + 1)
           END-PERFORM
           ADD 1 TO UT-DLI-SEG-COUNT
           PERFORM VARYING UT-DLI-SUB2 FROM 1 BY 1
                   UNTIL UT-DLI-SUB2 IS GREATER THAN UT-DLI-SEG-COUNT
               IF UT-DLI-SEG-PARENT(UT-DLI-SUB2) IS NOT LESS THAN
                       UT-DLI-INSERT-AT
                   ADD 1 TO UT-DLI-SEG-PARENT(UT-DLI-SUB2)
               END-IF
           END-PERFORM
           IF UT-DLI-PARENTAGE IS NOT LESS THAN UT-DLI-INSERT-AT
               ADD 1 TO UT-DLI-PARENTAGE
           END-IF

           MOVE UT-DLI-INSERT-AT TO UT-DLI-SUB2
           MOVE UT-DLI-TARGET-NAME TO UT-DLI-SEG-NAME(UT-DLI-SUB2)
           MOVE UT-DLI-PARENT-SUB TO UT-DLI-SEG-PARENT(UT-DLI-SUB2)
           IF UT-DLI-PARENT-SUB IS EQUAL TO ZERO
               MOVE 1 TO UT-DLI-SEG-LEVEL(UT-DLI-SUB2)
           ELSE
               COMPUTE UT-DLI-SEG-LEVEL(UT-DLI-SUB2) =
                   UT-DLI-SEG-LEVEL(UT-DLI-PARENT-SUB) + 1
               END-COMPUTE
           END-IF
           MOVE UT-DLI-TYPE-KEY-LEN(UT-DLI-NEW-TYPE)
               TO UT-DLI-SEG-KEY-LEN(UT-DLI-SUB2)
           MOVE UT-DLI-IO-AREA TO UT-DLI-SEG-IMAGE(UT-DLI-SUB2)
           SET UT-DLI-SEG-PRESENT(UT-DLI-SUB2) TO TRUE
           MOVE UT-DLI-SUB2 TO UT-DLI-CURRENT
                               UT-DLI-FOUND-SUB
           .
       UT-DLI-ISRT-FIM.
           EXIT.
       UT-DLI-ISRT-CHECK-TWIN.
      *****************************************************************
      * COMPARE THE SEGMENT BEING INSERTED WITH CHILD UT-DLI-SUB OF
      * THE SAME PARENT: IT GOES BEFORE A CHILD OF A LATER TYPE OR A
      * TWIN WITH A HIGHER KEY; AN EQUAL KEY IS A DUPLICATE (II).
      *****************************************************************
           MOVE UT-DLI-SEG-NAME(UT-DLI-SUB) TO UT-DLI-TYPE-WANTED
           PERFORM UT-DLI-FIND-TYPE
           IF UT-DLI-TYPE-SUB IS GREATER THAN UT-DLI-NEW-TYPE
               MOVE UT-DLI-SUB TO UT-DLI-INSERT-AT
           ELSE
           IF UT-DLI-TYPE-SUB IS EQUAL TO UT-DLI-NEW-TYPE
           AND UT-DLI-CMP-LEN IS GREATER THAN ZERO
               MOVE SPACES TO UT-DLI-SEG-KEY-WORK
               MOVE UT-DLI-SEG-IMAGE(UT-DLI-SUB)(1:UT-DLI-CMP-LEN)
                   TO UT-DLI-SEG-KEY-WORK
               IF UT-DLI-SEG-KEY-WORK IS EQUAL TO UT-DLI-NEW-KEY
                   MOVE 'II' TO UT-DLI-PCB-STATUS
               ELSE
               IF UT-DLI-SEG-KEY-WORK IS GREATER THAN UT-DLI-NEW-KEY
                   MOVE UT-DLI-SUB TO UT-DLI-INSERT-AT
               END-IF
               END-IF
           END-IF
           END-IF
           .
       UT-DLI-REPL.
      *****************************************************************
      * REPLACE THE SEGMENT HELD BY THE LAST GET HOLD CALL. WITHOUT
      * A HOLD THE CALL GETS DJ; A CHANGED SEQUENCE FIELD GETS DA.
      *****************************************************************
           IF UT-DLI-HELD IS EQUAL TO ZERO
               MOVE 'DJ' TO UT-DLI-PCB-STATUS
           ELSE
               MOVE UT-DLI-SEG-KEY-LEN(UT-DLI-HELD) TO UT-DLI-CMP-LEN
               IF UT-DLI-CMP-LEN IS GREATER THAN ZERO
               AND UT-DLI-IO-AREA(1:UT-DLI-CMP-LEN) IS NOT EQUAL TO
                   UT-DLI-SEG-IMAGE(UT-DLI-HELD)(1:UT-DLI-CMP-LEN)
                   MOVE 'DA' TO UT-DLI-PCB-STATUS
               ELSE
                   MOVE UT-DLI-IO-AREA
                       TO UT-DLI-SEG-IMAGE(UT-DLI-HELD)
                   MOVE UT-DLI-HELD TO UT-DLI-FOUND-SUB
               END-IF
           END-IF
           .
       UT-DLI-DLET.
      *****************************************************************
      * DELETE THE SEGMENT HELD BY THE LAST GET HOLD CALL, ALONG WITH
      * ALL ITS DEPENDENTS. WITHOUT A HOLD THE CALL GETS DJ.
      *****************************************************************
           IF UT-DLI-HELD IS EQUAL TO ZERO
               MOVE 'DJ' TO UT-DLI-PCB-STATUS
           ELSE
               SET UT-DLI-SEG-DELETED(UT-DLI-HELD) TO TRUE
               COMPUTE UT-DLI-SUB = UT-DLI-HELD + 1
               END-COMPUTE
               PERFORM UNTIL UT-DLI-SUB IS GREATER THAN
                             UT-DLI-SEG-COUNT
                   IF UT-DLI-SEG-LEVEL(UT-DLI-SUB) IS GREATER THAN
                           UT-DLI-SEG-LEVEL(UT-DLI-HELD)
                       SET UT-DLI-SEG-DELETED(UT-DLI-SUB) TO TRUE
                       ADD 1 TO UT-DLI-SUB
                   ELSE
                       COMPUTE UT-DLI-SUB = UT-DLI-SEG-COUNT + 1
                       END-COMPUTE
                   END-IF
               END-PERFORM
               MOVE UT-DLI-HELD TO UT-DLI-FOUND-SUB
           END-IF
           .
       UT-DLI-COUNT-CALL.
      *****************************************************************
      * COUNT THE CALL UNDER ITS FUNCTION CODE AND SEGMENT: THE ONE
      * THE LAST SSA NAMES, ELSE THE ONE THE CALL REACHED.
      *****************************************************************
           IF UT-DLI-TARGET-NAME IS EQUAL TO SPACES
           AND UT-DLI-FOUND-SUB IS GREATER THAN ZERO
               MOVE UT-DLI-SEG-NAME(UT-DLI-FOUND-SUB)
                   TO UT-DLI-TARGET-NAME
           END-IF
           MOVE ZERO TO UT-DLI-SUB2
           PERFORM VARYING UT-DLI-TALLY-SUB FROM 1 BY 1
                   UNTIL UT-DLI-TALLY-SUB IS GREATER THAN
                         UT-DLI-TALLY-COUNT
                      OR UT-DLI-SUB2 IS GREATER THAN ZERO
               IF UT-DLI-TALLY-FUNCTION(UT-DLI-TALLY-SUB) IS EQUAL TO
                       UT-DLI-FUNCTION
               AND UT-DLI-TALLY-SEGMENT(UT-DLI-TALLY-SUB) IS EQUAL TO
                       UT-DLI-TARGET-NAME
                   MOVE UT-DLI-TALLY-SUB TO UT-DLI-SUB2
               END-IF
           END-PERFORM
           IF UT-DLI-SUB2 IS EQUAL TO ZERO
               IF UT-DLI-TALLY-COUNT IS LESS THAN UT-DLI-TALLY-MAX
                   ADD 1 TO UT-DLI-TALLY-COUNT
                   MOVE UT-DLI-TALLY-COUNT TO UT-DLI-SUB2
                   MOVE UT-DLI-FUNCTION
                       TO UT-DLI-TALLY-FUNCTION(UT-DLI-SUB2)
                   MOVE UT-DLI-TARGET-NAME
                       TO UT-DLI-TALLY-SEGMENT(UT-DLI-SUB2)
                   MOVE ZERO TO UT-DLI-TALLY-TIMES(UT-DLI-SUB2)
               ELSE
                   DISPLAY 'MOCK DLI: MORE THAN ' UT-DLI-TALLY-MAX
                           ' FUNCTION/SEGMENT PAIRS - '
                           UT-DLI-FUNCTION ' ' UT-DLI-TARGET-NAME
                           ' NOT COUNTED'
               END-IF
           END-IF
           IF UT-DLI-SUB2 IS GREATER THAN ZERO
               ADD 1 TO UT-DLI-TALLY-TIMES(UT-DLI-SUB2)
           END-IF
           .
       UT-DLI-SUM-TALLY.
      *****************************************************************
      * ADD UP THE CALLS WITH FUNCTION CODE UT-DLI-FIND-FUNCTION
      * AGAINST SEGMENT UT-DLI-FIND-SEGMENT (ANY SEGMENT WHEN BLANK).
      *****************************************************************
           MOVE ZERO TO UT-DLI-FIND-TOTAL
           PERFORM VARYING UT-DLI-TALLY-SUB FROM 1 BY 1
                   UNTIL UT-DLI-TALLY-SUB IS GREATER THAN
                         UT-DLI-TALLY-COUNT
               IF UT-DLI-TALLY-FUNCTION(UT-DLI-TALLY-SUB) IS EQUAL TO
                       UT-DLI-FIND-FUNCTION
               AND (UT-DLI-FIND-SEGMENT IS EQUAL TO SPACES
                 OR UT-DLI-TALLY-SEGMENT(UT-DLI-TALLY-SUB) IS EQUAL TO
                       UT-DLI-FIND-SEGMENT)
                   ADD UT-DLI-TALLY-TIMES(UT-DLI-TALLY-SUB)
                       TO UT-DLI-FIND-TOTAL
               END-IF
           END-PERFORM
           .
       UT-DLI-ASSERT-CALLS.
      *****************************************************************
      * VERIFY DLI: THE USUAL ACCESS-COUNT ASSERTION, WITH A FAILURE
      * MESSAGE THAT NAMES THE FUNCTION CODE AND SEGMENT.
      *****************************************************************
           SET UT-DLI-VERIFYING TO TRUE
           PERFORM UT-ASSERT-ACCESSES
           SET UT-DLI-NOT-VERIFYING TO TRUE
           .
       UT-DLI-VERIFY-MESSAGE.
      *****************************************************************
      * FAILURE MESSAGE FOR A VERIFY DLI ASSERTION.
      *****************************************************************
           IF UT-DLI-FIND-SEGMENT IS EQUAL TO SPACES
               MOVE 'ANY' TO UT-DLI-FIND-SEGMENT
           END-IF
           IF UT-VERIFY-BETWEEN
               STRING
                   UT-FAILED                      DELIMITED BY SIZE
                   UT-TEST-CASE-NUMBER            DELIMITED BY SIZE
                   '. VERIFY DLI '                DELIMITED BY SIZE
                   UT-DLI-FIND-FUNCTION           DELIMITED BY SPACE
                   ' ON '                         DELIMITED BY SIZE
                   UT-DLI-FIND-SEGMENT            DELIMITED BY SPACE
                   ' | EXPECTED BETWEEN '         DELIMITED BY SIZE
                   UT-EXPECTED-ACCESSES-FMT       DELIMITED BY SIZE
                   ' AND '                        DELIMITED BY SIZE
                   UT-EXPECTED-ACCESSES-MAX-FMT   DELIMITED BY SIZE
                   SPACE                          DELIMITED BY SIZE
                   UT-LABEL-EXPECTED-ACCESS       DELIMITED BY SPACE
                   ', WAS '                       DELIMITED BY SIZE
                   UT-ACTUAL-ACCESSES-FMT         DELIMITED BY SIZE
                   INTO UT-DISPLAY-MESSAGE
               END-STRING
           ELSE
               STRING
                   UT-FAILED                      DELIMITED BY SIZE
                   UT-TEST-CASE-NUMBER            DELIMITED BY SIZE
                   '. VERIFY DLI '                DELIMITED BY SIZE
                   UT-DLI-FIND-FUNCTION           DELIMITED BY SPACE
                   ' ON '                         DELIMITED BY SIZE
                   UT-DLI-FIND-SEGMENT            DELIMITED BY SPACE
                   ' | EXPECTED '                 DELIMITED BY SIZE
                   UT-EXPECTED-ACCESSES-FMT       DELIMITED BY SIZE
                   SPACE                          DELIMITED BY SIZE
                   UT-LABEL-EXPECTED-ACCESS       DELIMITED BY SPACE
                   ', WAS '                       DELIMITED BY SIZE
                   UT-ACTUAL-ACCESSES-FMT         DELIMITED BY SIZE
                   INTO UT-DISPLAY-MESSAGE
               END-STRING
           END-IF
           .
       UT-BASELINE-NOTE-WRITE.
      *****************************************************************
      * A MOCKED WRITE JUST CAPTURED ITS RECORD INTO THE CURRENT MOCK
      * ENTRY. WHEN A BASELINE IS ARMED FOR THAT FILE, APPEND THE
      * RECORD IMAGE TO THE RUN'S WRITTEN STREAM, IN WRITE ORDER.
      * WITH THE BEHAVIOUR TRAIL OPEN, EVERY MOCKED WRITE (TO ANY
      * FILE) ALSO GOES TO IT.
      *****************************************************************
           IF UT-BASE-ACTIVE
           AND UT-MOCK-FILENAME(UT-MOCK-IX) IS EQUAL TO
               MOVE UT-MOCK-RECORD(UT-MOCK-IX)(1:256)
                   TO UT-BASE-STREAM(UT-BASE-COUNT)
           END-IF
           IF UT-BHV-OPEN
               MOVE 'W' TO UT-BHV-KIND
               MOVE UT-MOCK-FILENAME(UT-MOCK-IX) TO UT-BHV-LABEL
               MOVE UT-MOCK-RECORD(UT-MOCK-IX)(1:256) TO UT-BHV-DATA
               PERFORM UT-BEHAVIOUR-NOTE
           END-IF
           .
       UT-BASELINE-JUDGE.
      *****************************************************************
           MOVE UT-BASE-STREAM(UT-BASE-SUB) TO UT-BASELINE-NEW-RECORD
           WRITE UT-BASELINE-NEW-RECORD
           .
       UT-BEHAVIOUR-CASE-START.
      *****************************************************************
      * A TEST CASE IS STARTING. THE FIRST ONE TRIES TO OPEN THE
      * BEHAVIOUR TRAIL ON UTCOMPAR; WITHOUT THE DD THE TRAIL STAYS
      * OFF FOR THE WHOLE RUN. WITH IT OPEN, EACH CASE BEGINS WITH A
      * NAME RECORD, SO THE TWO TRAILS LINE UP CASE BY CASE.
      *****************************************************************
           IF UT-BHV-NOT-TRIED
               OPEN OUTPUT UT-BEHAVIOUR-FILE
               IF UT-BHV-STATUS IS EQUAL TO '00'
                   SET UT-BHV-OPEN TO TRUE
               ELSE
                   SET UT-BHV-ABSENT TO TRUE
               END-IF
           END-IF
           IF UT-BHV-OPEN
               ADD 1 TO UT-BHV-CASE-SEQ
               MOVE ZERO TO UT-BHV-ITEM-SEQ
               MOVE 'N' TO UT-BHV-KIND
               MOVE SPACES TO UT-BHV-LABEL
               MOVE UT-TEST-CASE-NAME TO UT-BHV-DATA
               PERFORM UT-BEHAVIOUR-NOTE
           END-IF
           .
       UT-BEHAVIOUR-NOTE.
      *****************************************************************
      * ONE ITEM OF THE CURRENT CASE (KIND, LABEL AND IMAGE ALREADY
      * IN UT-BHV-KIND/-LABEL/-DATA) TO THE BEHAVIOUR TRAIL.
      *****************************************************************
           MOVE SPACES TO UT-BEHAVIOUR-RECORD
           MOVE UT-BHV-CASE-SEQ TO UT-BHV-REC-CASE
           MOVE UT-BHV-KIND TO UT-BHV-REC-KIND
           MOVE UT-BHV-ITEM-SEQ TO UT-BHV-REC-ITEM
           MOVE UT-TEST-CASE-ID TO UT-BHV-REC-CASE-ID
           MOVE UT-BHV-LABEL TO UT-BHV-REC-LABEL
           MOVE UT-BHV-DATA TO UT-BHV-REC-DATA
           WRITE UT-BEHAVIOUR-RECORD
           ADD 1 TO UT-BHV-ITEM-SEQ
           .
       UT-BEHAVIOUR-FINISH.
           IF UT-BHV-OPEN
               CLOSE UT-BEHAVIOUR-FILE
               SET UT-BHV-ABSENT TO TRUE
           END-IF
           .
       UT-DRAFT-NOTE.
      *****************************************************************
      * RECORD MODE: FILE ONE OBSERVED EVENT (A SUCCESSFUL READ, A
               CLOSE UT-RERUN-FILE
           END-IF
           .
       UT-TRACE-ADD-LINK.
      *****************************************************************
      * A TICKETS LINE NAMED UT-TRACE-NEW-TICKET FOR THE RUNNING CASE:
      * REMEMBER THE CASE ID / TICKET PAIR, ONCE, FOR THE TRACE
      * RECORDS WRITTEN AT END OF RUN. THE PRECOMPILER ONLY GENERATES
      * THIS FOR CASES THAT CARRY AN ID CLAUSE.
      *****************************************************************
           SET UT-TRACE-LINK-NEW TO TRUE
           PERFORM VARYING UT-TRACE-SUB FROM 1 BY 1
                   UNTIL UT-TRACE-SUB IS GREATER THAN UT-TRACE-COUNT
                      OR UT-TRACE-LINK-KNOWN
               IF UT-TRACE-CASE-ID(UT-TRACE-SUB) IS EQUAL TO
                       UT-TEST-CASE-ID
               AND UT-TRACE-TICKET(UT-TRACE-SUB) IS EQUAL TO
                       UT-TRACE-NEW-TICKET
                   SET UT-TRACE-LINK-KNOWN TO TRUE
               END-IF
           END-PERFORM
           IF UT-TRACE-LINK-NEW
           AND UT-TRACE-COUNT IS LESS THAN UT-TRACE-MAX
               ADD 1 TO UT-TRACE-COUNT
               MOVE UT-TEST-CASE-ID TO UT-TRACE-CASE-ID(UT-TRACE-COUNT)
               MOVE UT-TRACE-NEW-TICKET
                   TO UT-TRACE-TICKET(UT-TRACE-COUNT)
           END-IF
           .
       UT-TRACE-WRITE-LINKS.
      *****************************************************************
      * END OF RUN, CUTAUDIT STILL OPEN: ONE TRACE RECORD PER CASE /
      * TICKET LINK, STAMPED WITH THE SAME PROGRAM, DATE AND TIME AS
      * THE RUN RECORD JUST WRITTEN. THE LINK SEQUENCE TAKES THE
      * USERID'S PLACE IN THE KEY SO THE LINKS OF ONE RUN DO NOT
      * COLLIDE; THE TYPE BYTE 'T' IS WHAT THE RUN-RECORD READERS
      * SKIP ON. A CASE IS 'F' WHEN ITS ID IS ON THIS RUN'S FAILURE
      * DECK (SO A QUARANTINED FAILURE, WHICH THE DECK LEAVES OFF,
      * READS 'P' HERE AS IT DOES IN THE RUN TOTALS), 'P' OTHERWISE.
      *****************************************************************
           PERFORM VARYING UT-TRACE-SUB FROM 1 BY 1
                   UNTIL UT-TRACE-SUB IS GREATER THAN UT-TRACE-COUNT
               MOVE SPACES TO UT-AUDIT-TRACE-RECORD
               MOVE UT-TRACE-SUB TO UT-AUDIT-TRC-LINK-SEQ
               MOVE 'T' TO UT-AUDIT-TRC-TYPE
               MOVE UT-RESULTS-REC-PROGRAM TO UT-AUDIT-TRC-PROGRAM
               MOVE UT-AUDIT-DATE-CCYYMMDD TO UT-AUDIT-TRC-DATE
               MOVE UT-AUDIT-TIME-HHMMSSTH(1:6) TO UT-AUDIT-TRC-TIME
               MOVE UT-RESULTS-REC-USERID TO UT-AUDIT-TRC-USERID
               MOVE UT-TRACE-CASE-ID(UT-TRACE-SUB)
                   TO UT-AUDIT-TRC-CASE-ID
               MOVE UT-TRACE-TICKET(UT-TRACE-SUB)
                   TO UT-AUDIT-TRC-TICKET
               MOVE 'P' TO UT-AUDIT-TRC-RESULT
               PERFORM VARYING UT-RERUN-SUB FROM 1 BY 1
                       UNTIL UT-RERUN-SUB IS GREATER THAN
                             UT-RERUN-COUNT
                   IF UT-RERUN-ID(UT-RERUN-SUB) IS EQUAL TO
                           UT-TRACE-CASE-ID(UT-TRACE-SUB)
                       MOVE 'F' TO UT-AUDIT-TRC-RESULT
                   END-IF
               END-PERFORM
               WRITE UT-AUDIT-TRACE-RECORD
                   INVALID KEY
                       REWRITE UT-AUDIT-TRACE-RECORD
                       END-REWRITE
               END-WRITE
           END-PERFORM
           .
       UT-TIMER-START.                                                  00037210
      ***************************************************************** 00037220
      * A TEST CASE IS STARTING: CLOSE THE PREVIOUS CASE'S TIMING       00037230
