           MOVE 'ABC' TO RAW-VALUE
           PERFORM 7950-ENCLOSE-IN-QUOTES
       EXPECT QUOTED-VALUE TO BE "'ABC'"

       TESTCASE 'dli number move rejects a value that is not a number'
           SET TOKEN-IX TO 1
           MOVE 'TWO' TO TOKEN(TOKEN-IX)
           MOVE 'UT-DLI-SET-CALL-NO' TO GEN-TARGET-NAME
           SET NO-MOCK-SYNTAX-ERROR TO TRUE
           PERFORM 5103-GEN-DLI-NUMBER-MOVE
       EXPECT MOCK-SYNTAX-ERROR TO BE TRUE

       TESTCASE 'dli number move accepts a call number'
           SET TOKEN-IX TO 1
           MOVE '2' TO TOKEN(TOKEN-IX)
           MOVE 'UT-DLI-SET-CALL-NO' TO GEN-TARGET-NAME
           SET NO-MOCK-SYNTAX-ERROR TO TRUE
           MOVE SPACES TO GENERATED-SOURCE-STATEMENTS
           SET STATEMENT-IX TO 1
           PERFORM 5103-GEN-DLI-NUMBER-MOVE
       EXPECT NO-MOCK-SYNTAX-ERROR TO BE TRUE

       TESTCASE 'continuation literal is joined onto the mock record'
           SET TOKEN-IX TO 1
           MOVE 1 TO MOCK-RECORD-LIST-COUNT
           MOVE "'AB'" TO MOCK-RECORD-LIST-ENTRY(1)
           MOVE "'CD'" TO TOKEN(TOKEN-IX)
           SET MOCK-JOIN-KEEP TO TRUE
           MOVE '           END-MOCK' TO TEST-CASE-LINE
           MOVE 12 TO KEYWORD-OFFSET
           PERFORM 4905-JOIN-CONTINUATION-LITERALS
       EXPECT MOCK-RECORD-LIST-ENTRY(1) TO BE "'ABCD'"

       TESTCASE 'tickets inside a displayed literal is not the keyword'
           SET COPY-SOURCE TO TRUE
           MOVE "           DISPLAY 'TICKETS 1'" TO TEST-CASE-LINE
           PERFORM 4750-KEYWORD-TICKETS
       EXPECT COPY-SOURCE TO BE TRUE
