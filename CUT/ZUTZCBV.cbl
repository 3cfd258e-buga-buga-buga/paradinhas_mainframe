       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ZUTZCBV.
      *****************************************************************
      * This work is licensed under a Creative Commons
      * Attribution-ShareAlike 4.0 International license.
      * See http://creativecommons.org/licenses/by-sa/4.0/.
      *
      * Boundary-value test case drafts from the PICTUREs of a
      * program. Most escaped defects sit at the edges of a field - a
      * PIC 9(3) counter wrapping at 999, a S9(4)V99 amount receiving
      * a negative value, a date field receiving zeros - and the
      * PICTURE alone tells where those edges are. This program reads
      * the source of one program, takes the LINKAGE SECTION or one
      * chosen data group, and for every elementary numeric or date
      * field writes a draft UTESTS fragment with one TESTCASE per
      * edge, the input already MOVEd into the field:
      *
      *   numeric    zero, maximum, maximum plus one (the field is set
      *              to its maximum and one unit is ADDed, so it holds
      *              what an overflow leaves), and for signed fields
      *              the minimum and a negative value; for USAGE
      *              DISPLAY also non-numeric garbage in the field's
      *              bytes
      *   date       (numeric CCYYMMDD or alphanumeric CCYY-MM-DD, by
      *              a name with DATA, DATE or DT) an impossible day
      *              and the 29th of February of a leap year; the
      *              alphanumeric ones also spaces, zeros and garbage
      *
      * The paragraph to PERFORM and the EXPECTs are left as comment
      * cards for the developer to complete - a draft member is not
      * meant to run as written. Edited fields, fields with P scaling
      * and floating point fields are listed as skipped. COPY members
      * are not expanded.
      *
      * -- Input --
      * SRCPRG    The source of the program (80-byte cards)
      * PARM      LINKAGE            the whole LINKAGE SECTION (also
      *                              when there is no PARM), or
      *           GRUPO,<data-name>  the group (or elementary item)
      *                              of that name, in any section of
      *                              the DATA DIVISION
      *
      * -- Output --
      * UTDRAFT   The draft UTESTS fragment (80-byte cards)
      * SYSOUT    The fields taken and the cases per field (DISPLAY)
      * RETURN-CODE   0 when the draft has test cases,
      *               4 when the scope has no numeric or date field,
      *               8 when the scope is not in the program,
      *               16 on a file or PARM error
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE
               ASSIGN TO SRCPRG
               FILE STATUS IS SOURCE-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT DRAFT-FILE
               ASSIGN TO UTDRAFT
               FILE STATUS IS DRAFT-STATUS
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE
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
       FD  DRAFT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS DRAFT-CARD.
       01  DRAFT-CARD.
           05  FILLER                 PIC X(06).
           05  DRAFT-CARD-IND         PIC X(01).
           05  DRAFT-CARD-TEXT        PIC X(65).
           05  FILLER                 PIC X(08).
       WORKING-STORAGE SECTION.
       01  SOURCE-STATUS              PIC X(02).
           88  SOURCE-OK                  VALUE '00'.
       01  DRAFT-STATUS               PIC X(02).
           88  DRAFT-OK                   VALUE '00'.
       01  CBV-SWITCHES.
           05  CBV-MORE-CARDS         PIC X(01) VALUE 'Y'.
               88  CBV-NO-MORE-CARDS      VALUE 'N'.
           05  CBV-TOKEN-SW           PIC X(01) VALUE 'N'.
               88  CBV-TOKEN-FOUND        VALUE 'Y'.
               88  CBV-END-OF-SCAN        VALUE 'N'.
           05  CBV-QUOTE              PIC X(01) VALUE SPACE.
               88  CBV-OUTSIDE-LITERAL    VALUE SPACE.
           05  CBV-SEPARATE-SW        PIC X(01) VALUE 'N'.
               88  CBV-SIGN-SEPARATE      VALUE 'Y'.
           05  CBV-AFTER-V-SW         PIC X(01) VALUE 'N'.
               88  CBV-AFTER-V            VALUE 'Y'.
           05  CBV-SCALED-SW          PIC X(01) VALUE 'N'.
               88  CBV-PIC-SCALED         VALUE 'Y'.
      * O que se quer do programa: a LINKAGE toda ou um grupo
           05  CBV-MODE               PIC X(01) VALUE 'L'.
               88  CBV-MODE-LINKAGE       VALUE 'L'.
               88  CBV-MODE-GROUP         VALUE 'G'.
      * Onde o grupo escolhido esta em relacao ao cartao corrente
           05  CBV-GROUP-STATE        PIC X(01) VALUE 'A'.
               88  CBV-GROUP-AHEAD        VALUE 'A'.
               88  CBV-GROUP-INSIDE       VALUE 'I'.
               88  CBV-GROUP-PASSED       VALUE 'P'.
      * Em que parte do programa o cartao esta
           05  CBV-AREA               PIC X(01) VALUE 'I'.
               88  CBV-AREA-IDENTIFICATION VALUE 'I'.
               88  CBV-AREA-DATA          VALUE 'D'.
               88  CBV-AREA-LINKAGE       VALUE 'L'.
           05  CBV-SCOPE-SW           PIC X(01) VALUE 'N'.
               88  CBV-SCOPE-FOUND        VALUE 'Y'.
      * O que o proximo token de uma entrada de dados e'
           05  CBV-EXPECT             PIC X(01) VALUE SPACE.
               88  CBV-EXPECT-NOTHING     VALUE SPACE.
               88  CBV-EXPECT-PICTURE     VALUE 'P'.
               88  CBV-EXPECT-OCCURS      VALUE 'O'.
               88  CBV-EXPECT-VALUE       VALUE 'V'.
       01  CBV-COUNTERS.
           05  CBV-CARDS-READ         PIC 9(07) VALUE ZEROES.
           05  CBV-FIELDS-TAKEN       PIC 9(05) VALUE ZEROES.
           05  CBV-FIELDS-SKIPPED     PIC 9(05) VALUE ZEROES.
           05  CBV-CASES-WRITTEN      PIC 9(05) VALUE ZEROES.
           05  CBV-COPIES-IN-SCOPE    PIC 9(05) VALUE ZEROES.
           05  CBV-CARDS-WRITTEN      PIC 9(07) VALUE ZEROES.
       01  CBV-RETCODE                PIC 9(02) VALUE ZEROES.
       01  CBV-PROGRAM-NAME           PIC X(08) VALUE SPACES.
       01  CBV-RECORD-NAME            PIC X(30) VALUE SPACES.
       01  CBV-PARM-WORK.
           05  CBV-FUNCTION           PIC X(10) VALUE SPACES.
           05  CBV-GROUP-NAME         PIC X(30) VALUE SPACES.
           05  CBV-GROUP-LEVEL        PIC 9(02) VALUE ZEROES.
           05  CBV-SCOPE-TEXT         PIC X(40) VALUE SPACES.
      *****************************************************************
      * A ENTRADA DE DADOS CORRENTE E SUAS CLAUSULAS
      *****************************************************************
       01  CBV-ENTRY-WORK.
           05  CBV-ENTRY              PIC X(600) VALUE SPACES.
           05  CBV-ENTRY-LEN          PIC 9(04) COMP VALUE ZEROES.
           05  CBV-LEVEL              PIC 9(02) VALUE ZEROES.
           05  CBV-NAME               PIC X(30) VALUE SPACES.
           05  CBV-PICTURE            PIC X(30) VALUE SPACES.
           05  CBV-USAGE              PIC X(01) VALUE SPACE.
           05  CBV-OCCURS             PIC 9(05) COMP VALUE ZEROES.
      *****************************************************************
      * GRUPOS ABERTOS ACIMA DA ENTRADA CORRENTE: O NIVEL, SE O GRUPO
      * TEM OCCURS (CADA UM DA' UM INDICE AO CAMPO) E O USAGE QUE OS
      * ITENS DELE HERDAM
      *****************************************************************
       01  CBV-GROUP-STACK.
           05  CBV-DEPTH              PIC 9(02) COMP VALUE ZEROES.
           05  CBV-STACK-ENTRY OCCURS 50.
               10  CBV-STACK-LEVEL    PIC 9(02).
               10  CBV-STACK-OCCURS   PIC X(01).
               10  CBV-STACK-USAGE    PIC X(01).
       01  CBV-SUBSCRIPTS             PIC 9(02) COMP VALUE ZEROES.
      *****************************************************************
      * OS CAMPOS ELEMENTARES DO ESCOPO, NA ORDEM DO FONTE
      *****************************************************************
       01  CBV-FIELD-TABLE.
           05  CBV-FIELD-MAX          PIC 9(04) COMP VALUE 500.
           05  CBV-FIELD-COUNT        PIC 9(04) COMP VALUE ZEROES.
           05  CBV-FSUB               PIC 9(04) COMP VALUE ZEROES.
           05  CBV-GSUB               PIC 9(04) COMP VALUE ZEROES.
           05  CBV-FIELD-ENTRY OCCURS 500.
               10  CBV-FIELD-NAME     PIC X(30).
               10  CBV-FIELD-RECORD   PIC X(30).
               10  CBV-FIELD-PICTURE  PIC X(30).
               10  CBV-FIELD-USAGE    PIC X(01).
                   88  CBV-FIELD-DISPLAY      VALUE 'D'.
                   88  CBV-FIELD-PACKED       VALUE 'P'.
                   88  CBV-FIELD-BINARY       VALUE 'B'.
               10  CBV-FIELD-CLASS    PIC X(01).
                   88  CBV-FIELD-NUMERIC      VALUE '9'.
                   88  CBV-FIELD-ALPHANUMERIC VALUE 'X'.
               10  CBV-FIELD-SIGNED   PIC X(01).
                   88  CBV-FIELD-IS-SIGNED    VALUE 'S'.
               10  CBV-FIELD-DIGITS   PIC 9(02).
               10  CBV-FIELD-DECIMALS PIC 9(02).
               10  CBV-FIELD-LENGTH   PIC 9(05) COMP.
               10  CBV-FIELD-SUBSCRIPTS PIC 9(02) COMP.
               10  CBV-FIELD-DATE     PIC X(01).
                   88  CBV-FIELD-IS-DATE      VALUE 'Y'.
               10  CBV-FIELD-SKIP     PIC X(30).
      *****************************************************************
      * TAMANHO E TIPO DE UMA PICTURE
      *****************************************************************
       01  CBV-PICTURE-WORK.
           05  CBV-PIC-CHAR           PIC X(01) VALUE SPACE.
           05  CBV-PIC-REPEAT         PIC 9(05) COMP VALUE ZEROES.
           05  CBV-PIC-DIGIT          PIC 9(01) VALUE ZEROES.
           05  CBV-PIC-DISPLAY        PIC 9(05) COMP VALUE ZEROES.
           05  CBV-PIC-DIGITS         PIC 9(05) COMP VALUE ZEROES.
           05  CBV-PIC-DECIMALS       PIC 9(05) COMP VALUE ZEROES.
           05  CBV-PIC-CLASS          PIC X(01) VALUE SPACE.
               88  CBV-PIC-NUMERIC        VALUE '9'.
               88  CBV-PIC-ALPHANUMERIC   VALUE 'X'.
               88  CBV-PIC-EDITED         VALUE 'E'.
           05  CBV-PIC-SIGN           PIC X(01) VALUE SPACE.
           05  CBV-PIC-I              PIC 9(03) COMP VALUE ZEROES.
      *****************************************************************
      * MONTAGEM DOS CASOS
      *****************************************************************
       01  CBV-CASE-WORK.
           05  CBV-NINES              PIC X(18)
                                      VALUE '999999999999999999'.
           05  CBV-ZEROS              PIC X(18)
                                      VALUE '000000000000000000'.
           05  CBV-INTEGERS           PIC 9(02) VALUE ZEROES.
           05  CBV-MAX-VALUE          PIC X(40) VALUE SPACES.
           05  CBV-UNIT-VALUE         PIC X(40) VALUE SPACES.
           05  CBV-CASE-VALUE         PIC X(40) VALUE SPACES.
           05  CBV-CASE-LABEL         PIC X(24) VALUE SPACES.
           05  CBV-CASE-TITLE         PIC X(80) VALUE SPACES.
           05  CBV-TITLE-LEN          PIC 9(03) COMP VALUE ZEROES.
           05  CBV-TITLE-START        PIC 9(03) COMP VALUE ZEROES.
           05  CBV-REFERENCE          PIC X(80) VALUE SPACES.
           05  CBV-REF-LEN            PIC 9(03) COMP VALUE ZEROES.
           05  CBV-VALUE-LEN          PIC 9(03) COMP VALUE ZEROES.
           05  CBV-SAME-NAMES         PIC 9(04) COMP VALUE ZEROES.
           05  CBV-FIELD-CASES        PIC 9(02) VALUE ZEROES.
           05  CBV-SUB-TEXT           PIC X(20) VALUE SPACES.
           05  CBV-SUB-I              PIC 9(02) COMP VALUE ZEROES.
           05  CBV-SUB-P              PIC 9(02) COMP VALUE ZEROES.
       01  CBV-CARD-IND               PIC X(01) VALUE SPACE.
       01  CBV-TEXT                   PIC X(65) VALUE SPACES.
       01  CBV-FIELD-LINE.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  CBV-FL-NAME            PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CBV-FL-PICTURE         PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CBV-FL-USAGE           PIC X(07).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CBV-FL-RESULT          PIC X(30).
       01  CBV-EDIT-CASES             PIC Z9.
      *****************************************************************
      * EXTRACAO DE TOKENS
      *****************************************************************
       01  CBV-SCAN-WORK.
           05  CBV-LINE               PIC X(65) VALUE SPACES.
           05  CBV-SCAN               PIC X(600) VALUE SPACES.
           05  CBV-SCAN-LEN           PIC 9(04) COMP VALUE ZEROES.
           05  CBV-P                  PIC 9(04) COMP VALUE ZEROES.
           05  CBV-Q                  PIC 9(04) COMP VALUE ZEROES.
           05  CBV-L                  PIC 9(04) COMP VALUE ZEROES.
           05  CBV-TOKEN-NO           PIC 9(03) COMP VALUE ZEROES.
           05  CBV-TOKEN              PIC X(30) VALUE SPACES.
           05  CBV-WORD-1             PIC X(30) VALUE SPACES.
           05  CBV-WORD-2             PIC X(30) VALUE SPACES.
       LINKAGE SECTION.
       01  CBV-PARM.
           05  CBV-PARM-LEN           PIC S9(4) COMP.
           05  CBV-PARM-TEXT          PIC X(40).
       PROCEDURE DIVISION USING CBV-PARM.
      *****************************************************************
      * ROTINA PRINCIPAL
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARD
               THRU 2000-PROCESS-CARD-SAI
               UNTIL CBV-NO-MORE-CARDS
           PERFORM 3000-WRITE-DRAFT
               THRU 3000-WRITE-DRAFT-SAI
           PERFORM 9999-TERMINATE
           MOVE CBV-RETCODE TO RETURN-CODE
           GOBACK.
      *****************************************************************
      * ENTENDE O PARM E ABRE O FONTE E O RASCUNHO
      *****************************************************************
       1000-INITIALIZE.
           IF CBV-PARM-LEN IS GREATER THAN ZEROES
               UNSTRING CBV-PARM-TEXT(1:CBV-PARM-LEN)
                   DELIMITED BY ','
                   INTO CBV-FUNCTION CBV-GROUP-NAME
               END-UNSTRING
           END-IF
           INSPECT CBV-FUNCTION CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT CBV-GROUP-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE CBV-FUNCTION
               WHEN SPACES
               WHEN 'LINKAGE'
                   SET CBV-MODE-LINKAGE TO TRUE
                   MOVE 'LINKAGE SECTION' TO CBV-SCOPE-TEXT
               WHEN 'GRUPO'
                   SET CBV-MODE-GROUP TO TRUE
                   MOVE CBV-GROUP-NAME TO CBV-SCOPE-TEXT
               WHEN OTHER
                   DISPLAY 'ZUTZCBV: PARM DEVE SER LINKAGE OU '
                       'GRUPO,<NOME-DE-DADO>'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           IF CBV-MODE-GROUP
           AND CBV-GROUP-NAME IS EQUAL TO SPACES
               DISPLAY 'ZUTZCBV: FALTA O NOME DO GRUPO NO PARM '
                   '(GRUPO,<NOME-DE-DADO>)'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SOURCE-FILE
           IF NOT SOURCE-OK
               DISPLAY 'ZUTZCBV: NAO FOI POSSIVEL ABRIR SRCPRG, '
                   'FILE STATUS = ' SOURCE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT DRAFT-FILE
           IF NOT DRAFT-OK
               DISPLAY 'ZUTZCBV: NAO FOI POSSIVEL ABRIR UTDRAFT, '
                   'FILE STATUS = ' DRAFT-STATUS
               CLOSE SOURCE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY '================================================='
           DISPLAY 'CASOS DE VALOR-LIMITE PELA PICTURE - CUT'
           DISPLAY '================================================='
           PERFORM 8000-READ-SOURCE-CARD
           .
      *****************************************************************
      * UM CARTAO: NA DATA DIVISION VAI PARA A ENTRADA CORRENTE; A
      * PROCEDURE DIVISION ENCERRA A LEITURA
      *****************************************************************
       2000-PROCESS-CARD.
           ADD 1 TO CBV-CARDS-READ
           IF SOURCE-CARD-COMMENT
               GO TO 2000-PROCESS-CARD-SAI
           END-IF
           MOVE SOURCE-CARD-TEXT TO CBV-LINE
           INSPECT CBV-LINE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 7050-MASK-LITERALS
           PERFORM 7060-TAKE-FIRST-WORDS

           IF CBV-WORD-1 IS EQUAL TO 'PROGRAM-ID'
           AND CBV-PROGRAM-NAME IS EQUAL TO SPACES
               MOVE CBV-WORD-2(1:8) TO CBV-PROGRAM-NAME
               GO TO 2000-PROCESS-CARD-SAI
           END-IF
           IF CBV-WORD-2 IS EQUAL TO 'DIVISION'
               EVALUATE CBV-WORD-1
                   WHEN 'DATA'
                       SET CBV-AREA-DATA TO TRUE
                   WHEN 'PROCEDURE'
                       PERFORM 2200-END-OF-ENTRY
                       SET CBV-NO-MORE-CARDS TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               GO TO 2000-PROCESS-CARD-SAI
           END-IF
           IF CBV-AREA-IDENTIFICATION
               GO TO 2000-PROCESS-CARD-SAI
           END-IF
           IF CBV-WORD-2 IS EQUAL TO 'SECTION'
               PERFORM 2200-END-OF-ENTRY
               MOVE ZEROES TO CBV-DEPTH
               PERFORM 4100-LEAVE-GROUP
               IF CBV-WORD-1 IS EQUAL TO 'LINKAGE'
                   SET CBV-AREA-LINKAGE TO TRUE
               ELSE
                   SET CBV-AREA-DATA TO TRUE
               END-IF
               GO TO 2000-PROCESS-CARD-SAI
           END-IF
           PERFORM 2100-ENTRY-LINE.
       2000-PROCESS-CARD-SAI.
           IF NOT CBV-NO-MORE-CARDS
               PERFORM 8000-READ-SOURCE-CARD
           END-IF
           .
      *****************************************************************
      * JUNTA O CARTAO A ENTRADA CORRENTE; O PONTO NO FIM DO CARTAO
      * FECHA A ENTRADA, QUE ENTAO E' INTERPRETADA
      *****************************************************************
       2100-ENTRY-LINE.
           IF CBV-ENTRY-LEN IS LESS THAN 530
               MOVE CBV-LINE TO CBV-ENTRY(CBV-ENTRY-LEN + 1:65)
               ADD 66 TO CBV-ENTRY-LEN
           END-IF
           MOVE 65 TO CBV-Q
           PERFORM UNTIL CBV-Q IS EQUAL TO ZEROES
                      OR CBV-LINE(CBV-Q:1) IS NOT EQUAL TO SPACE
               SUBTRACT 1 FROM CBV-Q
           END-PERFORM
           IF CBV-Q IS GREATER THAN ZEROES
           AND CBV-LINE(CBV-Q:1) IS EQUAL TO '.'
               PERFORM 2200-END-OF-ENTRY
           END-IF
           .
       2200-END-OF-ENTRY.
           IF CBV-ENTRY-LEN IS GREATER THAN ZEROES
               PERFORM 4000-PROCESS-ENTRY
                   THRU 4000-PROCESS-ENTRY-SAI
           END-IF
           MOVE SPACES TO CBV-ENTRY
           MOVE ZEROES TO CBV-ENTRY-LEN
           .
      *****************************************************************
      * O RASCUNHO: CABECALHO, A TESTSUITE E OS CASOS DE CADA CAMPO
      *****************************************************************
       3000-WRITE-DRAFT.
           IF NOT CBV-SCOPE-FOUND
               DISPLAY 'ZUTZCBV: ' CBV-SCOPE-TEXT
                   ' NAO ENCONTRADO NO PROGRAMA ' CBV-PROGRAM-NAME
               MOVE 8 TO CBV-RETCODE
               GO TO 3000-WRITE-DRAFT-SAI
           END-IF
           DISPLAY 'PROGRAMA ' CBV-PROGRAM-NAME '  ESCOPO '
               CBV-SCOPE-TEXT
           DISPLAY ' '
           MOVE '*' TO CBV-CARD-IND
           MOVE ALL '-' TO CBV-TEXT
           PERFORM 8100-WRITE-CARD
           MOVE SPACES TO CBV-TEXT
           STRING '   VALORES-LIMITE DE ' DELIMITED BY SIZE
                  CBV-PROGRAM-NAME DELIMITED BY SPACE
                  ' - ' DELIMITED BY SIZE
                  CBV-SCOPE-TEXT DELIMITED BY '  '
               INTO CBV-TEXT
           END-STRING
           PERFORM 8100-WRITE-CARD
           MOVE '   RASCUNHO: OS VALORES VEM DA PICTURE DE CADA CAMPO.'
               TO CBV-TEXT
           PERFORM 8100-WRITE-CARD
           MOVE '   ANTES DE USAR, PREPARAR OS DEMAIS CAMPOS DE ENTRADA'
               TO CBV-TEXT
           PERFORM 8100-WRITE-CARD
           MOVE '   E COMPLETAR O PERFORM E OS EXPECT DE CADA CASO.'
               TO CBV-TEXT
           PERFORM 8100-WRITE-CARD
           IF CBV-COPIES-IN-SCOPE IS GREATER THAN ZEROES
               MOVE '   HA COPY NO ESCOPO: OS CAMPOS DO COPY NAO ESTAO'
                   TO CBV-TEXT
               PERFORM 8100-WRITE-CARD
               MOVE '   NESTE RASCUNHO.' TO CBV-TEXT
               PERFORM 8100-WRITE-CARD
           END-IF
           MOVE ALL '-' TO CBV-TEXT
           PERFORM 8100-WRITE-CARD
           MOVE SPACE TO CBV-CARD-IND
           MOVE SPACES TO CBV-TEXT
           STRING 'TESTSUITE ''VALORES-LIMITE DE ' DELIMITED BY SIZE
                  CBV-SCOPE-TEXT DELIMITED BY '  '
                  '''' DELIMITED BY SIZE
               INTO CBV-TEXT
           END-STRING
           PERFORM 8100-WRITE-CARD
           PERFORM 5000-FIELD-CASES
               THRU 5000-FIELD-CASES-SAI
               VARYING CBV-FSUB FROM 1 BY 1
               UNTIL CBV-FSUB IS GREATER THAN CBV-FIELD-COUNT
           IF CBV-CASES-WRITTEN IS EQUAL TO ZEROES
               DISPLAY 'ZUTZCBV: NENHUM CAMPO NUMERICO OU DE DATA NO '
                   'ESCOPO'
               MOVE 4 TO CBV-RETCODE
           END-IF.
       3000-WRITE-DRAFT-SAI.
           EXIT.
      *****************************************************************
      * UMA ENTRADA COMPLETA DOS DADOS
      *****************************************************************
       4000-PROCESS-ENTRY.
           MOVE SPACES TO CBV-SCAN
           MOVE CBV-ENTRY TO CBV-SCAN
           MOVE 600 TO CBV-SCAN-LEN
           MOVE 1 TO CBV-P
           MOVE ZEROES TO CBV-TOKEN-NO
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           MOVE CBV-TOKEN TO CBV-WORD-1
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           MOVE CBV-TOKEN TO CBV-WORD-2
           EVALUATE TRUE
               WHEN CBV-WORD-1 IS EQUAL TO 'FD'
               WHEN CBV-WORD-1 IS EQUAL TO 'SD'
                   MOVE ZEROES TO CBV-DEPTH
                   PERFORM 4100-LEAVE-GROUP
               WHEN CBV-WORD-1 IS EQUAL TO 'COPY'
                   IF CBV-GROUP-INSIDE
                   OR (CBV-MODE-LINKAGE AND CBV-AREA-LINKAGE)
                       ADD 1 TO CBV-COPIES-IN-SCOPE
                       DISPLAY '   COPY ' CBV-WORD-2
                           ' NO ESCOPO - NAO EXPANDIDO'
                   END-IF
               WHEN CBV-WORD-1(1:2) IS NUMERIC
                AND CBV-WORD-1(3:1) IS EQUAL TO SPACE
                   MOVE CBV-WORD-1(1:2) TO CBV-LEVEL
                   PERFORM 4200-DATA-ITEM-ENTRY
                       THRU 4200-DATA-ITEM-ENTRY-SAI
               WHEN CBV-WORD-1(1:1) IS NUMERIC
                AND CBV-WORD-1(2:1) IS EQUAL TO SPACE
                   MOVE CBV-WORD-1(1:1) TO CBV-LEVEL
                   PERFORM 4200-DATA-ITEM-ENTRY
                       THRU 4200-DATA-ITEM-ENTRY-SAI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4000-PROCESS-ENTRY-SAI.
           EXIT.
       4100-LEAVE-GROUP.
           IF CBV-GROUP-INSIDE
               SET CBV-GROUP-PASSED TO TRUE
           END-IF
           .
      *****************************************************************
      * UMA ENTRADA DE DADOS: NIVEL, NOME, PICTURE, USAGE E OCCURS.
      * DECIDE SE O ITEM ESTA NO ESCOPO E, SE FOR ELEMENTAR, GUARDA
      *****************************************************************
       4200-DATA-ITEM-ENTRY.
           IF CBV-LEVEL IS EQUAL TO 88
           OR CBV-LEVEL IS EQUAL TO 66
           OR CBV-LEVEL IS EQUAL TO ZEROES
               GO TO 4200-DATA-ITEM-ENTRY-SAI
           END-IF
           IF CBV-LEVEL IS EQUAL TO 77
               MOVE 1 TO CBV-LEVEL
           END-IF
           MOVE SPACES TO CBV-NAME
           MOVE SPACES TO CBV-PICTURE
           MOVE SPACE TO CBV-USAGE
           MOVE 1 TO CBV-OCCURS
           MOVE 'N' TO CBV-SEPARATE-SW
           SET CBV-EXPECT-NOTHING TO TRUE
           MOVE CBV-WORD-2 TO CBV-TOKEN
           PERFORM 4210-ITEM-CLAUSE
               THRU 4210-ITEM-CLAUSE-SAI
           IF CBV-NAME IS EQUAL TO SPACES
               MOVE 'FILLER' TO CBV-NAME
           END-IF
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           PERFORM UNTIL CBV-END-OF-SCAN
               PERFORM 4210-ITEM-CLAUSE
                   THRU 4210-ITEM-CLAUSE-SAI
               PERFORM 7100-NEXT-TOKEN
                   THRU 7100-NEXT-TOKEN-SAI
           END-PERFORM

      * FECHA OS GRUPOS DE NIVEL IGUAL OU MAIOR; O USAGE DO GRUPO
      * PASSA PARA OS ITENS DELE
           PERFORM UNTIL CBV-DEPTH IS EQUAL TO ZEROES
                      OR CBV-STACK-LEVEL(CBV-DEPTH) IS LESS THAN
                         CBV-LEVEL
               SUBTRACT 1 FROM CBV-DEPTH
           END-PERFORM
           IF CBV-USAGE IS EQUAL TO SPACE
           AND CBV-DEPTH IS GREATER THAN ZEROES
               MOVE CBV-STACK-USAGE(CBV-DEPTH) TO CBV-USAGE
           END-IF
           IF CBV-LEVEL IS EQUAL TO 1
               MOVE CBV-NAME TO CBV-RECORD-NAME
           END-IF

      * O GRUPO ESCOLHIDO TERMINA NO PRIMEIRO ITEM DE NIVEL IGUAL OU
      * MENOR QUE O DELE
           IF CBV-GROUP-INSIDE
           AND CBV-LEVEL IS NOT GREATER THAN CBV-GROUP-LEVEL
               SET CBV-GROUP-PASSED TO TRUE
           END-IF
           IF CBV-MODE-GROUP
           AND CBV-GROUP-AHEAD
           AND CBV-NAME IS EQUAL TO CBV-GROUP-NAME
               SET CBV-GROUP-INSIDE TO TRUE
               SET CBV-SCOPE-FOUND TO TRUE
               MOVE CBV-LEVEL TO CBV-GROUP-LEVEL
           END-IF
           IF CBV-MODE-LINKAGE
           AND CBV-AREA-LINKAGE
               SET CBV-SCOPE-FOUND TO TRUE
           END-IF

           MOVE ZEROES TO CBV-SUBSCRIPTS
           PERFORM VARYING CBV-GSUB FROM 1 BY 1
                   UNTIL CBV-GSUB IS GREATER THAN CBV-DEPTH
               IF CBV-STACK-OCCURS(CBV-GSUB) IS EQUAL TO 'Y'
                   ADD 1 TO CBV-SUBSCRIPTS
               END-IF
           END-PERFORM
           IF CBV-OCCURS IS GREATER THAN 1
               ADD 1 TO CBV-SUBSCRIPTS
           END-IF

           IF CBV-PICTURE IS EQUAL TO SPACES
           AND CBV-USAGE IS NOT EQUAL TO '1'
           AND CBV-USAGE IS NOT EQUAL TO '2'
           AND CBV-USAGE IS NOT EQUAL TO 'I'
               IF CBV-DEPTH IS LESS THAN 50
                   ADD 1 TO CBV-DEPTH
                   MOVE CBV-LEVEL TO CBV-STACK-LEVEL(CBV-DEPTH)
                   MOVE CBV-USAGE TO CBV-STACK-USAGE(CBV-DEPTH)
                   IF CBV-OCCURS IS GREATER THAN 1
                       MOVE 'Y' TO CBV-STACK-OCCURS(CBV-DEPTH)
                   ELSE
                       MOVE 'N' TO CBV-STACK-OCCURS(CBV-DEPTH)
                   END-IF
               END-IF
               GO TO 4200-DATA-ITEM-ENTRY-SAI
           END-IF
           IF (CBV-MODE-GROUP AND CBV-GROUP-INSIDE)
           OR (CBV-MODE-LINKAGE AND CBV-AREA-LINKAGE)
               IF CBV-NAME IS NOT EQUAL TO 'FILLER'
                   PERFORM 4300-TAKE-FIELD
                       THRU 4300-TAKE-FIELD-SAI
               END-IF
           END-IF.
       4200-DATA-ITEM-ENTRY-SAI.
           EXIT.
       4210-ITEM-CLAUSE.
           IF CBV-TOKEN IS EQUAL TO 'IS'
           OR CBV-TOKEN IS EQUAL TO 'ARE'
           OR CBV-TOKEN IS EQUAL TO SPACES
               GO TO 4210-ITEM-CLAUSE-SAI
           END-IF
           EVALUATE TRUE
               WHEN CBV-EXPECT-PICTURE
                   MOVE CBV-TOKEN TO CBV-PICTURE
                   SET CBV-EXPECT-NOTHING TO TRUE
                   GO TO 4210-ITEM-CLAUSE-SAI
               WHEN CBV-EXPECT-OCCURS
                   IF CBV-TOKEN IS EQUAL TO 'TO'
                       GO TO 4210-ITEM-CLAUSE-SAI
                   END-IF
                   IF CBV-TOKEN(1:1) IS NUMERIC
                       MOVE ZEROES TO CBV-OCCURS
                       PERFORM VARYING CBV-L FROM 1 BY 1
                               UNTIL CBV-L IS GREATER THAN 5
                                  OR CBV-TOKEN(CBV-L:1) IS NOT NUMERIC
                           MOVE CBV-TOKEN(CBV-L:1) TO CBV-PIC-DIGIT
                           COMPUTE CBV-OCCURS = CBV-OCCURS * 10
                               + CBV-PIC-DIGIT
                           END-COMPUTE
                       END-PERFORM
                       GO TO 4210-ITEM-CLAUSE-SAI
                   END-IF
                   SET CBV-EXPECT-NOTHING TO TRUE
               WHEN CBV-EXPECT-VALUE
                   IF CBV-TOKEN IS NOT EQUAL TO 'ALL'
                       SET CBV-EXPECT-NOTHING TO TRUE
                   END-IF
                   GO TO 4210-ITEM-CLAUSE-SAI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE CBV-TOKEN
               WHEN 'PIC'
               WHEN 'PICTURE'
                   SET CBV-EXPECT-PICTURE TO TRUE
               WHEN 'OCCURS'
                   SET CBV-EXPECT-OCCURS TO TRUE
               WHEN 'VALUE'
               WHEN 'VALUES'
                   SET CBV-EXPECT-VALUE TO TRUE
               WHEN 'SEPARATE'
                   SET CBV-SIGN-SEPARATE TO TRUE
               WHEN 'USAGE'
               WHEN 'DISPLAY'
                   CONTINUE
               WHEN 'COMP'
               WHEN 'COMP-4'
               WHEN 'COMP-5'
               WHEN 'COMPUTATIONAL'
               WHEN 'COMPUTATIONAL-4'
               WHEN 'COMPUTATIONAL-5'
               WHEN 'BINARY'
                   MOVE 'B' TO CBV-USAGE
               WHEN 'COMP-3'
               WHEN 'COMPUTATIONAL-3'
               WHEN 'PACKED-DECIMAL'
                   MOVE 'P' TO CBV-USAGE
               WHEN 'COMP-1'
               WHEN 'COMPUTATIONAL-1'
                   MOVE '1' TO CBV-USAGE
               WHEN 'COMP-2'
               WHEN 'COMPUTATIONAL-2'
                   MOVE '2' TO CBV-USAGE
               WHEN 'INDEX'
               WHEN 'POINTER'
                   MOVE 'I' TO CBV-USAGE
               WHEN OTHER
      * O PRIMEIRO TOKEN QUE NAO E' CLAUSULA, LOGO APOS O NIVEL, E'
      * O NOME DO ITEM
                   IF CBV-NAME IS EQUAL TO SPACES
                   AND CBV-TOKEN-NO IS NOT GREATER THAN 2
                       MOVE CBV-TOKEN TO CBV-NAME
                   END-IF
           END-EVALUATE.
       4210-ITEM-CLAUSE-SAI.
           EXIT.
      *****************************************************************
      * GUARDA UM CAMPO ELEMENTAR DO ESCOPO COM O QUE A PICTURE DIZ
      * DELE; O QUE NAO RENDE CASO FICA COM O MOTIVO
      *****************************************************************
       4300-TAKE-FIELD.
           IF CBV-FIELD-COUNT IS NOT LESS THAN CBV-FIELD-MAX
               DISPLAY '   CAMPOS DEMAIS NO ESCOPO - ' CBV-NAME
                   ' FICA DE FORA'
               GO TO 4300-TAKE-FIELD-SAI
           END-IF
           IF CBV-USAGE IS EQUAL TO SPACE
               MOVE 'D' TO CBV-USAGE
           END-IF
           PERFORM 4400-PICTURE-SIZE
           ADD 1 TO CBV-FIELD-COUNT
           MOVE CBV-FIELD-COUNT TO CBV-FSUB
           MOVE CBV-NAME TO CBV-FIELD-NAME(CBV-FSUB)
           MOVE CBV-RECORD-NAME TO CBV-FIELD-RECORD(CBV-FSUB)
           MOVE CBV-PICTURE TO CBV-FIELD-PICTURE(CBV-FSUB)
           MOVE CBV-USAGE TO CBV-FIELD-USAGE(CBV-FSUB)
           MOVE CBV-PIC-CLASS TO CBV-FIELD-CLASS(CBV-FSUB)
           MOVE CBV-PIC-SIGN TO CBV-FIELD-SIGNED(CBV-FSUB)
           MOVE CBV-SUBSCRIPTS TO CBV-FIELD-SUBSCRIPTS(CBV-FSUB)
           MOVE CBV-PIC-DISPLAY TO CBV-FIELD-LENGTH(CBV-FSUB)
           MOVE SPACES TO CBV-FIELD-SKIP(CBV-FSUB)
           MOVE 'N' TO CBV-FIELD-DATE(CBV-FSUB)
           IF CBV-PIC-DIGITS IS GREATER THAN 18
               MOVE 18 TO CBV-PIC-DIGITS
           END-IF
           MOVE CBV-PIC-DIGITS TO CBV-FIELD-DIGITS(CBV-FSUB)
           MOVE CBV-PIC-DECIMALS TO CBV-FIELD-DECIMALS(CBV-FSUB)
           MOVE ZEROES TO CBV-L
           INSPECT CBV-NAME TALLYING CBV-L FOR ALL 'DATA' ALL 'DATE'
           IF CBV-NAME(1:3) IS EQUAL TO 'DT-'
               ADD 1 TO CBV-L
           END-IF
           MOVE ZEROES TO CBV-Q
           INSPECT CBV-NAME TALLYING CBV-Q FOR ALL '-DT-' ALL '-DT '
           ADD CBV-Q TO CBV-L
           EVALUATE TRUE
               WHEN CBV-USAGE IS EQUAL TO '1'
               WHEN CBV-USAGE IS EQUAL TO '2'
                   MOVE 'PONTO FLUTUANTE' TO CBV-FIELD-SKIP(CBV-FSUB)
               WHEN CBV-USAGE IS EQUAL TO 'I'
                   MOVE 'INDEX/POINTER' TO CBV-FIELD-SKIP(CBV-FSUB)
               WHEN CBV-PIC-EDITED
                   MOVE 'CAMPO EDITADO' TO CBV-FIELD-SKIP(CBV-FSUB)
               WHEN CBV-PIC-SCALED
                   MOVE 'PICTURE COM P' TO CBV-FIELD-SKIP(CBV-FSUB)
               WHEN CBV-PIC-NUMERIC
                   IF CBV-L IS GREATER THAN ZEROES
                   AND CBV-PIC-DIGITS IS EQUAL TO 8
                   AND CBV-PIC-DECIMALS IS EQUAL TO ZEROES
                       SET CBV-FIELD-IS-DATE(CBV-FSUB) TO TRUE
                   END-IF
               WHEN CBV-L IS GREATER THAN ZEROES
                AND (CBV-PIC-DISPLAY IS EQUAL TO 8
                  OR CBV-PIC-DISPLAY IS EQUAL TO 10)
                   SET CBV-FIELD-IS-DATE(CBV-FSUB) TO TRUE
               WHEN OTHER
                   MOVE 'ALFANUMERICO' TO CBV-FIELD-SKIP(CBV-FSUB)
           END-EVALUATE.
       4300-TAKE-FIELD-SAI.
           EXIT.
      *****************************************************************
      * TAMANHO, TIPO, SINAL E DECIMAIS PELA PICTURE
      *****************************************************************
       4400-PICTURE-SIZE.
           MOVE ZEROES TO CBV-PIC-DISPLAY
           MOVE ZEROES TO CBV-PIC-DIGITS
           MOVE ZEROES TO CBV-PIC-DECIMALS
           MOVE '9' TO CBV-PIC-CLASS
           MOVE SPACE TO CBV-PIC-SIGN
           MOVE 'N' TO CBV-AFTER-V-SW
           MOVE 'N' TO CBV-SCALED-SW
           MOVE 1 TO CBV-PIC-I
           PERFORM 4410-PICTURE-SYMBOL
               UNTIL CBV-PIC-I IS GREATER THAN 30
                  OR CBV-PICTURE(CBV-PIC-I:1) IS EQUAL TO SPACE
           IF CBV-SIGN-SEPARATE
           AND CBV-PIC-SIGN IS EQUAL TO 'S'
               ADD 1 TO CBV-PIC-DISPLAY
           END-IF
           .
      *****************************************************************
      * UM SIMBOLO DA PICTURE, COM A REPETICAO (N) QUANDO HOUVER
      *****************************************************************
       4410-PICTURE-SYMBOL.
           MOVE CBV-PICTURE(CBV-PIC-I:1) TO CBV-PIC-CHAR
           ADD 1 TO CBV-PIC-I
           MOVE 1 TO CBV-PIC-REPEAT
           IF CBV-PIC-I IS NOT GREATER THAN 30
           AND CBV-PICTURE(CBV-PIC-I:1) IS EQUAL TO '('
               MOVE ZEROES TO CBV-PIC-REPEAT
               ADD 1 TO CBV-PIC-I
               PERFORM UNTIL CBV-PIC-I IS GREATER THAN 30
                          OR CBV-PICTURE(CBV-PIC-I:1) IS NOT NUMERIC
                   MOVE CBV-PICTURE(CBV-PIC-I:1) TO CBV-PIC-DIGIT
                   COMPUTE CBV-PIC-REPEAT = CBV-PIC-REPEAT * 10
                       + CBV-PIC-DIGIT
                   END-COMPUTE
                   ADD 1 TO CBV-PIC-I
               END-PERFORM
      * PULA O ')'
               ADD 1 TO CBV-PIC-I
           END-IF
           EVALUATE CBV-PIC-CHAR
               WHEN 'S'
                   MOVE 'S' TO CBV-PIC-SIGN
               WHEN 'V'
                   SET CBV-AFTER-V TO TRUE
               WHEN 'P'
                   SET CBV-PIC-SCALED TO TRUE
               WHEN '9'
                   ADD CBV-PIC-REPEAT TO CBV-PIC-DISPLAY
                   ADD CBV-PIC-REPEAT TO CBV-PIC-DIGITS
                   IF CBV-AFTER-V
                       ADD CBV-PIC-REPEAT TO CBV-PIC-DECIMALS
                   END-IF
               WHEN 'X'
               WHEN 'A'
                   ADD CBV-PIC-REPEAT TO CBV-PIC-DISPLAY
                   SET CBV-PIC-ALPHANUMERIC TO TRUE
               WHEN 'N'
               WHEN 'G'
                   COMPUTE CBV-PIC-DISPLAY = CBV-PIC-DISPLAY
                       + CBV-PIC-REPEAT * 2
                   END-COMPUTE
                   SET CBV-PIC-ALPHANUMERIC TO TRUE
               WHEN OTHER
                   ADD CBV-PIC-REPEAT TO CBV-PIC-DISPLAY
                   IF NOT CBV-PIC-ALPHANUMERIC
                       SET CBV-PIC-EDITED TO TRUE
                   END-IF
           END-EVALUATE
           .
      *****************************************************************
      * OS CASOS DE UM CAMPO E A LINHA DELE NO SYSOUT
      *****************************************************************
       5000-FIELD-CASES.
           MOVE CBV-FIELD-NAME(CBV-FSUB) TO CBV-FL-NAME
           MOVE CBV-FIELD-PICTURE(CBV-FSUB) TO CBV-FL-PICTURE
           EVALUATE CBV-FIELD-USAGE(CBV-FSUB)
               WHEN 'P'
                   MOVE 'COMP-3' TO CBV-FL-USAGE
               WHEN 'B'
                   MOVE 'COMP' TO CBV-FL-USAGE
               WHEN 'D'
                   MOVE 'DISPLAY' TO CBV-FL-USAGE
               WHEN OTHER
                   MOVE SPACES TO CBV-FL-USAGE
           END-EVALUATE
           IF CBV-FIELD-SKIP(CBV-FSUB) IS NOT EQUAL TO SPACES
               ADD 1 TO CBV-FIELDS-SKIPPED
               MOVE SPACES TO CBV-FL-RESULT
               STRING 'IGNORADO: ' DELIMITED BY SIZE
                      CBV-FIELD-SKIP(CBV-FSUB) DELIMITED BY '  '
                   INTO CBV-FL-RESULT
               END-STRING
               DISPLAY CBV-FIELD-LINE
               GO TO 5000-FIELD-CASES-SAI
           END-IF
           ADD 1 TO CBV-FIELDS-TAKEN
           MOVE ZEROES TO CBV-FIELD-CASES
           PERFORM 5100-BUILD-REFERENCE
           IF CBV-FIELD-NUMERIC(CBV-FSUB)
               PERFORM 5200-NUMERIC-CASES
           END-IF
           IF CBV-FIELD-IS-DATE(CBV-FSUB)
               PERFORM 5300-DATE-CASES
                   THRU 5300-DATE-CASES-SAI
           END-IF
           MOVE CBV-FIELD-CASES TO CBV-EDIT-CASES
           MOVE SPACES TO CBV-FL-RESULT
           STRING CBV-EDIT-CASES DELIMITED BY SIZE
                  ' CASOS' DELIMITED BY SIZE
               INTO CBV-FL-RESULT
           END-STRING
           DISPLAY CBV-FIELD-LINE.
       5000-FIELD-CASES-SAI.
           EXIT.
      *****************************************************************
      * COMO O CAMPO E' ESCRITO NO CASO: QUALIFICADO PELO 01 QUANDO O
      * NOME SE REPETE NO ESCOPO, COM INDICE 1 PARA CADA OCCURS
      *****************************************************************
       5100-BUILD-REFERENCE.
           MOVE ZEROES TO CBV-SAME-NAMES
           PERFORM VARYING CBV-GSUB FROM 1 BY 1
                   UNTIL CBV-GSUB IS GREATER THAN CBV-FIELD-COUNT
               IF CBV-FIELD-NAME(CBV-GSUB) IS EQUAL TO
                  CBV-FIELD-NAME(CBV-FSUB)
                   ADD 1 TO CBV-SAME-NAMES
               END-IF
           END-PERFORM
           MOVE SPACES TO CBV-REFERENCE
           IF CBV-SAME-NAMES IS GREATER THAN 1
           AND CBV-FIELD-RECORD(CBV-FSUB) IS NOT EQUAL TO
               CBV-FIELD-NAME(CBV-FSUB)
               STRING CBV-FIELD-NAME(CBV-FSUB) DELIMITED BY SPACE
                      ' OF ' DELIMITED BY SIZE
                      CBV-FIELD-RECORD(CBV-FSUB) DELIMITED BY SPACE
                   INTO CBV-REFERENCE
               END-STRING
           ELSE
               MOVE CBV-FIELD-NAME(CBV-FSUB) TO CBV-REFERENCE
           END-IF
           IF CBV-FIELD-SUBSCRIPTS(CBV-FSUB) IS GREATER THAN ZEROES
               MOVE SPACES TO CBV-SUB-TEXT
               MOVE '(1' TO CBV-SUB-TEXT
               MOVE 3 TO CBV-SUB-P
               PERFORM VARYING CBV-SUB-I FROM 2 BY 1
                       UNTIL CBV-SUB-I IS GREATER THAN
                             CBV-FIELD-SUBSCRIPTS(CBV-FSUB)
                          OR CBV-SUB-P IS GREATER THAN 16
                   MOVE ', 1' TO CBV-SUB-TEXT(CBV-SUB-P:3)
                   ADD 3 TO CBV-SUB-P
               END-PERFORM
               MOVE ')' TO CBV-SUB-TEXT(CBV-SUB-P:1)
               PERFORM 7300-REFERENCE-LENGTH
               STRING CBV-REFERENCE(1:CBV-REF-LEN) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CBV-SUB-TEXT DELIMITED BY '  '
                   INTO CBV-REFERENCE
               END-STRING
           END-IF
           PERFORM 7300-REFERENCE-LENGTH
           .
      *****************************************************************
      * NUMERICO: ZERO, MAXIMO, MAXIMO + 1, E COM SINAL O MINIMO E UM
      * NEGATIVO; EM DISPLAY, LIXO NAO NUMERICO NOS BYTES DO CAMPO
      *****************************************************************
       5200-NUMERIC-CASES.
           COMPUTE CBV-INTEGERS = CBV-FIELD-DIGITS(CBV-FSUB)
               - CBV-FIELD-DECIMALS(CBV-FSUB)
           END-COMPUTE
           MOVE SPACES TO CBV-MAX-VALUE
           MOVE SPACES TO CBV-UNIT-VALUE
           IF CBV-FIELD-DECIMALS(CBV-FSUB) IS EQUAL TO ZEROES
               MOVE CBV-NINES(1:CBV-INTEGERS) TO CBV-MAX-VALUE
               MOVE '1' TO CBV-UNIT-VALUE
           ELSE
               IF CBV-INTEGERS IS EQUAL TO ZEROES
                   STRING '0.' DELIMITED BY SIZE
                          CBV-NINES(1:CBV-FIELD-DECIMALS(CBV-FSUB))
                              DELIMITED BY SIZE
                       INTO CBV-MAX-VALUE
                   END-STRING
               ELSE
                   STRING CBV-NINES(1:CBV-INTEGERS) DELIMITED BY SIZE
                          '.' DELIMITED BY SIZE
                          CBV-NINES(1:CBV-FIELD-DECIMALS(CBV-FSUB))
                              DELIMITED BY SIZE
                       INTO CBV-MAX-VALUE
                   END-STRING
               END-IF
               IF CBV-FIELD-DECIMALS(CBV-FSUB) IS EQUAL TO 1
                   MOVE '0.1' TO CBV-UNIT-VALUE
               ELSE
                   STRING '0.' DELIMITED BY SIZE
                          CBV-ZEROS(1:CBV-FIELD-DECIMALS(CBV-FSUB) - 1)
                              DELIMITED BY SIZE
                          '1' DELIMITED BY SIZE
                       INTO CBV-UNIT-VALUE
                   END-STRING
               END-IF
           END-IF

           IF CBV-FIELD-IS-DATE(CBV-FSUB)
               MOVE 'ZERO (DATA ZERADA)' TO CBV-CASE-LABEL
           ELSE
               MOVE 'ZERO' TO CBV-CASE-LABEL
           END-IF
           MOVE 'ZERO' TO CBV-CASE-VALUE
           PERFORM 6000-OPEN-CASE
           PERFORM 6100-MOVE-VALUE
           PERFORM 6900-CLOSE-CASE

           MOVE 'MAXIMO' TO CBV-CASE-LABEL
           MOVE CBV-MAX-VALUE TO CBV-CASE-VALUE
           PERFORM 6000-OPEN-CASE
           PERFORM 6100-MOVE-VALUE
           PERFORM 6900-CLOSE-CASE

           MOVE 'MAXIMO + 1 (ESTOURO)' TO CBV-CASE-LABEL
           PERFORM 6000-OPEN-CASE
           MOVE CBV-MAX-VALUE TO CBV-CASE-VALUE
           PERFORM 6100-MOVE-VALUE
           MOVE CBV-UNIT-VALUE TO CBV-CASE-VALUE
           PERFORM 6200-ADD-VALUE
           PERFORM 6900-CLOSE-CASE

           IF CBV-FIELD-IS-SIGNED(CBV-FSUB)
               MOVE 'MINIMO' TO CBV-CASE-LABEL
               MOVE SPACES TO CBV-CASE-VALUE
               STRING '-' DELIMITED BY SIZE
                      CBV-MAX-VALUE DELIMITED BY SPACE
                   INTO CBV-CASE-VALUE
               END-STRING
               PERFORM 6000-OPEN-CASE
               PERFORM 6100-MOVE-VALUE
               PERFORM 6900-CLOSE-CASE

               MOVE 'NEGATIVO' TO CBV-CASE-LABEL
               MOVE SPACES TO CBV-CASE-VALUE
               STRING '-' DELIMITED BY SIZE
                      CBV-UNIT-VALUE DELIMITED BY SPACE
                   INTO CBV-CASE-VALUE
               END-STRING
               PERFORM 6000-OPEN-CASE
               PERFORM 6100-MOVE-VALUE
               PERFORM 6900-CLOSE-CASE
           END-IF

           IF CBV-FIELD-DISPLAY(CBV-FSUB)
               MOVE 'NAO NUMERICO' TO CBV-CASE-LABEL
               PERFORM 6000-OPEN-CASE
               PERFORM 6300-MOVE-GARBAGE
               PERFORM 6900-CLOSE-CASE
           END-IF

           IF CBV-FIELD-IS-DATE(CBV-FSUB)
               MOVE 'DATA INVALIDA (31/02)' TO CBV-CASE-LABEL
               MOVE '20250231' TO CBV-CASE-VALUE
               PERFORM 6000-OPEN-CASE
               PERFORM 6100-MOVE-VALUE
               PERFORM 6900-CLOSE-CASE

               MOVE '29/02 DE ANO BISSEXTO' TO CBV-CASE-LABEL
               MOVE '20240229' TO CBV-CASE-VALUE
               PERFORM 6000-OPEN-CASE
               PERFORM 6100-MOVE-VALUE
               PERFORM 6900-CLOSE-CASE
           END-IF
           .
      *****************************************************************
      * DATA ALFANUMERICA (AAAAMMDD OU AAAA-MM-DD): BRANCOS, ZEROS, DIA
      * IMPOSSIVEL, 29/02 BISSEXTO E LIXO. A DATA NUMERICA JA TEVE OS
      * CASOS DELA EM 5200
      *****************************************************************
       5300-DATE-CASES.
           IF CBV-FIELD-NUMERIC(CBV-FSUB)
               GO TO 5300-DATE-CASES-SAI
           END-IF
           MOVE 'DATA EM BRANCO' TO CBV-CASE-LABEL
           MOVE 'SPACES' TO CBV-CASE-VALUE
           PERFORM 6000-OPEN-CASE
           PERFORM 6100-MOVE-VALUE
           PERFORM 6900-CLOSE-CASE

           MOVE 'DATA ZERADA' TO CBV-CASE-LABEL
           MOVE 'ZEROES' TO CBV-CASE-VALUE
           PERFORM 6000-OPEN-CASE
           PERFORM 6100-MOVE-VALUE
           PERFORM 6900-CLOSE-CASE

           MOVE 'DATA INVALIDA (31/02)' TO CBV-CASE-LABEL
           IF CBV-FIELD-LENGTH(CBV-FSUB) IS EQUAL TO 10
               MOVE '''2025-02-31''' TO CBV-CASE-VALUE
           ELSE
               MOVE '''20250231''' TO CBV-CASE-VALUE
           END-IF
           PERFORM 6000-OPEN-CASE
           PERFORM 6100-MOVE-VALUE
           PERFORM 6900-CLOSE-CASE

           MOVE '29/02 DE ANO BISSEXTO' TO CBV-CASE-LABEL
           IF CBV-FIELD-LENGTH(CBV-FSUB) IS EQUAL TO 10
               MOVE '''2024-02-29''' TO CBV-CASE-VALUE
           ELSE
               MOVE '''20240229''' TO CBV-CASE-VALUE
           END-IF
           PERFORM 6000-OPEN-CASE
           PERFORM 6100-MOVE-VALUE
           PERFORM 6900-CLOSE-CASE

           MOVE 'DATA NAO NUMERICA' TO CBV-CASE-LABEL
           IF CBV-FIELD-LENGTH(CBV-FSUB) IS EQUAL TO 10
               MOVE '''AAAA-MM-DD''' TO CBV-CASE-VALUE
           ELSE
               MOVE '''AAAAMMDD''' TO CBV-CASE-VALUE
           END-IF
           PERFORM 6000-OPEN-CASE
           PERFORM 6100-MOVE-VALUE
           PERFORM 6900-CLOSE-CASE.
       5300-DATE-CASES-SAI.
           EXIT.
      *****************************************************************
      * ABRE UM CASO: TESTCASE 'CAMPO - ROTULO' E A PICTURE DO CAMPO
      * EM COMENTARIO
      *****************************************************************
       6000-OPEN-CASE.
           MOVE SPACE TO CBV-CARD-IND
           MOVE SPACES TO CBV-TEXT
           PERFORM 8100-WRITE-CARD
      * O NOME DO CASO LEVA O CAMPO COMO ELE E' ESCRITO (SEM OS
      * INDICES), PARA DOIS CAMPOS DE MESMO NOME NAO DAREM CASOS DE
      * MESMO NOME; SE NAO COUBER, O COMECO DA REFERENCIA FICA DE FORA
           MOVE SPACES TO CBV-CASE-TITLE
           STRING CBV-REFERENCE(1:CBV-REF-LEN) DELIMITED BY ' ('
                  ' - ' DELIMITED BY SIZE
                  CBV-CASE-LABEL DELIMITED BY '  '
               INTO CBV-CASE-TITLE
           END-STRING
           PERFORM VARYING CBV-TITLE-LEN FROM 80 BY -1
                   UNTIL CBV-TITLE-LEN IS LESS THAN 2
                      OR CBV-CASE-TITLE(CBV-TITLE-LEN:1)
                         IS NOT EQUAL TO SPACE
               CONTINUE
           END-PERFORM
           MOVE 1 TO CBV-TITLE-START
           IF CBV-TITLE-LEN IS GREATER THAN 54
               COMPUTE CBV-TITLE-START = CBV-TITLE-LEN - 53
               END-COMPUTE
               MOVE 54 TO CBV-TITLE-LEN
           END-IF
           STRING 'TESTCASE ''' DELIMITED BY SIZE
                  CBV-CASE-TITLE(CBV-TITLE-START:CBV-TITLE-LEN)
                      DELIMITED BY SIZE
                  '''' DELIMITED BY SIZE
               INTO CBV-TEXT
           END-STRING
           PERFORM 8100-WRITE-CARD
           MOVE '*' TO CBV-CARD-IND
           MOVE SPACES TO CBV-TEXT
           STRING '    PIC ' DELIMITED BY SIZE
                  CBV-FIELD-PICTURE(CBV-FSUB) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  CBV-FL-USAGE DELIMITED BY SPACE
               INTO CBV-TEXT
           END-STRING
           PERFORM 8100-WRITE-CARD
           MOVE SPACE TO CBV-CARD-IND
           ADD 1 TO CBV-FIELD-CASES
           ADD 1 TO CBV-CASES-WRITTEN
           .
      *****************************************************************
      * MOVE valor TO campo (EM DUAS LINHAS QUANDO NAO CABE EM UMA)
      *****************************************************************
       6100-MOVE-VALUE.
           PERFORM 7400-VALUE-LENGTH
           MOVE SPACES TO CBV-TEXT
           IF CBV-VALUE-LEN + CBV-REF-LEN IS LESS THAN 52
               STRING '    MOVE ' DELIMITED BY SIZE
                      CBV-CASE-VALUE(1:CBV-VALUE-LEN) DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      CBV-REFERENCE(1:CBV-REF-LEN) DELIMITED BY SIZE
                   INTO CBV-TEXT
               END-STRING
               PERFORM 8100-WRITE-CARD
           ELSE
               STRING '    MOVE ' DELIMITED BY SIZE
                      CBV-CASE-VALUE(1:CBV-VALUE-LEN) DELIMITED BY SIZE
                   INTO CBV-TEXT
               END-STRING
               PERFORM 8100-WRITE-CARD
               MOVE SPACES TO CBV-TEXT
               STRING '        TO ' DELIMITED BY SIZE
                      CBV-REFERENCE(1:CBV-REF-LEN) DELIMITED BY SIZE
                   INTO CBV-TEXT
               END-STRING
               PERFORM 8100-WRITE-CARD
           END-IF
           .
      *****************************************************************
      * ADD valor TO campo: SEM ON SIZE ERROR O CAMPO FICA COM O QUE
      * SOBRA DO ESTOURO, COMO NO PROGRAMA
      *****************************************************************
       6200-ADD-VALUE.
           PERFORM 7400-VALUE-LENGTH
           MOVE SPACES TO CBV-TEXT
           STRING '    ADD ' DELIMITED BY SIZE
                  CBV-CASE-VALUE(1:CBV-VALUE-LEN) DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  CBV-REFERENCE(1:CBV-REF-LEN) DELIMITED BY SIZE
               INTO CBV-TEXT
           END-STRING
           IF CBV-VALUE-LEN + CBV-REF-LEN IS NOT LESS THAN 52
               MOVE SPACES TO CBV-TEXT
               STRING '    ADD ' DELIMITED BY SIZE
                      CBV-CASE-VALUE(1:CBV-VALUE-LEN) DELIMITED BY SIZE
                   INTO CBV-TEXT
               END-STRING
               PERFORM 8100-WRITE-CARD
               MOVE SPACES TO CBV-TEXT
               STRING '        TO ' DELIMITED BY SIZE
                      CBV-REFERENCE(1:CBV-REF-LEN) DELIMITED BY SIZE
                   INTO CBV-TEXT
               END-STRING
           END-IF
           PERFORM 8100-WRITE-CARD
           .
      *****************************************************************
      * LIXO NOS BYTES DE UM NUMERICO DISPLAY, PELA MODIFICACAO DE
      * REFERENCIA (O MOVE NUMERICO NUNCA DEIXARIA O LIXO PASSAR)
      *****************************************************************
       6300-MOVE-GARBAGE.
           MOVE SPACES TO CBV-TEXT
           MOVE '    MOVE ALL ''A*'' TO' TO CBV-TEXT
           PERFORM 8100-WRITE-CARD
           MOVE SPACES TO CBV-TEXT
           STRING '        ' DELIMITED BY SIZE
                  CBV-REFERENCE(1:CBV-REF-LEN) DELIMITED BY SIZE
                  '(1:)' DELIMITED BY SIZE
               INTO CBV-TEXT
           END-STRING
           PERFORM 8100-WRITE-CARD
           .
      *****************************************************************
      * FECHA O CASO: O PERFORM E O EXPECT FICAM PARA O DESENVOLVEDOR
      *****************************************************************
       6900-CLOSE-CASE.
           MOVE '*' TO CBV-CARD-IND
           MOVE '    PERFORM <PARAGRAFO SOB TESTE>' TO CBV-TEXT
           PERFORM 8100-WRITE-CARD
           MOVE 'EXPECT <CAMPO DE SAIDA> TO BE <VALOR ESPERADO>'
               TO CBV-TEXT
           PERFORM 8100-WRITE-CARD
           MOVE SPACE TO CBV-CARD-IND
           .
      *****************************************************************
      * DEIXA EM CBV-LINE SO AS PALAVRAS: O CONTEUDO DOS LITERAIS FICA
      * SEM BRANCOS (UM LITERAL E' UM TOKEN SO') E A VIRGULA OU
      * PONTO-E-VIRGULA SEPARADOR VIRA BRANCO
      *****************************************************************
       7050-MASK-LITERALS.
           MOVE SPACE TO CBV-QUOTE
           PERFORM VARYING CBV-Q FROM 1 BY 1
                   UNTIL CBV-Q IS GREATER THAN 65
               EVALUATE TRUE
                   WHEN CBV-OUTSIDE-LITERAL
                    AND (CBV-LINE(CBV-Q:1) IS EQUAL TO ''''
                      OR CBV-LINE(CBV-Q:1) IS EQUAL TO '"')
                       MOVE CBV-LINE(CBV-Q:1) TO CBV-QUOTE
                   WHEN NOT CBV-OUTSIDE-LITERAL
                       EVALUATE TRUE
                           WHEN CBV-LINE(CBV-Q:1) IS EQUAL TO CBV-QUOTE
                               MOVE SPACE TO CBV-QUOTE
                           WHEN CBV-LINE(CBV-Q:1) IS EQUAL TO SPACE
                               MOVE '~' TO CBV-LINE(CBV-Q:1)
                           WHEN CBV-LINE(CBV-Q:1) IS EQUAL TO '.'
                               MOVE '~' TO CBV-LINE(CBV-Q:1)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   WHEN CBV-Q IS LESS THAN 65
                    AND (CBV-LINE(CBV-Q:1) IS EQUAL TO ','
                      OR CBV-LINE(CBV-Q:1) IS EQUAL TO ';')
                    AND CBV-LINE(CBV-Q + 1:1) IS EQUAL TO SPACE
                       MOVE SPACE TO CBV-LINE(CBV-Q:1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .
      *****************************************************************
      * AS DUAS PRIMEIRAS PALAVRAS DA LINHA
      *****************************************************************
       7060-TAKE-FIRST-WORDS.
           MOVE SPACES TO CBV-SCAN
           MOVE CBV-LINE TO CBV-SCAN
           MOVE 65 TO CBV-SCAN-LEN
           MOVE 1 TO CBV-P
           MOVE ZEROES TO CBV-TOKEN-NO
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           MOVE CBV-TOKEN TO CBV-WORD-1
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           MOVE CBV-TOKEN TO CBV-WORD-2
           .
      *****************************************************************
      * EXTRAI DE CBV-SCAN O PROXIMO TOKEN A PARTIR DE CBV-P, SEM O
      * PONTO FINAL
      *****************************************************************
       7100-NEXT-TOKEN.
           MOVE SPACES TO CBV-TOKEN
           MOVE 'N' TO CBV-TOKEN-SW
           PERFORM VARYING CBV-P FROM CBV-P BY 1
                   UNTIL CBV-P IS GREATER THAN CBV-SCAN-LEN
                      OR CBV-SCAN(CBV-P:1) IS NOT EQUAL TO SPACE
               CONTINUE
           END-PERFORM
           IF CBV-P IS GREATER THAN CBV-SCAN-LEN
               GO TO 7100-NEXT-TOKEN-SAI
           END-IF
           MOVE ZEROES TO CBV-L
           PERFORM VARYING CBV-Q FROM CBV-P BY 1
                   UNTIL CBV-Q IS GREATER THAN CBV-SCAN-LEN
                      OR CBV-SCAN(CBV-Q:1) IS EQUAL TO SPACE
               ADD 1 TO CBV-L
           END-PERFORM
           IF CBV-SCAN(CBV-P + CBV-L - 1:1) IS EQUAL TO '.'
               SUBTRACT 1 FROM CBV-L
           END-IF
           IF CBV-L IS GREATER THAN 30
               MOVE 30 TO CBV-L
           END-IF
           IF CBV-L IS GREATER THAN ZEROES
               MOVE CBV-SCAN(CBV-P:CBV-L) TO CBV-TOKEN
           END-IF
           MOVE CBV-Q TO CBV-P
           ADD 1 TO CBV-TOKEN-NO
           SET CBV-TOKEN-FOUND TO TRUE.
       7100-NEXT-TOKEN-SAI.
           EXIT.
      *****************************************************************
      * TAMANHO UTIL DE CBV-REFERENCE E DE CBV-CASE-VALUE
      *****************************************************************
       7300-REFERENCE-LENGTH.
           PERFORM VARYING CBV-REF-LEN FROM 80 BY -1
                   UNTIL CBV-REF-LEN IS LESS THAN 2
                      OR CBV-REFERENCE(CBV-REF-LEN:1)
                         IS NOT EQUAL TO SPACE
               CONTINUE
           END-PERFORM
           .
       7400-VALUE-LENGTH.
           PERFORM VARYING CBV-VALUE-LEN FROM 40 BY -1
                   UNTIL CBV-VALUE-LEN IS LESS THAN 2
                      OR CBV-CASE-VALUE(CBV-VALUE-LEN:1)
                         IS NOT EQUAL TO SPACE
               CONTINUE
           END-PERFORM
           .
      *****************************************************************
      * LE O PROXIMO CARTAO DO FONTE E GRAVA UM CARTAO DO RASCUNHO
      * (CBV-TEXT NAS COLUNAS 8-72)
      *****************************************************************
       8000-READ-SOURCE-CARD.
           READ SOURCE-FILE
               AT END
                   SET CBV-NO-MORE-CARDS TO TRUE
           END-READ
           .
       8100-WRITE-CARD.
           MOVE SPACES TO DRAFT-CARD
           MOVE CBV-CARD-IND TO DRAFT-CARD-IND
           MOVE CBV-TEXT TO DRAFT-CARD-TEXT
           WRITE DRAFT-CARD
           ADD 1 TO CBV-CARDS-WRITTEN
           .
      *****************************************************************
      * FECHA OS ARQUIVOS E IMPRIME AS CONTAGENS
      *****************************************************************
       9999-TERMINATE.
           CLOSE SOURCE-FILE
           CLOSE DRAFT-FILE
           DISPLAY ' '
           DISPLAY '================================================='
           DISPLAY 'ZUTZCBV: CARTOES LIDOS          = ' CBV-CARDS-READ
           DISPLAY 'ZUTZCBV: CAMPOS COM CASOS       = '
               CBV-FIELDS-TAKEN
           DISPLAY 'ZUTZCBV: CAMPOS IGNORADOS       = '
               CBV-FIELDS-SKIPPED
           DISPLAY 'ZUTZCBV: CASOS NO RASCUNHO      = '
               CBV-CASES-WRITTEN
           DISPLAY 'ZUTZCBV: CARTOES GRAVADOS       = '
               CBV-CARDS-WRITTEN
           .
