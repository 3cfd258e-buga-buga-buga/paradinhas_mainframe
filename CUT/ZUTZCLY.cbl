       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ZUTZCLY.
      *****************************************************************
      * This work is licensed under a Creative Commons
      * Attribution-ShareAlike 4.0 International license.
      * See http://creativecommons.org/licenses/by-sa/4.0/.
      *
      * Record-layout consistency check across the source library.
      * The same dataset is often declared by hand in every program
      * that reads or writes it (PLACAR, HISTPART, QUIZNOTA...), and a
      * copy that drifted by one byte corrupts the shared file without
      * any compile error. The members arrive on SRCALL the same way
      * ZUTZCXR reads them (the library concatenated, each member
      * recognized by its PROGRAM-ID header). Every layout is taken
      * down per DD name:
      *
      *   - an FD: the SELECT's ASSIGN name (the part after the last
      *     hyphen of UT-S-name, and a literal up to its first dot or
      *     blank), the records under the FD (several 01s are
      *     alternative views of the same record) and the RECORD KEY;
      *   - an EXEC CICS READ/WRITE/REWRITE/STARTBR/READNEXT/READPREV
      *     with FILE('name'): the INTO/FROM item and the RIDFLD, when
      *     the key is part of the record.
      *
      * Offsets and lengths come from PICTURE, USAGE (DISPLAY, COMP,
      * COMP-3, COMP-1/2...), SIGN SEPARATE, OCCURS (a field in an
      * occurring group is compared in its first occurrence) and
      * REDEFINES. When two or more programs share a DD their layouts
      * are compared: record length, key position and length, and each
      * named elementary field - offset, length and type (usage, sign
      * and decimal places). FILLER is never compared, so a reader
      * that still has FILLER where a newer writer has fields agrees
      * with it; what does not agree is a named field in one program
      * that overlaps a named field of another without either of them
      * sitting exactly where a field of the other program sits (the
      * shape of a drift), or the same position with another type.
      * The programs are grouped by agreeing layout and each group is
      * compared with the largest one, so the list tells which
      * programs a layout change has not reached.
      *
      * COPY members are not expanded: a layout brought in by COPY
      * agrees only with the same COPY member and is otherwise listed
      * as not comparable.
      *
      * -- Input --
      * SRCALL    The source members, concatenated, 80-byte cards
      *
      * -- Output --
      * SYSOUT    Per shared DD, the layouts and their differences
      *           (DISPLAY)
      * RETURN-CODE   0 when every shared DD agrees,
      *               4 when some layout differs,
      *               16 when the library cannot be opened
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-ALL-FILE
               ASSIGN TO SRCALL
               FILE STATUS IS SOURCE-ALL-STATUS
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
       WORKING-STORAGE SECTION.
       01  SOURCE-ALL-STATUS          PIC X(02).
           88  SOURCE-ALL-OK              VALUE '00'.
       01  CLY-SWITCHES.
           05  CLY-MORE-CARDS         PIC X(01) VALUE 'Y'.
               88  CLY-NO-MORE-CARDS      VALUE 'N'.
           05  CLY-FOUND              PIC X(01) VALUE 'N'.
               88  CLY-ENTRY-FOUND        VALUE 'Y'.
               88  CLY-ENTRY-NOT-FOUND    VALUE 'N'.
           05  CLY-TOKEN-SW           PIC X(01) VALUE 'N'.
               88  CLY-TOKEN-FOUND        VALUE 'Y'.
               88  CLY-END-OF-SCAN        VALUE 'N'.
           05  CLY-QUOTE              PIC X(01) VALUE SPACE.
               88  CLY-OUTSIDE-LITERAL    VALUE SPACE.
           05  CLY-OVERFLOW-SW        PIC X(01) VALUE 'N'.
               88  CLY-TABLE-OVERFLOW     VALUE 'Y'.
           05  CLY-FILE-SECTION-SW    PIC X(01) VALUE 'N'.
               88  CLY-IN-FILE-SECTION    VALUE 'Y'.
           05  CLY-EXEC-SW            PIC X(01) VALUE 'N'.
               88  CLY-IN-EXEC            VALUE 'Y'.
           05  CLY-SEPARATE-SW        PIC X(01) VALUE 'N'.
               88  CLY-SIGN-SEPARATE      VALUE 'Y'.
           05  CLY-ALTERNATE-SW       PIC X(01) VALUE 'N'.
               88  CLY-ALTERNATE-KEY      VALUE 'Y'.
           05  CLY-AFTER-V-SW         PIC X(01) VALUE 'N'.
               88  CLY-AFTER-V            VALUE 'Y'.
           05  CLY-PRINT-SW           PIC X(01) VALUE 'N'.
               88  CLY-PRINT-DIFFERENCES  VALUE 'Y'.
      * Em que parte do programa o cartao esta
           05  CLY-AREA               PIC X(01) VALUE 'I'.
               88  CLY-AREA-IDENTIFICATION VALUE 'I'.
               88  CLY-AREA-ENVIRONMENT   VALUE 'E'.
               88  CLY-AREA-DATA          VALUE 'D'.
               88  CLY-AREA-PROCEDURE     VALUE 'P'.
               88  CLY-AREA-NOT-PROGRAM   VALUE 'U'.
      * O que o proximo token de uma entrada de dados e'
           05  CLY-EXPECT             PIC X(01) VALUE SPACE.
               88  CLY-EXPECT-NOTHING     VALUE SPACE.
               88  CLY-EXPECT-PICTURE     VALUE 'P'.
               88  CLY-EXPECT-USAGE       VALUE 'U'.
               88  CLY-EXPECT-OCCURS      VALUE 'O'.
               88  CLY-EXPECT-REDEFINES   VALUE 'R'.
               88  CLY-EXPECT-VALUE       VALUE 'V'.
               88  CLY-EXPECT-ASSIGN      VALUE 'A'.
               88  CLY-EXPECT-ORGANIZATION VALUE 'G'.
               88  CLY-EXPECT-KEY         VALUE 'K'.
       01  CLY-COUNTERS.
           05  CLY-CARDS-READ         PIC 9(07) VALUE ZEROES.
           05  CLY-PROGRAMS-SEEN      PIC 9(05) VALUE ZEROES.
           05  CLY-LAYOUTS-TAKEN      PIC 9(05) VALUE ZEROES.
           05  CLY-SHARED-DDS         PIC 9(05) VALUE ZEROES.
           05  CLY-DIVERGENT-DDS      PIC 9(05) VALUE ZEROES.
           05  CLY-SKIPPED-PROGRAMS   PIC 9(05) VALUE ZEROES.
       01  CLY-CURRENT-PROGRAM        PIC X(08) VALUE SPACES.
       01  CLY-NEXT-PROGRAM           PIC X(08) VALUE SPACES.
       01  CLY-CURRENT-FD             PIC X(30) VALUE SPACES.
      *****************************************************************
      * A ENTRADA CORRENTE (DA DIVISION DE DADOS OU DO AMBIENTE),
      * JUNTADA CARTAO A CARTAO ATE O PONTO FINAL, E OS TOKENS DE UM
      * EXEC CICS, DO EXEC AO END-EXEC
      *****************************************************************
       01  CLY-ENTRY-WORK.
           05  CLY-ENTRY              PIC X(600) VALUE SPACES.
           05  CLY-ENTRY-LEN          PIC 9(04) COMP VALUE ZEROES.
           05  CLY-EXEC-MAX           PIC 9(03) COMP VALUE 80.
           05  CLY-EXEC-COUNT         PIC 9(03) COMP VALUE ZEROES.
           05  CLY-XSUB               PIC 9(03) COMP VALUE ZEROES.
           05  CLY-EXEC-TOKEN OCCURS 80 PIC X(30).
      *****************************************************************
      * OS SELECT DO PROGRAMA CORRENTE
      *****************************************************************
       01  CLY-SELECT-TABLE.
           05  CLY-SELECT-MAX         PIC 9(03) COMP VALUE 60.
           05  CLY-SELECT-COUNT       PIC 9(03) COMP VALUE ZEROES.
           05  CLY-SSUB               PIC 9(03) COMP VALUE ZEROES.
           05  CLY-SELECT-ENTRY OCCURS 60.
               10  CLY-SELECT-FILE    PIC X(30).
               10  CLY-SELECT-DD      PIC X(08).
      * I = INDEXED, R = RELATIVE, L = LINE SEQUENTIAL, S = SEQUENTIAL
               10  CLY-SELECT-ORG     PIC X(01).
               10  CLY-SELECT-KEY     PIC X(30).
      *****************************************************************
      * OS EXEC CICS DE ARQUIVO DO PROGRAMA CORRENTE (UM POR DD E
      * ITEM DE REGISTRO)
      *****************************************************************
       01  CLY-CICS-TABLE.
           05  CLY-CICS-MAX           PIC 9(03) COMP VALUE 60.
           05  CLY-CICS-COUNT         PIC 9(03) COMP VALUE ZEROES.
           05  CLY-CSUB               PIC 9(03) COMP VALUE ZEROES.
           05  CLY-CICS-ENTRY OCCURS 60.
               10  CLY-CICS-DD        PIC X(08).
               10  CLY-CICS-RECORD    PIC X(30).
               10  CLY-CICS-KEY       PIC X(30).
       01  CLY-CICS-WORK.
           05  CLY-CICS-VERB          PIC X(30) VALUE SPACES.
           05  CLY-NEW-DD             PIC X(08) VALUE SPACES.
           05  CLY-NEW-RECORD         PIC X(30) VALUE SPACES.
           05  CLY-NEW-KEY            PIC X(30) VALUE SPACES.
      *****************************************************************
      * OS ITENS DE DADOS DO PROGRAMA CORRENTE, COM POSICAO (DESDE 1
      * NO 01 DELES) E TAMANHO DE UMA OCORRENCIA
      *****************************************************************
       01  CLY-ITEM-TABLE.
           05  CLY-ITEM-MAX           PIC 9(04) COMP VALUE 3000.
           05  CLY-ITEM-COUNT         PIC 9(04) COMP VALUE ZEROES.
           05  CLY-ISUB               PIC 9(04) COMP VALUE ZEROES.
           05  CLY-JSUB               PIC 9(04) COMP VALUE ZEROES.
           05  CLY-ITEM-ENTRY OCCURS 3000.
               10  CLY-ITEM-NAME      PIC X(30).
               10  CLY-ITEM-LEVEL     PIC 9(02).
               10  CLY-ITEM-RECORD    PIC 9(04) COMP.
               10  CLY-ITEM-POS       PIC 9(05) COMP.
               10  CLY-ITEM-LENGTH    PIC 9(05) COMP.
               10  CLY-ITEM-ELEMENTARY PIC X(01).
      * X = alfanumerico, E = editado, 9 = zonado, P = compactado,
      * B = binario, F = ponto flutuante
               10  CLY-ITEM-TYPE      PIC X(01).
               10  CLY-ITEM-SIGN      PIC X(01).
               10  CLY-ITEM-DECIMALS  PIC 9(02).
      *****************************************************************
      * OS REGISTROS (01 E 77) DO PROGRAMA CORRENTE
      *****************************************************************
       01  CLY-RECORD-TABLE.
           05  CLY-RECORD-MAX         PIC 9(04) COMP VALUE 400.
           05  CLY-RECORD-COUNT       PIC 9(04) COMP VALUE ZEROES.
           05  CLY-RSUB               PIC 9(04) COMP VALUE ZEROES.
           05  CLY-RECORD-ENTRY OCCURS 400.
               10  CLY-RECORD-FD      PIC X(30).
               10  CLY-RECORD-COPY    PIC X(08).
               10  CLY-RECORD-FIRST   PIC 9(04) COMP.
               10  CLY-RECORD-LAST    PIC 9(04) COMP.
               10  CLY-RECORD-LENGTH  PIC 9(05) COMP.
      *****************************************************************
      * OS GRUPOS ABERTOS DO REGISTRO CORRENTE, DO 01 PARA DENTRO
      *****************************************************************
       01  CLY-GROUP-STACK.
           05  CLY-DEPTH              PIC 9(02) COMP VALUE ZEROES.
           05  CLY-GROUP-ENTRY OCCURS 50.
               10  CLY-GROUP-ITEM     PIC 9(04) COMP.
               10  CLY-GROUP-LEVEL    PIC 9(02).
               10  CLY-GROUP-START    PIC 9(05) COMP.
               10  CLY-GROUP-END      PIC 9(05) COMP.
               10  CLY-GROUP-OCCURS   PIC 9(05) COMP.
               10  CLY-GROUP-USAGE    PIC X(01).
      *****************************************************************
      * A ENTRADA DE DADOS SENDO DECLARADA
      *****************************************************************
       01  CLY-DATA-ENTRY.
           05  CLY-LEVEL              PIC 9(02) VALUE ZEROES.
           05  CLY-NAME               PIC X(30) VALUE SPACES.
           05  CLY-PICTURE            PIC X(30) VALUE SPACES.
      * D = DISPLAY, B = COMP/BINARY, P = COMP-3, 1 = COMP-1,
      * 2 = COMP-2, I = INDEX/POINTER
           05  CLY-USAGE              PIC X(01) VALUE SPACE.
           05  CLY-OCCURS             PIC 9(05) COMP VALUE 1.
           05  CLY-REDEFINES          PIC X(30) VALUE SPACES.
           05  CLY-START              PIC 9(05) COMP VALUE ZEROES.
           05  CLY-TOTAL              PIC 9(07) COMP VALUE ZEROES.
      *****************************************************************
      * TAMANHO E TIPO DE UMA PICTURE
      *****************************************************************
       01  CLY-PICTURE-WORK.
           05  CLY-PIC-CHAR           PIC X(01) VALUE SPACE.
           05  CLY-PIC-REPEAT         PIC 9(05) COMP VALUE ZEROES.
           05  CLY-PIC-DIGIT          PIC 9(01) VALUE ZEROES.
           05  CLY-PIC-DISPLAY        PIC 9(05) COMP VALUE ZEROES.
           05  CLY-PIC-DIGITS         PIC 9(05) COMP VALUE ZEROES.
           05  CLY-PIC-DECIMALS       PIC 9(05) COMP VALUE ZEROES.
           05  CLY-PIC-CLASS          PIC X(01) VALUE SPACE.
               88  CLY-PIC-NUMERIC        VALUE '9'.
               88  CLY-PIC-ALPHANUMERIC   VALUE 'X'.
               88  CLY-PIC-EDITED         VALUE 'E'.
           05  CLY-PIC-SIGN           PIC X(01) VALUE SPACE.
           05  CLY-PIC-I              PIC 9(03) COMP VALUE ZEROES.
           05  CLY-PIC-LENGTH         PIC 9(05) COMP VALUE ZEROES.
           05  CLY-PIC-TYPE           PIC X(01) VALUE SPACE.
      *****************************************************************
      * OS LAYOUTS DE TODA A BIBLIOTECA, UM POR PROGRAMA E DD, E OS
      * CAMPOS NOMEADOS DE CADA UM (POSICAO DESDE 1 NO REGISTRO)
      *****************************************************************
       01  CLY-LAYOUT-TABLE.
           05  CLY-LAYOUT-MAX         PIC 9(04) COMP VALUE 500.
           05  CLY-LAYOUT-COUNT       PIC 9(04) COMP VALUE ZEROES.
           05  CLY-LSUB               PIC 9(04) COMP VALUE ZEROES.
           05  CLY-LAYOUT-ENTRY OCCURS 500.
               10  CLY-LAYOUT-DD      PIC X(08).
               10  CLY-LAYOUT-PROGRAM PIC X(08).
               10  CLY-LAYOUT-SOURCE  PIC X(04).
               10  CLY-LAYOUT-RECORD  PIC X(30).
               10  CLY-LAYOUT-COPY    PIC X(08).
               10  CLY-LAYOUT-LENGTH  PIC 9(05) COMP.
               10  CLY-LAYOUT-KEY-POS PIC 9(05) COMP.
               10  CLY-LAYOUT-KEY-LEN PIC 9(05) COMP.
               10  CLY-LAYOUT-FIRST   PIC 9(05) COMP.
               10  CLY-LAYOUT-FIELDS  PIC 9(05) COMP.
               10  CLY-LAYOUT-DONE    PIC X(01).
               10  CLY-LAYOUT-GROUP   PIC 9(03) COMP.
       01  CLY-FIELD-TABLE.
           05  CLY-FIELD-MAX          PIC 9(05) COMP VALUE 20000.
           05  CLY-FIELD-COUNT        PIC 9(05) COMP VALUE ZEROES.
           05  CLY-FSUB               PIC 9(05) COMP VALUE ZEROES.
           05  CLY-GSUB               PIC 9(05) COMP VALUE ZEROES.
           05  CLY-FIELD-ENTRY OCCURS 20000.
               10  CLY-FIELD-NAME     PIC X(30).
               10  CLY-FIELD-POS      PIC 9(05) COMP.
               10  CLY-FIELD-LENGTH   PIC 9(05) COMP.
               10  CLY-FIELD-ELEMENTARY PIC X(01).
               10  CLY-FIELD-TYPE     PIC X(01).
               10  CLY-FIELD-SIGN     PIC X(01).
               10  CLY-FIELD-DECIMALS PIC 9(02).
      *****************************************************************
      * OS LAYOUTS DE UM DD E OS GRUPOS DE LAYOUTS QUE CONCORDAM
      *****************************************************************
       01  CLY-DD-WORK.
           05  CLY-DD                 PIC X(08) VALUE SPACES.
           05  CLY-MEMBER-MAX         PIC 9(03) COMP VALUE 60.
           05  CLY-MEMBER-COUNT       PIC 9(03) COMP VALUE ZEROES.
           05  CLY-MSUB               PIC 9(03) COMP VALUE ZEROES.
           05  CLY-MEMBER OCCURS 60   PIC 9(04) COMP.
           05  CLY-CLUSTER-COUNT      PIC 9(03) COMP VALUE ZEROES.
           05  CLY-KSUB               PIC 9(03) COMP VALUE ZEROES.
           05  CLY-CLUSTER-REP OCCURS 60 PIC 9(04) COMP.
           05  CLY-CLUSTER-SIZE OCCURS 60 PIC 9(03) COMP.
           05  CLY-MAIN-CLUSTER       PIC 9(03) COMP VALUE ZEROES.
      *****************************************************************
      * COMPARACAO DE DOIS LAYOUTS (A E B)
      *****************************************************************
       01  CLY-COMPARE-WORK.
           05  CLY-A                  PIC 9(04) COMP VALUE ZEROES.
           05  CLY-B                  PIC 9(04) COMP VALUE ZEROES.
           05  CLY-DIFFERENCES        PIC 9(05) COMP VALUE ZEROES.
           05  CLY-PRINT-LIMIT        PIC 9(03) COMP VALUE 20.
           05  CLY-A-FIELD            PIC 9(05) COMP VALUE ZEROES.
           05  CLY-B-FIELD            PIC 9(05) COMP VALUE ZEROES.
           05  CLY-LOOK-LAYOUT        PIC 9(04) COMP VALUE ZEROES.
           05  CLY-LOOK-POS           PIC 9(05) COMP VALUE ZEROES.
           05  CLY-LOOK-LENGTH        PIC 9(05) COMP VALUE ZEROES.
           05  CLY-LOOK-HIT           PIC 9(05) COMP VALUE ZEROES.
           05  CLY-LOOK-ELEMENTARY    PIC 9(05) COMP VALUE ZEROES.
      *****************************************************************
      * LINHAS DO RELATORIO
      *****************************************************************
       01  CLY-FIELD-LINE.
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  CLY-FL-PROGRAM         PIC X(08).
           05  FILLER                 PIC X(05) VALUE ' POS '.
           05  CLY-FL-POS             PIC 9(05).
           05  FILLER                 PIC X(05) VALUE ' TAM '.
           05  CLY-FL-LENGTH          PIC 9(05).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CLY-FL-TYPE            PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CLY-FL-NAME            PIC X(30).
       01  CLY-TYPE-TEXT.
           05  CLY-TT-SIGN            PIC X(01).
           05  CLY-TT-TYPE            PIC X(01).
           05  CLY-TT-V               PIC X(01).
           05  CLY-TT-DECIMALS        PIC 9(02).
           05  FILLER                 PIC X(01) VALUE SPACE.
       01  CLY-EDIT-WORK.
           05  CLY-ED-COUNT           PIC 9(03) VALUE ZEROES.
           05  CLY-ED-GROUP           PIC 9(03) VALUE ZEROES.
           05  CLY-ED-LENGTH          PIC 9(05) VALUE ZEROES.
           05  CLY-ED-LENGTH-2        PIC 9(05) VALUE ZEROES.
           05  CLY-ED-POS             PIC 9(05) VALUE ZEROES.
           05  CLY-ED-POS-2           PIC 9(05) VALUE ZEROES.
      *****************************************************************
      * EXTRACAO DE TOKENS
      *****************************************************************
       01  CLY-SCAN-WORK.
           05  CLY-LINE               PIC X(65) VALUE SPACES.
           05  CLY-SCAN               PIC X(600) VALUE SPACES.
           05  CLY-SCAN-LEN           PIC 9(04) COMP VALUE ZEROES.
           05  CLY-P                  PIC 9(04) COMP VALUE ZEROES.
           05  CLY-Q                  PIC 9(04) COMP VALUE ZEROES.
           05  CLY-L                  PIC 9(04) COMP VALUE ZEROES.
           05  CLY-TOKEN-NO           PIC 9(03) COMP VALUE ZEROES.
           05  CLY-TOKEN              PIC X(30) VALUE SPACES.
           05  CLY-WORD-1             PIC X(30) VALUE SPACES.
           05  CLY-WORD-2             PIC X(30) VALUE SPACES.
           05  CLY-LAST-TOKEN         PIC X(30) VALUE SPACES.
           05  CLY-LITERAL            PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
      *****************************************************************
      * ROTINA PRINCIPAL
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARD
               THRU 2000-PROCESS-CARD-SAI
               UNTIL CLY-NO-MORE-CARDS
           IF CLY-CURRENT-PROGRAM IS NOT EQUAL TO SPACES
               PERFORM 3000-FINISH-PROGRAM
           END-IF
           PERFORM 5000-COMPARE-LIBRARY
           PERFORM 9999-TERMINATE
           GOBACK.
      *****************************************************************
      * ABRE A BIBLIOTECA E IMPRIME O CABECALHO
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT SOURCE-ALL-FILE
           IF NOT SOURCE-ALL-OK
               DISPLAY 'ZUTZCLY: NAO FOI POSSIVEL ABRIR SRCALL, '
                   'FILE STATUS = ' SOURCE-ALL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY '================================================='
           DISPLAY 'LAYOUTS DE REGISTRO POR DD NA BIBLIOTECA - CUT'
           DISPLAY '================================================='
           PERFORM 8000-READ-SOURCE-CARD
           .
      *****************************************************************
      * UM CARTAO: PROGRAM-ID ABRE UM PROGRAMA NOVO (E FECHA O
      * ANTERIOR); NO AMBIENTE E NOS DADOS O CARTAO VAI PARA A
      * ENTRADA CORRENTE; NA PROCEDURE SO INTERESSA O EXEC CICS
      *****************************************************************
       2000-PROCESS-CARD.
           ADD 1 TO CLY-CARDS-READ
           IF SOURCE-CARD-COMMENT
               GO TO 2000-PROCESS-CARD-SAI
           END-IF
           MOVE SOURCE-CARD-TEXT TO CLY-LINE
           INSPECT CLY-LINE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 7050-MASK-LITERALS
           PERFORM 7060-TAKE-FIRST-WORDS

           IF CLY-WORD-1 IS EQUAL TO 'PROGRAM-ID'
               MOVE CLY-WORD-2(1:8) TO CLY-NEXT-PROGRAM
               IF CLY-CURRENT-PROGRAM IS NOT EQUAL TO SPACES
                   PERFORM 3000-FINISH-PROGRAM
               END-IF
               PERFORM 2100-START-NEW-PROGRAM
               GO TO 2000-PROCESS-CARD-SAI
           END-IF
           IF CLY-CURRENT-PROGRAM IS EQUAL TO SPACES
           OR CLY-AREA-NOT-PROGRAM
               GO TO 2000-PROCESS-CARD-SAI
           END-IF
      * UM DECK DE CASOS DE TESTE (UTESTS) NA CONCATENACAO NAO E'
      * FONTE DO PROGRAMA
           IF CLY-LINE(1:4) IS NOT EQUAL TO SPACES
           AND (CLY-WORD-1 IS EQUAL TO 'TESTSUITE'
             OR CLY-WORD-1 IS EQUAL TO 'TESTCASE')
               SET CLY-AREA-NOT-PROGRAM TO TRUE
               GO TO 2000-PROCESS-CARD-SAI
           END-IF
           IF CLY-WORD-2 IS EQUAL TO 'DIVISION'
           AND (CLY-WORD-1 IS EQUAL TO 'IDENTIFICATION'
             OR CLY-WORD-1 IS EQUAL TO 'ID')
               SET CLY-AREA-IDENTIFICATION TO TRUE
               GO TO 2000-PROCESS-CARD-SAI
           END-IF

           EVALUATE TRUE
               WHEN CLY-AREA-IDENTIFICATION
                   IF CLY-WORD-2 IS EQUAL TO 'DIVISION'
                       EVALUATE CLY-WORD-1
                           WHEN 'ENVIRONMENT'
                               SET CLY-AREA-ENVIRONMENT TO TRUE
                           WHEN 'DATA'
                               SET CLY-AREA-DATA TO TRUE
                           WHEN 'PROCEDURE'
                               SET CLY-AREA-PROCEDURE TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               WHEN CLY-AREA-PROCEDURE
                   PERFORM 2300-PROCEDURE-LINE
               WHEN OTHER
                   PERFORM 2200-ENTRY-LINE
           END-EVALUATE.
       2000-PROCESS-CARD-SAI.
           PERFORM 8000-READ-SOURCE-CARD
           .
      *****************************************************************
      * UM NOVO MEMBRO COMECOU: CAPTURA O NOME E ZERA AS TABELAS
      *****************************************************************
       2100-START-NEW-PROGRAM.
           MOVE CLY-NEXT-PROGRAM TO CLY-CURRENT-PROGRAM
           ADD 1 TO CLY-PROGRAMS-SEEN
           MOVE ZEROES TO CLY-SELECT-COUNT
           MOVE ZEROES TO CLY-CICS-COUNT
           MOVE ZEROES TO CLY-ITEM-COUNT
           MOVE ZEROES TO CLY-RECORD-COUNT
           MOVE ZEROES TO CLY-DEPTH
           MOVE ZEROES TO CLY-ENTRY-LEN
           MOVE SPACES TO CLY-ENTRY
           MOVE SPACES TO CLY-CURRENT-FD
           MOVE 'N' TO CLY-OVERFLOW-SW
           MOVE 'N' TO CLY-FILE-SECTION-SW
           MOVE 'N' TO CLY-EXEC-SW
           SET CLY-AREA-IDENTIFICATION TO TRUE
           .
      *****************************************************************
      * JUNTA O CARTAO A ENTRADA CORRENTE; O PONTO NO FIM DO CARTAO
      * FECHA A ENTRADA, QUE ENTAO E' INTERPRETADA
      *****************************************************************
       2200-ENTRY-LINE.
           IF CLY-ENTRY-LEN IS LESS THAN 530
               MOVE CLY-LINE TO CLY-ENTRY(CLY-ENTRY-LEN + 1:65)
               ADD 66 TO CLY-ENTRY-LEN
           END-IF
           MOVE 65 TO CLY-Q
           PERFORM UNTIL CLY-Q IS EQUAL TO ZEROES
                      OR CLY-LINE(CLY-Q:1) IS NOT EQUAL TO SPACE
               SUBTRACT 1 FROM CLY-Q
           END-PERFORM
           IF CLY-Q IS GREATER THAN ZEROES
           AND CLY-LINE(CLY-Q:1) IS EQUAL TO '.'
               PERFORM 4000-PROCESS-ENTRY
                   THRU 4000-PROCESS-ENTRY-SAI
               MOVE SPACES TO CLY-ENTRY
               MOVE ZEROES TO CLY-ENTRY-LEN
           END-IF
           .
      *****************************************************************
      * NA PROCEDURE: JUNTA OS TOKENS DE CADA EXEC ... END-EXEC
      *****************************************************************
       2300-PROCEDURE-LINE.
           INSPECT CLY-LINE REPLACING ALL '(' BY SPACE
                                      ALL ')' BY SPACE
           MOVE SPACES TO CLY-SCAN
           MOVE CLY-LINE TO CLY-SCAN
           MOVE 65 TO CLY-SCAN-LEN
           MOVE 1 TO CLY-P
           MOVE ZEROES TO CLY-TOKEN-NO
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           PERFORM UNTIL CLY-END-OF-SCAN
               EVALUATE TRUE
                   WHEN CLY-IN-EXEC
                    AND CLY-TOKEN IS EQUAL TO 'END-EXEC'
                       PERFORM 4500-CICS-COMMAND
                           THRU 4500-CICS-COMMAND-SAI
                       MOVE 'N' TO CLY-EXEC-SW
                   WHEN CLY-IN-EXEC
                       IF CLY-EXEC-COUNT IS LESS THAN CLY-EXEC-MAX
                           ADD 1 TO CLY-EXEC-COUNT
                           MOVE CLY-TOKEN
                               TO CLY-EXEC-TOKEN(CLY-EXEC-COUNT)
                       END-IF
                   WHEN CLY-TOKEN IS EQUAL TO 'EXEC'
                       SET CLY-IN-EXEC TO TRUE
                       MOVE ZEROES TO CLY-EXEC-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 7100-NEXT-TOKEN
                   THRU 7100-NEXT-TOKEN-SAI
           END-PERFORM
           .
      *****************************************************************
      * FIM DO PROGRAMA: FECHA O ULTIMO REGISTRO E TIRA OS LAYOUTS
      * DOS FD E DOS EXEC CICS; UM PROGRAMA QUE NAO COUBE NAS TABELAS
      * FICA DE FORA (MELHOR DO QUE COMPARAR UM LAYOUT PELA METADE)
      *****************************************************************
       3000-FINISH-PROGRAM.
           PERFORM 4320-CLOSE-ALL
           IF CLY-TABLE-OVERFLOW
               ADD 1 TO CLY-SKIPPED-PROGRAMS
               DISPLAY ' '
               DISPLAY 'PROGRAMA ' CLY-CURRENT-PROGRAM
                   ' GRANDE DEMAIS PARA AS TABELAS - NAO CONFERIDO'
           ELSE
               PERFORM 3100-FD-LAYOUT
                   THRU 3100-FD-LAYOUT-SAI
                   VARYING CLY-SSUB FROM 1 BY 1
                   UNTIL CLY-SSUB IS GREATER THAN CLY-SELECT-COUNT
               PERFORM 3200-CICS-LAYOUT
                   THRU 3200-CICS-LAYOUT-SAI
                   VARYING CLY-CSUB FROM 1 BY 1
                   UNTIL CLY-CSUB IS GREATER THAN CLY-CICS-COUNT
           END-IF
           .
      *****************************************************************
      * O LAYOUT DE UM SELECT: OS REGISTROS DO FD DELE
      *****************************************************************
       3100-FD-LAYOUT.
           IF CLY-SELECT-DD(CLY-SSUB) IS EQUAL TO SPACES
               GO TO 3100-FD-LAYOUT-SAI
           END-IF
           IF CLY-LAYOUT-COUNT IS NOT LESS THAN CLY-LAYOUT-MAX
               SET CLY-TABLE-OVERFLOW TO TRUE
               GO TO 3100-FD-LAYOUT-SAI
           END-IF
           MOVE 'N' TO CLY-FOUND
           PERFORM VARYING CLY-RSUB FROM 1 BY 1
                   UNTIL CLY-RSUB IS GREATER THAN CLY-RECORD-COUNT
               IF CLY-RECORD-FD(CLY-RSUB) IS EQUAL TO
                       CLY-SELECT-FILE(CLY-SSUB)
                   IF CLY-ENTRY-NOT-FOUND
                       SET CLY-ENTRY-FOUND TO TRUE
                       PERFORM 3300-NEW-LAYOUT
                       MOVE CLY-SELECT-DD(CLY-SSUB)
                           TO CLY-LAYOUT-DD(CLY-LSUB)
                       MOVE 'FD' TO CLY-LAYOUT-SOURCE(CLY-LSUB)
                       MOVE CLY-RECORD-FIRST(CLY-RSUB) TO CLY-ISUB
                       MOVE CLY-ITEM-NAME(CLY-ISUB)
                           TO CLY-LAYOUT-RECORD(CLY-LSUB)
                   END-IF
                   IF CLY-RECORD-COPY(CLY-RSUB) IS NOT EQUAL TO SPACES
                       MOVE CLY-RECORD-COPY(CLY-RSUB)
                           TO CLY-LAYOUT-COPY(CLY-LSUB)
                   END-IF
                   IF CLY-RECORD-LENGTH(CLY-RSUB) IS GREATER THAN
                           CLY-LAYOUT-LENGTH(CLY-LSUB)
                       MOVE CLY-RECORD-LENGTH(CLY-RSUB)
                           TO CLY-LAYOUT-LENGTH(CLY-LSUB)
                   END-IF
                   MOVE ZEROES TO CLY-LOOK-POS
                   PERFORM 3310-COPY-FIELD
                       VARYING CLY-ISUB
                       FROM CLY-RECORD-FIRST(CLY-RSUB) BY 1
                       UNTIL CLY-ISUB IS GREATER THAN
                             CLY-RECORD-LAST(CLY-RSUB)
                   IF CLY-SELECT-KEY(CLY-SSUB) IS NOT EQUAL TO SPACES
                       PERFORM VARYING CLY-ISUB
                               FROM CLY-RECORD-FIRST(CLY-RSUB) BY 1
                               UNTIL CLY-ISUB IS GREATER THAN
                                     CLY-RECORD-LAST(CLY-RSUB)
                           IF CLY-ITEM-NAME(CLY-ISUB) IS EQUAL TO
                                   CLY-SELECT-KEY(CLY-SSUB)
                           AND CLY-LAYOUT-KEY-LEN(CLY-LSUB)
                                   IS EQUAL TO ZEROES
                               MOVE CLY-ITEM-POS(CLY-ISUB)
                                   TO CLY-LAYOUT-KEY-POS(CLY-LSUB)
                               MOVE CLY-ITEM-LENGTH(CLY-ISUB)
                                   TO CLY-LAYOUT-KEY-LEN(CLY-LSUB)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
       3100-FD-LAYOUT-SAI.
           EXIT.
      *****************************************************************
      * O LAYOUT DE UM EXEC CICS: O ITEM DO INTO/FROM E O QUE ESTA
      * DENTRO DELE, COM AS POSICOES REFEITAS A PARTIR DELE
      *****************************************************************
       3200-CICS-LAYOUT.
           MOVE 'N' TO CLY-FOUND
           PERFORM VARYING CLY-JSUB FROM 1 BY 1
                   UNTIL CLY-JSUB IS GREATER THAN CLY-ITEM-COUNT
                      OR CLY-ENTRY-FOUND
               IF CLY-ITEM-NAME(CLY-JSUB) IS EQUAL TO
                       CLY-CICS-RECORD(CLY-CSUB)
                   SET CLY-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CLY-ENTRY-NOT-FOUND
               GO TO 3200-CICS-LAYOUT-SAI
           END-IF
           SUBTRACT 1 FROM CLY-JSUB
           IF CLY-LAYOUT-COUNT IS NOT LESS THAN CLY-LAYOUT-MAX
               SET CLY-TABLE-OVERFLOW TO TRUE
               GO TO 3200-CICS-LAYOUT-SAI
           END-IF
           PERFORM 3300-NEW-LAYOUT
           MOVE CLY-CICS-DD(CLY-CSUB) TO CLY-LAYOUT-DD(CLY-LSUB)
           MOVE 'CICS' TO CLY-LAYOUT-SOURCE(CLY-LSUB)
           MOVE CLY-CICS-RECORD(CLY-CSUB) TO CLY-LAYOUT-RECORD(CLY-LSUB)
           MOVE CLY-ITEM-LENGTH(CLY-JSUB) TO CLY-LAYOUT-LENGTH(CLY-LSUB)
           MOVE CLY-ITEM-RECORD(CLY-JSUB) TO CLY-RSUB
           MOVE CLY-RECORD-COPY(CLY-RSUB) TO CLY-LAYOUT-COPY(CLY-LSUB)
           COMPUTE CLY-LOOK-POS = CLY-ITEM-POS(CLY-JSUB) - 1
           END-COMPUTE
           MOVE CLY-JSUB TO CLY-ISUB
           PERFORM 3310-COPY-FIELD
           ADD 1 TO CLY-ISUB
           PERFORM UNTIL CLY-ISUB IS GREATER THAN CLY-ITEM-COUNT
                      OR CLY-ITEM-RECORD(CLY-ISUB) IS NOT EQUAL TO
                         CLY-RSUB
                      OR CLY-ITEM-LEVEL(CLY-ISUB) IS NOT GREATER THAN
                         CLY-ITEM-LEVEL(CLY-JSUB)
               PERFORM 3310-COPY-FIELD
               IF CLY-ITEM-NAME(CLY-ISUB) IS EQUAL TO
                       CLY-CICS-KEY(CLY-CSUB)
               AND CLY-LAYOUT-KEY-LEN(CLY-LSUB) IS EQUAL TO ZEROES
                   COMPUTE CLY-LAYOUT-KEY-POS(CLY-LSUB) =
                       CLY-ITEM-POS(CLY-ISUB) - CLY-LOOK-POS
                   END-COMPUTE
                   MOVE CLY-ITEM-LENGTH(CLY-ISUB)
                       TO CLY-LAYOUT-KEY-LEN(CLY-LSUB)
               END-IF
               ADD 1 TO CLY-ISUB
           END-PERFORM.
       3200-CICS-LAYOUT-SAI.
           EXIT.
      *****************************************************************
      * ABRE UM LAYOUT NOVO PARA O PROGRAMA CORRENTE
      *****************************************************************
       3300-NEW-LAYOUT.
           ADD 1 TO CLY-LAYOUT-COUNT
           ADD 1 TO CLY-LAYOUTS-TAKEN
           MOVE CLY-LAYOUT-COUNT TO CLY-LSUB
           MOVE SPACES TO CLY-LAYOUT-DD(CLY-LSUB)
           MOVE CLY-CURRENT-PROGRAM TO CLY-LAYOUT-PROGRAM(CLY-LSUB)
           MOVE SPACES TO CLY-LAYOUT-SOURCE(CLY-LSUB)
           MOVE SPACES TO CLY-LAYOUT-RECORD(CLY-LSUB)
           MOVE SPACES TO CLY-LAYOUT-COPY(CLY-LSUB)
           MOVE ZEROES TO CLY-LAYOUT-LENGTH(CLY-LSUB)
           MOVE ZEROES TO CLY-LAYOUT-KEY-POS(CLY-LSUB)
           MOVE ZEROES TO CLY-LAYOUT-KEY-LEN(CLY-LSUB)
           COMPUTE CLY-LAYOUT-FIRST(CLY-LSUB) = CLY-FIELD-COUNT + 1
           END-COMPUTE
           MOVE ZEROES TO CLY-LAYOUT-FIELDS(CLY-LSUB)
           MOVE 'N' TO CLY-LAYOUT-DONE(CLY-LSUB)
           MOVE ZEROES TO CLY-LAYOUT-GROUP(CLY-LSUB)
           .
      *****************************************************************
      * COPIA UM ITEM NOMEADO PARA OS CAMPOS DO LAYOUT CORRENTE (A
      * POSICAO MENOS CLY-LOOK-POS, QUE E' ONDE O LAYOUT COMECA)
      *****************************************************************
       3310-COPY-FIELD.
           IF CLY-ITEM-NAME(CLY-ISUB) IS EQUAL TO 'FILLER'
               CONTINUE
           ELSE
               IF CLY-FIELD-COUNT IS NOT LESS THAN CLY-FIELD-MAX
                   SET CLY-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO CLY-FIELD-COUNT
                   ADD 1 TO CLY-LAYOUT-FIELDS(CLY-LSUB)
                   MOVE CLY-FIELD-COUNT TO CLY-FSUB
                   MOVE CLY-ITEM-NAME(CLY-ISUB)
                       TO CLY-FIELD-NAME(CLY-FSUB)
                   COMPUTE CLY-FIELD-POS(CLY-FSUB) =
                       CLY-ITEM-POS(CLY-ISUB) - CLY-LOOK-POS
                   END-COMPUTE
                   MOVE CLY-ITEM-LENGTH(CLY-ISUB)
                       TO CLY-FIELD-LENGTH(CLY-FSUB)
                   MOVE CLY-ITEM-ELEMENTARY(CLY-ISUB)
                       TO CLY-FIELD-ELEMENTARY(CLY-FSUB)
                   MOVE CLY-ITEM-TYPE(CLY-ISUB)
                       TO CLY-FIELD-TYPE(CLY-FSUB)
                   MOVE CLY-ITEM-SIGN(CLY-ISUB)
                       TO CLY-FIELD-SIGN(CLY-FSUB)
                   MOVE CLY-ITEM-DECIMALS(CLY-ISUB)
                       TO CLY-FIELD-DECIMALS(CLY-FSUB)
               END-IF
           END-IF
           .
      *****************************************************************
      * UMA ENTRADA COMPLETA DO AMBIENTE OU DOS DADOS
      *****************************************************************
       4000-PROCESS-ENTRY.
           MOVE SPACES TO CLY-SCAN
           MOVE CLY-ENTRY TO CLY-SCAN
           MOVE 600 TO CLY-SCAN-LEN
           MOVE 1 TO CLY-P
           MOVE ZEROES TO CLY-TOKEN-NO
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           MOVE CLY-TOKEN TO CLY-WORD-1
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           MOVE CLY-TOKEN TO CLY-WORD-2

           EVALUATE TRUE
               WHEN CLY-WORD-2 IS EQUAL TO 'DIVISION'
                   PERFORM 4320-CLOSE-ALL
                   EVALUATE CLY-WORD-1
                       WHEN 'DATA'
                           SET CLY-AREA-DATA TO TRUE
                       WHEN 'PROCEDURE'
                           SET CLY-AREA-PROCEDURE TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN CLY-WORD-2 IS EQUAL TO 'SECTION'
                   PERFORM 4320-CLOSE-ALL
                   MOVE SPACES TO CLY-CURRENT-FD
                   IF CLY-WORD-1 IS EQUAL TO 'FILE'
                       SET CLY-IN-FILE-SECTION TO TRUE
                   ELSE
                       MOVE 'N' TO CLY-FILE-SECTION-SW
                   END-IF
               WHEN CLY-AREA-ENVIRONMENT
                   IF CLY-WORD-1 IS EQUAL TO 'SELECT'
                       PERFORM 4100-SELECT-ENTRY
                           THRU 4100-SELECT-ENTRY-SAI
                   END-IF
               WHEN CLY-WORD-1 IS EQUAL TO 'FD'
                   PERFORM 4320-CLOSE-ALL
                   MOVE CLY-WORD-2 TO CLY-CURRENT-FD
               WHEN CLY-WORD-1 IS EQUAL TO 'SD'
                   PERFORM 4320-CLOSE-ALL
                   MOVE SPACES TO CLY-CURRENT-FD
               WHEN CLY-WORD-1 IS EQUAL TO 'COPY'
                   PERFORM 4150-COPY-ENTRY
               WHEN CLY-WORD-1(1:2) IS NUMERIC
                AND CLY-WORD-1(3:1) IS EQUAL TO SPACE
                   MOVE CLY-WORD-1(1:2) TO CLY-LEVEL
                   PERFORM 4200-DATA-ITEM-ENTRY
                       THRU 4200-DATA-ITEM-ENTRY-SAI
               WHEN CLY-WORD-1(1:1) IS NUMERIC
                AND CLY-WORD-1(2:1) IS EQUAL TO SPACE
                   MOVE CLY-WORD-1(1:1) TO CLY-LEVEL
                   PERFORM 4200-DATA-ITEM-ENTRY
                       THRU 4200-DATA-ITEM-ENTRY-SAI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4000-PROCESS-ENTRY-SAI.
           EXIT.
      *****************************************************************
      * SELECT: NOME DO ARQUIVO, DD DO ASSIGN, ORGANIZACAO E A
      * RECORD KEY (A ALTERNATE RECORD KEY NAO CONTA)
      *****************************************************************
       4100-SELECT-ENTRY.
           IF CLY-SELECT-COUNT IS NOT LESS THAN CLY-SELECT-MAX
               SET CLY-TABLE-OVERFLOW TO TRUE
               GO TO 4100-SELECT-ENTRY-SAI
           END-IF
           ADD 1 TO CLY-SELECT-COUNT
           MOVE CLY-SELECT-COUNT TO CLY-SSUB
           MOVE CLY-WORD-2 TO CLY-SELECT-FILE(CLY-SSUB)
           MOVE SPACES TO CLY-SELECT-DD(CLY-SSUB)
           MOVE 'S' TO CLY-SELECT-ORG(CLY-SSUB)
           MOVE SPACES TO CLY-SELECT-KEY(CLY-SSUB)
           IF CLY-WORD-2 IS EQUAL TO 'OPTIONAL'
               PERFORM 7100-NEXT-TOKEN
                   THRU 7100-NEXT-TOKEN-SAI
               MOVE CLY-TOKEN TO CLY-SELECT-FILE(CLY-SSUB)
           END-IF
           SET CLY-EXPECT-NOTHING TO TRUE
           MOVE 'N' TO CLY-ALTERNATE-SW
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           PERFORM UNTIL CLY-END-OF-SCAN
               PERFORM 4110-SELECT-CLAUSE
               PERFORM 7100-NEXT-TOKEN
                   THRU 7100-NEXT-TOKEN-SAI
           END-PERFORM.
       4100-SELECT-ENTRY-SAI.
           EXIT.
       4110-SELECT-CLAUSE.
           IF CLY-TOKEN IS EQUAL TO 'IS'
           OR CLY-TOKEN IS EQUAL TO 'TO'
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN CLY-EXPECT-ASSIGN
                       PERFORM 4120-DD-NAME
                       SET CLY-EXPECT-NOTHING TO TRUE
                   WHEN CLY-EXPECT-KEY
                       IF CLY-TOKEN IS NOT EQUAL TO 'KEY'
                           IF NOT CLY-ALTERNATE-KEY
                               MOVE CLY-TOKEN
                                   TO CLY-SELECT-KEY(CLY-SSUB)
                           END-IF
                           MOVE 'N' TO CLY-ALTERNATE-SW
                           SET CLY-EXPECT-NOTHING TO TRUE
                       END-IF
                   WHEN CLY-TOKEN IS EQUAL TO 'ASSIGN'
                       SET CLY-EXPECT-ASSIGN TO TRUE
                   WHEN CLY-TOKEN IS EQUAL TO 'ALTERNATE'
                       SET CLY-ALTERNATE-KEY TO TRUE
                   WHEN CLY-TOKEN IS EQUAL TO 'RECORD'
                       SET CLY-EXPECT-KEY TO TRUE
                   WHEN CLY-TOKEN IS EQUAL TO 'INDEXED'
                       MOVE 'I' TO CLY-SELECT-ORG(CLY-SSUB)
                   WHEN CLY-TOKEN IS EQUAL TO 'RELATIVE'
                       MOVE 'R' TO CLY-SELECT-ORG(CLY-SSUB)
                   WHEN CLY-TOKEN IS EQUAL TO 'LINE'
                       MOVE 'L' TO CLY-SELECT-ORG(CLY-SSUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
      *****************************************************************
      * O NOME DO DD NO ASSIGN: UT-S-NOME VIRA NOME, 'NOME.EXT' VIRA
      * NOME
      *****************************************************************
       4120-DD-NAME.
           MOVE CLY-TOKEN TO CLY-LITERAL
           PERFORM 7200-UNQUOTE
           MOVE ZEROES TO CLY-Q
           PERFORM VARYING CLY-L FROM 1 BY 1
                   UNTIL CLY-L IS GREATER THAN 30
               IF CLY-LITERAL(CLY-L:1) IS EQUAL TO '-'
                   MOVE CLY-L TO CLY-Q
               END-IF
           END-PERFORM
           IF CLY-Q IS GREATER THAN ZEROES
               MOVE CLY-LITERAL(CLY-Q + 1:) TO CLY-TOKEN
               MOVE CLY-TOKEN TO CLY-LITERAL
           END-IF
           MOVE CLY-LITERAL(1:8) TO CLY-SELECT-DD(CLY-SSUB)
           .
      *****************************************************************
      * COPY: DENTRO DE UM REGISTRO, O REGISTRO PASSA A SER DO
      * MEMBRO; LOGO DEPOIS DO FD, O MEMBRO TRAZ O REGISTRO TODO
      *****************************************************************
       4150-COPY-ENTRY.
           MOVE CLY-WORD-2 TO CLY-LITERAL
           PERFORM 7200-UNQUOTE
           IF CLY-DEPTH IS GREATER THAN ZEROES
           AND CLY-RECORD-COUNT IS GREATER THAN ZEROES
               MOVE CLY-LITERAL(1:8)
                   TO CLY-RECORD-COPY(CLY-RECORD-COUNT)
           ELSE
               IF CLY-CURRENT-FD IS NOT EQUAL TO SPACES
               AND CLY-RECORD-COUNT IS LESS THAN CLY-RECORD-MAX
               AND CLY-ITEM-COUNT IS LESS THAN CLY-ITEM-MAX
                   ADD 1 TO CLY-ITEM-COUNT
                   MOVE CLY-ITEM-COUNT TO CLY-ISUB
                   ADD 1 TO CLY-RECORD-COUNT
                   MOVE CLY-RECORD-COUNT TO CLY-RSUB
                   MOVE CLY-CURRENT-FD TO CLY-RECORD-FD(CLY-RSUB)
                   MOVE CLY-LITERAL(1:8) TO CLY-RECORD-COPY(CLY-RSUB)
                   MOVE CLY-ISUB TO CLY-RECORD-FIRST(CLY-RSUB)
                   MOVE CLY-ISUB TO CLY-RECORD-LAST(CLY-RSUB)
                   MOVE ZEROES TO CLY-RECORD-LENGTH(CLY-RSUB)
                   MOVE 'FILLER' TO CLY-ITEM-NAME(CLY-ISUB)
                   MOVE 1 TO CLY-ITEM-LEVEL(CLY-ISUB)
                   MOVE CLY-RSUB TO CLY-ITEM-RECORD(CLY-ISUB)
                   MOVE 1 TO CLY-ITEM-POS(CLY-ISUB)
                   MOVE ZEROES TO CLY-ITEM-LENGTH(CLY-ISUB)
                   MOVE 'N' TO CLY-ITEM-ELEMENTARY(CLY-ISUB)
                   MOVE SPACE TO CLY-ITEM-TYPE(CLY-ISUB)
                   MOVE SPACE TO CLY-ITEM-SIGN(CLY-ISUB)
                   MOVE ZEROES TO CLY-ITEM-DECIMALS(CLY-ISUB)
               END-IF
           END-IF
           .
      *****************************************************************
      * UMA ENTRADA DE DADOS: NIVEL, NOME E AS CLAUSULAS QUE DAO
      * TAMANHO E POSICAO (O 88 E O 66 NAO OCUPAM NADA)
      *****************************************************************
       4200-DATA-ITEM-ENTRY.
           IF CLY-LEVEL IS EQUAL TO 88
           OR CLY-LEVEL IS EQUAL TO 66
           OR CLY-LEVEL IS EQUAL TO ZEROES
               GO TO 4200-DATA-ITEM-ENTRY-SAI
           END-IF
           IF CLY-LEVEL IS EQUAL TO 77
               MOVE 1 TO CLY-LEVEL
           END-IF
           MOVE SPACES TO CLY-NAME
           MOVE SPACES TO CLY-PICTURE
           MOVE SPACE TO CLY-USAGE
           MOVE 1 TO CLY-OCCURS
           MOVE SPACES TO CLY-REDEFINES
           MOVE 'N' TO CLY-SEPARATE-SW
           SET CLY-EXPECT-NOTHING TO TRUE
           MOVE CLY-WORD-2 TO CLY-TOKEN
           PERFORM 4210-ITEM-CLAUSE
               THRU 4210-ITEM-CLAUSE-SAI
           IF CLY-NAME IS EQUAL TO SPACES
               MOVE 'FILLER' TO CLY-NAME
           END-IF
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           PERFORM UNTIL CLY-END-OF-SCAN
               PERFORM 4210-ITEM-CLAUSE
                   THRU 4210-ITEM-CLAUSE-SAI
               PERFORM 7100-NEXT-TOKEN
                   THRU 7100-NEXT-TOKEN-SAI
           END-PERFORM
           PERFORM 4300-PLACE-ITEM
               THRU 4300-PLACE-ITEM-SAI.
       4200-DATA-ITEM-ENTRY-SAI.
           EXIT.
       4210-ITEM-CLAUSE.
           IF CLY-TOKEN IS EQUAL TO 'IS'
           OR CLY-TOKEN IS EQUAL TO 'ARE'
           OR CLY-TOKEN IS EQUAL TO SPACES
               GO TO 4210-ITEM-CLAUSE-SAI
           END-IF
           EVALUATE TRUE
               WHEN CLY-EXPECT-PICTURE
                   MOVE CLY-TOKEN TO CLY-PICTURE
                   SET CLY-EXPECT-NOTHING TO TRUE
                   GO TO 4210-ITEM-CLAUSE-SAI
               WHEN CLY-EXPECT-OCCURS
                   IF CLY-TOKEN IS EQUAL TO 'TO'
                       GO TO 4210-ITEM-CLAUSE-SAI
                   END-IF
                   IF CLY-TOKEN(1:1) IS NUMERIC
                       MOVE ZEROES TO CLY-OCCURS
                       PERFORM VARYING CLY-L FROM 1 BY 1
                               UNTIL CLY-L IS GREATER THAN 5
                                  OR CLY-TOKEN(CLY-L:1) IS NOT NUMERIC
                           MOVE CLY-TOKEN(CLY-L:1) TO CLY-PIC-DIGIT
                           COMPUTE CLY-OCCURS = CLY-OCCURS * 10
                               + CLY-PIC-DIGIT
                           END-COMPUTE
                       END-PERFORM
                       GO TO 4210-ITEM-CLAUSE-SAI
                   END-IF
                   SET CLY-EXPECT-NOTHING TO TRUE
               WHEN CLY-EXPECT-REDEFINES
                   MOVE CLY-TOKEN TO CLY-REDEFINES
                   SET CLY-EXPECT-NOTHING TO TRUE
                   GO TO 4210-ITEM-CLAUSE-SAI
               WHEN CLY-EXPECT-VALUE
                   IF CLY-TOKEN IS NOT EQUAL TO 'ALL'
                       SET CLY-EXPECT-NOTHING TO TRUE
                   END-IF
                   GO TO 4210-ITEM-CLAUSE-SAI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE CLY-TOKEN
               WHEN 'PIC'
               WHEN 'PICTURE'
                   SET CLY-EXPECT-PICTURE TO TRUE
               WHEN 'OCCURS'
                   SET CLY-EXPECT-OCCURS TO TRUE
               WHEN 'REDEFINES'
                   SET CLY-EXPECT-REDEFINES TO TRUE
               WHEN 'VALUE'
               WHEN 'VALUES'
                   SET CLY-EXPECT-VALUE TO TRUE
               WHEN 'SEPARATE'
                   SET CLY-SIGN-SEPARATE TO TRUE
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
                   MOVE 'B' TO CLY-USAGE
               WHEN 'COMP-3'
               WHEN 'COMPUTATIONAL-3'
               WHEN 'PACKED-DECIMAL'
                   MOVE 'P' TO CLY-USAGE
               WHEN 'COMP-1'
               WHEN 'COMPUTATIONAL-1'
                   MOVE '1' TO CLY-USAGE
               WHEN 'COMP-2'
               WHEN 'COMPUTATIONAL-2'
                   MOVE '2' TO CLY-USAGE
               WHEN 'INDEX'
               WHEN 'POINTER'
                   MOVE 'I' TO CLY-USAGE
               WHEN OTHER
      * O PRIMEIRO TOKEN QUE NAO E' CLAUSULA, LOGO APOS O NIVEL, E'
      * O NOME DO ITEM
                   IF CLY-NAME IS EQUAL TO SPACES
                   AND CLY-TOKEN-NO IS NOT GREATER THAN 2
                       MOVE CLY-TOKEN TO CLY-NAME
                   END-IF
           END-EVALUATE.
       4210-ITEM-CLAUSE-SAI.
           EXIT.
      *****************************************************************
      * POE O ITEM NO REGISTRO: FECHA OS GRUPOS DE NIVEL IGUAL OU
      * MAIOR, ACHA O INICIO (FIM DO QUE O GRUPO JA TEM, OU O ITEM
      * REDEFINIDO) E ABRE UM GRUPO OU FECHA UM ELEMENTAR
      *****************************************************************
       4300-PLACE-ITEM.
           IF CLY-ITEM-COUNT IS NOT LESS THAN CLY-ITEM-MAX
               SET CLY-TABLE-OVERFLOW TO TRUE
               GO TO 4300-PLACE-ITEM-SAI
           END-IF
           IF CLY-LEVEL IS EQUAL TO 1
               PERFORM 4320-CLOSE-ALL
               IF CLY-RECORD-COUNT IS NOT LESS THAN CLY-RECORD-MAX
                   SET CLY-TABLE-OVERFLOW TO TRUE
                   GO TO 4300-PLACE-ITEM-SAI
               END-IF
               ADD 1 TO CLY-RECORD-COUNT
               MOVE CLY-RECORD-COUNT TO CLY-RSUB
               IF CLY-IN-FILE-SECTION
                   MOVE CLY-CURRENT-FD TO CLY-RECORD-FD(CLY-RSUB)
               ELSE
                   MOVE SPACES TO CLY-RECORD-FD(CLY-RSUB)
               END-IF
               MOVE SPACES TO CLY-RECORD-COPY(CLY-RSUB)
               COMPUTE CLY-RECORD-FIRST(CLY-RSUB) = CLY-ITEM-COUNT + 1
               END-COMPUTE
               MOVE ZEROES TO CLY-RECORD-LENGTH(CLY-RSUB)
               MOVE 1 TO CLY-START
           ELSE
               PERFORM 4310-CLOSE-TOP
                   UNTIL CLY-DEPTH IS EQUAL TO ZEROES
                      OR CLY-GROUP-LEVEL(CLY-DEPTH) IS LESS THAN
                         CLY-LEVEL
               IF CLY-DEPTH IS EQUAL TO ZEROES
                   GO TO 4300-PLACE-ITEM-SAI
               END-IF
               MOVE CLY-GROUP-END(CLY-DEPTH) TO CLY-START
               IF CLY-USAGE IS EQUAL TO SPACE
                   MOVE CLY-GROUP-USAGE(CLY-DEPTH) TO CLY-USAGE
               END-IF
           END-IF
           IF CLY-REDEFINES IS NOT EQUAL TO SPACES
               PERFORM VARYING CLY-JSUB FROM CLY-ITEM-COUNT BY -1
                       UNTIL CLY-JSUB IS LESS THAN
                             CLY-RECORD-FIRST(CLY-RECORD-COUNT)
                          OR CLY-JSUB IS EQUAL TO ZEROES
                          OR CLY-ITEM-NAME(CLY-JSUB) IS EQUAL TO
                             CLY-REDEFINES
                   CONTINUE
               END-PERFORM
               IF CLY-JSUB IS GREATER THAN ZEROES
               AND CLY-JSUB IS NOT LESS THAN
                       CLY-RECORD-FIRST(CLY-RECORD-COUNT)
                   MOVE CLY-ITEM-POS(CLY-JSUB) TO CLY-START
               END-IF
           END-IF
           IF CLY-USAGE IS EQUAL TO SPACE
               MOVE 'D' TO CLY-USAGE
           END-IF

           ADD 1 TO CLY-ITEM-COUNT
           MOVE CLY-ITEM-COUNT TO CLY-ISUB
           MOVE CLY-ISUB TO CLY-RECORD-LAST(CLY-RECORD-COUNT)
           MOVE CLY-NAME TO CLY-ITEM-NAME(CLY-ISUB)
           MOVE CLY-LEVEL TO CLY-ITEM-LEVEL(CLY-ISUB)
           MOVE CLY-RECORD-COUNT TO CLY-ITEM-RECORD(CLY-ISUB)
           MOVE CLY-START TO CLY-ITEM-POS(CLY-ISUB)
           MOVE SPACE TO CLY-ITEM-SIGN(CLY-ISUB)
           MOVE ZEROES TO CLY-ITEM-DECIMALS(CLY-ISUB)

           IF CLY-PICTURE IS NOT EQUAL TO SPACES
           OR CLY-USAGE IS EQUAL TO '1'
           OR CLY-USAGE IS EQUAL TO '2'
           OR CLY-USAGE IS EQUAL TO 'I'
               PERFORM 4400-PICTURE-SIZE
               MOVE 'Y' TO CLY-ITEM-ELEMENTARY(CLY-ISUB)
               MOVE CLY-PIC-LENGTH TO CLY-ITEM-LENGTH(CLY-ISUB)
               MOVE CLY-PIC-TYPE TO CLY-ITEM-TYPE(CLY-ISUB)
               MOVE CLY-PIC-SIGN TO CLY-ITEM-SIGN(CLY-ISUB)
               MOVE CLY-PIC-DECIMALS TO CLY-ITEM-DECIMALS(CLY-ISUB)
               COMPUTE CLY-TOTAL = CLY-PIC-LENGTH * CLY-OCCURS
               END-COMPUTE
               IF CLY-DEPTH IS GREATER THAN ZEROES
                   IF CLY-START + CLY-TOTAL IS GREATER THAN
                           CLY-GROUP-END(CLY-DEPTH)
                       COMPUTE CLY-GROUP-END(CLY-DEPTH) =
                           CLY-START + CLY-TOTAL
                       END-COMPUTE
                   END-IF
               ELSE
                   MOVE CLY-TOTAL
                       TO CLY-RECORD-LENGTH(CLY-RECORD-COUNT)
               END-IF
           ELSE
               MOVE 'N' TO CLY-ITEM-ELEMENTARY(CLY-ISUB)
               MOVE SPACE TO CLY-ITEM-TYPE(CLY-ISUB)
               MOVE ZEROES TO CLY-ITEM-LENGTH(CLY-ISUB)
               IF CLY-DEPTH IS LESS THAN 50
                   ADD 1 TO CLY-DEPTH
                   MOVE CLY-ISUB TO CLY-GROUP-ITEM(CLY-DEPTH)
                   MOVE CLY-LEVEL TO CLY-GROUP-LEVEL(CLY-DEPTH)
                   MOVE CLY-START TO CLY-GROUP-START(CLY-DEPTH)
                   MOVE CLY-START TO CLY-GROUP-END(CLY-DEPTH)
                   MOVE CLY-OCCURS TO CLY-GROUP-OCCURS(CLY-DEPTH)
                   MOVE CLY-USAGE TO CLY-GROUP-USAGE(CLY-DEPTH)
               ELSE
                   SET CLY-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.
       4300-PLACE-ITEM-SAI.
           EXIT.
      *****************************************************************
      * FECHA O GRUPO DO TOPO: O TAMANHO E' O QUE OS ITENS DELE
      * OCUPARAM; COM OCCURS, O GRUPO PAI AVANCA TODAS AS OCORRENCIAS
      *****************************************************************
       4310-CLOSE-TOP.
           MOVE CLY-GROUP-ITEM(CLY-DEPTH) TO CLY-JSUB
           COMPUTE CLY-ITEM-LENGTH(CLY-JSUB) =
               CLY-GROUP-END(CLY-DEPTH) - CLY-GROUP-START(CLY-DEPTH)
           END-COMPUTE
           COMPUTE CLY-TOTAL = CLY-ITEM-LENGTH(CLY-JSUB)
               * CLY-GROUP-OCCURS(CLY-DEPTH)
           END-COMPUTE
           COMPUTE CLY-START = CLY-GROUP-START(CLY-DEPTH) + CLY-TOTAL
           END-COMPUTE
           SUBTRACT 1 FROM CLY-DEPTH
           IF CLY-DEPTH IS GREATER THAN ZEROES
               IF CLY-START IS GREATER THAN CLY-GROUP-END(CLY-DEPTH)
                   MOVE CLY-START TO CLY-GROUP-END(CLY-DEPTH)
               END-IF
           ELSE
               MOVE CLY-ITEM-RECORD(CLY-JSUB) TO CLY-RSUB
               MOVE CLY-TOTAL TO CLY-RECORD-LENGTH(CLY-RSUB)
           END-IF
           .
       4320-CLOSE-ALL.
           PERFORM 4310-CLOSE-TOP
               UNTIL CLY-DEPTH IS EQUAL TO ZEROES
           .
      *****************************************************************
      * TAMANHO, TIPO, SINAL E DECIMAIS PELA PICTURE E PELO USAGE
      *****************************************************************
       4400-PICTURE-SIZE.
           MOVE ZEROES TO CLY-PIC-DISPLAY
           MOVE ZEROES TO CLY-PIC-DIGITS
           MOVE ZEROES TO CLY-PIC-DECIMALS
           MOVE '9' TO CLY-PIC-CLASS
           MOVE SPACE TO CLY-PIC-SIGN
           MOVE 'N' TO CLY-AFTER-V-SW
           MOVE 1 TO CLY-PIC-I
           PERFORM 4410-PICTURE-SYMBOL
               UNTIL CLY-PIC-I IS GREATER THAN 30
                  OR CLY-PICTURE(CLY-PIC-I:1) IS EQUAL TO SPACE
           IF CLY-PIC-NUMERIC
               MOVE CLY-PIC-DIGITS TO CLY-PIC-LENGTH
           END-IF
           EVALUATE TRUE
               WHEN CLY-USAGE IS EQUAL TO '1'
                   MOVE 'F' TO CLY-PIC-TYPE
                   MOVE 4 TO CLY-PIC-LENGTH
               WHEN CLY-USAGE IS EQUAL TO '2'
                   MOVE 'F' TO CLY-PIC-TYPE
                   MOVE 8 TO CLY-PIC-LENGTH
               WHEN CLY-USAGE IS EQUAL TO 'I'
                   MOVE 'B' TO CLY-PIC-TYPE
                   MOVE 4 TO CLY-PIC-LENGTH
               WHEN CLY-PIC-ALPHANUMERIC
                   MOVE 'X' TO CLY-PIC-TYPE
                   MOVE CLY-PIC-DISPLAY TO CLY-PIC-LENGTH
               WHEN CLY-PIC-EDITED
                   MOVE 'E' TO CLY-PIC-TYPE
                   MOVE CLY-PIC-DISPLAY TO CLY-PIC-LENGTH
               WHEN CLY-USAGE IS EQUAL TO 'P'
                   MOVE 'P' TO CLY-PIC-TYPE
                   COMPUTE CLY-PIC-LENGTH = CLY-PIC-DIGITS / 2 + 1
                   END-COMPUTE
               WHEN CLY-USAGE IS EQUAL TO 'B'
                   MOVE 'B' TO CLY-PIC-TYPE
                   EVALUATE TRUE
                       WHEN CLY-PIC-DIGITS IS LESS THAN 5
                           MOVE 2 TO CLY-PIC-LENGTH
                       WHEN CLY-PIC-DIGITS IS LESS THAN 10
                           MOVE 4 TO CLY-PIC-LENGTH
                       WHEN OTHER
                           MOVE 8 TO CLY-PIC-LENGTH
                   END-EVALUATE
               WHEN OTHER
                   MOVE '9' TO CLY-PIC-TYPE
                   MOVE CLY-PIC-DISPLAY TO CLY-PIC-LENGTH
                   IF CLY-SIGN-SEPARATE
                   AND CLY-PIC-SIGN IS EQUAL TO 'S'
                       ADD 1 TO CLY-PIC-LENGTH
                   END-IF
           END-EVALUATE
           .
      *****************************************************************
      * UM SIMBOLO DA PICTURE, COM A REPETICAO (N) QUANDO HOUVER
      *****************************************************************
       4410-PICTURE-SYMBOL.
           MOVE CLY-PICTURE(CLY-PIC-I:1) TO CLY-PIC-CHAR
           ADD 1 TO CLY-PIC-I
           MOVE 1 TO CLY-PIC-REPEAT
           IF CLY-PIC-I IS NOT GREATER THAN 30
           AND CLY-PICTURE(CLY-PIC-I:1) IS EQUAL TO '('
               MOVE ZEROES TO CLY-PIC-REPEAT
               ADD 1 TO CLY-PIC-I
               PERFORM UNTIL CLY-PIC-I IS GREATER THAN 30
                          OR CLY-PICTURE(CLY-PIC-I:1) IS NOT NUMERIC
                   MOVE CLY-PICTURE(CLY-PIC-I:1) TO CLY-PIC-DIGIT
                   COMPUTE CLY-PIC-REPEAT = CLY-PIC-REPEAT * 10
                       + CLY-PIC-DIGIT
                   END-COMPUTE
                   ADD 1 TO CLY-PIC-I
               END-PERFORM
      * PULA O ')'
               ADD 1 TO CLY-PIC-I
           END-IF
           EVALUATE CLY-PIC-CHAR
               WHEN 'S'
                   MOVE 'S' TO CLY-PIC-SIGN
               WHEN 'V'
                   SET CLY-AFTER-V TO TRUE
               WHEN 'P'
                   ADD CLY-PIC-REPEAT TO CLY-PIC-DIGITS
               WHEN '9'
                   ADD CLY-PIC-REPEAT TO CLY-PIC-DISPLAY
                   ADD CLY-PIC-REPEAT TO CLY-PIC-DIGITS
                   IF CLY-AFTER-V
                       ADD CLY-PIC-REPEAT TO CLY-PIC-DECIMALS
                   END-IF
               WHEN 'X'
               WHEN 'A'
                   ADD CLY-PIC-REPEAT TO CLY-PIC-DISPLAY
                   SET CLY-PIC-ALPHANUMERIC TO TRUE
               WHEN 'N'
               WHEN 'G'
                   COMPUTE CLY-PIC-DISPLAY = CLY-PIC-DISPLAY
                       + CLY-PIC-REPEAT * 2
                   END-COMPUTE
                   SET CLY-PIC-ALPHANUMERIC TO TRUE
               WHEN OTHER
                   ADD CLY-PIC-REPEAT TO CLY-PIC-DISPLAY
                   IF NOT CLY-PIC-ALPHANUMERIC
                       SET CLY-PIC-EDITED TO TRUE
                   END-IF
           END-EVALUATE
           .
      *****************************************************************
      * UM EXEC CICS COMPLETO: SE FOR LEITURA OU GRAVACAO DE ARQUIVO
      * COM FILE('NOME') E INTO/FROM, GUARDA O DD, O REGISTRO E A
      * CHAVE
      *****************************************************************
       4500-CICS-COMMAND.
           IF CLY-EXEC-COUNT IS LESS THAN 3
               GO TO 4500-CICS-COMMAND-SAI
           END-IF
           IF CLY-EXEC-TOKEN(1) IS NOT EQUAL TO 'CICS'
               GO TO 4500-CICS-COMMAND-SAI
           END-IF
           MOVE CLY-EXEC-TOKEN(2) TO CLY-CICS-VERB
           IF CLY-CICS-VERB IS NOT EQUAL TO 'READ'
           AND CLY-CICS-VERB IS NOT EQUAL TO 'WRITE'
           AND CLY-CICS-VERB IS NOT EQUAL TO 'REWRITE'
           AND CLY-CICS-VERB IS NOT EQUAL TO 'STARTBR'
           AND CLY-CICS-VERB IS NOT EQUAL TO 'READNEXT'
           AND CLY-CICS-VERB IS NOT EQUAL TO 'READPREV'
               GO TO 4500-CICS-COMMAND-SAI
           END-IF
           MOVE SPACES TO CLY-NEW-DD
           MOVE SPACES TO CLY-NEW-RECORD
           MOVE SPACES TO CLY-NEW-KEY
           PERFORM VARYING CLY-XSUB FROM 3 BY 1
                   UNTIL CLY-XSUB IS NOT LESS THAN CLY-EXEC-COUNT
               EVALUATE CLY-EXEC-TOKEN(CLY-XSUB)
                   WHEN 'FILE'
                   WHEN 'DATASET'
                       MOVE CLY-EXEC-TOKEN(CLY-XSUB + 1) TO CLY-LITERAL
                       IF CLY-LITERAL(1:1) IS EQUAL TO ''''
                       OR CLY-LITERAL(1:1) IS EQUAL TO '"'
                           PERFORM 7200-UNQUOTE
                           MOVE CLY-LITERAL(1:8) TO CLY-NEW-DD
                       END-IF
                   WHEN 'INTO'
                   WHEN 'FROM'
                       MOVE CLY-EXEC-TOKEN(CLY-XSUB + 1)
                           TO CLY-NEW-RECORD
                   WHEN 'RIDFLD'
                       MOVE CLY-EXEC-TOKEN(CLY-XSUB + 1) TO CLY-NEW-KEY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF CLY-NEW-DD IS EQUAL TO SPACES
           OR CLY-NEW-RECORD IS EQUAL TO SPACES
               GO TO 4500-CICS-COMMAND-SAI
           END-IF
           PERFORM VARYING CLY-CSUB FROM 1 BY 1
                   UNTIL CLY-CSUB IS GREATER THAN CLY-CICS-COUNT
               IF CLY-CICS-DD(CLY-CSUB) IS EQUAL TO CLY-NEW-DD
               AND CLY-CICS-RECORD(CLY-CSUB) IS EQUAL TO CLY-NEW-RECORD
                   IF CLY-CICS-KEY(CLY-CSUB) IS EQUAL TO SPACES
                       MOVE CLY-NEW-KEY TO CLY-CICS-KEY(CLY-CSUB)
                   END-IF
                   GO TO 4500-CICS-COMMAND-SAI
               END-IF
           END-PERFORM
           IF CLY-CICS-COUNT IS NOT LESS THAN CLY-CICS-MAX
               SET CLY-TABLE-OVERFLOW TO TRUE
               GO TO 4500-CICS-COMMAND-SAI
           END-IF
           ADD 1 TO CLY-CICS-COUNT
           MOVE CLY-NEW-DD TO CLY-CICS-DD(CLY-CICS-COUNT)
           MOVE CLY-NEW-RECORD TO CLY-CICS-RECORD(CLY-CICS-COUNT)
           MOVE CLY-NEW-KEY TO CLY-CICS-KEY(CLY-CICS-COUNT).
       4500-CICS-COMMAND-SAI.
           EXIT.
      *****************************************************************
      * COMPARA OS LAYOUTS DE CADA DD QUE MAIS DE UM PROGRAMA USA
      *****************************************************************
       5000-COMPARE-LIBRARY.
           PERFORM 5100-ONE-DD
               THRU 5100-ONE-DD-SAI
               VARYING CLY-LSUB FROM 1 BY 1
               UNTIL CLY-LSUB IS GREATER THAN CLY-LAYOUT-COUNT
           .
      *****************************************************************
      * UM DD: JUNTA OS LAYOUTS DELE, AGRUPA OS QUE CONCORDAM E
      * COMPARA CADA GRUPO COM O MAIOR
      *****************************************************************
       5100-ONE-DD.
           IF CLY-LAYOUT-DONE(CLY-LSUB) IS EQUAL TO 'Y'
               GO TO 5100-ONE-DD-SAI
           END-IF
           MOVE CLY-LAYOUT-DD(CLY-LSUB) TO CLY-DD
           MOVE ZEROES TO CLY-MEMBER-COUNT
           PERFORM VARYING CLY-A FROM CLY-LSUB BY 1
                   UNTIL CLY-A IS GREATER THAN CLY-LAYOUT-COUNT
               IF CLY-LAYOUT-DD(CLY-A) IS EQUAL TO CLY-DD
                   MOVE 'Y' TO CLY-LAYOUT-DONE(CLY-A)
                   IF CLY-MEMBER-COUNT IS LESS THAN CLY-MEMBER-MAX
                       ADD 1 TO CLY-MEMBER-COUNT
                       MOVE CLY-A TO CLY-MEMBER(CLY-MEMBER-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF CLY-MEMBER-COUNT IS LESS THAN 2
               GO TO 5100-ONE-DD-SAI
           END-IF
           ADD 1 TO CLY-SHARED-DDS

           MOVE 'N' TO CLY-PRINT-SW
           MOVE ZEROES TO CLY-CLUSTER-COUNT
           PERFORM 5110-CLUSTER-MEMBER
               VARYING CLY-MSUB FROM 1 BY 1
               UNTIL CLY-MSUB IS GREATER THAN CLY-MEMBER-COUNT
           MOVE 1 TO CLY-MAIN-CLUSTER
           PERFORM VARYING CLY-KSUB FROM 2 BY 1
                   UNTIL CLY-KSUB IS GREATER THAN CLY-CLUSTER-COUNT
               IF CLY-CLUSTER-SIZE(CLY-KSUB) IS GREATER THAN
                       CLY-CLUSTER-SIZE(CLY-MAIN-CLUSTER)
                   MOVE CLY-KSUB TO CLY-MAIN-CLUSTER
               END-IF
           END-PERFORM

           DISPLAY ' '
           MOVE CLY-MEMBER-COUNT TO CLY-ED-COUNT
           IF CLY-CLUSTER-COUNT IS EQUAL TO 1
               DISPLAY 'DD ' CLY-DD ' - ' CLY-ED-COUNT
                   ' LAYOUTS, TODOS CONFEREM'
           ELSE
               ADD 1 TO CLY-DIVERGENT-DDS
               MOVE CLY-CLUSTER-COUNT TO CLY-ED-GROUP
               DISPLAY 'DD ' CLY-DD ' - ' CLY-ED-COUNT
                   ' LAYOUTS, ' CLY-ED-GROUP ' VERSOES DIFERENTES'
           END-IF
           PERFORM 5200-LIST-CLUSTER
               VARYING CLY-KSUB FROM 1 BY 1
               UNTIL CLY-KSUB IS GREATER THAN CLY-CLUSTER-COUNT
           SET CLY-PRINT-DIFFERENCES TO TRUE
           PERFORM VARYING CLY-KSUB FROM 1 BY 1
                   UNTIL CLY-KSUB IS GREATER THAN CLY-CLUSTER-COUNT
               IF CLY-KSUB IS NOT EQUAL TO CLY-MAIN-CLUSTER
                   MOVE CLY-CLUSTER-REP(CLY-KSUB) TO CLY-A
                   MOVE CLY-CLUSTER-REP(CLY-MAIN-CLUSTER) TO CLY-B
                   MOVE CLY-KSUB TO CLY-ED-GROUP
                   DISPLAY '  VERSAO ' CLY-ED-GROUP ' ('
                       CLY-LAYOUT-PROGRAM(CLY-A)
                       ') CONTRA A MAIS USADA ('
                       CLY-LAYOUT-PROGRAM(CLY-B) '):'
                   PERFORM 6000-COMPARE-LAYOUTS
                       THRU 6000-COMPARE-LAYOUTS-SAI
               END-IF
           END-PERFORM
           MOVE 'N' TO CLY-PRINT-SW.
       5100-ONE-DD-SAI.
           EXIT.
      *****************************************************************
      * UM LAYOUT ENTRA NO PRIMEIRO GRUPO COM QUE CONCORDA, OU ABRE
      * UM GRUPO NOVO
      *****************************************************************
       5110-CLUSTER-MEMBER.
           MOVE CLY-MEMBER(CLY-MSUB) TO CLY-A
           MOVE ZEROES TO CLY-LAYOUT-GROUP(CLY-A)
           PERFORM VARYING CLY-KSUB FROM 1 BY 1
                   UNTIL CLY-KSUB IS GREATER THAN CLY-CLUSTER-COUNT
                      OR CLY-LAYOUT-GROUP(CLY-A) IS GREATER THAN ZEROES
               MOVE CLY-CLUSTER-REP(CLY-KSUB) TO CLY-B
               PERFORM 6000-COMPARE-LAYOUTS
                   THRU 6000-COMPARE-LAYOUTS-SAI
               IF CLY-DIFFERENCES IS EQUAL TO ZEROES
                   MOVE CLY-KSUB TO CLY-LAYOUT-GROUP(CLY-A)
                   ADD 1 TO CLY-CLUSTER-SIZE(CLY-KSUB)
               END-IF
           END-PERFORM
           IF CLY-LAYOUT-GROUP(CLY-A) IS EQUAL TO ZEROES
               ADD 1 TO CLY-CLUSTER-COUNT
               MOVE CLY-A TO CLY-CLUSTER-REP(CLY-CLUSTER-COUNT)
               MOVE 1 TO CLY-CLUSTER-SIZE(CLY-CLUSTER-COUNT)
               MOVE CLY-CLUSTER-COUNT TO CLY-LAYOUT-GROUP(CLY-A)
           END-IF
           .
      *****************************************************************
      * OS PROGRAMAS DE UM GRUPO, COM TAMANHO E CHAVE DO REGISTRO
      *****************************************************************
       5200-LIST-CLUSTER.
           MOVE CLY-CLUSTER-REP(CLY-KSUB) TO CLY-A
           MOVE CLY-KSUB TO CLY-ED-GROUP
           MOVE CLY-LAYOUT-LENGTH(CLY-A) TO CLY-ED-LENGTH
           IF CLY-LAYOUT-KEY-LEN(CLY-A) IS GREATER THAN ZEROES
               MOVE CLY-LAYOUT-KEY-POS(CLY-A) TO CLY-ED-POS
               MOVE CLY-LAYOUT-KEY-LEN(CLY-A) TO CLY-ED-LENGTH-2
               DISPLAY '  VERSAO ' CLY-ED-GROUP ' - REGISTRO DE '
                   CLY-ED-LENGTH ' BYTES, CHAVE POS ' CLY-ED-POS
                   ' TAM ' CLY-ED-LENGTH-2
           ELSE
               DISPLAY '  VERSAO ' CLY-ED-GROUP ' - REGISTRO DE '
                   CLY-ED-LENGTH ' BYTES'
           END-IF
           PERFORM VARYING CLY-MSUB FROM 1 BY 1
                   UNTIL CLY-MSUB IS GREATER THAN CLY-MEMBER-COUNT
               MOVE CLY-MEMBER(CLY-MSUB) TO CLY-B
               IF CLY-LAYOUT-GROUP(CLY-B) IS EQUAL TO CLY-KSUB
                   IF CLY-LAYOUT-COPY(CLY-B) IS EQUAL TO SPACES
                       DISPLAY '      ' CLY-LAYOUT-PROGRAM(CLY-B) ' '
                           CLY-LAYOUT-SOURCE(CLY-B) ' '
                           CLY-LAYOUT-RECORD(CLY-B)
                   ELSE
                       DISPLAY '      ' CLY-LAYOUT-PROGRAM(CLY-B) ' '
                           CLY-LAYOUT-SOURCE(CLY-B) ' '
                           CLY-LAYOUT-RECORD(CLY-B) ' (COPY '
                           CLY-LAYOUT-COPY(CLY-B) ')'
                   END-IF
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * COMPARA O LAYOUT CLY-A COM O CLY-B E CONTA AS DIFERENCAS EM
      * CLY-DIFFERENCES; COM CLY-PRINT-DIFFERENCES, LISTA CADA UMA
      *****************************************************************
       6000-COMPARE-LAYOUTS.
           MOVE ZEROES TO CLY-DIFFERENCES
           IF CLY-LAYOUT-COPY(CLY-A) IS NOT EQUAL TO SPACES
           OR CLY-LAYOUT-COPY(CLY-B) IS NOT EQUAL TO SPACES
               IF CLY-LAYOUT-COPY(CLY-A) IS NOT EQUAL TO
                       CLY-LAYOUT-COPY(CLY-B)
                   ADD 1 TO CLY-DIFFERENCES
                   IF CLY-PRINT-DIFFERENCES
                       DISPLAY '    LAYOUT VIA COPY DE UM LADO SO'
                           ' (OU DE MEMBROS DIFERENTES) - NAO '
                           'COMPARAVEL CAMPO A CAMPO'
                   END-IF
               END-IF
               GO TO 6000-COMPARE-LAYOUTS-SAI
           END-IF
           IF CLY-LAYOUT-LENGTH(CLY-A) IS NOT EQUAL TO
                   CLY-LAYOUT-LENGTH(CLY-B)
               ADD 1 TO CLY-DIFFERENCES
               IF CLY-PRINT-DIFFERENCES
                   MOVE CLY-LAYOUT-LENGTH(CLY-A) TO CLY-ED-LENGTH
                   MOVE CLY-LAYOUT-LENGTH(CLY-B) TO CLY-ED-LENGTH-2
                   DISPLAY '    TAMANHO DO REGISTRO '
                       CLY-LAYOUT-PROGRAM(CLY-A) ' ' CLY-ED-LENGTH
                       '  X  ' CLY-LAYOUT-PROGRAM(CLY-B) ' '
                       CLY-ED-LENGTH-2
               END-IF
           END-IF
           IF CLY-LAYOUT-KEY-LEN(CLY-A) IS GREATER THAN ZEROES
           AND CLY-LAYOUT-KEY-LEN(CLY-B) IS GREATER THAN ZEROES
           AND (CLY-LAYOUT-KEY-POS(CLY-A) IS NOT EQUAL TO
                   CLY-LAYOUT-KEY-POS(CLY-B)
             OR CLY-LAYOUT-KEY-LEN(CLY-A) IS NOT EQUAL TO
                   CLY-LAYOUT-KEY-LEN(CLY-B))
               ADD 1 TO CLY-DIFFERENCES
               IF CLY-PRINT-DIFFERENCES
                   MOVE CLY-LAYOUT-KEY-POS(CLY-A) TO CLY-ED-POS
                   MOVE CLY-LAYOUT-KEY-LEN(CLY-A) TO CLY-ED-LENGTH
                   MOVE CLY-LAYOUT-KEY-POS(CLY-B) TO CLY-ED-POS-2
                   MOVE CLY-LAYOUT-KEY-LEN(CLY-B) TO CLY-ED-LENGTH-2
                   DISPLAY '    CHAVE ' CLY-LAYOUT-PROGRAM(CLY-A)
                       ' POS ' CLY-ED-POS ' TAM ' CLY-ED-LENGTH
                       '  X  ' CLY-LAYOUT-PROGRAM(CLY-B)
                       ' POS ' CLY-ED-POS-2 ' TAM ' CLY-ED-LENGTH-2
               END-IF
           END-IF
           PERFORM 6100-COMPARE-FIELD
               THRU 6100-COMPARE-FIELD-SAI
               VARYING CLY-A-FIELD FROM CLY-LAYOUT-FIRST(CLY-A) BY 1
               UNTIL CLY-A-FIELD IS GREATER THAN
                     CLY-LAYOUT-FIRST(CLY-A)
                   + CLY-LAYOUT-FIELDS(CLY-A) - 1
           IF CLY-PRINT-DIFFERENCES
           AND CLY-DIFFERENCES IS GREATER THAN CLY-PRINT-LIMIT
               DISPLAY '    (SO AS PRIMEIRAS DIFERENCAS FORAM LISTADAS)'
           END-IF.
       6000-COMPARE-LAYOUTS-SAI.
           EXIT.
      *****************************************************************
      * UM CAMPO ELEMENTAR DE A: NA MESMA POSICAO E TAMANHO EM B, O
      * TIPO TEM DE SER O MESMO; SEM PAR EM B, NENHUM CAMPO NOMEADO
      * DE B SEM PAR EM A PODE SE SOBREPOR A ELE
      *****************************************************************
       6100-COMPARE-FIELD.
           IF CLY-FIELD-ELEMENTARY(CLY-A-FIELD) IS NOT EQUAL TO 'Y'
               GO TO 6100-COMPARE-FIELD-SAI
           END-IF
           MOVE CLY-B TO CLY-LOOK-LAYOUT
           MOVE CLY-FIELD-POS(CLY-A-FIELD) TO CLY-LOOK-POS
           MOVE CLY-FIELD-LENGTH(CLY-A-FIELD) TO CLY-LOOK-LENGTH
           PERFORM 6110-FIND-POSITION
           IF CLY-LOOK-ELEMENTARY IS GREATER THAN ZEROES
               MOVE CLY-LOOK-ELEMENTARY TO CLY-B-FIELD
               IF CLY-FIELD-TYPE(CLY-A-FIELD) IS NOT EQUAL TO
                       CLY-FIELD-TYPE(CLY-B-FIELD)
               OR CLY-FIELD-SIGN(CLY-A-FIELD) IS NOT EQUAL TO
                       CLY-FIELD-SIGN(CLY-B-FIELD)
               OR CLY-FIELD-DECIMALS(CLY-A-FIELD) IS NOT EQUAL TO
                       CLY-FIELD-DECIMALS(CLY-B-FIELD)
                   ADD 1 TO CLY-DIFFERENCES
                   PERFORM 6200-PRINT-PAIR
                       THRU 6200-PRINT-PAIR-SAI
               END-IF
               GO TO 6100-COMPARE-FIELD-SAI
           END-IF
           IF CLY-LOOK-HIT IS GREATER THAN ZEROES
               GO TO 6100-COMPARE-FIELD-SAI
           END-IF
           PERFORM VARYING CLY-B-FIELD FROM CLY-LAYOUT-FIRST(CLY-B)
                   BY 1
                   UNTIL CLY-B-FIELD IS GREATER THAN
                         CLY-LAYOUT-FIRST(CLY-B)
                       + CLY-LAYOUT-FIELDS(CLY-B) - 1
               IF CLY-FIELD-ELEMENTARY(CLY-B-FIELD) IS EQUAL TO 'Y'
               AND CLY-FIELD-POS(CLY-B-FIELD) IS LESS THAN
                   CLY-FIELD-POS(CLY-A-FIELD)
                 + CLY-FIELD-LENGTH(CLY-A-FIELD)
               AND CLY-FIELD-POS(CLY-A-FIELD) IS LESS THAN
                   CLY-FIELD-POS(CLY-B-FIELD)
                 + CLY-FIELD-LENGTH(CLY-B-FIELD)
                   MOVE CLY-A TO CLY-LOOK-LAYOUT
                   MOVE CLY-FIELD-POS(CLY-B-FIELD) TO CLY-LOOK-POS
                   MOVE CLY-FIELD-LENGTH(CLY-B-FIELD)
                       TO CLY-LOOK-LENGTH
                   PERFORM 6110-FIND-POSITION
                   IF CLY-LOOK-HIT IS EQUAL TO ZEROES
                       ADD 1 TO CLY-DIFFERENCES
                       PERFORM 6200-PRINT-PAIR
                           THRU 6200-PRINT-PAIR-SAI
                       GO TO 6100-COMPARE-FIELD-SAI
                   END-IF
               END-IF
           END-PERFORM.
       6100-COMPARE-FIELD-SAI.
           EXIT.
      *****************************************************************
      * PROCURA NO LAYOUT CLY-LOOK-LAYOUT UM CAMPO (GRUPO OU NAO) NA
      * POSICAO E TAMANHO DADOS; CLY-LOOK-ELEMENTARY GUARDA O
      * ELEMENTAR, SE HOUVER
      *****************************************************************
       6110-FIND-POSITION.
           MOVE ZEROES TO CLY-LOOK-HIT
           MOVE ZEROES TO CLY-LOOK-ELEMENTARY
           PERFORM VARYING CLY-GSUB
                   FROM CLY-LAYOUT-FIRST(CLY-LOOK-LAYOUT) BY 1
                   UNTIL CLY-GSUB IS GREATER THAN
                         CLY-LAYOUT-FIRST(CLY-LOOK-LAYOUT)
                       + CLY-LAYOUT-FIELDS(CLY-LOOK-LAYOUT) - 1
                      OR CLY-LOOK-ELEMENTARY IS GREATER THAN ZEROES
               IF CLY-FIELD-POS(CLY-GSUB) IS EQUAL TO CLY-LOOK-POS
               AND CLY-FIELD-LENGTH(CLY-GSUB) IS EQUAL TO
                       CLY-LOOK-LENGTH
                   MOVE CLY-GSUB TO CLY-LOOK-HIT
                   IF CLY-FIELD-ELEMENTARY(CLY-GSUB) IS EQUAL TO 'Y'
                       MOVE CLY-GSUB TO CLY-LOOK-ELEMENTARY
                   END-IF
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * LISTA UMA DIFERENCA DE CAMPO (CLY-A-FIELD CONTRA CLY-B-FIELD)
      *****************************************************************
       6200-PRINT-PAIR.
           IF NOT CLY-PRINT-DIFFERENCES
           OR CLY-DIFFERENCES IS GREATER THAN CLY-PRINT-LIMIT
               GO TO 6200-PRINT-PAIR-SAI
           END-IF
           DISPLAY '    CAMPO NAO CONFERE:'
           MOVE CLY-LAYOUT-PROGRAM(CLY-A) TO CLY-FL-PROGRAM
           MOVE CLY-A-FIELD TO CLY-FSUB
           PERFORM 6210-PRINT-FIELD
           MOVE CLY-LAYOUT-PROGRAM(CLY-B) TO CLY-FL-PROGRAM
           MOVE CLY-B-FIELD TO CLY-FSUB
           PERFORM 6210-PRINT-FIELD.
       6200-PRINT-PAIR-SAI.
           EXIT.
       6210-PRINT-FIELD.
           MOVE CLY-FIELD-POS(CLY-FSUB) TO CLY-FL-POS
           MOVE CLY-FIELD-LENGTH(CLY-FSUB) TO CLY-FL-LENGTH
           MOVE CLY-FIELD-SIGN(CLY-FSUB) TO CLY-TT-SIGN
           MOVE CLY-FIELD-TYPE(CLY-FSUB) TO CLY-TT-TYPE
           IF CLY-FIELD-DECIMALS(CLY-FSUB) IS GREATER THAN ZEROES
               MOVE 'V' TO CLY-TT-V
               MOVE CLY-FIELD-DECIMALS(CLY-FSUB) TO CLY-TT-DECIMALS
               MOVE CLY-TYPE-TEXT TO CLY-FL-TYPE
           ELSE
               MOVE SPACES TO CLY-FL-TYPE
               MOVE CLY-TYPE-TEXT(1:2) TO CLY-FL-TYPE
           END-IF
           MOVE CLY-FIELD-NAME(CLY-FSUB) TO CLY-FL-NAME
           DISPLAY CLY-FIELD-LINE
           .
      *****************************************************************
      * DEIXA EM CLY-ENTRY-WORK SO AS PALAVRAS: O CONTEUDO DOS
      * LITERAIS FICA SEM BRANCOS (UM LITERAL E' UM TOKEN SO') E A
      * VIRGULA OU PONTO-E-VIRGULA SEPARADOR VIRA BRANCO
      *****************************************************************
       7050-MASK-LITERALS.
           MOVE SPACE TO CLY-QUOTE
           PERFORM VARYING CLY-Q FROM 1 BY 1
                   UNTIL CLY-Q IS GREATER THAN 65
               EVALUATE TRUE
                   WHEN CLY-OUTSIDE-LITERAL
                    AND (CLY-LINE(CLY-Q:1) IS EQUAL TO ''''
                      OR CLY-LINE(CLY-Q:1) IS EQUAL TO '"')
                       MOVE CLY-LINE(CLY-Q:1) TO CLY-QUOTE
                   WHEN NOT CLY-OUTSIDE-LITERAL
                       EVALUATE TRUE
                           WHEN CLY-LINE(CLY-Q:1) IS EQUAL TO CLY-QUOTE
                               MOVE SPACE TO CLY-QUOTE
                           WHEN CLY-LINE(CLY-Q:1) IS EQUAL TO SPACE
                               MOVE '~' TO CLY-LINE(CLY-Q:1)
                           WHEN CLY-LINE(CLY-Q:1) IS EQUAL TO '.'
                               MOVE '~' TO CLY-LINE(CLY-Q:1)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   WHEN CLY-Q IS LESS THAN 65
                    AND (CLY-LINE(CLY-Q:1) IS EQUAL TO ','
                      OR CLY-LINE(CLY-Q:1) IS EQUAL TO ';')
                    AND CLY-LINE(CLY-Q + 1:1) IS EQUAL TO SPACE
                       MOVE SPACE TO CLY-LINE(CLY-Q:1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .
      *****************************************************************
      * AS DUAS PRIMEIRAS PALAVRAS DA LINHA
      *****************************************************************
       7060-TAKE-FIRST-WORDS.
           MOVE SPACES TO CLY-SCAN
           MOVE CLY-LINE TO CLY-SCAN
           MOVE 65 TO CLY-SCAN-LEN
           MOVE 1 TO CLY-P
           MOVE ZEROES TO CLY-TOKEN-NO
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           MOVE CLY-TOKEN TO CLY-WORD-1
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           MOVE CLY-TOKEN TO CLY-WORD-2
           .
      *****************************************************************
      * EXTRAI DE CLY-SCAN O PROXIMO TOKEN A PARTIR DE CLY-P, SEM O
      * PONTO FINAL
      *****************************************************************
       7100-NEXT-TOKEN.
           MOVE SPACES TO CLY-TOKEN
           MOVE 'N' TO CLY-TOKEN-SW
           PERFORM VARYING CLY-P FROM CLY-P BY 1
                   UNTIL CLY-P IS GREATER THAN CLY-SCAN-LEN
                      OR CLY-SCAN(CLY-P:1) IS NOT EQUAL TO SPACE
               CONTINUE
           END-PERFORM
           IF CLY-P IS GREATER THAN CLY-SCAN-LEN
               GO TO 7100-NEXT-TOKEN-SAI
           END-IF
           MOVE ZEROES TO CLY-L
           PERFORM VARYING CLY-Q FROM CLY-P BY 1
                   UNTIL CLY-Q IS GREATER THAN CLY-SCAN-LEN
                      OR CLY-SCAN(CLY-Q:1) IS EQUAL TO SPACE
               ADD 1 TO CLY-L
           END-PERFORM
           IF CLY-SCAN(CLY-P + CLY-L - 1:1) IS EQUAL TO '.'
               SUBTRACT 1 FROM CLY-L
           END-IF
           IF CLY-L IS GREATER THAN 30
               MOVE 30 TO CLY-L
           END-IF
           IF CLY-L IS GREATER THAN ZEROES
               MOVE CLY-SCAN(CLY-P:CLY-L) TO CLY-TOKEN
           END-IF
           MOVE CLY-Q TO CLY-P
           ADD 1 TO CLY-TOKEN-NO
           SET CLY-TOKEN-FOUND TO TRUE.
       7100-NEXT-TOKEN-SAI.
           EXIT.
      *****************************************************************
      * TIRA AS ASPAS DE CLY-LITERAL; DENTRO DELAS, O NOME VAI ATE O
      * PRIMEIRO BRANCO OU PONTO (MARCADOS COM ~)
      *****************************************************************
       7200-UNQUOTE.
           IF CLY-LITERAL(1:1) IS EQUAL TO ''''
           OR CLY-LITERAL(1:1) IS EQUAL TO '"'
               MOVE CLY-LITERAL(2:) TO CLY-TOKEN
               MOVE CLY-TOKEN TO CLY-LITERAL
           END-IF
           INSPECT CLY-LITERAL REPLACING ALL '''' BY SPACE
                                         ALL '"' BY SPACE
           MOVE ZEROES TO CLY-Q
           INSPECT CLY-LITERAL TALLYING CLY-Q
               FOR CHARACTERS BEFORE INITIAL '~'
           IF CLY-Q IS LESS THAN 30
               MOVE SPACES TO CLY-LITERAL(CLY-Q + 1:)
           END-IF
           .
      *****************************************************************
      * LE O PROXIMO CARTAO DE FONTE
      *****************************************************************
       8000-READ-SOURCE-CARD.
           READ SOURCE-ALL-FILE
               AT END
                   SET CLY-NO-MORE-CARDS TO TRUE
           END-READ
           .
      *****************************************************************
      * FECHA A BIBLIOTECA E IMPRIME AS CONTAGENS
      *****************************************************************
       9999-TERMINATE.
           CLOSE SOURCE-ALL-FILE
           DISPLAY ' '
           DISPLAY '================================================='
           DISPLAY 'ZUTZCLY: CARTOES LIDOS          = ' CLY-CARDS-READ
           DISPLAY 'ZUTZCLY: PROGRAMAS VISTOS       = '
               CLY-PROGRAMS-SEEN
           DISPLAY 'ZUTZCLY: LAYOUTS TOMADOS        = '
               CLY-LAYOUTS-TAKEN
           DISPLAY 'ZUTZCLY: DDS COMPARTILHADOS     = ' CLY-SHARED-DDS
           DISPLAY 'ZUTZCLY: DDS COM DIVERGENCIA    = '
               CLY-DIVERGENT-DDS
           DISPLAY 'ZUTZCLY: PROGRAMAS NAO CONFERIDOS = '
               CLY-SKIPPED-PROGRAMS
           IF CLY-DIVERGENT-DDS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
