       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ZUTZCDC.
      *****************************************************************
      * This work is licensed under a Creative Commons
      * Attribution-ShareAlike 4.0 International license.
      * See http://creativecommons.org/licenses/by-sa/4.0/.
      *
      * Static dead-code scanner over the whole source library. The
      * paragraph coverage of a test run only says what that run
      * missed; this says what can never run at all, so nobody writes
      * tests for code that is already dead. The members arrive on
      * SRCALL the same way ZUTZCXR reads them (the library
      * concatenated, each member recognized by its PROGRAM-ID
      * header); each program is held in storage whole and examined
      * once its last card has been read:
      *
      *   - the paragraphs and SECTIONs nothing can reach. The
      *     control-flow graph starts at the first statement of the
      *     PROCEDURE DIVISION and follows PERFORM (with THRU ranges
      *     and SECTIONs, and SORT INPUT/OUTPUT PROCEDURE), GO TO
      *     (every target of a GO TO ... DEPENDING ON) and the fall-
      *     through from one paragraph into the next. A PERFORMed
      *     range is followed from its first paragraph until its last
      *     one, where control returns. No paragraph falls through
      *     when its last statement (the last one at the paragraph's
      *     own indentation, so one nested in an IF does not count) is
      *     a GO TO, GOBACK, STOP RUN, EXIT PROGRAM, or a PERFORM of a
      *     range that itself ends in one of those. DECLARATIVES are
      *     entered by the run time and are always reachable. A
      *     paragraph holding only EXIT (the exit of a SECTION or of a
      *     THRU range) has no code to be dead and is not listed;
      *   - the WORKING-STORAGE and LOCAL-STORAGE items never
      *     referenced. An item counts as used when its name, the name
      *     of a group containing it, the name of an item inside it or
      *     one of its condition names appears anywhere else in the
      *     program (a REDEFINES or a FILE STATUS clause included);
      *   - the SELECTed files never OPENed (a file named in a SORT or
      *     MERGE statement counts as opened - the SORT opens it).
      *
      * COPY members are not expanded: an item of the program that
      * only a copied procedure uses is listed as unreferenced, and
      * the items and paragraphs a copybook brings in are not seen at
      * all. Names are compared unqualified. UTESTS members in the
      * concatenation (TESTSUITE/TESTCASE in area A) are skipped.
      *
      * -- Input --
      * SRCALL    The source members, concatenated, 80-byte cards
      *
      * -- Output --
      * SYSOUT    The cleanup list, per program (DISPLAY)
      * RETURN-CODE   0 when nothing dead was found,
      *               4 when the list is not empty,
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
       01  CDC-SWITCHES.
           05  CDC-MORE-CARDS         PIC X(01) VALUE 'Y'.
               88  CDC-NO-MORE-CARDS      VALUE 'N'.
           05  CDC-FOUND              PIC X(01) VALUE 'N'.
               88  CDC-ENTRY-FOUND        VALUE 'Y'.
               88  CDC-ENTRY-NOT-FOUND    VALUE 'N'.
           05  CDC-TOKEN-SW           PIC X(01) VALUE 'N'.
               88  CDC-TOKEN-FOUND        VALUE 'Y'.
               88  CDC-END-OF-LINE        VALUE 'N'.
           05  CDC-PERIOD-SW          PIC X(01) VALUE 'N'.
               88  CDC-TOKEN-ENDS-PERIOD  VALUE 'Y'.
           05  CDC-OVERFLOW-SW        PIC X(01) VALUE 'N'.
               88  CDC-TABLE-OVERFLOW     VALUE 'Y'.
           05  CDC-DECL-SW            PIC X(01) VALUE 'N'.
               88  CDC-IN-DECLARATIVES    VALUE 'Y'.
           05  CDC-CHANGED-SW         PIC X(01) VALUE 'N'.
               88  CDC-GRAPH-CHANGED      VALUE 'Y'.
           05  CDC-QUOTE              PIC X(01) VALUE SPACE.
               88  CDC-OUTSIDE-LITERAL    VALUE SPACE.
           05  CDC-PERF-LAST-SW       PIC X(01) VALUE 'N'.
               88  CDC-PERFORM-IS-LAST    VALUE 'Y'.
           05  CDC-WALK-SW            PIC X(01) VALUE 'N'.
               88  CDC-WALK-DONE          VALUE 'Y'.
      * Em que parte do programa o cartao esta
           05  CDC-AREA               PIC X(01) VALUE 'I'.
               88  CDC-AREA-ENVIRONMENT   VALUE 'I'.
               88  CDC-AREA-STORAGE       VALUE 'W'.
               88  CDC-AREA-OTHER-DATA    VALUE 'O'.
               88  CDC-AREA-PROCEDURE     VALUE 'P'.
               88  CDC-AREA-NOT-PROGRAM   VALUE 'U'.
      * O que o proximo token da PROCEDURE DIVISION pode ser
           05  CDC-EXPECT             PIC X(01) VALUE SPACE.
               88  CDC-EXPECT-NOTHING     VALUE SPACE.
               88  CDC-EXPECT-PERF-TARGET VALUE 'T'.
               88  CDC-EXPECT-THRU        VALUE 'H'.
               88  CDC-EXPECT-THRU-END    VALUE 'E'.
               88  CDC-EXPECT-GO-TO       VALUE 'O'.
               88  CDC-EXPECT-GO-TARGET   VALUE 'G'.
               88  CDC-EXPECT-EXIT-PGM    VALUE 'X'.
               88  CDC-EXPECT-OPEN-FILE   VALUE 'F'.
               88  CDC-EXPECT-SORT-FILE   VALUE 'S'.
           05  CDC-RESUME-EXPECT      PIC X(01) VALUE SPACE.
       01  CDC-COUNTERS.
           05  CDC-CARDS-READ         PIC 9(07) VALUE ZEROES.
           05  CDC-PROGRAMS-SEEN      PIC 9(05) VALUE ZEROES.
           05  CDC-DEAD-NODES         PIC 9(05) VALUE ZEROES.
           05  CDC-DEAD-ITEMS         PIC 9(05) VALUE ZEROES.
           05  CDC-DEAD-FILES         PIC 9(05) VALUE ZEROES.
           05  CDC-PGM-FINDINGS       PIC 9(05) VALUE ZEROES.
       01  CDC-CURRENT-PROGRAM        PIC X(08) VALUE SPACES.
       01  CDC-NEXT-PROGRAM           PIC X(08) VALUE SPACES.
      *****************************************************************
      * O PROGRAMA CORRENTE, INTEIRO, SEM OS COMENTARIOS. CADA LINHA
      * GUARDA ONDE ESTA (CDC-SRC-KIND) E A QUE PARAGRAFO PERTENCE
      *****************************************************************
       01  CDC-SOURCE-TABLE.
           05  CDC-SRC-MAX            PIC 9(05) COMP VALUE 15000.
           05  CDC-SRC-COUNT          PIC 9(05) COMP VALUE ZEROES.
           05  CDC-LSUB               PIC 9(05) COMP VALUE ZEROES.
           05  CDC-SRC-ENTRY OCCURS 15000.
               10  CDC-SRC-LINE       PIC X(65).
               10  CDC-SRC-KIND       PIC X(01).
                   88  CDC-SRC-ENVIRONMENT  VALUE 'I'.
                   88  CDC-SRC-DATA-DEF     VALUE 'D'.
                   88  CDC-SRC-OTHER-DATA   VALUE 'O'.
                   88  CDC-SRC-HEADER       VALUE 'H'.
                   88  CDC-SRC-STATEMENT    VALUE 'P'.
                   88  CDC-SRC-SKIP         VALUE 'X'.
               10  CDC-SRC-NODE       PIC 9(04) COMP.
      *****************************************************************
      * OS NOS DO GRAFO: UM POR PARAGRAFO OU SECTION, MAIS O PONTO DE
      * ENTRADA (AS INSTRUCOES ANTES DO PRIMEIRO PARAGRAFO)
      *****************************************************************
       01  CDC-NODE-TABLE.
           05  CDC-NODE-MAX           PIC 9(04) COMP VALUE 1000.
           05  CDC-NODE-COUNT         PIC 9(04) COMP VALUE ZEROES.
           05  CDC-NSUB               PIC 9(04) COMP VALUE ZEROES.
           05  CDC-KSUB               PIC 9(04) COMP VALUE ZEROES.
           05  CDC-HIT                PIC 9(04) COMP VALUE ZEROES.
           05  CDC-ROOT               PIC 9(04) COMP VALUE ZEROES.
           05  CDC-CURRENT-SECTION    PIC 9(04) COMP VALUE ZEROES.
           05  CDC-CURRENT-NODE       PIC 9(04) COMP VALUE ZEROES.
           05  CDC-NODE-ENTRY OCCURS 1000.
               10  CDC-NODE-NAME      PIC X(30).
               10  CDC-NODE-TYPE      PIC X(01).
                   88  CDC-NODE-IS-SECTION  VALUE 'S'.
                   88  CDC-NODE-IS-PARA     VALUE 'P'.
                   88  CDC-NODE-IS-ENTRY    VALUE 'E'.
               10  CDC-NODE-SECTION   PIC 9(04) COMP.
               10  CDC-NODE-DECL      PIC X(01).
      * Como termina: S = nao volta (GOBACK, STOP RUN, EXIT PROGRAM),
      * G = GO TO, P = PERFORM (resolvido depois), N = segue adiante
               10  CDC-NODE-KIND      PIC X(01).
               10  CDC-NODE-MIN-IND   PIC 9(03) COMP.
               10  CDC-NODE-LAST-EDGE PIC 9(04) COMP.
               10  CDC-NODE-FIRST-EDGE PIC 9(04) COMP.
               10  CDC-NODE-EDGES     PIC 9(04) COMP.
               10  CDC-NODE-INLINE    PIC X(01).
               10  CDC-NODE-PERFORMED PIC X(01).
      * Y = e' o fim da faixa de algum PERFORM (ali o controle volta)
               10  CDC-NODE-RANGE-END PIC X(01).
      * V = vazio, X = so tem EXIT (saida da faixa), C = tem codigo
               10  CDC-NODE-BODY      PIC X(01).
      *****************************************************************
      * AS ARESTAS: PERFORM (FAIXA INICIO..FIM) E GO TO (INICIO)
      *****************************************************************
       01  CDC-EDGE-TABLE.
           05  CDC-EDGE-MAX           PIC 9(04) COMP VALUE 4000.
           05  CDC-EDGE-COUNT         PIC 9(04) COMP VALUE ZEROES.
           05  CDC-ESUB               PIC 9(04) COMP VALUE ZEROES.
           05  CDC-EDGE-ENTRY OCCURS 4000.
               10  CDC-EDGE-FROM      PIC 9(04) COMP.
               10  CDC-EDGE-KIND      PIC X(01).
                   88  CDC-EDGE-PERFORM     VALUE 'P'.
                   88  CDC-EDGE-GO-TO       VALUE 'G'.
               10  CDC-EDGE-START     PIC 9(04) COMP.
               10  CDC-EDGE-END       PIC 9(04) COMP.
       01  CDC-PENDING-EDGE.
           05  CDC-PEND-FROM          PIC 9(04) COMP VALUE ZEROES.
           05  CDC-PEND-START         PIC 9(04) COMP VALUE ZEROES.
           05  CDC-PEND-END           PIC 9(04) COMP VALUE ZEROES.
           05  CDC-PEND-KIND          PIC X(01) VALUE SPACE.
      *****************************************************************
      * OS ITENS DE WORKING-STORAGE/LOCAL-STORAGE, COM O GRUPO A QUE
      * PERTENCEM, E A PILHA DE NIVEIS PARA ACHAR ESSE GRUPO
      *****************************************************************
       01  CDC-DATA-TABLE.
           05  CDC-DATA-MAX           PIC 9(04) COMP VALUE 2500.
           05  CDC-DATA-COUNT         PIC 9(04) COMP VALUE ZEROES.
           05  CDC-DSUB               PIC 9(04) COMP VALUE ZEROES.
           05  CDC-DATA-ENTRY OCCURS 2500.
               10  CDC-DATA-NAME      PIC X(30).
               10  CDC-DATA-LEVEL     PIC 9(02).
               10  CDC-DATA-PARENT    PIC 9(04) COMP.
               10  CDC-DATA-REF       PIC X(01).
               10  CDC-DATA-DOWN      PIC X(01).
               10  CDC-DATA-UP        PIC X(01).
       01  CDC-LEVEL-STACK.
           05  CDC-DEPTH              PIC 9(02) COMP VALUE ZEROES.
           05  CDC-LAST-NON-88        PIC 9(04) COMP VALUE ZEROES.
           05  CDC-STACK-ENTRY OCCURS 50.
               10  CDC-STACK-LEVEL    PIC 9(02).
               10  CDC-STACK-ITEM     PIC 9(04) COMP.
       01  CDC-FILE-TABLE.
           05  CDC-FILE-MAX           PIC 9(03) COMP VALUE 100.
           05  CDC-FILE-COUNT         PIC 9(03) COMP VALUE ZEROES.
           05  CDC-FSUB               PIC 9(03) COMP VALUE ZEROES.
           05  CDC-FILE-ENTRY OCCURS 100.
               10  CDC-FILE-NAME      PIC X(30).
               10  CDC-FILE-OPENED    PIC X(01).
      *****************************************************************
      * EXTRACAO DE TOKENS DA LINHA CORRENTE
      *****************************************************************
       01  CDC-SCAN-WORK.
           05  CDC-LINE               PIC X(65) VALUE SPACES.
           05  CDC-P                  PIC 9(03) COMP VALUE ZEROES.
           05  CDC-Q                  PIC 9(03) COMP VALUE ZEROES.
           05  CDC-L                  PIC 9(03) COMP VALUE ZEROES.
           05  CDC-TOKEN-START        PIC 9(03) COMP VALUE ZEROES.
           05  CDC-TOKEN-NO           PIC 9(03) COMP VALUE ZEROES.
           05  CDC-SKIP-TOKENS        PIC 9(03) COMP VALUE ZEROES.
           05  CDC-TOKEN              PIC X(30) VALUE SPACES.
           05  CDC-WORD-1             PIC X(30) VALUE SPACES.
           05  CDC-WORD-2             PIC X(30) VALUE SPACES.
           05  CDC-KEYWORD            PIC X(24) VALUE SPACES.
           05  CDC-KEYWORD-LEN        PIC 9(02) VALUE ZEROES.
           05  CDC-LEVEL              PIC 9(02) VALUE ZEROES.
           05  CDC-PASS               PIC 9(01) VALUE ZEROES.
       PROCEDURE DIVISION.
      *****************************************************************
      * ROTINA PRINCIPAL
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARD
               THRU 2000-PROCESS-CARD-SAI
               UNTIL CDC-NO-MORE-CARDS
           IF CDC-CURRENT-PROGRAM IS NOT EQUAL TO SPACES
               PERFORM 3000-ANALYZE-PROGRAM
           END-IF
           PERFORM 9999-TERMINATE
           GOBACK.
      *****************************************************************
      * ABRE A BIBLIOTECA E IMPRIME O CABECALHO
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT SOURCE-ALL-FILE
           IF NOT SOURCE-ALL-OK
               DISPLAY 'ZUTZCDC: NAO FOI POSSIVEL ABRIR SRCALL, '
                   'FILE STATUS = ' SOURCE-ALL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY '================================================='
           DISPLAY 'CODIGO MORTO NA BIBLIOTECA DE FONTES - CUT'
           DISPLAY '================================================='
           PERFORM 8000-READ-SOURCE-CARD
           .
      *****************************************************************
      * GUARDA O CARTAO NO PROGRAMA CORRENTE; UM PROGRAM-ID FECHA O
      * PROGRAMA ANTERIOR (QUE E' ANALISADO) E ABRE O PROXIMO
      *****************************************************************
       2000-PROCESS-CARD.
           ADD 1 TO CDC-CARDS-READ
           IF SOURCE-CARD-COMMENT
               GO TO 2000-PROCESS-CARD-SAI
           END-IF
           MOVE SOURCE-CARD-TEXT TO CDC-LINE
           PERFORM 7050-BLANK-LITERALS

           PERFORM 7060-TAKE-FIRST-WORDS
           IF CDC-WORD-1 IS EQUAL TO 'PROGRAM-ID'
               MOVE CDC-WORD-2(1:8) TO CDC-NEXT-PROGRAM
               IF CDC-CURRENT-PROGRAM IS NOT EQUAL TO SPACES
                   PERFORM 3000-ANALYZE-PROGRAM
               END-IF
               PERFORM 2100-START-NEW-PROGRAM
               GO TO 2000-PROCESS-CARD-SAI
           END-IF

           IF CDC-CURRENT-PROGRAM IS EQUAL TO SPACES
               GO TO 2000-PROCESS-CARD-SAI
           END-IF
           IF CDC-SRC-COUNT IS LESS THAN CDC-SRC-MAX
               ADD 1 TO CDC-SRC-COUNT
               MOVE SOURCE-CARD-TEXT TO CDC-SRC-LINE(CDC-SRC-COUNT)
               MOVE SPACE TO CDC-SRC-KIND(CDC-SRC-COUNT)
               MOVE ZEROES TO CDC-SRC-NODE(CDC-SRC-COUNT)
           ELSE
               SET CDC-TABLE-OVERFLOW TO TRUE
           END-IF.
       2000-PROCESS-CARD-SAI.
           PERFORM 8000-READ-SOURCE-CARD
           .
      *****************************************************************
      * UM NOVO MEMBRO COMECOU: CAPTURA O NOME E ZERA AS TABELAS
      *****************************************************************
       2100-START-NEW-PROGRAM.
           MOVE CDC-NEXT-PROGRAM TO CDC-CURRENT-PROGRAM
           ADD 1 TO CDC-PROGRAMS-SEEN
           MOVE ZEROES TO CDC-SRC-COUNT
           MOVE ZEROES TO CDC-NODE-COUNT
           MOVE ZEROES TO CDC-EDGE-COUNT
           MOVE ZEROES TO CDC-DATA-COUNT
           MOVE ZEROES TO CDC-FILE-COUNT
           MOVE ZEROES TO CDC-DEPTH
           MOVE ZEROES TO CDC-LAST-NON-88
           MOVE ZEROES TO CDC-ROOT
           MOVE ZEROES TO CDC-CURRENT-SECTION
           MOVE ZEROES TO CDC-CURRENT-NODE
           MOVE 'N' TO CDC-OVERFLOW-SW
           MOVE 'N' TO CDC-DECL-SW
           SET CDC-AREA-ENVIRONMENT TO TRUE
           .
      *****************************************************************
      * ANALISA O PROGRAMA GUARDADO: DEFINICOES, REFERENCIAS, O GRAFO
      * E OS ITENS; UM PROGRAMA QUE NAO COUBE NAS TABELAS NAO E'
      * LISTADO (MELHOR NADA DO QUE UMA LISTA DE FALSOS MORTOS)
      *****************************************************************
       3000-ANALYZE-PROGRAM.
           PERFORM 3100-COLLECT-DEFINITIONS
               VARYING CDC-LSUB FROM 1 BY 1
               UNTIL CDC-LSUB IS GREATER THAN CDC-SRC-COUNT
           MOVE SPACE TO CDC-EXPECT
           MOVE SPACE TO CDC-PEND-KIND
           MOVE 'N' TO CDC-PERF-LAST-SW
           PERFORM 3200-SCAN-REFERENCES
               THRU 3200-SCAN-REFERENCES-SAI
               VARYING CDC-LSUB FROM 1 BY 1
               UNTIL CDC-LSUB IS GREATER THAN CDC-SRC-COUNT
           PERFORM 7500-FINISH-PENDING-EDGE
               THRU 7500-FINISH-PENDING-EDGE-SAI
           IF CDC-TABLE-OVERFLOW
               DISPLAY ' ' CDC-CURRENT-PROGRAM
                   '  (GRANDE DEMAIS PARA AS TABELAS - NAO ANALISADO)'
           ELSE
               PERFORM 3300-RESOLVE-NO-RETURN
                   VARYING CDC-PASS FROM 1 BY 1
                   UNTIL CDC-PASS IS GREATER THAN 3
               PERFORM 3400-PROPAGATE-REACH
               PERFORM 3500-PROPAGATE-DATA-USE
               PERFORM 3600-REPORT-PROGRAM
           END-IF
           .
      *****************************************************************
      * PRIMEIRA PASSADA: ONDE CADA LINHA ESTA, OS SELECT, OS ITENS DE
      * WORKING-STORAGE E OS CABECALHOS DE PARAGRAFO E SECTION
      *****************************************************************
       3100-COLLECT-DEFINITIONS.
           MOVE CDC-SRC-LINE(CDC-LSUB) TO CDC-LINE
           PERFORM 7050-BLANK-LITERALS
           PERFORM 7060-TAKE-FIRST-WORDS
           MOVE 'X' TO CDC-SRC-KIND(CDC-LSUB)
           EVALUATE TRUE
               WHEN CDC-AREA-NOT-PROGRAM
                   CONTINUE
               WHEN CDC-WORD-1 IS EQUAL TO 'PROCEDURE'
                AND CDC-WORD-2 IS EQUAL TO 'DIVISION'
                   SET CDC-AREA-PROCEDURE TO TRUE
                   PERFORM 7400-ADD-ENTRY-NODE
      * O PROXIMO MEMBRO COMECOU (O PROGRAM-ID AINDA VEM), OU UM DECK
      * DE CASOS DE TESTE (UTESTS) VEIO NA CONCATENACAO: NAO E' FONTE
      * DESTE PROGRAMA
               WHEN CDC-WORD-2 IS EQUAL TO 'DIVISION'
                AND (CDC-WORD-1 IS EQUAL TO 'IDENTIFICATION'
                  OR CDC-WORD-1 IS EQUAL TO 'ID')
                   SET CDC-AREA-NOT-PROGRAM TO TRUE
               WHEN CDC-LINE(1:4) IS NOT EQUAL TO SPACES
                AND (CDC-WORD-1 IS EQUAL TO 'TESTSUITE'
                  OR CDC-WORD-1 IS EQUAL TO 'TESTCASE')
                   SET CDC-AREA-NOT-PROGRAM TO TRUE
               WHEN CDC-AREA-PROCEDURE
                   PERFORM 3130-DEFINE-PROCEDURE-LINE
                       THRU 3130-DEFINE-PROCEDURE-LINE-SAI
               WHEN OTHER
                   PERFORM 3110-DEFINE-DATA-LINE
           END-EVALUATE
           .
      *****************************************************************
      * FORA DA PROCEDURE DIVISION: AS DIVISOES E SECOES DIZEM ONDE SE
      * ESTA; SO A WORKING-STORAGE/LOCAL-STORAGE DEFINE ITENS AQUI
      *****************************************************************
       3110-DEFINE-DATA-LINE.
           EVALUATE TRUE
               WHEN CDC-WORD-2 IS EQUAL TO 'SECTION'
                AND (CDC-WORD-1 IS EQUAL TO 'WORKING-STORAGE'
                  OR CDC-WORD-1 IS EQUAL TO 'LOCAL-STORAGE')
                   SET CDC-AREA-STORAGE TO TRUE
                   MOVE ZEROES TO CDC-DEPTH
                   MOVE 'X' TO CDC-SRC-KIND(CDC-LSUB)
               WHEN CDC-WORD-2 IS EQUAL TO 'DIVISION'
                AND CDC-WORD-1 IS EQUAL TO 'DATA'
                   SET CDC-AREA-OTHER-DATA TO TRUE
                   MOVE 'X' TO CDC-SRC-KIND(CDC-LSUB)
               WHEN CDC-WORD-2 IS EQUAL TO 'SECTION'
                AND NOT CDC-AREA-ENVIRONMENT
                   SET CDC-AREA-OTHER-DATA TO TRUE
                   MOVE 'X' TO CDC-SRC-KIND(CDC-LSUB)
               WHEN CDC-AREA-ENVIRONMENT
                   MOVE 'I' TO CDC-SRC-KIND(CDC-LSUB)
                   PERFORM 3120-DEFINE-SELECT
               WHEN CDC-AREA-STORAGE
                   PERFORM 3115-DEFINE-DATA-ITEM
                       THRU 3115-DEFINE-DATA-ITEM-SAI
               WHEN OTHER
                   MOVE 'O' TO CDC-SRC-KIND(CDC-LSUB)
           END-EVALUATE
           .
      *****************************************************************
      * UM ITEM DE DADOS: NIVEL E NOME; O GRUPO DELE E' O ULTIMO ITEM
      * DE NIVEL MENOR NA PILHA (O 88 PERTENCE AO ITEM ANTERIOR)
      *****************************************************************
       3115-DEFINE-DATA-ITEM.
           MOVE 'O' TO CDC-SRC-KIND(CDC-LSUB)
           MOVE 1 TO CDC-P
           MOVE ZEROES TO CDC-TOKEN-NO
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           IF CDC-END-OF-LINE
               GO TO 3115-DEFINE-DATA-ITEM-SAI
           END-IF
           EVALUATE TRUE
               WHEN CDC-TOKEN(3:1) IS NOT EQUAL TO SPACE
                   GO TO 3115-DEFINE-DATA-ITEM-SAI
               WHEN CDC-TOKEN(1:2) IS NUMERIC
                   MOVE CDC-TOKEN(1:2) TO CDC-LEVEL
               WHEN CDC-TOKEN(1:1) IS NUMERIC
                AND CDC-TOKEN(2:1) IS EQUAL TO SPACE
                   MOVE CDC-TOKEN(1:1) TO CDC-LEVEL
               WHEN OTHER
                   GO TO 3115-DEFINE-DATA-ITEM-SAI
           END-EVALUATE
           MOVE 'D' TO CDC-SRC-KIND(CDC-LSUB)
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           IF CDC-END-OF-LINE
           OR CDC-TOKEN IS EQUAL TO 'PIC'
           OR CDC-TOKEN IS EQUAL TO 'PICTURE'
           OR CDC-TOKEN IS EQUAL TO 'VALUE'
           OR CDC-TOKEN IS EQUAL TO 'VALUES'
           OR CDC-TOKEN IS EQUAL TO 'REDEFINES'
           OR CDC-TOKEN IS EQUAL TO 'OCCURS'
           OR CDC-TOKEN IS EQUAL TO SPACES
               MOVE 'FILLER' TO CDC-TOKEN
           END-IF
           IF CDC-DATA-COUNT IS NOT LESS THAN CDC-DATA-MAX
               SET CDC-TABLE-OVERFLOW TO TRUE
               GO TO 3115-DEFINE-DATA-ITEM-SAI
           END-IF
           ADD 1 TO CDC-DATA-COUNT
           MOVE CDC-DATA-COUNT TO CDC-DSUB
           MOVE CDC-TOKEN TO CDC-DATA-NAME(CDC-DSUB)
           MOVE CDC-LEVEL TO CDC-DATA-LEVEL(CDC-DSUB)
           MOVE ZEROES TO CDC-DATA-PARENT(CDC-DSUB)
           MOVE 'N' TO CDC-DATA-REF(CDC-DSUB)
           MOVE 'N' TO CDC-DATA-DOWN(CDC-DSUB)
           MOVE 'N' TO CDC-DATA-UP(CDC-DSUB)
           EVALUATE TRUE
               WHEN CDC-LEVEL IS EQUAL TO 88
                   MOVE CDC-LAST-NON-88 TO CDC-DATA-PARENT(CDC-DSUB)
               WHEN CDC-LEVEL IS EQUAL TO 66
                   CONTINUE
               WHEN CDC-LEVEL IS EQUAL TO 01
                 OR CDC-LEVEL IS EQUAL TO 77
                   MOVE 1 TO CDC-DEPTH
                   MOVE CDC-LEVEL TO CDC-STACK-LEVEL(1)
                   MOVE CDC-DSUB TO CDC-STACK-ITEM(1)
                   MOVE CDC-DSUB TO CDC-LAST-NON-88
               WHEN OTHER
                   PERFORM UNTIL CDC-DEPTH IS EQUAL TO ZEROES
                           OR CDC-STACK-LEVEL(CDC-DEPTH)
                              IS LESS THAN CDC-LEVEL
                       SUBTRACT 1 FROM CDC-DEPTH
                   END-PERFORM
                   IF CDC-DEPTH IS GREATER THAN ZEROES
                       MOVE CDC-STACK-ITEM(CDC-DEPTH)
                           TO CDC-DATA-PARENT(CDC-DSUB)
                   END-IF
                   IF CDC-DEPTH IS LESS THAN 50
                       ADD 1 TO CDC-DEPTH
                       MOVE CDC-LEVEL TO CDC-STACK-LEVEL(CDC-DEPTH)
                       MOVE CDC-DSUB TO CDC-STACK-ITEM(CDC-DEPTH)
                   END-IF
                   MOVE CDC-DSUB TO CDC-LAST-NON-88
           END-EVALUATE.
       3115-DEFINE-DATA-ITEM-SAI.
           EXIT.
      *****************************************************************
      * SELECT [OPTIONAL] NOME-DO-ARQUIVO
      *****************************************************************
       3120-DEFINE-SELECT.
           MOVE ' SELECT ' TO CDC-KEYWORD
           MOVE 8 TO CDC-KEYWORD-LEN
           PERFORM 7000-FIND-KEYWORD
           IF CDC-P IS GREATER THAN ZEROES
               PERFORM 7100-NEXT-TOKEN
                   THRU 7100-NEXT-TOKEN-SAI
               IF CDC-TOKEN IS EQUAL TO 'OPTIONAL'
                   PERFORM 7100-NEXT-TOKEN
                       THRU 7100-NEXT-TOKEN-SAI
               END-IF
               IF CDC-TOKEN IS NOT EQUAL TO SPACES
                   IF CDC-FILE-COUNT IS LESS THAN CDC-FILE-MAX
                       ADD 1 TO CDC-FILE-COUNT
                       MOVE CDC-TOKEN TO CDC-FILE-NAME(CDC-FILE-COUNT)
                       MOVE 'N' TO CDC-FILE-OPENED(CDC-FILE-COUNT)
                   ELSE
                       SET CDC-TABLE-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-IF
           .
      *****************************************************************
      * NA PROCEDURE DIVISION, UM NOME NA AREA A (COLUNAS 8-11) ABRE
      * UM PARAGRAFO, OU UMA SECTION SE FOR SEGUIDO DE SECTION
      *****************************************************************
       3130-DEFINE-PROCEDURE-LINE.
           MOVE 'P' TO CDC-SRC-KIND(CDC-LSUB)
           IF CDC-LINE(1:4) IS EQUAL TO SPACES
               MOVE CDC-CURRENT-NODE TO CDC-SRC-NODE(CDC-LSUB)
               GO TO 3130-DEFINE-PROCEDURE-LINE-SAI
           END-IF
           MOVE 1 TO CDC-P
           MOVE ZEROES TO CDC-TOKEN-NO
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           IF CDC-TOKEN IS EQUAL TO 'DECLARATIVES'
               SET CDC-IN-DECLARATIVES TO TRUE
               MOVE 'X' TO CDC-SRC-KIND(CDC-LSUB)
               GO TO 3130-DEFINE-PROCEDURE-LINE-SAI
           END-IF
           IF CDC-TOKEN IS EQUAL TO 'END'
               MOVE 'X' TO CDC-SRC-KIND(CDC-LSUB)
               PERFORM 7100-NEXT-TOKEN
                   THRU 7100-NEXT-TOKEN-SAI
               IF CDC-TOKEN IS EQUAL TO 'DECLARATIVES'
                   MOVE 'N' TO CDC-DECL-SW
                   PERFORM 7400-ADD-ENTRY-NODE
               END-IF
               GO TO 3130-DEFINE-PROCEDURE-LINE-SAI
           END-IF
           IF CDC-NODE-COUNT IS NOT LESS THAN CDC-NODE-MAX
               SET CDC-TABLE-OVERFLOW TO TRUE
               GO TO 3130-DEFINE-PROCEDURE-LINE-SAI
           END-IF
      * NOME DE PARAGRAFO TERMINA EM PONTO; SEM PONTO, SO SE FOR
      * UMA SECTION
           IF NOT CDC-TOKEN-ENDS-PERIOD
           AND CDC-WORD-2 IS NOT EQUAL TO 'SECTION'
               MOVE CDC-CURRENT-NODE TO CDC-SRC-NODE(CDC-LSUB)
               GO TO 3130-DEFINE-PROCEDURE-LINE-SAI
           END-IF
           ADD 1 TO CDC-NODE-COUNT
           MOVE CDC-NODE-COUNT TO CDC-NSUB
           PERFORM 7410-CLEAR-NODE
           MOVE CDC-TOKEN TO CDC-NODE-NAME(CDC-NSUB)
           IF CDC-WORD-2 IS EQUAL TO 'SECTION'
               MOVE 'S' TO CDC-NODE-TYPE(CDC-NSUB)
               MOVE CDC-NSUB TO CDC-CURRENT-SECTION
           ELSE
               MOVE 'P' TO CDC-NODE-TYPE(CDC-NSUB)
           END-IF
           MOVE CDC-CURRENT-SECTION TO CDC-NODE-SECTION(CDC-NSUB)
           MOVE CDC-NSUB TO CDC-CURRENT-NODE
           MOVE 'H' TO CDC-SRC-KIND(CDC-LSUB)
           MOVE CDC-NSUB TO CDC-SRC-NODE(CDC-LSUB).
       3130-DEFINE-PROCEDURE-LINE-SAI.
           EXIT.
      *****************************************************************
      * SEGUNDA PASSADA: CADA TOKEN DO PROGRAMA PODE SER O USO DE UM
      * ITEM; NA PROCEDURE DIVISION OS TOKENS MONTAM AS ARESTAS DO
      * GRAFO E DIZEM COMO CADA PARAGRAFO TERMINA
      *****************************************************************
       3200-SCAN-REFERENCES.
           IF CDC-SRC-SKIP(CDC-LSUB)
               GO TO 3200-SCAN-REFERENCES-SAI
           END-IF
           MOVE CDC-SRC-LINE(CDC-LSUB) TO CDC-LINE
           PERFORM 7050-BLANK-LITERALS
           MOVE 1 TO CDC-P
           MOVE ZEROES TO CDC-TOKEN-NO
           MOVE ZEROES TO CDC-SKIP-TOKENS
           IF CDC-SRC-HEADER(CDC-LSUB)
               PERFORM 7500-FINISH-PENDING-EDGE
                   THRU 7500-FINISH-PENDING-EDGE-SAI
               MOVE SPACE TO CDC-EXPECT
               MOVE SPACE TO CDC-RESUME-EXPECT
               MOVE 'N' TO CDC-PERF-LAST-SW
               MOVE CDC-SRC-NODE(CDC-LSUB) TO CDC-CURRENT-NODE
               MOVE 1 TO CDC-SKIP-TOKENS
               IF CDC-NODE-IS-SECTION(CDC-CURRENT-NODE)
                   MOVE 2 TO CDC-SKIP-TOKENS
               END-IF
           END-IF
           IF CDC-SRC-STATEMENT(CDC-LSUB)
               MOVE CDC-SRC-NODE(CDC-LSUB) TO CDC-CURRENT-NODE
           END-IF
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           PERFORM UNTIL CDC-END-OF-LINE
               IF CDC-TOKEN-NO IS GREATER THAN CDC-SKIP-TOKENS
                   IF NOT CDC-SRC-DATA-DEF(CDC-LSUB)
                   OR CDC-TOKEN-NO IS NOT EQUAL TO 2
                       PERFORM 3210-MARK-DATA-USE
                   END-IF
                   IF CDC-SRC-HEADER(CDC-LSUB)
                   OR CDC-SRC-STATEMENT(CDC-LSUB)
                       PERFORM 3220-PROCEDURE-TOKEN
                           THRU 3220-PROCEDURE-TOKEN-SAI
                   END-IF
               END-IF
               PERFORM 7100-NEXT-TOKEN
                   THRU 7100-NEXT-TOKEN-SAI
           END-PERFORM.
       3200-SCAN-REFERENCES-SAI.
           EXIT.
      *****************************************************************
      * O TOKEN E' O NOME DE UM ITEM (TODOS OS DE MESMO NOME CONTAM)
      *****************************************************************
       3210-MARK-DATA-USE.
           IF CDC-TOKEN IS EQUAL TO SPACES
           OR CDC-TOKEN IS EQUAL TO 'FILLER'
               CONTINUE
           ELSE
               PERFORM VARYING CDC-DSUB FROM 1 BY 1
                       UNTIL CDC-DSUB IS GREATER THAN CDC-DATA-COUNT
                   IF CDC-DATA-NAME(CDC-DSUB) IS EQUAL TO CDC-TOKEN
                       MOVE 'Y' TO CDC-DATA-REF(CDC-DSUB)
                   END-IF
               END-PERFORM
           END-IF
           .
      *****************************************************************
      * UM TOKEN DA PROCEDURE DIVISION. PRIMEIRO, O QUE SE ESPERAVA
      * CONFORME O VERBO ANTERIOR (PERFORM, GO TO, OPEN, SORT); O QUE
      * SOBRA, SE FOR O PRIMEIRO DA LINHA, COMECA UMA INSTRUCAO: NA
      * MENOR INDENTACAO DO PARAGRAFO, E' A CANDIDATA A ULTIMA DELE
      *****************************************************************
       3220-PROCEDURE-TOKEN.
           EVALUATE TRUE
               WHEN CDC-EXPECT-PERF-TARGET
                   PERFORM 7300-FIND-NODE
                       THRU 7300-FIND-NODE-SAI
                   IF CDC-ENTRY-FOUND
                       MOVE CDC-CURRENT-NODE TO CDC-PEND-FROM
                       MOVE CDC-HIT TO CDC-PEND-START
                       MOVE CDC-HIT TO CDC-PEND-END
                       MOVE 'P' TO CDC-PEND-KIND
                       SET CDC-EXPECT-THRU TO TRUE
                       IF CDC-TOKEN-ENDS-PERIOD
                           PERFORM 7500-FINISH-PENDING-EDGE
                               THRU 7500-FINISH-PENDING-EDGE-SAI
                       END-IF
                       GO TO 3220-PROCEDURE-TOKEN-SAI
                   END-IF
      * PERFORM EM LINHA (UNTIL, VARYING, TIMES...): NAO E' DESVIO
                   IF CDC-PERFORM-IS-LAST
                       MOVE 'N' TO CDC-NODE-KIND(CDC-CURRENT-NODE)
                       MOVE 'N' TO CDC-PERF-LAST-SW
                   END-IF
                   MOVE CDC-RESUME-EXPECT TO CDC-EXPECT
               WHEN CDC-EXPECT-THRU
                   IF CDC-TOKEN IS EQUAL TO 'THRU'
                   OR CDC-TOKEN IS EQUAL TO 'THROUGH'
                       SET CDC-EXPECT-THRU-END TO TRUE
                       GO TO 3220-PROCEDURE-TOKEN-SAI
                   END-IF
                   PERFORM 7500-FINISH-PENDING-EDGE
               WHEN CDC-EXPECT-THRU-END
                   PERFORM 7300-FIND-NODE
                       THRU 7300-FIND-NODE-SAI
                   IF CDC-ENTRY-FOUND
                       MOVE CDC-HIT TO CDC-PEND-END
                   END-IF
                   PERFORM 7500-FINISH-PENDING-EDGE
                       THRU 7500-FINISH-PENDING-EDGE-SAI
                   GO TO 3220-PROCEDURE-TOKEN-SAI
               WHEN CDC-EXPECT-GO-TO
                   IF CDC-TOKEN IS EQUAL TO 'TO'
                       SET CDC-EXPECT-GO-TARGET TO TRUE
                       GO TO 3220-PROCEDURE-TOKEN-SAI
                   END-IF
                   SET CDC-EXPECT-GO-TARGET TO TRUE
                   PERFORM 3240-GO-TO-TARGET
                   GO TO 3220-PROCEDURE-TOKEN-SAI
               WHEN CDC-EXPECT-GO-TARGET
                   PERFORM 3240-GO-TO-TARGET
                   IF CDC-ENTRY-FOUND
                       GO TO 3220-PROCEDURE-TOKEN-SAI
                   END-IF
               WHEN CDC-EXPECT-EXIT-PGM
                   IF CDC-TOKEN IS EQUAL TO 'PROGRAM'
                       MOVE 'S' TO CDC-NODE-KIND(CDC-CURRENT-NODE)
                   END-IF
                   SET CDC-EXPECT-NOTHING TO TRUE
               WHEN CDC-EXPECT-OPEN-FILE
                   IF CDC-TOKEN IS EQUAL TO 'INPUT'
                   OR CDC-TOKEN IS EQUAL TO 'OUTPUT'
                   OR CDC-TOKEN IS EQUAL TO 'I-O'
                   OR CDC-TOKEN IS EQUAL TO 'EXTEND'
                   OR CDC-TOKEN IS EQUAL TO 'WITH'
                   OR CDC-TOKEN IS EQUAL TO 'NO'
                   OR CDC-TOKEN IS EQUAL TO 'REWIND'
                   OR CDC-TOKEN IS EQUAL TO 'LOCK'
                       GO TO 3220-PROCEDURE-TOKEN-SAI
                   END-IF
                   PERFORM 7200-MARK-FILE-OPENED
                   IF CDC-ENTRY-FOUND
                       GO TO 3220-PROCEDURE-TOKEN-SAI
                   END-IF
                   SET CDC-EXPECT-NOTHING TO TRUE
               WHEN CDC-EXPECT-SORT-FILE
                   IF CDC-TOKEN IS EQUAL TO 'PROCEDURE'
                       SET CDC-EXPECT-PERF-TARGET TO TRUE
                       GO TO 3220-PROCEDURE-TOKEN-SAI
                   END-IF
                   PERFORM 7200-MARK-FILE-OPENED
                   IF CDC-TOKEN-ENDS-PERIOD
                       SET CDC-EXPECT-NOTHING TO TRUE
                       MOVE SPACE TO CDC-RESUME-EXPECT
                   END-IF
                   GO TO 3220-PROCEDURE-TOKEN-SAI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF CDC-TOKEN-NO IS EQUAL TO CDC-SKIP-TOKENS + 1
           AND CDC-TOKEN IS NOT EQUAL TO SPACES
               PERFORM 3230-CLASSIFY-STATEMENT
           END-IF
           IF CDC-EXPECT-NOTHING
               EVALUATE CDC-TOKEN
                   WHEN 'PERFORM'
                       SET CDC-EXPECT-PERF-TARGET TO TRUE
                       MOVE SPACE TO CDC-RESUME-EXPECT
                   WHEN 'GO'
                       SET CDC-EXPECT-GO-TO TO TRUE
                   WHEN 'OPEN'
                       SET CDC-EXPECT-OPEN-FILE TO TRUE
                   WHEN 'SORT'
                   WHEN 'MERGE'
                       SET CDC-EXPECT-SORT-FILE TO TRUE
                       MOVE 'S' TO CDC-RESUME-EXPECT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF CDC-TOKEN-ENDS-PERIOD
           AND NOT CDC-EXPECT-PERF-TARGET
           AND NOT CDC-EXPECT-SORT-FILE
               SET CDC-EXPECT-NOTHING TO TRUE
           END-IF.
       3220-PROCEDURE-TOKEN-SAI.
           EXIT.
      *****************************************************************
      * A PRIMEIRA INSTRUCAO NA MENOR INDENTACAO JA VISTA NO PARAGRAFO
      * (OU NA MESMA) PASSA A SER A ULTIMA DELE, ATE OUTRA A SUBSTITUIR
      *****************************************************************
       3230-CLASSIFY-STATEMENT.
           IF CDC-TOKEN IS EQUAL TO 'EXIT'
               IF CDC-NODE-BODY(CDC-CURRENT-NODE) IS EQUAL TO 'V'
                   MOVE 'X' TO CDC-NODE-BODY(CDC-CURRENT-NODE)
               END-IF
           ELSE
               MOVE 'C' TO CDC-NODE-BODY(CDC-CURRENT-NODE)
           END-IF
           IF CDC-NODE-MIN-IND(CDC-CURRENT-NODE) IS GREATER THAN ZEROES
           AND CDC-TOKEN-START IS GREATER THAN
                   CDC-NODE-MIN-IND(CDC-CURRENT-NODE)
               CONTINUE
           ELSE
               MOVE CDC-TOKEN-START
                   TO CDC-NODE-MIN-IND(CDC-CURRENT-NODE)
               MOVE 'N' TO CDC-PERF-LAST-SW
               MOVE ZEROES TO CDC-NODE-LAST-EDGE(CDC-CURRENT-NODE)
               EVALUATE CDC-TOKEN
                   WHEN 'GOBACK'
                   WHEN 'STOP'
                       MOVE 'S' TO CDC-NODE-KIND(CDC-CURRENT-NODE)
                   WHEN 'GO'
                       MOVE 'G' TO CDC-NODE-KIND(CDC-CURRENT-NODE)
                   WHEN 'PERFORM'
                       MOVE 'P' TO CDC-NODE-KIND(CDC-CURRENT-NODE)
                       SET CDC-PERFORM-IS-LAST TO TRUE
                   WHEN 'EXIT'
                       MOVE 'N' TO CDC-NODE-KIND(CDC-CURRENT-NODE)
                       SET CDC-EXPECT-EXIT-PGM TO TRUE
                   WHEN OTHER
                       MOVE 'N' TO CDC-NODE-KIND(CDC-CURRENT-NODE)
               END-EVALUATE
           END-IF
           .
      *****************************************************************
      * UM ALVO DE GO TO; DEPENDING ON QUER DIZER QUE O GO TO PODE
      * SEGUIR ADIANTE (INDICE FORA DA LISTA)
      *****************************************************************
       3240-GO-TO-TARGET.
           PERFORM 7300-FIND-NODE
               THRU 7300-FIND-NODE-SAI
           IF CDC-ENTRY-FOUND
               MOVE CDC-CURRENT-NODE TO CDC-PEND-FROM
               MOVE CDC-HIT TO CDC-PEND-START
               MOVE CDC-HIT TO CDC-PEND-END
               MOVE 'G' TO CDC-PEND-KIND
               PERFORM 7500-FINISH-PENDING-EDGE
                   THRU 7500-FINISH-PENDING-EDGE-SAI
           ELSE
               IF CDC-TOKEN IS EQUAL TO 'DEPENDING'
               AND CDC-NODE-KIND(CDC-CURRENT-NODE) IS EQUAL TO 'G'
                   MOVE 'N' TO CDC-NODE-KIND(CDC-CURRENT-NODE)
               END-IF
               SET CDC-EXPECT-NOTHING TO TRUE
           END-IF
           .
      *****************************************************************
      * UM PARAGRAFO QUE TERMINA COM PERFORM DE UMA FAIXA QUE NAO
      * VOLTA (TERMINA EM GOBACK/STOP RUN) TAMBEM NAO SEGUE ADIANTE.
      * TRES PASSADAS RESOLVEM OS ENCADEAMENTOS USUAIS
      *****************************************************************
       3300-RESOLVE-NO-RETURN.
           PERFORM VARYING CDC-NSUB FROM 1 BY 1
                   UNTIL CDC-NSUB IS GREATER THAN CDC-NODE-COUNT
               IF CDC-NODE-KIND(CDC-NSUB) IS EQUAL TO 'P'
                   PERFORM 3310-CHECK-RANGE-RETURNS
               END-IF
           END-PERFORM
           .
       3310-CHECK-RANGE-RETURNS.
           MOVE CDC-NODE-LAST-EDGE(CDC-NSUB) TO CDC-ESUB
           IF CDC-ESUB IS EQUAL TO ZEROES
               MOVE 'N' TO CDC-NODE-KIND(CDC-NSUB)
           ELSE
               MOVE CDC-EDGE-START(CDC-ESUB) TO CDC-KSUB
               PERFORM UNTIL CDC-KSUB IS GREATER THAN
                       CDC-EDGE-END(CDC-ESUB)
                   EVALUATE CDC-NODE-KIND(CDC-KSUB)
                       WHEN 'S'
                           MOVE 'S' TO CDC-NODE-KIND(CDC-NSUB)
                           MOVE CDC-EDGE-END(CDC-ESUB) TO CDC-KSUB
                       WHEN 'G'
                           MOVE CDC-EDGE-END(CDC-ESUB) TO CDC-KSUB
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   ADD 1 TO CDC-KSUB
               END-PERFORM
           END-IF
           .
      *****************************************************************
      * ALCANCE: A ENTRADA E AS DECLARATIVES PARTEM ALCANCADAS; UM NO
      * ALCANCADO EM LINHA QUE NAO DESVIA CAI NO SEGUINTE; PERFORM
      * PERCORRE A FAIXA DO INICIO ATE O FIM DELA OU ATE UM DESVIO;
      * GO TO LEVA O MODO DE QUEM DESVIOU, E O ALVO PERFORMADO SEGUE
      * ADIANTE ATE O FIM DE ALGUMA FAIXA. REPETE ATE NADA MUDAR
      *****************************************************************
       3400-PROPAGATE-REACH.
           PERFORM VARYING CDC-NSUB FROM 1 BY 1
                   UNTIL CDC-NSUB IS GREATER THAN CDC-NODE-COUNT
               IF CDC-NODE-DECL(CDC-NSUB) IS EQUAL TO 'Y'
                   MOVE 'Y' TO CDC-NODE-INLINE(CDC-NSUB)
                   MOVE 'Y' TO CDC-NODE-PERFORMED(CDC-NSUB)
               END-IF
           END-PERFORM
           IF CDC-ROOT IS GREATER THAN ZEROES
               MOVE 'Y' TO CDC-NODE-INLINE(CDC-ROOT)
           END-IF
           SET CDC-GRAPH-CHANGED TO TRUE
           PERFORM UNTIL NOT CDC-GRAPH-CHANGED
               MOVE 'N' TO CDC-CHANGED-SW
               PERFORM 3410-SPREAD-FROM-NODE
                   VARYING CDC-NSUB FROM 1 BY 1
                   UNTIL CDC-NSUB IS GREATER THAN CDC-NODE-COUNT
           END-PERFORM
           .
       3410-SPREAD-FROM-NODE.
           IF CDC-NODE-INLINE(CDC-NSUB) IS EQUAL TO 'Y'
           AND CDC-NODE-KIND(CDC-NSUB) IS NOT EQUAL TO 'S'
           AND CDC-NODE-KIND(CDC-NSUB) IS NOT EQUAL TO 'G'
           AND CDC-NSUB IS LESS THAN CDC-NODE-COUNT
               IF CDC-NODE-INLINE(CDC-NSUB + 1) IS NOT EQUAL TO 'Y'
                   MOVE 'Y' TO CDC-NODE-INLINE(CDC-NSUB + 1)
                   SET CDC-GRAPH-CHANGED TO TRUE
               END-IF
           END-IF
           IF CDC-NODE-PERFORMED(CDC-NSUB) IS EQUAL TO 'Y'
           AND CDC-NODE-RANGE-END(CDC-NSUB) IS NOT EQUAL TO 'Y'
           AND CDC-NODE-KIND(CDC-NSUB) IS NOT EQUAL TO 'S'
           AND CDC-NODE-KIND(CDC-NSUB) IS NOT EQUAL TO 'G'
           AND CDC-NSUB IS LESS THAN CDC-NODE-COUNT
               IF CDC-NODE-PERFORMED(CDC-NSUB + 1) IS NOT EQUAL TO 'Y'
                   MOVE 'Y' TO CDC-NODE-PERFORMED(CDC-NSUB + 1)
                   SET CDC-GRAPH-CHANGED TO TRUE
               END-IF
           END-IF
           IF (CDC-NODE-INLINE(CDC-NSUB) IS EQUAL TO 'Y'
            OR CDC-NODE-PERFORMED(CDC-NSUB) IS EQUAL TO 'Y')
           AND CDC-NODE-EDGES(CDC-NSUB) IS GREATER THAN ZEROES
               PERFORM VARYING CDC-ESUB
                       FROM CDC-NODE-FIRST-EDGE(CDC-NSUB) BY 1
                       UNTIL CDC-ESUB IS GREATER THAN
                             CDC-NODE-FIRST-EDGE(CDC-NSUB)
                           + CDC-NODE-EDGES(CDC-NSUB) - 1
                   PERFORM 3420-FOLLOW-EDGE
               END-PERFORM
           END-IF
           .
       3420-FOLLOW-EDGE.
           IF CDC-EDGE-PERFORM(CDC-ESUB)
               MOVE CDC-EDGE-START(CDC-ESUB) TO CDC-KSUB
               MOVE 'N' TO CDC-WALK-SW
               PERFORM 3430-WALK-RANGE
                   UNTIL CDC-WALK-DONE
           ELSE
               MOVE CDC-EDGE-START(CDC-ESUB) TO CDC-KSUB
               IF CDC-NODE-INLINE(CDC-NSUB) IS EQUAL TO 'Y'
               AND CDC-NODE-INLINE(CDC-KSUB) IS NOT EQUAL TO 'Y'
                   MOVE 'Y' TO CDC-NODE-INLINE(CDC-KSUB)
                   SET CDC-GRAPH-CHANGED TO TRUE
               END-IF
               IF CDC-NODE-PERFORMED(CDC-NSUB) IS EQUAL TO 'Y'
               AND CDC-NODE-PERFORMED(CDC-KSUB) IS NOT EQUAL TO 'Y'
                   MOVE 'Y' TO CDC-NODE-PERFORMED(CDC-KSUB)
                   SET CDC-GRAPH-CHANGED TO TRUE
               END-IF
           END-IF
           .
       3430-WALK-RANGE.
           IF CDC-NODE-PERFORMED(CDC-KSUB) IS NOT EQUAL TO 'Y'
               MOVE 'Y' TO CDC-NODE-PERFORMED(CDC-KSUB)
               SET CDC-GRAPH-CHANGED TO TRUE
           END-IF
           IF CDC-KSUB IS NOT LESS THAN CDC-EDGE-END(CDC-ESUB)
           OR CDC-KSUB IS NOT LESS THAN CDC-NODE-COUNT
           OR CDC-NODE-KIND(CDC-KSUB) IS EQUAL TO 'S'
           OR CDC-NODE-KIND(CDC-KSUB) IS EQUAL TO 'G'
               SET CDC-WALK-DONE TO TRUE
           ELSE
               ADD 1 TO CDC-KSUB
           END-IF
           .
      *****************************************************************
      * USO DOS ITENS: O 88 USADO USA O ITEM DELE; O USO DE UM GRUPO
      * DESCE PARA OS ITENS DE DENTRO E O DE UM ITEM SOBE PARA OS
      * GRUPOS QUE O CONTEM (A TABELA ESTA NA ORDEM DO FONTE, ENTAO O
      * GRUPO SEMPRE VEM ANTES DOS SEUS ITENS)
      *****************************************************************
       3500-PROPAGATE-DATA-USE.
           PERFORM VARYING CDC-DSUB FROM 1 BY 1
                   UNTIL CDC-DSUB IS GREATER THAN CDC-DATA-COUNT
               IF CDC-DATA-LEVEL(CDC-DSUB) IS EQUAL TO 88
               AND CDC-DATA-REF(CDC-DSUB) IS EQUAL TO 'Y'
               AND CDC-DATA-PARENT(CDC-DSUB) IS GREATER THAN ZEROES
                   MOVE CDC-DATA-PARENT(CDC-DSUB) TO CDC-KSUB
                   MOVE 'Y' TO CDC-DATA-REF(CDC-KSUB)
               END-IF
           END-PERFORM
           PERFORM VARYING CDC-DSUB FROM 1 BY 1
                   UNTIL CDC-DSUB IS GREATER THAN CDC-DATA-COUNT
               IF CDC-DATA-REF(CDC-DSUB) IS EQUAL TO 'Y'
                   MOVE 'Y' TO CDC-DATA-DOWN(CDC-DSUB)
               ELSE
                   IF CDC-DATA-PARENT(CDC-DSUB) IS GREATER THAN ZEROES
                       MOVE CDC-DATA-PARENT(CDC-DSUB) TO CDC-KSUB
                       MOVE CDC-DATA-DOWN(CDC-KSUB)
                           TO CDC-DATA-DOWN(CDC-DSUB)
                   END-IF
               END-IF
               IF CDC-DATA-REF(CDC-DSUB) IS EQUAL TO 'Y'
                   MOVE CDC-DSUB TO CDC-KSUB
                   PERFORM UNTIL CDC-KSUB IS EQUAL TO ZEROES
                       MOVE 'Y' TO CDC-DATA-UP(CDC-KSUB)
                       MOVE CDC-DATA-PARENT(CDC-KSUB) TO CDC-KSUB
                   END-PERFORM
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * A LISTA DO PROGRAMA: PARAGRAFOS/SECTIONS, ITENS E ARQUIVOS
      *****************************************************************
       3600-REPORT-PROGRAM.
           MOVE ZEROES TO CDC-PGM-FINDINGS
           DISPLAY ' '
           DISPLAY 'PROGRAMA ' CDC-CURRENT-PROGRAM
           PERFORM VARYING CDC-NSUB FROM 1 BY 1
                   UNTIL CDC-NSUB IS GREATER THAN CDC-NODE-COUNT
               IF NOT CDC-NODE-IS-ENTRY(CDC-NSUB)
               AND CDC-NODE-INLINE(CDC-NSUB) IS NOT EQUAL TO 'Y'
               AND CDC-NODE-PERFORMED(CDC-NSUB) IS NOT EQUAL TO 'Y'
      * UM PARAGRAFO SO COM EXIT (A SAIDA CONVENCIONAL DE UMA SECTION
      * OU DE UMA FAIXA) NAO TEM CODIGO PARA ESTAR MORTO
               AND NOT (CDC-NODE-BODY(CDC-NSUB) IS EQUAL TO 'X'
                    AND CDC-NODE-KIND(CDC-NSUB) IS NOT EQUAL TO 'S')
                   ADD 1 TO CDC-PGM-FINDINGS
                   ADD 1 TO CDC-DEAD-NODES
                   IF CDC-NODE-IS-SECTION(CDC-NSUB)
                       DISPLAY '  SECTION INALCANCAVEL     '
                           CDC-NODE-NAME(CDC-NSUB)
                   ELSE
                       DISPLAY '  PARAGRAFO INALCANCAVEL   '
                           CDC-NODE-NAME(CDC-NSUB)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING CDC-DSUB FROM 1 BY 1
                   UNTIL CDC-DSUB IS GREATER THAN CDC-DATA-COUNT
               IF CDC-DATA-NAME(CDC-DSUB) IS NOT EQUAL TO 'FILLER'
               AND CDC-DATA-LEVEL(CDC-DSUB) IS NOT EQUAL TO 88
               AND CDC-DATA-LEVEL(CDC-DSUB) IS NOT EQUAL TO 66
               AND CDC-DATA-DOWN(CDC-DSUB) IS NOT EQUAL TO 'Y'
               AND CDC-DATA-UP(CDC-DSUB) IS NOT EQUAL TO 'Y'
                   ADD 1 TO CDC-PGM-FINDINGS
                   ADD 1 TO CDC-DEAD-ITEMS
                   DISPLAY '  ITEM NUNCA REFERENCIADO  '
                       CDC-DATA-NAME(CDC-DSUB)
               END-IF
           END-PERFORM
           PERFORM VARYING CDC-FSUB FROM 1 BY 1
                   UNTIL CDC-FSUB IS GREATER THAN CDC-FILE-COUNT
               IF CDC-FILE-OPENED(CDC-FSUB) IS NOT EQUAL TO 'Y'
                   ADD 1 TO CDC-PGM-FINDINGS
                   ADD 1 TO CDC-DEAD-FILES
                   DISPLAY '  ARQUIVO NUNCA ABERTO     '
                       CDC-FILE-NAME(CDC-FSUB)
               END-IF
           END-PERFORM
           IF CDC-PGM-FINDINGS IS EQUAL TO ZEROES
               DISPLAY '  (NADA MORTO)'
           END-IF
           .
      *****************************************************************
      * PROCURA CDC-KEYWORD NA LINHA; CDC-P FICA NA POSICAO SEGUINTE
      * AO ACHADO, OU ZERO
      *****************************************************************
       7000-FIND-KEYWORD.
           MOVE ZEROES TO CDC-P
           PERFORM VARYING CDC-Q FROM 1 BY 1
                   UNTIL CDC-Q IS GREATER THAN 66 - CDC-KEYWORD-LEN
                      OR CDC-P IS GREATER THAN ZEROES
               IF CDC-LINE(CDC-Q:CDC-KEYWORD-LEN) IS EQUAL TO
                       CDC-KEYWORD(1:CDC-KEYWORD-LEN)
                   COMPUTE CDC-P = CDC-Q + CDC-KEYWORD-LEN
                   END-COMPUTE
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * APAGA O CONTEUDO DOS LITERAIS E A PONTUACAO QUE GRUDA NOS
      * NOMES (SUBSCRITOS, REFERENCIA A POSICAO, VIRGULAS), PARA QUE
      * SO SOBREM PALAVRAS SEPARADAS POR BRANCOS
      *****************************************************************
       7050-BLANK-LITERALS.
           MOVE SPACE TO CDC-QUOTE
           PERFORM VARYING CDC-Q FROM 1 BY 1
                   UNTIL CDC-Q IS GREATER THAN 65
               EVALUATE TRUE
                   WHEN CDC-OUTSIDE-LITERAL
                    AND (CDC-LINE(CDC-Q:1) IS EQUAL TO ''''
                      OR CDC-LINE(CDC-Q:1) IS EQUAL TO '"')
                       MOVE CDC-LINE(CDC-Q:1) TO CDC-QUOTE
                       MOVE SPACE TO CDC-LINE(CDC-Q:1)
                   WHEN NOT CDC-OUTSIDE-LITERAL
                       IF CDC-LINE(CDC-Q:1) IS EQUAL TO CDC-QUOTE
                           MOVE SPACE TO CDC-QUOTE
                       END-IF
                       MOVE SPACE TO CDC-LINE(CDC-Q:1)
                   WHEN CDC-LINE(CDC-Q:1) IS EQUAL TO '('
                     OR CDC-LINE(CDC-Q:1) IS EQUAL TO ')'
                     OR CDC-LINE(CDC-Q:1) IS EQUAL TO ','
                     OR CDC-LINE(CDC-Q:1) IS EQUAL TO ';'
                     OR CDC-LINE(CDC-Q:1) IS EQUAL TO ':'
                       MOVE SPACE TO CDC-LINE(CDC-Q:1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .
      *****************************************************************
      * AS DUAS PRIMEIRAS PALAVRAS DA LINHA (O FONTE PODE ALINHAR
      * "PROCEDURE          DIVISION." COM QUANTOS BRANCOS QUISER)
      *****************************************************************
       7060-TAKE-FIRST-WORDS.
           MOVE 1 TO CDC-P
           MOVE ZEROES TO CDC-TOKEN-NO
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           MOVE CDC-TOKEN TO CDC-WORD-1
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           MOVE CDC-TOKEN TO CDC-WORD-2
           .
      *****************************************************************
      * EXTRAI O PROXIMO TOKEN A PARTIR DE CDC-P, SEM O PONTO FINAL.
      * UM PONTO SOZINHO E' UM TOKEN VAZIO COM CDC-TOKEN-ENDS-PERIOD
      *****************************************************************
       7100-NEXT-TOKEN.
           MOVE SPACES TO CDC-TOKEN
           MOVE 'N' TO CDC-PERIOD-SW
           MOVE 'N' TO CDC-TOKEN-SW
           PERFORM VARYING CDC-P FROM CDC-P BY 1
                   UNTIL CDC-P IS GREATER THAN 65
                      OR CDC-LINE(CDC-P:1) IS NOT EQUAL TO SPACE
               CONTINUE
           END-PERFORM
           IF CDC-P IS GREATER THAN 65
               GO TO 7100-NEXT-TOKEN-SAI
           END-IF
           MOVE CDC-P TO CDC-TOKEN-START
           MOVE ZEROES TO CDC-L
           PERFORM VARYING CDC-Q FROM CDC-P BY 1
                   UNTIL CDC-Q IS GREATER THAN 65
                      OR CDC-LINE(CDC-Q:1) IS EQUAL TO SPACE
               ADD 1 TO CDC-L
           END-PERFORM
           MOVE CDC-Q TO CDC-P
           IF CDC-LINE(CDC-TOKEN-START + CDC-L - 1:1) IS EQUAL TO '.'
               SET CDC-TOKEN-ENDS-PERIOD TO TRUE
               SUBTRACT 1 FROM CDC-L
           END-IF
           IF CDC-L IS GREATER THAN 30
               MOVE 30 TO CDC-L
           END-IF
           IF CDC-L IS GREATER THAN ZEROES
               MOVE CDC-LINE(CDC-TOKEN-START:CDC-L) TO CDC-TOKEN
           END-IF
           SET CDC-TOKEN-FOUND TO TRUE
           ADD 1 TO CDC-TOKEN-NO.
       7100-NEXT-TOKEN-SAI.
           EXIT.
      *****************************************************************
      * O TOKEN E' UM ARQUIVO DO SELECT: FICA MARCADO COMO ABERTO
      *****************************************************************
       7200-MARK-FILE-OPENED.
           SET CDC-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING CDC-FSUB FROM 1 BY 1
                   UNTIL CDC-FSUB IS GREATER THAN CDC-FILE-COUNT
               IF CDC-FILE-NAME(CDC-FSUB) IS EQUAL TO CDC-TOKEN
                   MOVE 'Y' TO CDC-FILE-OPENED(CDC-FSUB)
                   SET CDC-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * PROCURA O PARAGRAFO OU SECTION DE NOME CDC-TOKEN (CDC-HIT)
      *****************************************************************
       7300-FIND-NODE.
           SET CDC-ENTRY-NOT-FOUND TO TRUE
           MOVE ZEROES TO CDC-HIT
           IF CDC-TOKEN IS EQUAL TO SPACES
               GO TO 7300-FIND-NODE-SAI
           END-IF
           PERFORM VARYING CDC-KSUB FROM 1 BY 1
                   UNTIL CDC-KSUB IS GREATER THAN CDC-NODE-COUNT
                      OR CDC-ENTRY-FOUND
               IF CDC-NODE-NAME(CDC-KSUB) IS EQUAL TO CDC-TOKEN
               AND NOT CDC-NODE-IS-ENTRY(CDC-KSUB)
                   SET CDC-ENTRY-FOUND TO TRUE
                   MOVE CDC-KSUB TO CDC-HIT
               END-IF
           END-PERFORM.
       7300-FIND-NODE-SAI.
           EXIT.
      *****************************************************************
      * O PONTO DE ENTRADA: NO SEM NOME, RAIZ DO ALCANCE
      *****************************************************************
       7400-ADD-ENTRY-NODE.
           IF CDC-NODE-COUNT IS NOT LESS THAN CDC-NODE-MAX
               SET CDC-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO CDC-NODE-COUNT
               MOVE CDC-NODE-COUNT TO CDC-NSUB
               PERFORM 7410-CLEAR-NODE
               MOVE 'E' TO CDC-NODE-TYPE(CDC-NSUB)
               MOVE 'N' TO CDC-NODE-DECL(CDC-NSUB)
               MOVE CDC-NSUB TO CDC-ROOT
               MOVE CDC-NSUB TO CDC-CURRENT-NODE
               MOVE ZEROES TO CDC-CURRENT-SECTION
           END-IF
           .
       7410-CLEAR-NODE.
           MOVE SPACES TO CDC-NODE-NAME(CDC-NSUB)
           MOVE 'P' TO CDC-NODE-TYPE(CDC-NSUB)
           MOVE ZEROES TO CDC-NODE-SECTION(CDC-NSUB)
           MOVE CDC-DECL-SW TO CDC-NODE-DECL(CDC-NSUB)
           MOVE 'N' TO CDC-NODE-KIND(CDC-NSUB)
           MOVE ZEROES TO CDC-NODE-MIN-IND(CDC-NSUB)
           MOVE ZEROES TO CDC-NODE-LAST-EDGE(CDC-NSUB)
           MOVE ZEROES TO CDC-NODE-FIRST-EDGE(CDC-NSUB)
           MOVE ZEROES TO CDC-NODE-EDGES(CDC-NSUB)
           MOVE 'N' TO CDC-NODE-INLINE(CDC-NSUB)
           MOVE 'V' TO CDC-NODE-BODY(CDC-NSUB)
           MOVE 'N' TO CDC-NODE-PERFORMED(CDC-NSUB)
           MOVE 'N' TO CDC-NODE-RANGE-END(CDC-NSUB)
           .
      *****************************************************************
      * GRAVA A ARESTA PENDENTE. UMA FAIXA QUE TERMINA NUMA SECTION VAI
      * ATE O ULTIMO PARAGRAFO DELA; SE O PERFORM ERA A ULTIMA INSTRUCAO
      * DO PARAGRAFO, A ARESTA FICA ANOTADA NELE
      *****************************************************************
       7500-FINISH-PENDING-EDGE.
           IF CDC-PEND-KIND IS EQUAL TO SPACE
               GO TO 7500-FINISH-PENDING-EDGE-SAI
           END-IF
           IF CDC-EDGE-COUNT IS NOT LESS THAN CDC-EDGE-MAX
               SET CDC-TABLE-OVERFLOW TO TRUE
               MOVE SPACE TO CDC-PEND-KIND
               GO TO 7500-FINISH-PENDING-EDGE-SAI
           END-IF
           IF CDC-PEND-KIND IS EQUAL TO 'P'
           AND CDC-NODE-IS-SECTION(CDC-PEND-END)
               MOVE CDC-PEND-END TO CDC-KSUB
               PERFORM UNTIL CDC-KSUB IS NOT LESS THAN CDC-NODE-COUNT
                       OR CDC-NODE-SECTION(CDC-KSUB + 1)
                          IS NOT EQUAL TO CDC-PEND-END
                   ADD 1 TO CDC-KSUB
               END-PERFORM
               MOVE CDC-KSUB TO CDC-PEND-END
           END-IF
           IF CDC-PEND-END IS LESS THAN CDC-PEND-START
               MOVE CDC-PEND-START TO CDC-PEND-END
           END-IF
           ADD 1 TO CDC-EDGE-COUNT
           MOVE CDC-EDGE-COUNT TO CDC-ESUB
           MOVE CDC-PEND-FROM  TO CDC-EDGE-FROM(CDC-ESUB)
           MOVE CDC-PEND-KIND  TO CDC-EDGE-KIND(CDC-ESUB)
           MOVE CDC-PEND-START TO CDC-EDGE-START(CDC-ESUB)
           MOVE CDC-PEND-END   TO CDC-EDGE-END(CDC-ESUB)
           IF CDC-NODE-EDGES(CDC-PEND-FROM) IS EQUAL TO ZEROES
               MOVE CDC-ESUB TO CDC-NODE-FIRST-EDGE(CDC-PEND-FROM)
           END-IF
           ADD 1 TO CDC-NODE-EDGES(CDC-PEND-FROM)
           IF CDC-PEND-KIND IS EQUAL TO 'P'
               MOVE 'Y' TO CDC-NODE-RANGE-END(CDC-PEND-END)
           END-IF
           IF CDC-PEND-KIND IS EQUAL TO 'P'
           AND CDC-PERFORM-IS-LAST
               MOVE CDC-ESUB TO CDC-NODE-LAST-EDGE(CDC-PEND-FROM)
               MOVE 'N' TO CDC-PERF-LAST-SW
           END-IF
           MOVE SPACE TO CDC-PEND-KIND
           MOVE CDC-RESUME-EXPECT TO CDC-EXPECT.
       7500-FINISH-PENDING-EDGE-SAI.
           EXIT.
      *****************************************************************
      * LE O PROXIMO CARTAO DE FONTE
      *****************************************************************
       8000-READ-SOURCE-CARD.
           READ SOURCE-ALL-FILE
               AT END
                   SET CDC-NO-MORE-CARDS TO TRUE
           END-READ
           .
      *****************************************************************
      * FECHA A BIBLIOTECA E IMPRIME AS CONTAGENS
      *****************************************************************
       9999-TERMINATE.
           CLOSE SOURCE-ALL-FILE
           DISPLAY ' '
           DISPLAY '================================================='
           DISPLAY 'ZUTZCDC: CARTOES LIDOS          = ' CDC-CARDS-READ
           DISPLAY 'ZUTZCDC: PROGRAMAS VISTOS       = '
               CDC-PROGRAMS-SEEN
           DISPLAY 'ZUTZCDC: PARAGRAFOS/SECTIONS    = ' CDC-DEAD-NODES
           DISPLAY 'ZUTZCDC: ITENS NAO REFERENCIADOS = '
               CDC-DEAD-ITEMS
           DISPLAY 'ZUTZCDC: ARQUIVOS NUNCA ABERTOS = ' CDC-DEAD-FILES
           IF CDC-DEAD-NODES + CDC-DEAD-ITEMS + CDC-DEAD-FILES
                   IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
