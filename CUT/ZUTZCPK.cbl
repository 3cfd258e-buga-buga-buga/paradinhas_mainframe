       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ZUTZCPK.
      *****************************************************************
      * This work is licensed under a Creative Commons
      * Attribution-ShareAlike 4.0 International license.
      * See http://creativecommons.org/licenses/by-sa/4.0/.
      *
      * Static scan of the source library for the packed-decimal
      * traps that end in a S0C7. BUGA003 is the textbook case: a
      * PIC X(8) filled with '#' and REDEFINEd as S9(15) COMP-3, then
      * compared as a number. GDANUM guards the run time; this finds
      * the same shapes in the source before they reach production.
      * The members arrive on SRCALL the same way ZUTZCXR reads them
      * (the library concatenated, each member recognized by its
      * PROGRAM-ID header), and each program is examined once its
      * last card has been read. Four patterns are reported:
      *
      *   R - a COMP-3 item (or a group holding one) and an
      *       alphanumeric PIC X item sharing the same storage through
      *       REDEFINES, in either direction: whatever is MOVEd to the
      *       PIC X view is read as packed by the other one;
      *   A - arithmetic (ADD, SUBTRACT, MULTIPLY, DIVIDE, COMPUTE) on
      *       a COMP-3 field that is filled from a file - it lies in
      *       an FD record, in the target of a READ/RETURN ... INTO
      *       (EXEC CICS READ ... INTO too), or in a group or packed
      *       field MOVEd from one of those - with no NUMERIC class
      *       test on that field anywhere in the program. Receiving-
      *       only operands (GIVING, REMAINDER, the left side of a
      *       COMPUTE) do not count: storing cannot abend;
      *   M - a MOVE from an alphanumeric item or literal, or from a
      *       group, into a COMP-3 field;
      *   G - a MOVE of an alphanumeric item, literal or figurative
      *       constant (SPACES, LOW-VALUES...) into a group that holds
      *       COMP-3 fields - every packed field it does not refill
      *       afterwards is left holding the alphanumeric bytes.
      *
      * Every finding lists the program, the line inside the member
      * (comments count, and the comment cards between two members
      * are counted with the member that follows them),
      * the field and the pattern. The programs are listed in order
      * of risk: each finding weighs by its pattern (R 5, A 4, M 3,
      * G 2) and the program with the heaviest total comes first, its
      * findings grouped by pattern in the same order.
      *
      * The scan is textual, not a control-flow analysis: a NUMERIC
      * test anywhere in the program clears the field, whatever runs
      * first. COPY members are not expanded (fields a copybook
      * brings in are not seen) and names are compared unqualified -
      * the first item of the name is the one used. UTESTS members in
      * the concatenation (TESTSUITE/TESTCASE in area A) are skipped.
      *
      * -- Input --
      * SRCALL    The source members, concatenated, 80-byte cards
      *
      * -- Output --
      * SYSOUT    The findings, per program in order of risk (DISPLAY)
      * RETURN-CODE   0 when nothing was found,
      *               4 when there are findings,
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
       01  CPK-SWITCHES.
           05  CPK-MORE-CARDS         PIC X(01) VALUE 'Y'.
               88  CPK-NO-MORE-CARDS      VALUE 'N'.
           05  CPK-TOKEN-SW           PIC X(01) VALUE 'N'.
               88  CPK-TOKEN-FOUND        VALUE 'Y'.
               88  CPK-END-OF-SCAN        VALUE 'N'.
           05  CPK-PERIOD-SW          PIC X(01) VALUE 'N'.
               88  CPK-TOKEN-ENDS-PERIOD  VALUE 'Y'.
           05  CPK-QUOTE              PIC X(01) VALUE SPACE.
               88  CPK-OUTSIDE-LITERAL    VALUE SPACE.
           05  CPK-OVERFLOW-SW        PIC X(01) VALUE 'N'.
               88  CPK-TABLE-OVERFLOW     VALUE 'Y'.
           05  CPK-FD-SW              PIC X(01) VALUE 'N'.
               88  CPK-IN-FD-RECORD       VALUE 'Y'.
           05  CPK-SKIP-SW            PIC X(01) VALUE 'N'.
               88  CPK-SKIP-QUALIFIER     VALUE 'Y'.
           05  CPK-CORR-SW            PIC X(01) VALUE 'N'.
               88  CPK-MOVE-CORRESPONDING VALUE 'Y'.
      * Em que parte do programa o cartao esta
           05  CPK-AREA               PIC X(01) VALUE 'I'.
               88  CPK-AREA-IDENTIFICATION VALUE 'I'.
               88  CPK-AREA-ENVIRONMENT   VALUE 'E'.
               88  CPK-AREA-DATA          VALUE 'D'.
               88  CPK-AREA-PROCEDURE     VALUE 'P'.
               88  CPK-AREA-NOT-PROGRAM   VALUE 'U'.
      * O que o proximo token de uma entrada de dados e'
           05  CPK-EXPECT             PIC X(01) VALUE SPACE.
               88  CPK-EXPECT-NOTHING     VALUE SPACE.
               88  CPK-EXPECT-PICTURE     VALUE 'P'.
               88  CPK-EXPECT-REDEFINES   VALUE 'R'.
               88  CPK-EXPECT-VALUE       VALUE 'V'.
      * Em que ponto da instrucao da PROCEDURE DIVISION se esta
           05  CPK-STATE              PIC X(01) VALUE SPACE.
               88  CPK-STATE-NONE         VALUE SPACE.
               88  CPK-STATE-MOVE-SOURCE  VALUE 'M'.
               88  CPK-STATE-MOVE-TO      VALUE 'T'.
               88  CPK-STATE-MOVE-TARGET  VALUE 'D'.
               88  CPK-STATE-ARITHMETIC   VALUE 'A'.
               88  CPK-STATE-RECEIVING    VALUE 'C'.
               88  CPK-STATE-READ         VALUE 'R'.
               88  CPK-STATE-READ-INTO    VALUE 'I'.
       01  CPK-COUNTERS.
           05  CPK-CARDS-READ         PIC 9(07) VALUE ZEROES.
           05  CPK-PROGRAMS-SEEN      PIC 9(05) VALUE ZEROES.
           05  CPK-PROGRAMS-FLAGGED   PIC 9(05) VALUE ZEROES.
           05  CPK-SKIPPED-PROGRAMS   PIC 9(05) VALUE ZEROES.
           05  CPK-FINDINGS-LOST      PIC 9(05) VALUE ZEROES.
           05  CPK-TOTAL-R            PIC 9(05) VALUE ZEROES.
           05  CPK-TOTAL-A            PIC 9(05) VALUE ZEROES.
           05  CPK-TOTAL-M            PIC 9(05) VALUE ZEROES.
           05  CPK-TOTAL-G            PIC 9(05) VALUE ZEROES.
       01  CPK-CURRENT-PROGRAM        PIC X(08) VALUE SPACES.
       01  CPK-NEXT-PROGRAM           PIC X(08) VALUE SPACES.
       01  CPK-MEMBER-LINE            PIC 9(05) VALUE ZEROES.
       01  CPK-LEADING-CARDS          PIC 9(05) VALUE ZEROES.
      *****************************************************************
      * A ENTRADA CORRENTE DA DIVISION DE DADOS, JUNTADA CARTAO A
      * CARTAO ATE O PONTO FINAL, E A LINHA ONDE ELA COMECOU
      *****************************************************************
       01  CPK-ENTRY-WORK.
           05  CPK-ENTRY              PIC X(600) VALUE SPACES.
           05  CPK-ENTRY-LEN          PIC 9(04) COMP VALUE ZEROES.
           05  CPK-ENTRY-LINE         PIC 9(05) VALUE ZEROES.
      *****************************************************************
      * OS ITENS DE DADOS DO PROGRAMA CORRENTE. TIPO: X = ALFANUMERICO,
      * E = EDITADO, 9 = ZONADO, P = COMPACTADO (COMP-3), B = BINARIO,
      * F = PONTO FLUTUANTE, G = GRUPO
      *****************************************************************
       01  CPK-ITEM-TABLE.
           05  CPK-ITEM-MAX           PIC 9(04) COMP VALUE 3000.
           05  CPK-ITEM-COUNT         PIC 9(04) COMP VALUE ZEROES.
           05  CPK-ISUB               PIC 9(04) COMP VALUE ZEROES.
           05  CPK-JSUB               PIC 9(04) COMP VALUE ZEROES.
           05  CPK-HIT                PIC 9(04) COMP VALUE ZEROES.
           05  CPK-ITEM-ENTRY OCCURS 3000.
               10  CPK-ITEM-NAME      PIC X(30).
               10  CPK-ITEM-LEVEL     PIC 9(02).
               10  CPK-ITEM-TYPE      PIC X(01).
                   88  CPK-ITEM-IS-PACKED     VALUE 'P'.
                   88  CPK-ITEM-IS-GROUP      VALUE 'G'.
                   88  CPK-ITEM-IS-ALPHA      VALUE 'X' 'E'.
               10  CPK-ITEM-LINE      PIC 9(05).
               10  CPK-ITEM-REDEFINES PIC 9(04) COMP.
      * Y = e' (ou contem) um campo COMP-3
               10  CPK-ITEM-HAS-PACKED PIC X(01).
      * Y = preenchido a partir de um arquivo
               10  CPK-ITEM-FED       PIC X(01).
      * Y = tem teste de classe NUMERIC no programa
               10  CPK-ITEM-TESTED    PIC X(01).
               10  CPK-ITEM-REPORTED  PIC X(01).
      *****************************************************************
      * OS GRUPOS ABERTOS DO REGISTRO CORRENTE, DO 01 PARA DENTRO
      *****************************************************************
       01  CPK-GROUP-STACK.
           05  CPK-DEPTH              PIC 9(02) COMP VALUE ZEROES.
           05  CPK-GSUB               PIC 9(02) COMP VALUE ZEROES.
           05  CPK-GROUP-ENTRY OCCURS 50.
               10  CPK-GROUP-ITEM     PIC 9(04) COMP.
               10  CPK-GROUP-LEVEL    PIC 9(02).
               10  CPK-GROUP-USAGE    PIC X(01).
      *****************************************************************
      * A ENTRADA DE DADOS SENDO DECLARADA
      *****************************************************************
       01  CPK-DATA-ENTRY.
           05  CPK-LEVEL              PIC 9(02) VALUE ZEROES.
           05  CPK-NAME               PIC X(30) VALUE SPACES.
           05  CPK-PICTURE            PIC X(30) VALUE SPACES.
      * D = DISPLAY, B = COMP/BINARY, P = COMP-3, 1 = COMP-1,
      * 2 = COMP-2, I = INDEX/POINTER
           05  CPK-USAGE              PIC X(01) VALUE SPACE.
           05  CPK-REDEFINES          PIC X(30) VALUE SPACES.
      *****************************************************************
      * CLASSE DE UMA PICTURE
      *****************************************************************
       01  CPK-PICTURE-WORK.
           05  CPK-PIC-CHAR           PIC X(01) VALUE SPACE.
           05  CPK-PIC-I              PIC 9(03) COMP VALUE ZEROES.
           05  CPK-PIC-CLASS          PIC X(01) VALUE SPACE.
               88  CPK-PIC-NUMERIC        VALUE '9'.
               88  CPK-PIC-ALPHANUMERIC   VALUE 'X'.
               88  CPK-PIC-EDITED         VALUE 'E'.
           05  CPK-PIC-TYPE           PIC X(01) VALUE SPACE.
      *****************************************************************
      * A PROCEDURE DIVISION DO PROGRAMA CORRENTE, SEM OS COMENTARIOS,
      * COM O NUMERO DA LINHA NO MEMBRO. OS LITERAIS JA VEM SEM
      * BRANCOS E OS SUBSCRITOS/REFERENCIAS A POSICAO JA APAGADOS
      *****************************************************************
       01  CPK-PROC-TABLE.
           05  CPK-PROC-MAX           PIC 9(05) COMP VALUE 15000.
           05  CPK-PROC-COUNT         PIC 9(05) COMP VALUE ZEROES.
           05  CPK-PSUB               PIC 9(05) COMP VALUE ZEROES.
           05  CPK-PROC-ENTRY OCCURS 15000.
               10  CPK-PROC-TEXT      PIC X(65).
               10  CPK-PROC-LINE-NO   PIC 9(05).
      *****************************************************************
      * A INSTRUCAO CORRENTE NA VARREDURA DA PROCEDURE DIVISION
      *****************************************************************
       01  CPK-STATEMENT-WORK.
           05  CPK-PASS               PIC 9(01) VALUE ZEROES.
           05  CPK-TOKEN-LINE         PIC 9(05) VALUE ZEROES.
           05  CPK-LAST-ITEM          PIC 9(04) COMP VALUE ZEROES.
           05  CPK-SOURCE-ITEM        PIC 9(04) COMP VALUE ZEROES.
      * X = alfanumerico, G = grupo, N = numerico, ? = desconhecido
           05  CPK-SOURCE-CLASS       PIC X(01) VALUE SPACE.
           05  CPK-VERB               PIC X(14) VALUE SPACES.
               88  CPK-IS-VERB VALUE 'CLOSE', 'OPEN', 'MOVE',
                   'IF', 'ELSE', 'END-IF', 'PERFORM', 'DISPLAY',
                   'GOBACK', 'STOP', 'EXEC', 'END-EXEC', 'READ',
                   'WRITE', 'REWRITE', 'DELETE', 'START', 'COMPUTE',
                   'ADD', 'SUBTRACT', 'MULTIPLY', 'DIVIDE', 'SET',
                   'GO', 'EVALUATE', 'END-EVALUATE', 'WHEN', 'STRING',
                   'UNSTRING', 'INITIALIZE', 'CONTINUE', 'INSPECT',
                   'ACCEPT', 'RELEASE', 'RETURN', 'SEARCH', 'SORT',
                   'CALL', 'EXIT', 'END-PERFORM', 'END-READ',
                   'END-RETURN', 'END-ADD', 'END-SUBTRACT',
                   'END-MULTIPLY', 'END-DIVIDE', 'END-COMPUTE',
                   'END-CALL', 'END-STRING', 'END-UNSTRING',
                   'END-SEARCH', 'END-WRITE', 'END-REWRITE', 'AT',
                   'INVALID', 'NOT'.
               88  CPK-IS-ARITHMETIC VALUE 'ADD', 'SUBTRACT',
                   'MULTIPLY', 'DIVIDE'.
      *****************************************************************
      * OS PROGRAMAS COM ACHADOS, COM A PONTUACAO DE RISCO, E OS
      * ACHADOS DE TODA A BIBLIOTECA (OS DE UM PROGRAMA FICAM JUNTOS)
      *****************************************************************
       01  CPK-PROGRAM-TABLE.
           05  CPK-PGM-MAX            PIC 9(04) COMP VALUE 500.
           05  CPK-PGM-COUNT          PIC 9(04) COMP VALUE ZEROES.
           05  CPK-PGSUB              PIC 9(04) COMP VALUE ZEROES.
           05  CPK-PGM-HIT            PIC 9(04) COMP VALUE ZEROES.
           05  CPK-PGM-ENTRY OCCURS 500.
               10  CPK-PGM-NAME       PIC X(08).
               10  CPK-PGM-SCORE      PIC 9(05).
               10  CPK-PGM-R          PIC 9(04).
               10  CPK-PGM-A          PIC 9(04).
               10  CPK-PGM-M          PIC 9(04).
               10  CPK-PGM-G          PIC 9(04).
               10  CPK-PGM-FIRST      PIC 9(05) COMP.
               10  CPK-PGM-LAST       PIC 9(05) COMP.
               10  CPK-PGM-LISTED     PIC X(01).
       01  CPK-FINDING-TABLE.
           05  CPK-FND-MAX            PIC 9(05) COMP VALUE 5000.
           05  CPK-FND-COUNT          PIC 9(05) COMP VALUE ZEROES.
           05  CPK-FSUB               PIC 9(05) COMP VALUE ZEROES.
           05  CPK-FND-ENTRY OCCURS 5000.
               10  CPK-FND-LINE       PIC 9(05).
               10  CPK-FND-FIELD      PIC X(30).
               10  CPK-FND-PATTERN    PIC X(01).
       01  CPK-NEW-FINDING.
           05  CPK-NEW-LINE           PIC 9(05) VALUE ZEROES.
           05  CPK-NEW-FIELD          PIC X(30) VALUE SPACES.
           05  CPK-NEW-PATTERN        PIC X(01) VALUE SPACE.
      *****************************************************************
      * OS PADROES NA ORDEM DE RISCO, COM O PESO E A DESCRICAO
      *****************************************************************
       01  CPK-PATTERN-VALUES.
           05  FILLER                 PIC X(46) VALUE
               'R5COMP-3 E PIC X NA MESMA AREA (REDEFINES)    '.
           05  FILLER                 PIC X(46) VALUE
               'A4CONTA COM COMP-3 DE ARQUIVO SEM NUMERIC     '.
           05  FILLER                 PIC X(46) VALUE
               'M3MOVE DE ALFANUMERICO/GRUPO PARA COMP-3      '.
           05  FILLER                 PIC X(46) VALUE
               'G2MOVE ALFANUMERICO PARA GRUPO COM COMP-3     '.
       01  FILLER REDEFINES CPK-PATTERN-VALUES.
           05  CPK-PATTERN-ENTRY OCCURS 4.
               10  CPK-PATTERN-CODE   PIC X(01).
               10  CPK-PATTERN-WEIGHT PIC 9(01).
               10  CPK-PATTERN-TEXT   PIC X(44).
       01  CPK-PATSUB                 PIC 9(01) COMP VALUE ZEROES.
      *****************************************************************
      * LINHAS DO RELATORIO
      *****************************************************************
       01  CPK-RANK                   PIC 9(04) VALUE ZEROES.
       01  CPK-BEST-SCORE             PIC 9(05) VALUE ZEROES.
       01  CPK-PROGRAM-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CPK-PL-RANK            PIC ZZZ9.
           05  FILLER                 PIC X(11) VALUE '. PROGRAMA '.
           05  CPK-PL-PROGRAM         PIC X(08).
           05  FILLER                 PIC X(08) VALUE '  RISCO '.
           05  CPK-PL-SCORE           PIC ZZZZ9.
           05  FILLER                 PIC X(05) VALUE '  (R '.
           05  CPK-PL-R               PIC ZZZ9.
           05  FILLER                 PIC X(04) VALUE '  A '.
           05  CPK-PL-A               PIC ZZZ9.
           05  FILLER                 PIC X(04) VALUE '  M '.
           05  CPK-PL-M               PIC ZZZ9.
           05  FILLER                 PIC X(04) VALUE '  G '.
           05  CPK-PL-G               PIC ZZZ9.
           05  FILLER                 PIC X(01) VALUE ')'.
       01  CPK-FINDING-LINE.
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'LINHA '.
           05  CPK-FL-LINE            PIC 9(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CPK-FL-PATTERN         PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CPK-FL-FIELD           PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CPK-FL-TEXT            PIC X(44).
      *****************************************************************
      * EXTRACAO DE TOKENS
      *****************************************************************
       01  CPK-SCAN-WORK.
           05  CPK-LINE               PIC X(65) VALUE SPACES.
           05  CPK-SCAN               PIC X(600) VALUE SPACES.
           05  CPK-SCAN-LEN           PIC 9(04) COMP VALUE ZEROES.
           05  CPK-P                  PIC 9(04) COMP VALUE ZEROES.
           05  CPK-Q                  PIC 9(04) COMP VALUE ZEROES.
           05  CPK-L                  PIC 9(04) COMP VALUE ZEROES.
           05  CPK-PAREN-DEPTH        PIC 9(02) COMP VALUE ZEROES.
           05  CPK-TOKEN-NO           PIC 9(03) COMP VALUE ZEROES.
           05  CPK-TOKEN              PIC X(30) VALUE SPACES.
           05  CPK-WORD-1             PIC X(30) VALUE SPACES.
           05  CPK-WORD-2             PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
      *****************************************************************
      * ROTINA PRINCIPAL
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARD
               THRU 2000-PROCESS-CARD-SAI
               UNTIL CPK-NO-MORE-CARDS
           IF CPK-CURRENT-PROGRAM IS NOT EQUAL TO SPACES
               PERFORM 3000-FINISH-PROGRAM
           END-IF
           PERFORM 5000-PRINT-RANKING
           PERFORM 9999-TERMINATE
           GOBACK.
      *****************************************************************
      * ABRE A BIBLIOTECA E IMPRIME O CABECALHO
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT SOURCE-ALL-FILE
           IF NOT SOURCE-ALL-OK
               DISPLAY 'ZUTZCPK: NAO FOI POSSIVEL ABRIR SRCALL, '
                   'FILE STATUS = ' SOURCE-ALL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY '================================================='
           DISPLAY 'RISCO DE S0C7 (COMP-3) NA BIBLIOTECA DE FONTES'
           DISPLAY '================================================='
           PERFORM 8000-READ-SOURCE-CARD
           .
      *****************************************************************
      * UM CARTAO: PROGRAM-ID ABRE UM PROGRAMA NOVO (E FECHA O
      * ANTERIOR); NOS DADOS O CARTAO VAI PARA A ENTRADA CORRENTE; NA
      * PROCEDURE ELE E' GUARDADO PARA AS DUAS VARREDURAS DO FIM
      *****************************************************************
       2000-PROCESS-CARD.
           ADD 1 TO CPK-CARDS-READ
           ADD 1 TO CPK-MEMBER-LINE
           IF SOURCE-CARD-COMMENT
           OR SOURCE-CARD-TEXT IS EQUAL TO SPACES
               ADD 1 TO CPK-LEADING-CARDS
               GO TO 2000-PROCESS-CARD-SAI
           END-IF
           MOVE SOURCE-CARD-TEXT TO CPK-LINE
           INSPECT CPK-LINE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 7050-MASK-LITERALS
           PERFORM 7060-TAKE-FIRST-WORDS

      * O MEMBRO COMECA NOS COMENTARIOS LOGO ANTES DA
      * IDENTIFICATION DIVISION
           IF CPK-WORD-2 IS EQUAL TO 'DIVISION'
           AND (CPK-WORD-1 IS EQUAL TO 'IDENTIFICATION'
             OR CPK-WORD-1 IS EQUAL TO 'ID')
               COMPUTE CPK-MEMBER-LINE = CPK-LEADING-CARDS + 1
               END-COMPUTE
               MOVE ZEROES TO CPK-LEADING-CARDS
               SET CPK-AREA-IDENTIFICATION TO TRUE
               GO TO 2000-PROCESS-CARD-SAI
           END-IF
           MOVE ZEROES TO CPK-LEADING-CARDS
           IF CPK-WORD-1 IS EQUAL TO 'PROGRAM-ID'
               MOVE CPK-WORD-2(1:8) TO CPK-NEXT-PROGRAM
               IF CPK-CURRENT-PROGRAM IS NOT EQUAL TO SPACES
                   PERFORM 3000-FINISH-PROGRAM
               END-IF
               PERFORM 2100-START-NEW-PROGRAM
               GO TO 2000-PROCESS-CARD-SAI
           END-IF
           IF CPK-CURRENT-PROGRAM IS EQUAL TO SPACES
           OR CPK-AREA-NOT-PROGRAM
               GO TO 2000-PROCESS-CARD-SAI
           END-IF
      * UM DECK DE CASOS DE TESTE (UTESTS) NA CONCATENACAO NAO E'
      * FONTE DO PROGRAMA
           IF CPK-LINE(1:4) IS NOT EQUAL TO SPACES
           AND (CPK-WORD-1 IS EQUAL TO 'TESTSUITE'
             OR CPK-WORD-1 IS EQUAL TO 'TESTCASE')
               SET CPK-AREA-NOT-PROGRAM TO TRUE
               GO TO 2000-PROCESS-CARD-SAI
           END-IF

           EVALUATE TRUE
               WHEN CPK-AREA-IDENTIFICATION
                   IF CPK-WORD-2 IS EQUAL TO 'DIVISION'
                       EVALUATE CPK-WORD-1
                           WHEN 'ENVIRONMENT'
                               SET CPK-AREA-ENVIRONMENT TO TRUE
                           WHEN 'DATA'
                               SET CPK-AREA-DATA TO TRUE
                           WHEN 'PROCEDURE'
                               SET CPK-AREA-PROCEDURE TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               WHEN CPK-AREA-PROCEDURE
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
           MOVE CPK-NEXT-PROGRAM TO CPK-CURRENT-PROGRAM
           ADD 1 TO CPK-PROGRAMS-SEEN
           MOVE ZEROES TO CPK-ITEM-COUNT
           MOVE ZEROES TO CPK-PROC-COUNT
           MOVE ZEROES TO CPK-DEPTH
           MOVE ZEROES TO CPK-ENTRY-LEN
           MOVE SPACES TO CPK-ENTRY
           MOVE ZEROES TO CPK-PGM-HIT
           MOVE 'N' TO CPK-OVERFLOW-SW
           MOVE 'N' TO CPK-FD-SW
           SET CPK-AREA-IDENTIFICATION TO TRUE
           .
      *****************************************************************
      * JUNTA O CARTAO A ENTRADA CORRENTE; O PONTO NO FIM DO CARTAO
      * FECHA A ENTRADA, QUE ENTAO E' INTERPRETADA
      *****************************************************************
       2200-ENTRY-LINE.
           IF CPK-ENTRY-LEN IS EQUAL TO ZEROES
               MOVE CPK-MEMBER-LINE TO CPK-ENTRY-LINE
           END-IF
           IF CPK-ENTRY-LEN IS LESS THAN 530
               MOVE CPK-LINE TO CPK-ENTRY(CPK-ENTRY-LEN + 1:65)
               ADD 66 TO CPK-ENTRY-LEN
           END-IF
           MOVE 65 TO CPK-Q
           PERFORM UNTIL CPK-Q IS EQUAL TO ZEROES
                      OR CPK-LINE(CPK-Q:1) IS NOT EQUAL TO SPACE
               SUBTRACT 1 FROM CPK-Q
           END-PERFORM
           IF CPK-Q IS GREATER THAN ZEROES
           AND CPK-LINE(CPK-Q:1) IS EQUAL TO '.'
               PERFORM 4000-PROCESS-ENTRY
                   THRU 4000-PROCESS-ENTRY-SAI
               MOVE SPACES TO CPK-ENTRY
               MOVE ZEROES TO CPK-ENTRY-LEN
           END-IF
           .
      *****************************************************************
      * NA PROCEDURE: GUARDA A LINHA, SEM SUBSCRITOS NEM REFERENCIAS A
      * POSICAO, PARA AS VARREDURAS DO FIM DO PROGRAMA
      *****************************************************************
       2300-PROCEDURE-LINE.
           PERFORM 7070-BLANK-SUBSCRIPTS
           IF CPK-PROC-COUNT IS LESS THAN CPK-PROC-MAX
               ADD 1 TO CPK-PROC-COUNT
               MOVE CPK-LINE TO CPK-PROC-TEXT(CPK-PROC-COUNT)
               MOVE CPK-MEMBER-LINE TO CPK-PROC-LINE-NO(CPK-PROC-COUNT)
           ELSE
               SET CPK-TABLE-OVERFLOW TO TRUE
           END-IF
           .
      *****************************************************************
      * FIM DO PROGRAMA: OS REDEFINES, DEPOIS A PROCEDURE DUAS VEZES -
      * A PRIMEIRA MARCA O QUE VEM DE ARQUIVO E O QUE TEM TESTE
      * NUMERIC, A SEGUNDA APONTA OS MOVE E AS CONTAS. UM PROGRAMA QUE
      * NAO COUBE NAS TABELAS FICA DE FORA
      *****************************************************************
       3000-FINISH-PROGRAM.
           MOVE ZEROES TO CPK-DEPTH
           IF CPK-TABLE-OVERFLOW
               ADD 1 TO CPK-SKIPPED-PROGRAMS
               DISPLAY 'ZUTZCPK: ' CPK-CURRENT-PROGRAM
                   ' GRANDE DEMAIS PARA AS TABELAS - NAO VARRIDO'
           ELSE
               PERFORM 3100-CHECK-REDEFINES
                   VARYING CPK-ISUB FROM 1 BY 1
                   UNTIL CPK-ISUB IS GREATER THAN CPK-ITEM-COUNT
               PERFORM 3200-SCAN-PROCEDURE
                   VARYING CPK-PASS FROM 1 BY 1
                   UNTIL CPK-PASS IS GREATER THAN 2
           END-IF
           .
      *****************************************************************
      * PADRAO R: COMP-3 DE UM LADO DO REDEFINES, PIC X DO OUTRO
      *****************************************************************
       3100-CHECK-REDEFINES.
           MOVE CPK-ITEM-REDEFINES(CPK-ISUB) TO CPK-JSUB
           IF CPK-JSUB IS GREATER THAN ZEROES
               IF (CPK-ITEM-HAS-PACKED(CPK-ISUB) IS EQUAL TO 'Y'
                   AND CPK-ITEM-TYPE(CPK-JSUB) IS EQUAL TO 'X')
               OR (CPK-ITEM-HAS-PACKED(CPK-JSUB) IS EQUAL TO 'Y'
                   AND CPK-ITEM-TYPE(CPK-ISUB) IS EQUAL TO 'X')
                   MOVE 'R' TO CPK-NEW-PATTERN
                   MOVE CPK-ITEM-LINE(CPK-ISUB) TO CPK-NEW-LINE
                   MOVE CPK-ITEM-NAME(CPK-ISUB) TO CPK-NEW-FIELD
                   PERFORM 7500-ADD-FINDING
                       THRU 7500-ADD-FINDING-SAI
               END-IF
           END-IF
           .
      *****************************************************************
      * UMA VARREDURA DA PROCEDURE, TOKEN A TOKEN, ATRAVESSANDO AS
      * LINHAS; CADA VERBO ABRE UMA INSTRUCAO NOVA
      *****************************************************************
       3200-SCAN-PROCEDURE.
           SET CPK-STATE-NONE TO TRUE
           MOVE 'N' TO CPK-SKIP-SW
           MOVE 'N' TO CPK-CORR-SW
           MOVE ZEROES TO CPK-LAST-ITEM
           MOVE ZEROES TO CPK-SOURCE-ITEM
           MOVE 1 TO CPK-PSUB
           MOVE SPACES TO CPK-SCAN
           IF CPK-PROC-COUNT IS GREATER THAN ZEROES
               MOVE CPK-PROC-TEXT(1) TO CPK-SCAN
           END-IF
           MOVE 65 TO CPK-SCAN-LEN
           MOVE 1 TO CPK-P
           PERFORM 7300-NEXT-PROC-TOKEN
           PERFORM UNTIL CPK-END-OF-SCAN
               PERFORM 3210-PROCEDURE-TOKEN
                   THRU 3210-PROCEDURE-TOKEN-SAI
               PERFORM 7300-NEXT-PROC-TOKEN
           END-PERFORM
           .
      *****************************************************************
      * UM TOKEN: QUALIFICADOR (OF/IN NOME) E' PULADO; VERBO ABRE A
      * INSTRUCAO; NUMERIC MARCA O ULTIMO ITEM VISTO COMO TESTADO; O
      * RESTO DEPENDE DE ONDE SE ESTA NA INSTRUCAO
      *****************************************************************
       3210-PROCEDURE-TOKEN.
           IF CPK-TOKEN IS EQUAL TO SPACES
               GO TO 3210-PROCEDURE-TOKEN-SAI
           END-IF
           IF CPK-SKIP-QUALIFIER
               MOVE 'N' TO CPK-SKIP-SW
               GO TO 3210-PROCEDURE-TOKEN-SAI
           END-IF
           IF CPK-TOKEN IS EQUAL TO 'OF'
           OR CPK-TOKEN IS EQUAL TO 'IN'
               SET CPK-SKIP-QUALIFIER TO TRUE
               GO TO 3210-PROCEDURE-TOKEN-SAI
           END-IF
           IF CPK-TOKEN IS EQUAL TO 'NUMERIC'
               IF CPK-PASS IS EQUAL TO 1
               AND CPK-LAST-ITEM IS GREATER THAN ZEROES
                   PERFORM 7410-MARK-TESTED
               END-IF
               GO TO 3210-PROCEDURE-TOKEN-SAI
           END-IF
           MOVE CPK-TOKEN TO CPK-VERB
           IF CPK-IS-VERB
               PERFORM 3220-START-STATEMENT
               GO TO 3210-PROCEDURE-TOKEN-SAI
           END-IF
           PERFORM 7400-FIND-ITEM
           IF CPK-HIT IS GREATER THAN ZEROES
               MOVE CPK-HIT TO CPK-LAST-ITEM
           END-IF
           EVALUATE TRUE
               WHEN CPK-STATE-MOVE-SOURCE
                   PERFORM 3230-MOVE-SOURCE
               WHEN CPK-STATE-MOVE-TO
                   IF CPK-TOKEN IS EQUAL TO 'TO'
                       SET CPK-STATE-MOVE-TARGET TO TRUE
                   END-IF
               WHEN CPK-STATE-MOVE-TARGET
                   IF CPK-HIT IS GREATER THAN ZEROES
                       PERFORM 3240-MOVE-TARGET
                   END-IF
               WHEN CPK-STATE-ARITHMETIC
                   IF CPK-TOKEN IS EQUAL TO 'GIVING'
                   OR CPK-TOKEN IS EQUAL TO 'REMAINDER'
                       SET CPK-STATE-RECEIVING TO TRUE
                   ELSE
                       IF CPK-HIT IS GREATER THAN ZEROES
                       AND CPK-PASS IS EQUAL TO 2
                           PERFORM 3250-ARITHMETIC-OPERAND
                       END-IF
                   END-IF
               WHEN CPK-STATE-RECEIVING
                   IF CPK-TOKEN IS EQUAL TO '='
                       SET CPK-STATE-ARITHMETIC TO TRUE
                   END-IF
               WHEN CPK-STATE-READ
                   IF CPK-TOKEN IS EQUAL TO 'INTO'
                       SET CPK-STATE-READ-INTO TO TRUE
                   END-IF
               WHEN CPK-STATE-READ-INTO
                   IF CPK-HIT IS GREATER THAN ZEROES
                   AND CPK-PASS IS EQUAL TO 1
                       MOVE CPK-HIT TO CPK-JSUB
                       PERFORM 7420-MARK-FED
                   END-IF
                   SET CPK-STATE-NONE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3210-PROCEDURE-TOKEN-SAI.
           IF CPK-TOKEN-ENDS-PERIOD
               SET CPK-STATE-NONE TO TRUE
               MOVE 'N' TO CPK-SKIP-SW
           END-IF
           .
      *****************************************************************
      * O VERBO DIZ O QUE OS PROXIMOS TOKENS SAO; NO COMPUTE, O QUE
      * VEM ANTES DO '=' SO RECEBE O RESULTADO
      *****************************************************************
       3220-START-STATEMENT.
           MOVE 'N' TO CPK-CORR-SW
           MOVE ZEROES TO CPK-SOURCE-ITEM
           EVALUATE TRUE
               WHEN CPK-VERB IS EQUAL TO 'MOVE'
                   SET CPK-STATE-MOVE-SOURCE TO TRUE
               WHEN CPK-IS-ARITHMETIC
                   SET CPK-STATE-ARITHMETIC TO TRUE
               WHEN CPK-VERB IS EQUAL TO 'COMPUTE'
                   SET CPK-STATE-RECEIVING TO TRUE
               WHEN CPK-VERB IS EQUAL TO 'READ'
                 OR CPK-VERB IS EQUAL TO 'RETURN'
                   SET CPK-STATE-READ TO TRUE
      * AT/INVALID/NOT ABREM AS FRASES CONDICIONAIS DO READ, QUE NAO
      * MUDAM O DESTINO DO INTO
               WHEN CPK-VERB IS EQUAL TO 'AT'
                 OR CPK-VERB IS EQUAL TO 'INVALID'
                 OR CPK-VERB IS EQUAL TO 'NOT'
                   IF NOT CPK-STATE-READ
                       SET CPK-STATE-NONE TO TRUE
                   END-IF
               WHEN OTHER
                   SET CPK-STATE-NONE TO TRUE
           END-EVALUATE
           .
      *****************************************************************
      * O EMISSOR DO MOVE: LITERAL, CONSTANTE FIGURATIVA OU ITEM
      *****************************************************************
       3230-MOVE-SOURCE.
           IF CPK-TOKEN IS EQUAL TO 'CORR'
           OR CPK-TOKEN IS EQUAL TO 'CORRESPONDING'
               SET CPK-MOVE-CORRESPONDING TO TRUE
           ELSE
               IF CPK-TOKEN IS NOT EQUAL TO 'ALL'
                   PERFORM 3235-CLASSIFY-SOURCE
                   SET CPK-STATE-MOVE-TO TO TRUE
               END-IF
           END-IF
           .
       3235-CLASSIFY-SOURCE.
           MOVE CPK-HIT TO CPK-SOURCE-ITEM
           EVALUATE TRUE
               WHEN CPK-TOKEN(1:1) IS EQUAL TO ''''
                 OR CPK-TOKEN(1:1) IS EQUAL TO '"'
                 OR CPK-TOKEN(1:2) IS EQUAL TO 'X'''
                 OR CPK-TOKEN(1:2) IS EQUAL TO 'X"'
                   MOVE 'X' TO CPK-SOURCE-CLASS
               WHEN CPK-TOKEN IS EQUAL TO 'SPACE'
                 OR CPK-TOKEN IS EQUAL TO 'SPACES'
                 OR CPK-TOKEN IS EQUAL TO 'LOW-VALUE'
                 OR CPK-TOKEN IS EQUAL TO 'LOW-VALUES'
                 OR CPK-TOKEN IS EQUAL TO 'HIGH-VALUE'
                 OR CPK-TOKEN IS EQUAL TO 'HIGH-VALUES'
                 OR CPK-TOKEN IS EQUAL TO 'QUOTE'
                 OR CPK-TOKEN IS EQUAL TO 'QUOTES'
                   MOVE 'X' TO CPK-SOURCE-CLASS
               WHEN CPK-HIT IS GREATER THAN ZEROES
                   EVALUATE TRUE
                       WHEN CPK-ITEM-IS-ALPHA(CPK-HIT)
                           MOVE 'X' TO CPK-SOURCE-CLASS
                       WHEN CPK-ITEM-IS-GROUP(CPK-HIT)
                           MOVE 'G' TO CPK-SOURCE-CLASS
                       WHEN OTHER
                           MOVE 'N' TO CPK-SOURCE-CLASS
                   END-EVALUATE
               WHEN CPK-TOKEN(1:1) IS NUMERIC
                 OR CPK-TOKEN(1:1) IS EQUAL TO '+'
                 OR CPK-TOKEN(1:1) IS EQUAL TO '-'
                 OR CPK-TOKEN(1:1) IS EQUAL TO '.'
                 OR CPK-TOKEN IS EQUAL TO 'ZERO'
                 OR CPK-TOKEN IS EQUAL TO 'ZEROS'
                 OR CPK-TOKEN IS EQUAL TO 'ZEROES'
                   MOVE 'N' TO CPK-SOURCE-CLASS
               WHEN OTHER
                   MOVE '?' TO CPK-SOURCE-CLASS
           END-EVALUATE
           .
      *****************************************************************
      * UM RECEPTOR DO MOVE. NA PRIMEIRA VARREDURA, O QUE VEM DE
      * ARQUIVO PASSA ADIANTE (GRUPO PARA GRUPO, COMP-3 PARA COMP-3);
      * NA SEGUNDA, OS PADROES M E G
      *****************************************************************
       3240-MOVE-TARGET.
           IF CPK-PASS IS EQUAL TO 1
               IF CPK-SOURCE-ITEM IS GREATER THAN ZEROES
                   IF CPK-ITEM-FED(CPK-SOURCE-ITEM) IS EQUAL TO 'Y'
                   AND ((CPK-ITEM-IS-GROUP(CPK-SOURCE-ITEM)
                         AND CPK-ITEM-IS-GROUP(CPK-HIT))
                     OR (CPK-ITEM-IS-PACKED(CPK-SOURCE-ITEM)
                         AND CPK-ITEM-IS-PACKED(CPK-HIT)))
                       MOVE CPK-HIT TO CPK-JSUB
                       PERFORM 7420-MARK-FED
                   END-IF
               END-IF
           ELSE
               IF NOT CPK-MOVE-CORRESPONDING
                   IF CPK-ITEM-IS-PACKED(CPK-HIT)
                   AND (CPK-SOURCE-CLASS IS EQUAL TO 'X'
                     OR CPK-SOURCE-CLASS IS EQUAL TO 'G')
                       MOVE 'M' TO CPK-NEW-PATTERN
                       MOVE CPK-TOKEN-LINE TO CPK-NEW-LINE
                       MOVE CPK-ITEM-NAME(CPK-HIT) TO CPK-NEW-FIELD
                       PERFORM 7500-ADD-FINDING
                           THRU 7500-ADD-FINDING-SAI
                   END-IF
                   IF CPK-ITEM-IS-GROUP(CPK-HIT)
                   AND CPK-ITEM-HAS-PACKED(CPK-HIT) IS EQUAL TO 'Y'
                   AND CPK-SOURCE-CLASS IS EQUAL TO 'X'
                       MOVE 'G' TO CPK-NEW-PATTERN
                       MOVE CPK-TOKEN-LINE TO CPK-NEW-LINE
                       MOVE CPK-ITEM-NAME(CPK-HIT) TO CPK-NEW-FIELD
                       PERFORM 7500-ADD-FINDING
                           THRU 7500-ADD-FINDING-SAI
                   END-IF
               END-IF
           END-IF
           .
      *****************************************************************
      * PADRAO A: OPERANDO COMP-3 QUE VEM DE ARQUIVO E NUNCA PASSA POR
      * UM TESTE NUMERIC (UM ACHADO POR CAMPO, NA PRIMEIRA CONTA)
      *****************************************************************
       3250-ARITHMETIC-OPERAND.
           IF CPK-ITEM-IS-PACKED(CPK-HIT)
           AND CPK-ITEM-FED(CPK-HIT) IS EQUAL TO 'Y'
           AND CPK-ITEM-TESTED(CPK-HIT) IS NOT EQUAL TO 'Y'
           AND CPK-ITEM-REPORTED(CPK-HIT) IS NOT EQUAL TO 'Y'
               MOVE 'Y' TO CPK-ITEM-REPORTED(CPK-HIT)
               MOVE 'A' TO CPK-NEW-PATTERN
               MOVE CPK-TOKEN-LINE TO CPK-NEW-LINE
               MOVE CPK-ITEM-NAME(CPK-HIT) TO CPK-NEW-FIELD
               PERFORM 7500-ADD-FINDING
                   THRU 7500-ADD-FINDING-SAI
           END-IF
           .
      *****************************************************************
      * UMA ENTRADA COMPLETA DO AMBIENTE OU DOS DADOS
      *****************************************************************
       4000-PROCESS-ENTRY.
           MOVE SPACES TO CPK-SCAN
           MOVE CPK-ENTRY TO CPK-SCAN
           MOVE 600 TO CPK-SCAN-LEN
           MOVE 1 TO CPK-P
           MOVE ZEROES TO CPK-TOKEN-NO
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           MOVE CPK-TOKEN TO CPK-WORD-1
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           MOVE CPK-TOKEN TO CPK-WORD-2

           EVALUATE TRUE
               WHEN CPK-WORD-2 IS EQUAL TO 'DIVISION'
                   MOVE ZEROES TO CPK-DEPTH
                   EVALUATE CPK-WORD-1
                       WHEN 'DATA'
                           SET CPK-AREA-DATA TO TRUE
                       WHEN 'PROCEDURE'
                           SET CPK-AREA-PROCEDURE TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN CPK-WORD-2 IS EQUAL TO 'SECTION'
                   MOVE ZEROES TO CPK-DEPTH
                   MOVE 'N' TO CPK-FD-SW
               WHEN CPK-AREA-ENVIRONMENT
                   CONTINUE
               WHEN CPK-WORD-1 IS EQUAL TO 'FD'
                   MOVE ZEROES TO CPK-DEPTH
                   SET CPK-IN-FD-RECORD TO TRUE
               WHEN CPK-WORD-1 IS EQUAL TO 'SD'
                   MOVE ZEROES TO CPK-DEPTH
                   MOVE 'N' TO CPK-FD-SW
               WHEN CPK-WORD-1(1:2) IS NUMERIC
                AND CPK-WORD-1(3:1) IS EQUAL TO SPACE
                   MOVE CPK-WORD-1(1:2) TO CPK-LEVEL
                   PERFORM 4200-DATA-ITEM-ENTRY
                       THRU 4200-DATA-ITEM-ENTRY-SAI
               WHEN CPK-WORD-1(1:1) IS NUMERIC
                AND CPK-WORD-1(2:1) IS EQUAL TO SPACE
                   MOVE CPK-WORD-1(1:1) TO CPK-LEVEL
                   PERFORM 4200-DATA-ITEM-ENTRY
                       THRU 4200-DATA-ITEM-ENTRY-SAI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4000-PROCESS-ENTRY-SAI.
           EXIT.
      *****************************************************************
      * UMA ENTRADA DE DADOS: NIVEL, NOME E AS CLAUSULAS QUE DAO O
      * TIPO (O 88 E O 66 NAO OCUPAM NADA)
      *****************************************************************
       4200-DATA-ITEM-ENTRY.
           IF CPK-LEVEL IS EQUAL TO 88
           OR CPK-LEVEL IS EQUAL TO 66
           OR CPK-LEVEL IS EQUAL TO ZEROES
               GO TO 4200-DATA-ITEM-ENTRY-SAI
           END-IF
           IF CPK-LEVEL IS EQUAL TO 77
               MOVE 1 TO CPK-LEVEL
           END-IF
           MOVE SPACES TO CPK-NAME
           MOVE SPACES TO CPK-PICTURE
           MOVE SPACE TO CPK-USAGE
           MOVE SPACES TO CPK-REDEFINES
           SET CPK-EXPECT-NOTHING TO TRUE
           MOVE CPK-WORD-2 TO CPK-TOKEN
           PERFORM 4210-ITEM-CLAUSE
               THRU 4210-ITEM-CLAUSE-SAI
           IF CPK-NAME IS EQUAL TO SPACES
               MOVE 'FILLER' TO CPK-NAME
           END-IF
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           PERFORM UNTIL CPK-END-OF-SCAN
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
           IF CPK-TOKEN IS EQUAL TO 'IS'
           OR CPK-TOKEN IS EQUAL TO 'ARE'
           OR CPK-TOKEN IS EQUAL TO SPACES
               GO TO 4210-ITEM-CLAUSE-SAI
           END-IF
           EVALUATE TRUE
               WHEN CPK-EXPECT-PICTURE
                   MOVE CPK-TOKEN TO CPK-PICTURE
                   SET CPK-EXPECT-NOTHING TO TRUE
                   GO TO 4210-ITEM-CLAUSE-SAI
               WHEN CPK-EXPECT-REDEFINES
                   MOVE CPK-TOKEN TO CPK-REDEFINES
                   SET CPK-EXPECT-NOTHING TO TRUE
                   GO TO 4210-ITEM-CLAUSE-SAI
               WHEN CPK-EXPECT-VALUE
                   IF CPK-TOKEN IS NOT EQUAL TO 'ALL'
                       SET CPK-EXPECT-NOTHING TO TRUE
                   END-IF
                   GO TO 4210-ITEM-CLAUSE-SAI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE CPK-TOKEN
               WHEN 'PIC'
               WHEN 'PICTURE'
                   SET CPK-EXPECT-PICTURE TO TRUE
               WHEN 'REDEFINES'
                   SET CPK-EXPECT-REDEFINES TO TRUE
               WHEN 'VALUE'
               WHEN 'VALUES'
                   SET CPK-EXPECT-VALUE TO TRUE
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
                   MOVE 'B' TO CPK-USAGE
               WHEN 'COMP-3'
               WHEN 'COMPUTATIONAL-3'
               WHEN 'PACKED-DECIMAL'
                   MOVE 'P' TO CPK-USAGE
               WHEN 'COMP-1'
               WHEN 'COMPUTATIONAL-1'
                   MOVE '1' TO CPK-USAGE
               WHEN 'COMP-2'
               WHEN 'COMPUTATIONAL-2'
                   MOVE '2' TO CPK-USAGE
               WHEN 'INDEX'
               WHEN 'POINTER'
                   MOVE 'I' TO CPK-USAGE
               WHEN OTHER
      * O PRIMEIRO TOKEN QUE NAO E' CLAUSULA, LOGO APOS O NIVEL, E'
      * O NOME DO ITEM
                   IF CPK-NAME IS EQUAL TO SPACES
                   AND CPK-TOKEN-NO IS NOT GREATER THAN 2
                       MOVE CPK-TOKEN TO CPK-NAME
                   END-IF
           END-EVALUATE.
       4210-ITEM-CLAUSE-SAI.
           EXIT.
      *****************************************************************
      * REGISTRA O ITEM: FECHA OS GRUPOS DE NIVEL IGUAL OU MAIOR,
      * HERDA O USAGE DO GRUPO, ACHA O ITEM REDEFINIDO E, SE FOR
      * COMP-3, MARCA OS GRUPOS QUE O CONTEM
      *****************************************************************
       4300-PLACE-ITEM.
           IF CPK-ITEM-COUNT IS NOT LESS THAN CPK-ITEM-MAX
               SET CPK-TABLE-OVERFLOW TO TRUE
               GO TO 4300-PLACE-ITEM-SAI
           END-IF
           IF CPK-LEVEL IS EQUAL TO 1
               MOVE ZEROES TO CPK-DEPTH
           ELSE
               PERFORM UNTIL CPK-DEPTH IS EQUAL TO ZEROES
                       OR CPK-GROUP-LEVEL(CPK-DEPTH) IS LESS THAN
                          CPK-LEVEL
                   SUBTRACT 1 FROM CPK-DEPTH
               END-PERFORM
               IF CPK-DEPTH IS GREATER THAN ZEROES
               AND CPK-USAGE IS EQUAL TO SPACE
                   MOVE CPK-GROUP-USAGE(CPK-DEPTH) TO CPK-USAGE
               END-IF
           END-IF
           ADD 1 TO CPK-ITEM-COUNT
           MOVE CPK-ITEM-COUNT TO CPK-ISUB
           MOVE CPK-NAME TO CPK-ITEM-NAME(CPK-ISUB)
           MOVE CPK-LEVEL TO CPK-ITEM-LEVEL(CPK-ISUB)
           MOVE CPK-ENTRY-LINE TO CPK-ITEM-LINE(CPK-ISUB)
           MOVE ZEROES TO CPK-ITEM-REDEFINES(CPK-ISUB)
           MOVE 'N' TO CPK-ITEM-HAS-PACKED(CPK-ISUB)
           MOVE 'N' TO CPK-ITEM-TESTED(CPK-ISUB)
           MOVE 'N' TO CPK-ITEM-REPORTED(CPK-ISUB)
           IF CPK-IN-FD-RECORD
               MOVE 'Y' TO CPK-ITEM-FED(CPK-ISUB)
           ELSE
               MOVE 'N' TO CPK-ITEM-FED(CPK-ISUB)
           END-IF
           IF CPK-REDEFINES IS NOT EQUAL TO SPACES
               PERFORM VARYING CPK-JSUB FROM CPK-ISUB BY -1
                       UNTIL CPK-JSUB IS LESS THAN 2
                          OR CPK-ITEM-NAME(CPK-JSUB - 1) IS EQUAL TO
                             CPK-REDEFINES
                   CONTINUE
               END-PERFORM
               IF CPK-JSUB IS GREATER THAN 1
                   SUBTRACT 1 FROM CPK-JSUB
                   MOVE CPK-JSUB TO CPK-ITEM-REDEFINES(CPK-ISUB)
               END-IF
           END-IF

           IF CPK-PICTURE IS NOT EQUAL TO SPACES
           OR CPK-USAGE IS EQUAL TO '1'
           OR CPK-USAGE IS EQUAL TO '2'
           OR CPK-USAGE IS EQUAL TO 'I'
               PERFORM 4400-PICTURE-TYPE
               MOVE CPK-PIC-TYPE TO CPK-ITEM-TYPE(CPK-ISUB)
               IF CPK-ITEM-IS-PACKED(CPK-ISUB)
                   MOVE 'Y' TO CPK-ITEM-HAS-PACKED(CPK-ISUB)
                   PERFORM VARYING CPK-GSUB FROM 1 BY 1
                           UNTIL CPK-GSUB IS GREATER THAN CPK-DEPTH
                       MOVE 'Y' TO CPK-ITEM-HAS-PACKED
                           (CPK-GROUP-ITEM(CPK-GSUB))
                   END-PERFORM
               END-IF
           ELSE
               MOVE 'G' TO CPK-ITEM-TYPE(CPK-ISUB)
               IF CPK-DEPTH IS LESS THAN 50
                   ADD 1 TO CPK-DEPTH
                   MOVE CPK-ISUB TO CPK-GROUP-ITEM(CPK-DEPTH)
                   MOVE CPK-LEVEL TO CPK-GROUP-LEVEL(CPK-DEPTH)
                   MOVE CPK-USAGE TO CPK-GROUP-USAGE(CPK-DEPTH)
               ELSE
                   SET CPK-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.
       4300-PLACE-ITEM-SAI.
           EXIT.
      *****************************************************************
      * TIPO PELA PICTURE E PELO USAGE (COMO NO ZUTZCLY)
      *****************************************************************
       4400-PICTURE-TYPE.
           MOVE '9' TO CPK-PIC-CLASS
           MOVE 1 TO CPK-PIC-I
           PERFORM 4410-PICTURE-SYMBOL
               UNTIL CPK-PIC-I IS GREATER THAN 30
                  OR CPK-PICTURE(CPK-PIC-I:1) IS EQUAL TO SPACE
           EVALUATE TRUE
               WHEN CPK-USAGE IS EQUAL TO '1'
                 OR CPK-USAGE IS EQUAL TO '2'
                   MOVE 'F' TO CPK-PIC-TYPE
               WHEN CPK-USAGE IS EQUAL TO 'I'
                   MOVE 'B' TO CPK-PIC-TYPE
               WHEN CPK-PIC-ALPHANUMERIC
                   MOVE 'X' TO CPK-PIC-TYPE
               WHEN CPK-PIC-EDITED
                   MOVE 'E' TO CPK-PIC-TYPE
               WHEN CPK-USAGE IS EQUAL TO 'P'
                   MOVE 'P' TO CPK-PIC-TYPE
               WHEN CPK-USAGE IS EQUAL TO 'B'
                   MOVE 'B' TO CPK-PIC-TYPE
               WHEN OTHER
                   MOVE '9' TO CPK-PIC-TYPE
           END-EVALUATE
           .
      *****************************************************************
      * UM SIMBOLO DA PICTURE; A REPETICAO (N) NAO MUDA A CLASSE
      *****************************************************************
       4410-PICTURE-SYMBOL.
           MOVE CPK-PICTURE(CPK-PIC-I:1) TO CPK-PIC-CHAR
           ADD 1 TO CPK-PIC-I
           IF CPK-PIC-I IS NOT GREATER THAN 30
           AND CPK-PICTURE(CPK-PIC-I:1) IS EQUAL TO '('
               PERFORM UNTIL CPK-PIC-I IS GREATER THAN 30
                          OR CPK-PICTURE(CPK-PIC-I:1) IS EQUAL TO ')'
                   ADD 1 TO CPK-PIC-I
               END-PERFORM
               ADD 1 TO CPK-PIC-I
           END-IF
           EVALUATE CPK-PIC-CHAR
               WHEN 'S'
               WHEN 'V'
               WHEN 'P'
               WHEN '9'
                   CONTINUE
               WHEN 'X'
               WHEN 'A'
               WHEN 'N'
               WHEN 'G'
                   SET CPK-PIC-ALPHANUMERIC TO TRUE
               WHEN OTHER
                   IF NOT CPK-PIC-ALPHANUMERIC
                       SET CPK-PIC-EDITED TO TRUE
                   END-IF
           END-EVALUATE
           .
      *****************************************************************
      * O RELATORIO: OS PROGRAMAS DO MAIS ARRISCADO PARA O MENOS, CADA
      * UM COM OS ACHADOS AGRUPADOS POR PADRAO
      *****************************************************************
       5000-PRINT-RANKING.
           MOVE ZEROES TO CPK-RANK
           MOVE 1 TO CPK-BEST-SCORE
           PERFORM 5100-PRINT-NEXT-PROGRAM
               UNTIL CPK-BEST-SCORE IS EQUAL TO ZEROES
           IF CPK-RANK IS EQUAL TO ZEROES
               DISPLAY '  (NENHUM ACHADO)'
           END-IF
           DISPLAY ' '
           DISPLAY 'PADROES (PESO):'
           PERFORM VARYING CPK-PATSUB FROM 1 BY 1
                   UNTIL CPK-PATSUB IS GREATER THAN 4
               DISPLAY '  ' CPK-PATTERN-CODE(CPK-PATSUB) ' ('
                   CPK-PATTERN-WEIGHT(CPK-PATSUB) ') '
                   CPK-PATTERN-TEXT(CPK-PATSUB)
           END-PERFORM
           .
       5100-PRINT-NEXT-PROGRAM.
           MOVE ZEROES TO CPK-BEST-SCORE
           MOVE ZEROES TO CPK-PGM-HIT
           PERFORM VARYING CPK-PGSUB FROM 1 BY 1
                   UNTIL CPK-PGSUB IS GREATER THAN CPK-PGM-COUNT
               IF CPK-PGM-LISTED(CPK-PGSUB) IS EQUAL TO 'N'
               AND CPK-PGM-SCORE(CPK-PGSUB) IS GREATER THAN
                   CPK-BEST-SCORE
                   MOVE CPK-PGM-SCORE(CPK-PGSUB) TO CPK-BEST-SCORE
                   MOVE CPK-PGSUB TO CPK-PGM-HIT
               END-IF
           END-PERFORM
           IF CPK-PGM-HIT IS GREATER THAN ZEROES
               MOVE 'Y' TO CPK-PGM-LISTED(CPK-PGM-HIT)
               ADD 1 TO CPK-RANK
               MOVE CPK-RANK TO CPK-PL-RANK
               MOVE CPK-PGM-NAME(CPK-PGM-HIT)  TO CPK-PL-PROGRAM
               MOVE CPK-PGM-SCORE(CPK-PGM-HIT) TO CPK-PL-SCORE
               MOVE CPK-PGM-R(CPK-PGM-HIT)     TO CPK-PL-R
               MOVE CPK-PGM-A(CPK-PGM-HIT)     TO CPK-PL-A
               MOVE CPK-PGM-M(CPK-PGM-HIT)     TO CPK-PL-M
               MOVE CPK-PGM-G(CPK-PGM-HIT)     TO CPK-PL-G
               DISPLAY ' '
               DISPLAY CPK-PROGRAM-LINE
               PERFORM 5200-PRINT-PATTERN
                   VARYING CPK-PATSUB FROM 1 BY 1
                   UNTIL CPK-PATSUB IS GREATER THAN 4
           END-IF
           .
       5200-PRINT-PATTERN.
           PERFORM VARYING CPK-FSUB FROM CPK-PGM-FIRST(CPK-PGM-HIT)
                   BY 1
                   UNTIL CPK-FSUB IS GREATER THAN
                         CPK-PGM-LAST(CPK-PGM-HIT)
               IF CPK-FND-PATTERN(CPK-FSUB) IS EQUAL TO
                       CPK-PATTERN-CODE(CPK-PATSUB)
                   MOVE CPK-FND-LINE(CPK-FSUB)    TO CPK-FL-LINE
                   MOVE CPK-FND-PATTERN(CPK-FSUB) TO CPK-FL-PATTERN
                   MOVE CPK-FND-FIELD(CPK-FSUB)   TO CPK-FL-FIELD
                   MOVE CPK-PATTERN-TEXT(CPK-PATSUB) TO CPK-FL-TEXT
                   DISPLAY CPK-FINDING-LINE
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * DEIXA EM CPK-LINE SO AS PALAVRAS: O CONTEUDO DOS LITERAIS FICA
      * SEM BRANCOS (UM LITERAL E' UM TOKEN SO') E A VIRGULA OU
      * PONTO-E-VIRGULA SEPARADOR VIRA BRANCO
      *****************************************************************
       7050-MASK-LITERALS.
           MOVE SPACE TO CPK-QUOTE
           PERFORM VARYING CPK-Q FROM 1 BY 1
                   UNTIL CPK-Q IS GREATER THAN 65
               EVALUATE TRUE
                   WHEN CPK-OUTSIDE-LITERAL
                    AND (CPK-LINE(CPK-Q:1) IS EQUAL TO ''''
                      OR CPK-LINE(CPK-Q:1) IS EQUAL TO '"')
                       MOVE CPK-LINE(CPK-Q:1) TO CPK-QUOTE
                   WHEN NOT CPK-OUTSIDE-LITERAL
                       EVALUATE TRUE
                           WHEN CPK-LINE(CPK-Q:1) IS EQUAL TO CPK-QUOTE
                               MOVE SPACE TO CPK-QUOTE
                           WHEN CPK-LINE(CPK-Q:1) IS EQUAL TO SPACE
                               MOVE '~' TO CPK-LINE(CPK-Q:1)
                           WHEN CPK-LINE(CPK-Q:1) IS EQUAL TO '.'
                               MOVE '~' TO CPK-LINE(CPK-Q:1)
                           WHEN CPK-LINE(CPK-Q:1) IS EQUAL TO '('
                             OR CPK-LINE(CPK-Q:1) IS EQUAL TO ')'
                               MOVE '~' TO CPK-LINE(CPK-Q:1)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   WHEN CPK-Q IS LESS THAN 65
                    AND (CPK-LINE(CPK-Q:1) IS EQUAL TO ','
                      OR CPK-LINE(CPK-Q:1) IS EQUAL TO ';')
                    AND CPK-LINE(CPK-Q + 1:1) IS EQUAL TO SPACE
                       MOVE SPACE TO CPK-LINE(CPK-Q:1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .
      *****************************************************************
      * AS DUAS PRIMEIRAS PALAVRAS DA LINHA
      *****************************************************************
       7060-TAKE-FIRST-WORDS.
           MOVE SPACES TO CPK-SCAN
           MOVE CPK-LINE TO CPK-SCAN
           MOVE 65 TO CPK-SCAN-LEN
           MOVE 1 TO CPK-P
           MOVE ZEROES TO CPK-TOKEN-NO
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           MOVE CPK-TOKEN TO CPK-WORD-1
           PERFORM 7100-NEXT-TOKEN
               THRU 7100-NEXT-TOKEN-SAI
           MOVE CPK-TOKEN TO CPK-WORD-2
           .
      *****************************************************************
      * NA LINHA DA PROCEDURE (LITERAIS JA MASCARADOS): UM '(' COLADO
      * NUM NOME ABRE UM SUBSCRITO OU REFERENCIA A POSICAO, APAGADO
      * ATE O ')' CORRESPONDENTE; OS DEMAIS PARENTESES (DE EXPRESSAO,
      * E O INTO(...) DO EXEC CICS) E OS ':' VIRAM BRANCO
      *****************************************************************
       7070-BLANK-SUBSCRIPTS.
           MOVE ZEROES TO CPK-PAREN-DEPTH
           PERFORM VARYING CPK-Q FROM 1 BY 1
                   UNTIL CPK-Q IS GREATER THAN 65
               EVALUATE TRUE
                   WHEN CPK-PAREN-DEPTH IS GREATER THAN ZEROES
                       IF CPK-LINE(CPK-Q:1) IS EQUAL TO '('
                           ADD 1 TO CPK-PAREN-DEPTH
                       END-IF
                       IF CPK-LINE(CPK-Q:1) IS EQUAL TO ')'
                           SUBTRACT 1 FROM CPK-PAREN-DEPTH
                       END-IF
                       MOVE SPACE TO CPK-LINE(CPK-Q:1)
                   WHEN CPK-LINE(CPK-Q:1) IS EQUAL TO '('
                    AND CPK-Q IS GREATER THAN 4
                    AND CPK-LINE(CPK-Q - 4:4) IS EQUAL TO 'INTO'
                       MOVE SPACE TO CPK-LINE(CPK-Q:1)
                   WHEN CPK-LINE(CPK-Q:1) IS EQUAL TO '('
                    AND CPK-Q IS GREATER THAN 1
                    AND CPK-LINE(CPK-Q - 1:1) IS NOT EQUAL TO SPACE
                    AND CPK-LINE(CPK-Q - 1:1) IS NOT EQUAL TO '('
                       MOVE 1 TO CPK-PAREN-DEPTH
                       MOVE SPACE TO CPK-LINE(CPK-Q:1)
                   WHEN CPK-LINE(CPK-Q:1) IS EQUAL TO '('
                     OR CPK-LINE(CPK-Q:1) IS EQUAL TO ')'
                     OR CPK-LINE(CPK-Q:1) IS EQUAL TO ':'
                       MOVE SPACE TO CPK-LINE(CPK-Q:1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .
      *****************************************************************
      * EXTRAI DE CPK-SCAN O PROXIMO TOKEN A PARTIR DE CPK-P, SEM O
      * PONTO FINAL. UM PONTO SOZINHO E' UM TOKEN VAZIO COM
      * CPK-TOKEN-ENDS-PERIOD
      *****************************************************************
       7100-NEXT-TOKEN.
           MOVE SPACES TO CPK-TOKEN
           MOVE 'N' TO CPK-TOKEN-SW
           MOVE 'N' TO CPK-PERIOD-SW
           PERFORM VARYING CPK-P FROM CPK-P BY 1
                   UNTIL CPK-P IS GREATER THAN CPK-SCAN-LEN
                      OR CPK-SCAN(CPK-P:1) IS NOT EQUAL TO SPACE
               CONTINUE
           END-PERFORM
           IF CPK-P IS GREATER THAN CPK-SCAN-LEN
               GO TO 7100-NEXT-TOKEN-SAI
           END-IF
           MOVE ZEROES TO CPK-L
           PERFORM VARYING CPK-Q FROM CPK-P BY 1
                   UNTIL CPK-Q IS GREATER THAN CPK-SCAN-LEN
                      OR CPK-SCAN(CPK-Q:1) IS EQUAL TO SPACE
               ADD 1 TO CPK-L
           END-PERFORM
           IF CPK-SCAN(CPK-P + CPK-L - 1:1) IS EQUAL TO '.'
               SET CPK-TOKEN-ENDS-PERIOD TO TRUE
               SUBTRACT 1 FROM CPK-L
           END-IF
           IF CPK-L IS GREATER THAN 30
               MOVE 30 TO CPK-L
           END-IF
           IF CPK-L IS GREATER THAN ZEROES
               MOVE CPK-SCAN(CPK-P:CPK-L) TO CPK-TOKEN
           END-IF
           MOVE CPK-Q TO CPK-P
           ADD 1 TO CPK-TOKEN-NO
           SET CPK-TOKEN-FOUND TO TRUE.
       7100-NEXT-TOKEN-SAI.
           EXIT.
      *****************************************************************
      * O PROXIMO TOKEN DA PROCEDURE GUARDADA, PASSANDO DE LINHA
      * QUANDO A CORRENTE ACABA; CPK-TOKEN-LINE E' A LINHA DO MEMBRO
      *****************************************************************
       7300-NEXT-PROC-TOKEN.
           MOVE 'N' TO CPK-TOKEN-SW
           PERFORM UNTIL CPK-TOKEN-FOUND
                      OR CPK-PSUB IS GREATER THAN CPK-PROC-COUNT
               PERFORM 7100-NEXT-TOKEN
                   THRU 7100-NEXT-TOKEN-SAI
               IF CPK-END-OF-SCAN
                   ADD 1 TO CPK-PSUB
                   IF CPK-PSUB IS NOT GREATER THAN CPK-PROC-COUNT
                       MOVE SPACES TO CPK-SCAN
                       MOVE CPK-PROC-TEXT(CPK-PSUB) TO CPK-SCAN
                       MOVE 1 TO CPK-P
                   END-IF
               END-IF
           END-PERFORM
           IF CPK-TOKEN-FOUND
               MOVE CPK-PROC-LINE-NO(CPK-PSUB) TO CPK-TOKEN-LINE
           END-IF
           .
      *****************************************************************
      * PROCURA O ITEM DE NOME CPK-TOKEN (O PRIMEIRO DO NOME)
      *****************************************************************
       7400-FIND-ITEM.
           MOVE ZEROES TO CPK-HIT
           IF CPK-TOKEN(1:1) IS NOT NUMERIC
           AND CPK-TOKEN(1:1) IS NOT EQUAL TO ''''
           AND CPK-TOKEN(1:1) IS NOT EQUAL TO '"'
               PERFORM VARYING CPK-JSUB FROM 1 BY 1
                       UNTIL CPK-JSUB IS GREATER THAN CPK-ITEM-COUNT
                          OR CPK-HIT IS GREATER THAN ZEROES
                   IF CPK-ITEM-NAME(CPK-JSUB) IS EQUAL TO CPK-TOKEN
                       MOVE CPK-JSUB TO CPK-HIT
                   END-IF
               END-PERFORM
           END-IF
           .
      *****************************************************************
      * O ULTIMO ITEM VISTO PASSOU POR UM TESTE NUMERIC: VALE PARA
      * TODOS OS ITENS DE MESMO NOME
      *****************************************************************
       7410-MARK-TESTED.
           PERFORM VARYING CPK-JSUB FROM 1 BY 1
                   UNTIL CPK-JSUB IS GREATER THAN CPK-ITEM-COUNT
               IF CPK-ITEM-NAME(CPK-JSUB) IS EQUAL TO
                       CPK-ITEM-NAME(CPK-LAST-ITEM)
                   MOVE 'Y' TO CPK-ITEM-TESTED(CPK-JSUB)
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * O ITEM CPK-JSUB (E TUDO QUE ESTA DENTRO DELE) VEM DE ARQUIVO
      *****************************************************************
       7420-MARK-FED.
           MOVE 'Y' TO CPK-ITEM-FED(CPK-JSUB)
           MOVE CPK-ITEM-LEVEL(CPK-JSUB) TO CPK-LEVEL
           ADD 1 TO CPK-JSUB
           PERFORM UNTIL CPK-JSUB IS GREATER THAN CPK-ITEM-COUNT
                      OR CPK-ITEM-LEVEL(CPK-JSUB) IS NOT GREATER THAN
                         CPK-LEVEL
               MOVE 'Y' TO CPK-ITEM-FED(CPK-JSUB)
               ADD 1 TO CPK-JSUB
           END-PERFORM
           .
      *****************************************************************
      * GUARDA UM ACHADO DO PROGRAMA CORRENTE E SOMA O PESO DO PADRAO
      * NA PONTUACAO DELE
      *****************************************************************
       7500-ADD-FINDING.
           IF CPK-PGM-HIT IS EQUAL TO ZEROES
               IF CPK-PGM-COUNT IS NOT LESS THAN CPK-PGM-MAX
                   ADD 1 TO CPK-FINDINGS-LOST
                   GO TO 7500-ADD-FINDING-SAI
               END-IF
               ADD 1 TO CPK-PGM-COUNT
               MOVE CPK-PGM-COUNT TO CPK-PGM-HIT
               ADD 1 TO CPK-PROGRAMS-FLAGGED
               MOVE CPK-CURRENT-PROGRAM TO CPK-PGM-NAME(CPK-PGM-HIT)
               MOVE ZEROES TO CPK-PGM-SCORE(CPK-PGM-HIT)
               MOVE ZEROES TO CPK-PGM-R(CPK-PGM-HIT)
               MOVE ZEROES TO CPK-PGM-A(CPK-PGM-HIT)
               MOVE ZEROES TO CPK-PGM-M(CPK-PGM-HIT)
               MOVE ZEROES TO CPK-PGM-G(CPK-PGM-HIT)
               COMPUTE CPK-PGM-FIRST(CPK-PGM-HIT) = CPK-FND-COUNT + 1
               END-COMPUTE
               MOVE CPK-FND-COUNT TO CPK-PGM-LAST(CPK-PGM-HIT)
               MOVE 'N' TO CPK-PGM-LISTED(CPK-PGM-HIT)
           END-IF
           IF CPK-FND-COUNT IS NOT LESS THAN CPK-FND-MAX
               ADD 1 TO CPK-FINDINGS-LOST
               GO TO 7500-ADD-FINDING-SAI
           END-IF
           ADD 1 TO CPK-FND-COUNT
           MOVE CPK-FND-COUNT TO CPK-FSUB
           MOVE CPK-NEW-LINE    TO CPK-FND-LINE(CPK-FSUB)
           MOVE CPK-NEW-FIELD   TO CPK-FND-FIELD(CPK-FSUB)
           MOVE CPK-NEW-PATTERN TO CPK-FND-PATTERN(CPK-FSUB)
           MOVE CPK-FSUB TO CPK-PGM-LAST(CPK-PGM-HIT)
           PERFORM VARYING CPK-PATSUB FROM 1 BY 1
                   UNTIL CPK-PATSUB IS GREATER THAN 4
               IF CPK-PATTERN-CODE(CPK-PATSUB) IS EQUAL TO
                       CPK-NEW-PATTERN
                   ADD CPK-PATTERN-WEIGHT(CPK-PATSUB)
                       TO CPK-PGM-SCORE(CPK-PGM-HIT)
               END-IF
           END-PERFORM
           EVALUATE CPK-NEW-PATTERN
               WHEN 'R'
                   ADD 1 TO CPK-PGM-R(CPK-PGM-HIT)
                   ADD 1 TO CPK-TOTAL-R
               WHEN 'A'
                   ADD 1 TO CPK-PGM-A(CPK-PGM-HIT)
                   ADD 1 TO CPK-TOTAL-A
               WHEN 'M'
                   ADD 1 TO CPK-PGM-M(CPK-PGM-HIT)
                   ADD 1 TO CPK-TOTAL-M
               WHEN OTHER
                   ADD 1 TO CPK-PGM-G(CPK-PGM-HIT)
                   ADD 1 TO CPK-TOTAL-G
           END-EVALUATE.
       7500-ADD-FINDING-SAI.
           EXIT.
      *****************************************************************
      * LE O PROXIMO CARTAO DE FONTE
      *****************************************************************
       8000-READ-SOURCE-CARD.
           READ SOURCE-ALL-FILE
               AT END
                   SET CPK-NO-MORE-CARDS TO TRUE
           END-READ
           .
      *****************************************************************
      * FECHA A BIBLIOTECA E IMPRIME AS CONTAGENS
      *****************************************************************
       9999-TERMINATE.
           CLOSE SOURCE-ALL-FILE
           DISPLAY ' '
           DISPLAY '================================================='
           DISPLAY 'ZUTZCPK: CARTOES LIDOS          = ' CPK-CARDS-READ
           DISPLAY 'ZUTZCPK: PROGRAMAS VISTOS       = '
               CPK-PROGRAMS-SEEN
           DISPLAY 'ZUTZCPK: PROGRAMAS COM ACHADOS  = '
               CPK-PROGRAMS-FLAGGED
           DISPLAY 'ZUTZCPK: ACHADOS R/A/M/G        = '
               CPK-TOTAL-R '/' CPK-TOTAL-A '/' CPK-TOTAL-M '/'
               CPK-TOTAL-G
           DISPLAY 'ZUTZCPK: PROGRAMAS NAO VARRIDOS = '
               CPK-SKIPPED-PROGRAMS
           IF CPK-FINDINGS-LOST IS GREATER THAN ZEROES
               DISPLAY 'ZUTZCPK: ACHADOS FORA DA TABELA = '
                   CPK-FINDINGS-LOST
           END-IF
           IF CPK-PROGRAMS-FLAGGED IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
