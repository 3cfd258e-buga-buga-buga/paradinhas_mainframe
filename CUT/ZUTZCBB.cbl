       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ZUTZCBB.
      *****************************************************************
      * This work is licensed under a Creative Commons
      * Attribution-ShareAlike 4.0 International license.
      * See http://creativecommons.org/licenses/by-sa/4.0/.
      *
      * Back-to-back comparison of two builds of the same program.
      * When a program is restructured without meaning to change what
      * it does, the same UTESTS member is run against the promoted
      * source and against the new one (CUTPROC with COMPARA=1), each
      * test program writing its behaviour trail on UTCOMPAR (see
      * UT-BEHAVIOUR-CASE-START in ZUTZCPD): per test case a name
      * record followed by every console line the program DISPLAYed,
      * every record it wrote to a mocked file and the value every
      * EXPECT found in its field, in the order they happened.
      *
      * The two trails are walked together, case by case and item by
      * item. A case is reported when any item differs, or one build
      * produced items the other did not - whether or not the case
      * passed its assertions in either build, since two passing runs
      * can still behave differently where no EXPECT is looking. Each
      * reported case shows its number, ID and name, how many items
      * each build produced and the first difference in full (kind,
      * file or EXPECT, old and new images).
      *
      * Both runs must execute the cases in the same order: a trail
      * whose next case is not the case the other trail is on (a
      * randomized order, a different selection) cannot be compared
      * past that point, and the comparison stops there.
      *
      * -- Input --
      * TRILANT   Behaviour trail of the promoted build (UTCOMPAR)
      * TRILNOV   Behaviour trail of the new build (UTCOMPAR)
      *
      * -- Output --
      * SYSOUT    The differing cases and the totals (DISPLAY)
      * RETURN-CODE   0 when both builds behaved the same in every case,
      *               4 when some case differs,
      *               8 when a trail is empty (a build did not run),
      *               16 when a trail cannot be opened
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TRAIL-FILE
               ASSIGN TO TRILANT
               FILE STATUS IS OLD-TRAIL-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-TRAIL-FILE
               ASSIGN TO TRILNOV
               FILE STATUS IS NEW-TRAIL-STATUS
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-TRAIL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS OLD-TRAIL-RECORD.
       01  OLD-TRAIL-RECORD.
           05  OLD-TRAIL-CASE         PIC 9(04).
           05  OLD-TRAIL-KIND         PIC X(01).
               88  OLD-TRAIL-CASE-NAME    VALUE 'N'.
           05  OLD-TRAIL-ITEM         PIC 9(04).
           05  OLD-TRAIL-CASE-ID      PIC X(20).
           05  OLD-TRAIL-LABEL        PIC X(31).
           05  OLD-TRAIL-DATA         PIC X(256).
           05  FILLER                 PIC X(04).
       FD  NEW-TRAIL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS NEW-TRAIL-RECORD.
       01  NEW-TRAIL-RECORD.
           05  NEW-TRAIL-CASE         PIC 9(04).
           05  NEW-TRAIL-KIND         PIC X(01).
               88  NEW-TRAIL-CASE-NAME    VALUE 'N'.
           05  NEW-TRAIL-ITEM         PIC 9(04).
           05  NEW-TRAIL-CASE-ID      PIC X(20).
           05  NEW-TRAIL-LABEL        PIC X(31).
           05  NEW-TRAIL-DATA         PIC X(256).
           05  FILLER                 PIC X(04).
       WORKING-STORAGE SECTION.
       01  OLD-TRAIL-STATUS           PIC X(02).
           88  OLD-TRAIL-OK               VALUE '00'.
       01  NEW-TRAIL-STATUS           PIC X(02).
           88  NEW-TRAIL-OK               VALUE '00'.
       01  CBB-SWITCHES.
           05  CBB-OLD-EOF-SW         PIC X(01) VALUE 'N'.
               88  CBB-OLD-AT-END         VALUE 'Y'.
           05  CBB-NEW-EOF-SW         PIC X(01) VALUE 'N'.
               88  CBB-NEW-AT-END         VALUE 'Y'.
           05  CBB-DONE-SW            PIC X(01) VALUE 'N'.
               88  CBB-DONE               VALUE 'Y'.
       01  CBB-COUNTERS.
           05  CBB-CASES-COMPARED     PIC 9(05) VALUE ZEROES.
           05  CBB-CASES-SAME         PIC 9(05) VALUE ZEROES.
           05  CBB-CASES-DIFFERENT    PIC 9(05) VALUE ZEROES.
           05  CBB-CASES-ONLY-OLD     PIC 9(05) VALUE ZEROES.
           05  CBB-CASES-ONLY-NEW     PIC 9(05) VALUE ZEROES.
      *****************************************************************
      * O CASO CORRENTE NAS DUAS TRILHAS
      *****************************************************************
       01  CBB-CASE-WORK.
           05  CBB-CASE-NAME          PIC X(80) VALUE SPACES.
           05  CBB-CASE-ID            PIC X(20) VALUE SPACES.
           05  CBB-CASE-NUMBER        PIC 9(04) VALUE ZEROES.
           05  CBB-OLD-ITEMS          PIC 9(04) VALUE ZEROES.
           05  CBB-NEW-ITEMS          PIC 9(04) VALUE ZEROES.
           05  CBB-ITEMS-DIFFERENT    PIC 9(04) VALUE ZEROES.
           05  CBB-FIRST-ITEM         PIC 9(04) VALUE ZEROES.
      * A PRIMEIRA DIFERENCA DO CASO: O ITEM DE CADA LADO (ESPACOS NO
      * LADO QUE NAO TEM ITEM NAQUELA POSICAO)
           05  CBB-FIRST-OLD-KIND     PIC X(01) VALUE SPACE.
           05  CBB-FIRST-OLD-LABEL    PIC X(31) VALUE SPACES.
           05  CBB-FIRST-OLD-DATA     PIC X(256) VALUE SPACES.
           05  CBB-FIRST-NEW-KIND     PIC X(01) VALUE SPACE.
           05  CBB-FIRST-NEW-LABEL    PIC X(31) VALUE SPACES.
           05  CBB-FIRST-NEW-DATA     PIC X(256) VALUE SPACES.
       01  CBB-KIND-TEXT              PIC X(20) VALUE SPACES.
       01  CBB-KIND-CODE              PIC X(01) VALUE SPACE.
       01  CBB-COUNT-FMT              PIC ZZZ9.
       01  CBB-COUNT-FMT-2            PIC ZZZ9.
       PROCEDURE DIVISION.
      *****************************************************************
      * ROTINA PRINCIPAL
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COMPARE-CASE
               THRU 2000-COMPARE-CASE-SAI
               UNTIL CBB-DONE
           PERFORM 9999-TERMINATE
           GOBACK.
      *****************************************************************
      * ABRE AS DUAS TRILHAS E LE O PRIMEIRO REGISTRO DE CADA UMA
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT OLD-TRAIL-FILE
           IF NOT OLD-TRAIL-OK
               DISPLAY 'ZUTZCBB: NAO FOI POSSIVEL ABRIR TRILANT, '
                   'FILE STATUS = ' OLD-TRAIL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT NEW-TRAIL-FILE
           IF NOT NEW-TRAIL-OK
               DISPLAY 'ZUTZCBB: NAO FOI POSSIVEL ABRIR TRILNOV, '
                   'FILE STATUS = ' NEW-TRAIL-STATUS
               CLOSE OLD-TRAIL-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY '================================================='
           DISPLAY 'COMPARACAO DE COMPORTAMENTO - VERSAO PROMOVIDA X '
               'VERSAO NOVA - CUT'
           DISPLAY '================================================='
           PERFORM 8000-READ-OLD-TRAIL
           PERFORM 8100-READ-NEW-TRAIL
           IF CBB-OLD-AT-END OR CBB-NEW-AT-END
               IF CBB-OLD-AT-END
                   DISPLAY 'ZUTZCBB: TRILANT VAZIA - A VERSAO '
                       'PROMOVIDA NAO RODOU OS CASOS DE TESTE'
               END-IF
               IF CBB-NEW-AT-END
                   DISPLAY 'ZUTZCBB: TRILNOV VAZIA - A VERSAO '
                       'NOVA NAO RODOU OS CASOS DE TESTE'
               END-IF
               CLOSE OLD-TRAIL-FILE
               CLOSE NEW-TRAIL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .
      *****************************************************************
      * UM CASO DE TESTE: AS DUAS TRILHAS ESTAO NO REGISTRO DE NOME DO
      * CASO (OU NO FIM). OS ITENS SAO COMPARADOS UM A UM ATE QUE UMA
      * DELAS CHEGUE AO PROXIMO CASO; O QUE SOBRAR NA OUTRA E' ITEM A
      * MAIS DAQUELA VERSAO
      *****************************************************************
       2000-COMPARE-CASE.
           IF CBB-OLD-AT-END AND CBB-NEW-AT-END
               SET CBB-DONE TO TRUE
               GO TO 2000-COMPARE-CASE-SAI
           END-IF
           IF CBB-OLD-AT-END
               PERFORM 2500-CASE-ONLY-NEW
               GO TO 2000-COMPARE-CASE-SAI
           END-IF
           IF CBB-NEW-AT-END
               PERFORM 2400-CASE-ONLY-OLD
               GO TO 2000-COMPARE-CASE-SAI
           END-IF
           IF NOT OLD-TRAIL-CASE-NAME OR NOT NEW-TRAIL-CASE-NAME
           OR OLD-TRAIL-DATA IS NOT EQUAL TO NEW-TRAIL-DATA
               PERFORM 2600-TRAILS-OUT-OF-STEP
               SET CBB-DONE TO TRUE
               GO TO 2000-COMPARE-CASE-SAI
           END-IF

           ADD 1 TO CBB-CASES-COMPARED
           MOVE OLD-TRAIL-DATA(1:80) TO CBB-CASE-NAME
           MOVE OLD-TRAIL-CASE-ID TO CBB-CASE-ID
           MOVE OLD-TRAIL-CASE TO CBB-CASE-NUMBER
           MOVE ZEROES TO CBB-OLD-ITEMS
           MOVE ZEROES TO CBB-NEW-ITEMS
           MOVE ZEROES TO CBB-ITEMS-DIFFERENT
           MOVE ZEROES TO CBB-FIRST-ITEM
           PERFORM 8000-READ-OLD-TRAIL
           PERFORM 8100-READ-NEW-TRAIL

           PERFORM 2100-COMPARE-ITEM
               UNTIL CBB-OLD-AT-END OR OLD-TRAIL-CASE-NAME
                  OR CBB-NEW-AT-END OR NEW-TRAIL-CASE-NAME
           PERFORM 2200-EXTRA-OLD-ITEM
               UNTIL CBB-OLD-AT-END OR OLD-TRAIL-CASE-NAME
           PERFORM 2300-EXTRA-NEW-ITEM
               UNTIL CBB-NEW-AT-END OR NEW-TRAIL-CASE-NAME

           IF CBB-ITEMS-DIFFERENT IS EQUAL TO ZEROES
               ADD 1 TO CBB-CASES-SAME
           ELSE
               ADD 1 TO CBB-CASES-DIFFERENT
               PERFORM 3000-REPORT-CASE
           END-IF.
       2000-COMPARE-CASE-SAI.
           EXIT.
      *****************************************************************
      * UM ITEM DE CADA LADO NA MESMA POSICAO DO CASO
      *****************************************************************
       2100-COMPARE-ITEM.
           ADD 1 TO CBB-OLD-ITEMS
           ADD 1 TO CBB-NEW-ITEMS
           IF OLD-TRAIL-KIND IS NOT EQUAL TO NEW-TRAIL-KIND
           OR OLD-TRAIL-LABEL IS NOT EQUAL TO NEW-TRAIL-LABEL
           OR OLD-TRAIL-DATA IS NOT EQUAL TO NEW-TRAIL-DATA
               ADD 1 TO CBB-ITEMS-DIFFERENT
               IF CBB-ITEMS-DIFFERENT IS EQUAL TO 1
                   MOVE CBB-OLD-ITEMS TO CBB-FIRST-ITEM
                   PERFORM 2150-KEEP-OLD-ITEM
                   PERFORM 2160-KEEP-NEW-ITEM
               END-IF
           END-IF
           PERFORM 8000-READ-OLD-TRAIL
           PERFORM 8100-READ-NEW-TRAIL
           .
       2150-KEEP-OLD-ITEM.
           MOVE OLD-TRAIL-KIND TO CBB-FIRST-OLD-KIND
           MOVE OLD-TRAIL-LABEL TO CBB-FIRST-OLD-LABEL
           MOVE OLD-TRAIL-DATA TO CBB-FIRST-OLD-DATA
           .
       2160-KEEP-NEW-ITEM.
           MOVE NEW-TRAIL-KIND TO CBB-FIRST-NEW-KIND
           MOVE NEW-TRAIL-LABEL TO CBB-FIRST-NEW-LABEL
           MOVE NEW-TRAIL-DATA TO CBB-FIRST-NEW-DATA
           .
      *****************************************************************
      * ITEM QUE SO A VERSAO PROMOVIDA PRODUZIU NESSE CASO
      *****************************************************************
       2200-EXTRA-OLD-ITEM.
           ADD 1 TO CBB-OLD-ITEMS
           ADD 1 TO CBB-ITEMS-DIFFERENT
           IF CBB-ITEMS-DIFFERENT IS EQUAL TO 1
               MOVE CBB-OLD-ITEMS TO CBB-FIRST-ITEM
               PERFORM 2150-KEEP-OLD-ITEM
               MOVE SPACE TO CBB-FIRST-NEW-KIND
               MOVE SPACES TO CBB-FIRST-NEW-LABEL
               MOVE SPACES TO CBB-FIRST-NEW-DATA
           END-IF
           PERFORM 8000-READ-OLD-TRAIL
           .
      *****************************************************************
      * ITEM QUE SO A VERSAO NOVA PRODUZIU NESSE CASO
      *****************************************************************
       2300-EXTRA-NEW-ITEM.
           ADD 1 TO CBB-NEW-ITEMS
           ADD 1 TO CBB-ITEMS-DIFFERENT
           IF CBB-ITEMS-DIFFERENT IS EQUAL TO 1
               MOVE CBB-NEW-ITEMS TO CBB-FIRST-ITEM
               PERFORM 2160-KEEP-NEW-ITEM
               MOVE SPACE TO CBB-FIRST-OLD-KIND
               MOVE SPACES TO CBB-FIRST-OLD-LABEL
               MOVE SPACES TO CBB-FIRST-OLD-DATA
           END-IF
           PERFORM 8100-READ-NEW-TRAIL
           .
      *****************************************************************
      * CASO QUE SO A VERSAO PROMOVIDA RODOU (A NOVA ACABOU ANTES):
      * PULA O CASO INTEIRO
      *****************************************************************
       2400-CASE-ONLY-OLD.
           ADD 1 TO CBB-CASES-ONLY-OLD
           ADD 1 TO CBB-CASES-DIFFERENT
           MOVE OLD-TRAIL-CASE TO CBB-COUNT-FMT
           DISPLAY ' '
           DISPLAY 'CASO ' CBB-COUNT-FMT ' SO RODOU NA VERSAO '
               'PROMOVIDA: ' OLD-TRAIL-DATA(1:60)
           IF OLD-TRAIL-CASE-ID IS NOT EQUAL TO SPACES
               DISPLAY '    ID: ' OLD-TRAIL-CASE-ID
           END-IF
           PERFORM 8000-READ-OLD-TRAIL
           PERFORM 8000-READ-OLD-TRAIL
               UNTIL CBB-OLD-AT-END OR OLD-TRAIL-CASE-NAME
           .
      *****************************************************************
      * CASO QUE SO A VERSAO NOVA RODOU (A PROMOVIDA ACABOU ANTES -
      * TIPICAMENTE UM ABEND DELA NO CASO ANTERIOR)
      *****************************************************************
       2500-CASE-ONLY-NEW.
           ADD 1 TO CBB-CASES-ONLY-NEW
           ADD 1 TO CBB-CASES-DIFFERENT
           MOVE NEW-TRAIL-CASE TO CBB-COUNT-FMT
           DISPLAY ' '
           DISPLAY 'CASO ' CBB-COUNT-FMT ' SO RODOU NA VERSAO '
               'NOVA: ' NEW-TRAIL-DATA(1:60)
           IF NEW-TRAIL-CASE-ID IS NOT EQUAL TO SPACES
               DISPLAY '    ID: ' NEW-TRAIL-CASE-ID
           END-IF
           PERFORM 8100-READ-NEW-TRAIL
           PERFORM 8100-READ-NEW-TRAIL
               UNTIL CBB-NEW-AT-END OR NEW-TRAIL-CASE-NAME
           .
      *****************************************************************
      * AS TRILHAS NAO ESTAO NO MESMO CASO: ORDEM OU SELECAO DE CASOS
      * DIFERENTE NAS DUAS RODADAS. DAQUI EM DIANTE NAO HA COMO
      * COMPARAR
      *****************************************************************
       2600-TRAILS-OUT-OF-STEP.
           ADD 1 TO CBB-CASES-DIFFERENT
           MOVE OLD-TRAIL-CASE TO CBB-COUNT-FMT
           DISPLAY ' '
           DISPLAY 'ZUTZCBB: AS TRILHAS SAIRAM DE PASSO NO CASO '
               CBB-COUNT-FMT
           DISPLAY '    PROMOVIDA <' OLD-TRAIL-DATA(1:60) '>'
           DISPLAY '    NOVA      <' NEW-TRAIL-DATA(1:60) '>'
           DISPLAY '    AS DUAS RODADAS PRECISAM EXECUTAR OS MESMOS '
               'CASOS NA MESMA ORDEM - COMPARACAO INTERROMPIDA'
           .
      *****************************************************************
      * CASO COM DIFERENCA: QUANTOS ITENS CADA VERSAO PRODUZIU E A
      * PRIMEIRA DIFERENCA POR INTEIRO
      *****************************************************************
       3000-REPORT-CASE.
           MOVE CBB-CASE-NUMBER TO CBB-COUNT-FMT
           DISPLAY ' '
           DISPLAY 'CASO ' CBB-COUNT-FMT ' DIFERE: '
               CBB-CASE-NAME(1:60)
           IF CBB-CASE-ID IS NOT EQUAL TO SPACES
               DISPLAY '    ID: ' CBB-CASE-ID
           END-IF
           MOVE CBB-OLD-ITEMS TO CBB-COUNT-FMT
           MOVE CBB-NEW-ITEMS TO CBB-COUNT-FMT-2
           DISPLAY '    ITENS: PROMOVIDA ' CBB-COUNT-FMT
               ', NOVA ' CBB-COUNT-FMT-2
           MOVE CBB-ITEMS-DIFFERENT TO CBB-COUNT-FMT
           MOVE CBB-FIRST-ITEM TO CBB-COUNT-FMT-2
           DISPLAY '    ITENS DIFERENTES: ' CBB-COUNT-FMT
               ' - O PRIMEIRO E'' O ' CBB-COUNT-FMT-2
           MOVE CBB-FIRST-OLD-KIND TO CBB-KIND-CODE
           PERFORM 3100-DESCRIBE-KIND
           DISPLAY '    PROMOVIDA: ' CBB-KIND-TEXT ' '
               CBB-FIRST-OLD-LABEL
           DISPLAY '      <' CBB-FIRST-OLD-DATA(1:64) '>'
           IF CBB-FIRST-OLD-DATA(65:192) IS NOT EQUAL TO SPACES
               DISPLAY '      <' CBB-FIRST-OLD-DATA(65:64) '>'
           END-IF
           MOVE CBB-FIRST-NEW-KIND TO CBB-KIND-CODE
           PERFORM 3100-DESCRIBE-KIND
           DISPLAY '    NOVA     : ' CBB-KIND-TEXT ' '
               CBB-FIRST-NEW-LABEL
           DISPLAY '      <' CBB-FIRST-NEW-DATA(1:64) '>'
           IF CBB-FIRST-NEW-DATA(65:192) IS NOT EQUAL TO SPACES
               DISPLAY '      <' CBB-FIRST-NEW-DATA(65:64) '>'
           END-IF
           .
       3100-DESCRIBE-KIND.
           EVALUATE CBB-KIND-CODE
               WHEN 'D'
                   MOVE 'DISPLAY' TO CBB-KIND-TEXT
               WHEN 'W'
                   MOVE 'GRAVOU NO ARQUIVO' TO CBB-KIND-TEXT
               WHEN 'E'
                   MOVE 'VALOR NO EXPECT' TO CBB-KIND-TEXT
               WHEN 'S'
                   MOVE 'ENVIOU PARA A TELA' TO CBB-KIND-TEXT
               WHEN SPACE
                   MOVE '(NADA)' TO CBB-KIND-TEXT
               WHEN OTHER
                   MOVE CBB-KIND-CODE TO CBB-KIND-TEXT
           END-EVALUATE
           .
      *****************************************************************
      * LEITURAS
      *****************************************************************
       8000-READ-OLD-TRAIL.
           READ OLD-TRAIL-FILE
               AT END
                   SET CBB-OLD-AT-END TO TRUE
           END-READ
           .
       8100-READ-NEW-TRAIL.
           READ NEW-TRAIL-FILE
               AT END
                   SET CBB-NEW-AT-END TO TRUE
           END-READ
           .
      *****************************************************************
      * TOTAIS E CODIGO DE RETORNO
      *****************************************************************
       9999-TERMINATE.
           CLOSE OLD-TRAIL-FILE
           CLOSE NEW-TRAIL-FILE
           DISPLAY ' '
           DISPLAY '================================================='
           DISPLAY 'ZUTZCBB: CASOS COMPARADOS       = '
               CBB-CASES-COMPARED
           DISPLAY 'ZUTZCBB: CASOS IGUAIS           = ' CBB-CASES-SAME
           DISPLAY 'ZUTZCBB: CASOS DIFERENTES       = '
               CBB-CASES-DIFFERENT
           DISPLAY 'ZUTZCBB: SO NA VERSAO PROMOVIDA = '
               CBB-CASES-ONLY-OLD
           DISPLAY 'ZUTZCBB: SO NA VERSAO NOVA      = '
               CBB-CASES-ONLY-NEW
           IF CBB-CASES-DIFFERENT IS GREATER THAN ZEROES
               DISPLAY 'ZUTZCBB: AS DUAS VERSOES NAO SE COMPORTAM '
                   'IGUAL'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'ZUTZCBB: AS DUAS VERSOES SE COMPORTAM IGUAL '
                   'EM TODOS OS CASOS'
               MOVE 0 TO RETURN-CODE
           END-IF
           .
