      *****  LAYOUT PADRAO  *******************************************
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                     JVFINAIS.
       AUTHOR.                         EQUIPE JOGO DA VELHA.
       DATE-WRITTEN.                   15/10/2026.
      *---------------------------------------------------------------*
       REMARKS.
      *---------------------------------------------------------------*
      * OBJETIVO:                                                     *
      *     GERAR, UMA VEZ, A TABELA DE FINAIS DO TABULEIRO 4X4: TODA *
      *     POSICAO ALCANCAVEL (X COMECA, NINGUEM FECHOU LINHA AINDA) *
      *     COM ATE N CASAS VAZIAS E' RESOLVIDA DE FORMA EXATA E      *
      *     GRAVADA NO VSAM TABFINAL COM O RESULTADO COM JOGO         *
      *     PERFEITO, A DISTANCIA EM LANCES ATE O FIM E A MELHOR      *
      *     JOGADA. O JVEMMX CONSULTA A TABELA (VIA JVFINCON) ASSIM   *
      *     QUE A POSICAO TEM POUCAS CASAS VAZIAS, E O MEIO DE JOGO   *
      *     DO 4X4, QUE ESTOURAVA O ORCAMENTO DE TEMPO, PASSA A       *
      *     ENXERGAR O FINAL EXATO NA HORA.                           *
      *     A RESOLUCAO VAI DE BAIXO PARA CIMA: PRIMEIRO AS POSICOES  *
      *     COM UMA CASA VAZIA, DEPOIS DUAS, E ASSIM POR DIANTE; CADA *
      *     JOGADA DE UM NIVEL CAI NUMA POSICAO DO NIVEL DE BAIXO,    *
      *     QUE JA ESTA NA TABELA E E' LIDA PELA CHAVE - NENHUMA      *
      *     BUSCA E' FEITA. ENTRE LANCES DE MESMO RESULTADO VALE A    *
      *     VITORIA MAIS CURTA E A DERROTA MAIS LONGA, COMO NO JVEMMX.*
      *     O REGISTRO DE CONTROLE (CHAVE TODA DE '*') SO E' GRAVADO  *
      *     NO FIM: TABELA DE GERACAO INTERROMPIDA NAO E' USADA.      *
      *                                                               *
      * PARM (POSICIONAL, OPCIONAL):                                  *
      *     1-2  N = MAXIMO DE CASAS VAZIAS, 01 A 10 (PADRAO 06)      *
      *                                                               *
      * RETURN-CODE:                                                  *
      *     00 TABELA GERADA                                          *
      *     16 PARM INVALIDO, ERRO DE ARQUIVO OU TABELA INCONSISTENTE *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       CONFIGURATION SECTION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       FILE-CONTROL.

      *---A TABELA DE FINAIS, CHAVEADA POR POSICAO + VEZ
           SELECT TABFINAL-FILE ASSIGN TO TABFINAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TBF-CHAVE
               FILE STATUS IS WS-FS-TABFINAL.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  TABFINAL-FILE.
       01  REG-TABFINAL.
           03 TBF-CHAVE.
              05 TBF-POSICAO               PIC X(16).
              05 TBF-VEZ                   PIC X(01).
           03 TBF-RESULTADO                PIC X(01).
           03 TBF-DISTANCIA                PIC 9(02).
           03 TBF-CELULA                   PIC 9(02).
           03 FILLER                       PIC X(18).
       01  REG-TABFINAL-CONTROLE REDEFINES REG-TABFINAL.
           03 FILLER                       PIC X(17).
           03 TBF-CTL-VAZIAS               PIC 9(02).
           03 TBF-CTL-DATA                 PIC 9(08).
           03 TBF-CTL-POSICOES             PIC 9(09).
           03 FILLER                       PIC X(04).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *-- FILE STATUS --
       01 WS-FS-TABFINAL                   PIC X(02) VALUE '00'.
           88 FS-TABFINAL-OK                        VALUE '00'.

      *-- PARAMETRO --
       01 WS-VAZIAS-MAX                    PIC 9(02) VALUE 06.

      *-- AS DEZ LINHAS DO 4X4 (QUATRO LINHAS, QUATRO COLUNAS, DUAS
      *-- DIAGONAIS), CADA UMA COM AS SUAS QUATRO CELULAS LINEARES --
       01 WS-LINHAS-4X4.
           03 FILLER                       PIC X(40) VALUE
              '0102030405060708091011121314151601050913'.
           03 FILLER                       PIC X(40) VALUE
              '0206101403071115040812160106111604071013'.
       01 FILLER REDEFINES WS-LINHAS-4X4.
           03 WS-LINHA OCCURS 10.
               05 WS-LINHA-CEL             PIC 9(02) OCCURS 4.

      *-- NIVEL SENDO GERADO --
       01 WS-NIVEL                         PIC 9(02) VALUE ZEROS.
       01 WS-CHEIAS                        PIC 9(02) VALUE ZEROS.
       01 WS-NX                            PIC 9(02) VALUE ZEROS.
       01 WS-VEZ                           PIC X(01) VALUE SPACE.
       01 WS-OPONENTE                      PIC X(01) VALUE SPACE.

      *-- COMBINACAO DAS CASAS VAZIAS (WS-NIVEL DE 16) --
       01 WS-VAZ-COMB.
           03 WS-VAZ-FIM-SW                PIC X(01) VALUE 'N'.
               88 FIM-DAS-VAZIAS                    VALUE 'S'.
           03 WS-VAZ-IX                    PIC 9(02) OCCURS 10.
      *-- CASAS OCUPADAS DA COMBINACAO CORRENTE --
       01 WS-OCUPADAS.
           03 WS-OCU-COUNT                 PIC 9(02) VALUE ZEROS.
           03 WS-OCU-CEL                   PIC 9(02) OCCURS 16.
      *-- COMBINACAO DAS CASAS DE X (WS-NX DAS OCUPADAS) --
       01 WS-X-COMB.
           03 WS-X-FIM-SW                  PIC X(01) VALUE 'N'.
               88 FIM-DAS-DISTRIBUICOES             VALUE 'S'.
           03 WS-X-IX                      PIC 9(02) OCCURS 16.

      *-- AVANCO DE COMBINACAO (COMUM AS DUAS) --
       01 WS-CMB-K                         PIC 9(02) VALUE ZEROS.
       01 WS-CMB-N                         PIC 9(02) VALUE ZEROS.
       01 WS-CMB-I                         PIC 9(02) VALUE ZEROS.
       01 WS-CMB-PIVO                      PIC 9(02) VALUE ZEROS.
       01 WS-CMB-ACHOU-SW                  PIC X(01) VALUE 'N'.
           88 CMB-ACHOU-PIVO                        VALUE 'S'.

      *-- POSICAO E JOGADA EM TESTE --
       01 WS-TABULEIRO                     PIC X(16) VALUE SPACES.
       01 WS-FILHO                         PIC X(16) VALUE SPACES.
       01 WS-TESTADO                       PIC X(16) VALUE SPACES.
       01 WS-I                             PIC 9(02) VALUE ZEROS.
       01 WS-J                             PIC 9(02) VALUE ZEROS.
       01 WS-L                             PIC 9(02) VALUE ZEROS.
       01 WS-CEL                           PIC 9(02) VALUE ZEROS.
       01 WS-PRIMEIRA                      PIC X(01) VALUE SPACE.
       01 WS-VENCEDOR                      PIC X(01) VALUE SPACE.

      *-- AVALIACAO: CLASSE 3 = VITORIA, 2 = EMPATE, 1 = DERROTA,
      *-- SEMPRE DO PONTO DE VISTA DE QUEM JOGA --
       01 WS-LANCE-CLASSE                  PIC 9(01) VALUE ZERO.
       01 WS-LANCE-DIST                    PIC 9(02) VALUE ZEROS.
       01 WS-MELHOR-CLASSE                 PIC 9(01) VALUE ZERO.
       01 WS-MELHOR-DIST                   PIC 9(02) VALUE ZEROS.
       01 WS-MELHOR-CELULA                 PIC 9(02) VALUE ZEROS.
       01 WS-TROCAR-SW                     PIC X(01) VALUE 'N'.
           88 TROCAR-MELHOR                         VALUE 'S'.

      *-- CONTAGENS --
       01 WS-CONTADORES.
           03 WS-NIV-POSICOES              PIC 9(09) VALUE ZEROS.
           03 WS-NIV-VIT-X                 PIC 9(09) VALUE ZEROS.
           03 WS-NIV-VIT-O                 PIC 9(09) VALUE ZEROS.
           03 WS-NIV-EMPATES               PIC 9(09) VALUE ZEROS.
           03 WS-TOT-POSICOES              PIC 9(09) VALUE ZEROS.
       01 WS-DATA-GERACAO                  PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------------------*

       LINKAGE SECTION.
       01 LK-PARM.
           03 LK-PARM-LEN                  PIC S9(04) COMP.
           03 LK-PARM-VAZIAS               PIC X(02).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      *BOOK PARA ROTINA ABENDS                                        *
      *---------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-PARM.

       00000-INICIO    SECTION.
           PERFORM 10000-INICIALIZAR.
           PERFORM 20000-GERAR-NIVEL
               VARYING WS-NIVEL FROM 1 BY 1
               UNTIL WS-NIVEL > WS-VAZIAS-MAX.
           PERFORM 30000-FINALIZAR.
       00000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       10000-INICIALIZAR   SECTION.
           IF LK-PARM-LEN IS GREATER THAN 1
               IF LK-PARM-VAZIAS IS NUMERIC
                  AND LK-PARM-VAZIAS IS GREATER THAN '00'
                  AND LK-PARM-VAZIAS IS NOT GREATER THAN '10'
                   MOVE LK-PARM-VAZIAS TO WS-VAZIAS-MAX
               ELSE
                   DISPLAY 'JVFINAIS: PARM INVALIDO (' LK-PARM-VAZIAS
                           ') - INFORME DE 01 A 10 CASAS VAZIAS'
                                                       UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *-- O KSDS E' CRIADO VAZIO E REABERTO EM I-O: CADA NIVEL LE
      *-- PELA CHAVE AS POSICOES DO NIVEL DE BAIXO --
           OPEN OUTPUT TABFINAL-FILE.
           IF FS-TABFINAL-OK
               CLOSE TABFINAL-FILE
               OPEN I-O TABFINAL-FILE
           END-IF.
           IF NOT FS-TABFINAL-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO TABFINAL,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-TABFINAL UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.

           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           DISPLAY '**  TABELA DE FINAIS DO 4X4  ********************'
                                                        UPON CONSOLE.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           DISPLAY 'ATE ' WS-VAZIAS-MAX ' CASAS VAZIAS'  UPON CONSOLE.
           DISPLAY 'VAZIAS  POSICOES  VITORIAS-X VITORIAS-O   EMPATES'
                                                        UPON CONSOLE.
       10000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       20000-GERAR-NIVEL   SECTION.
      *-- TODAS AS POSICOES COM WS-NIVEL CASAS VAZIAS: ESCOLHE AS
      *-- VAZIAS, DEPOIS QUAIS DAS OCUPADAS SAO DE X (X COMECA, ENTAO
      *-- X TEM A METADE DAS OCUPADAS ARREDONDADA PARA CIMA).
           MOVE ZEROS TO WS-NIV-POSICOES WS-NIV-VIT-X WS-NIV-VIT-O
                         WS-NIV-EMPATES.
           COMPUTE WS-CHEIAS = 16 - WS-NIVEL.
           COMPUTE WS-NX = (WS-CHEIAS + 1) / 2.
           IF WS-NX * 2 EQUAL WS-CHEIAS
               MOVE 'X' TO WS-VEZ
               MOVE 'O' TO WS-OPONENTE
           ELSE
               MOVE 'O' TO WS-VEZ
               MOVE 'X' TO WS-OPONENTE
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NIVEL
               MOVE WS-I TO WS-VAZ-IX(WS-I)
           END-PERFORM.
           MOVE 'N' TO WS-VAZ-FIM-SW.
           PERFORM 21000-UM-CONJUNTO-DE-VAZIAS
               UNTIL FIM-DAS-VAZIAS.

           ADD WS-NIV-POSICOES TO WS-TOT-POSICOES.
           DISPLAY '  ' WS-NIVEL '   ' WS-NIV-POSICOES ' '
                   WS-NIV-VIT-X '  ' WS-NIV-VIT-O ' '
                   WS-NIV-EMPATES                       UPON CONSOLE.
       20000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       21000-UM-CONJUNTO-DE-VAZIAS   SECTION.
      *-- LISTA AS CASAS OCUPADAS DESTE CONJUNTO DE VAZIAS E PASSA
      *-- POR TODAS AS DISTRIBUICOES DE X E O NELAS.
           MOVE ZEROS TO WS-OCU-COUNT.
           MOVE 1 TO WS-J.
           PERFORM VARYING WS-CEL FROM 1 BY 1 UNTIL WS-CEL > 16
               IF WS-J NOT > WS-NIVEL
                  AND WS-VAZ-IX(WS-J) EQUAL WS-CEL
                   ADD 1 TO WS-J
               ELSE
                   ADD 1 TO WS-OCU-COUNT
                   MOVE WS-CEL TO WS-OCU-CEL(WS-OCU-COUNT)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NX
               MOVE WS-I TO WS-X-IX(WS-I)
           END-PERFORM.
           MOVE 'N' TO WS-X-FIM-SW.
           PERFORM 22000-UMA-DISTRIBUICAO
               UNTIL FIM-DAS-DISTRIBUICOES.

      *-- PROXIMO CONJUNTO DE VAZIAS --
           MOVE WS-NIVEL TO WS-CMB-K.
           MOVE 16       TO WS-CMB-N.
           PERFORM AVANCAR-VAZIAS.
       21000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       22000-UMA-DISTRIBUICAO   SECTION.
      *-- MONTA A POSICAO; COM LINHA FECHADA O JOGO JA ACABOU E A
      *-- POSICAO NAO E' ALCANCAVEL COMO POSICAO DE JOGADA.
           MOVE SPACES TO WS-TABULEIRO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OCU-COUNT
               MOVE 'O' TO WS-TABULEIRO(WS-OCU-CEL(WS-I):1)
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NX
               MOVE 'X' TO WS-TABULEIRO(WS-OCU-CEL(WS-X-IX(WS-I)):1)
           END-PERFORM.

           MOVE WS-TABULEIRO TO WS-TESTADO.
           PERFORM VERIFICAR-LINHA-FECHADA.
           IF WS-VENCEDOR EQUAL SPACE
               PERFORM 23000-RESOLVER-POSICAO
           END-IF.

      *-- PROXIMA DISTRIBUICAO DE X --
           MOVE WS-NX        TO WS-CMB-K.
           MOVE WS-OCU-COUNT TO WS-CMB-N.
           PERFORM AVANCAR-DISTRIBUICAO.
       22000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       23000-RESOLVER-POSICAO   SECTION.
      *-- CADA CASA VAZIA: FECHOU LINHA = VITORIA NA HORA; ENCHEU O
      *-- TABULEIRO = EMPATE; SENAO O VALOR VEM DA POSICAO FILHA, JA
      *-- GRAVADA NO NIVEL DE BAIXO, COM A VEZ DO OPONENTE.
           MOVE ZERO  TO WS-MELHOR-CLASSE.
           MOVE ZEROS TO WS-MELHOR-DIST.
           MOVE ZEROS TO WS-MELHOR-CELULA.
           PERFORM 23100-AVALIAR-LANCE
               VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NIVEL.

           MOVE SPACES           TO REG-TABFINAL.
           MOVE WS-TABULEIRO     TO TBF-POSICAO.
           MOVE WS-VEZ           TO TBF-VEZ.
           EVALUATE WS-MELHOR-CLASSE
               WHEN 3
                   MOVE WS-VEZ      TO TBF-RESULTADO
               WHEN 2
                   MOVE 'E'         TO TBF-RESULTADO
               WHEN OTHER
                   MOVE WS-OPONENTE TO TBF-RESULTADO
           END-EVALUATE.
           MOVE WS-MELHOR-DIST   TO TBF-DISTANCIA.
           MOVE WS-MELHOR-CELULA TO TBF-CELULA.
           PERFORM GRAVAR-POSICAO.

           ADD 1 TO WS-NIV-POSICOES.
           EVALUATE TBF-RESULTADO
               WHEN 'X'   ADD 1 TO WS-NIV-VIT-X
               WHEN 'O'   ADD 1 TO WS-NIV-VIT-O
               WHEN OTHER ADD 1 TO WS-NIV-EMPATES
           END-EVALUATE.
       23000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       23100-AVALIAR-LANCE   SECTION.
           MOVE WS-VAZ-IX(WS-J) TO WS-CEL.
           MOVE WS-TABULEIRO TO WS-FILHO.
           MOVE WS-VEZ TO WS-FILHO(WS-CEL:1).

           MOVE WS-FILHO TO WS-TESTADO.
           PERFORM VERIFICAR-LINHA-FECHADA.
           IF WS-VENCEDOR NOT EQUAL SPACE
               MOVE 3 TO WS-LANCE-CLASSE
               MOVE 1 TO WS-LANCE-DIST
           ELSE
           IF WS-NIVEL EQUAL 1
               MOVE 2 TO WS-LANCE-CLASSE
               MOVE 1 TO WS-LANCE-DIST
           ELSE
               PERFORM LER-POSICAO-FILHA
               EVALUATE TBF-RESULTADO
                   WHEN WS-VEZ
                       MOVE 3 TO WS-LANCE-CLASSE
                   WHEN 'E'
                       MOVE 2 TO WS-LANCE-CLASSE
                   WHEN OTHER
                       MOVE 1 TO WS-LANCE-CLASSE
               END-EVALUATE
               COMPUTE WS-LANCE-DIST = TBF-DISTANCIA + 1
           END-IF
           END-IF.

      *-- MELHOR CLASSE GANHA; NA MESMA CLASSE, VITORIA MAIS CURTA E
      *-- DERROTA MAIS LONGA; EMPATE FICA COM A PRIMEIRA CASA --
           MOVE 'N' TO WS-TROCAR-SW.
           IF WS-LANCE-CLASSE > WS-MELHOR-CLASSE
               SET TROCAR-MELHOR TO TRUE
           ELSE
           IF WS-LANCE-CLASSE EQUAL WS-MELHOR-CLASSE
               IF WS-LANCE-CLASSE EQUAL 3
                  AND WS-LANCE-DIST < WS-MELHOR-DIST
                   SET TROCAR-MELHOR TO TRUE
               END-IF
               IF WS-LANCE-CLASSE EQUAL 1
                  AND WS-LANCE-DIST > WS-MELHOR-DIST
                   SET TROCAR-MELHOR TO TRUE
               END-IF
           END-IF
           END-IF.
           IF TROCAR-MELHOR
               MOVE WS-LANCE-CLASSE TO WS-MELHOR-CLASSE
               MOVE WS-LANCE-DIST   TO WS-MELHOR-DIST
               MOVE WS-CEL          TO WS-MELHOR-CELULA
           END-IF.
       23100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------
       VERIFICAR-LINHA-FECHADA SECTION.
      *-- ALGUMA DAS DEZ LINHAS DE WS-TESTADO COM AS QUATRO CASAS DO
      *-- MESMO JOGADOR? DEVOLVE O JOGADOR EM WS-VENCEDOR.
           MOVE SPACE TO WS-VENCEDOR.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > 10 OR WS-VENCEDOR NOT EQUAL SPACE
               MOVE WS-TESTADO(WS-LINHA-CEL(WS-L, 1):1)
                   TO WS-PRIMEIRA
               IF WS-PRIMEIRA NOT EQUAL SPACE
                  AND WS-TESTADO(WS-LINHA-CEL(WS-L, 2):1)
                          EQUAL WS-PRIMEIRA
                  AND WS-TESTADO(WS-LINHA-CEL(WS-L, 3):1)
                          EQUAL WS-PRIMEIRA
                  AND WS-TESTADO(WS-LINHA-CEL(WS-L, 4):1)
                          EQUAL WS-PRIMEIRA
                   MOVE WS-PRIMEIRA TO WS-VENCEDOR
               END-IF
           END-PERFORM.
       VERIFICAR-LINHA-FECHADA-EXIT.
           EXIT.

      *---------------
       AVANCAR-VAZIAS SECTION.
      *-- PROXIMA COMBINACAO EM ORDEM LEXICOGRAFICA: O ULTIMO INDICE
      *-- QUE AINDA PODE SUBIR SOBE UM E OS SEGUINTES VEM COLADOS.
           MOVE 'N' TO WS-CMB-ACHOU-SW.
           PERFORM VARYING WS-CMB-I FROM WS-CMB-K BY -1
                   UNTIL WS-CMB-I < 1 OR CMB-ACHOU-PIVO
               IF WS-VAZ-IX(WS-CMB-I) <
                       WS-CMB-N - WS-CMB-K + WS-CMB-I
                   SET CMB-ACHOU-PIVO TO TRUE
                   MOVE WS-CMB-I TO WS-CMB-PIVO
               END-IF
           END-PERFORM.
           IF NOT CMB-ACHOU-PIVO
               SET FIM-DAS-VAZIAS TO TRUE
               GO TO AVANCAR-VAZIAS-SAI
           END-IF.
           ADD 1 TO WS-VAZ-IX(WS-CMB-PIVO).
           PERFORM VARYING WS-CMB-I FROM WS-CMB-PIVO BY 1
                   UNTIL WS-CMB-I NOT < WS-CMB-K
               COMPUTE WS-VAZ-IX(WS-CMB-I + 1) =
                   WS-VAZ-IX(WS-CMB-I) + 1
           END-PERFORM.
       AVANCAR-VAZIAS-SAI.
           EXIT.
       AVANCAR-VAZIAS-EXIT.
           EXIT.

      *---------------
       AVANCAR-DISTRIBUICAO SECTION.
      *-- MESMO AVANCO, SOBRE OS INDICES DAS CASAS DE X.
           MOVE 'N' TO WS-CMB-ACHOU-SW.
           PERFORM VARYING WS-CMB-I FROM WS-CMB-K BY -1
                   UNTIL WS-CMB-I < 1 OR CMB-ACHOU-PIVO
               IF WS-X-IX(WS-CMB-I) <
                       WS-CMB-N - WS-CMB-K + WS-CMB-I
                   SET CMB-ACHOU-PIVO TO TRUE
                   MOVE WS-CMB-I TO WS-CMB-PIVO
               END-IF
           END-PERFORM.
           IF NOT CMB-ACHOU-PIVO
               SET FIM-DAS-DISTRIBUICOES TO TRUE
               GO TO AVANCAR-DISTRIBUICAO-SAI
           END-IF.
           ADD 1 TO WS-X-IX(WS-CMB-PIVO).
           PERFORM VARYING WS-CMB-I FROM WS-CMB-PIVO BY 1
                   UNTIL WS-CMB-I NOT < WS-CMB-K
               COMPUTE WS-X-IX(WS-CMB-I + 1) =
                   WS-X-IX(WS-CMB-I) + 1
           END-PERFORM.
       AVANCAR-DISTRIBUICAO-SAI.
           EXIT.
       AVANCAR-DISTRIBUICAO-EXIT.
           EXIT.

      *---------------
       GRAVAR-POSICAO SECTION.
           WRITE REG-TABFINAL
               INVALID KEY
                   DISPLAY 'JVFINAIS: CHAVE DUPLICADA ' TBF-CHAVE
                                                       UPON CONSOLE
                   PERFORM ABORTAR-GERACAO
           END-WRITE.
       GRAVAR-POSICAO-EXIT.
           EXIT.

      *---------------
       LER-POSICAO-FILHA SECTION.
      *-- A FILHA TEM QUE ESTAR LA: FOI GERADA NO NIVEL DE BAIXO.
           MOVE WS-FILHO    TO TBF-POSICAO.
           MOVE WS-OPONENTE TO TBF-VEZ.
           READ TABFINAL-FILE
               INVALID KEY
                   DISPLAY 'JVFINAIS: TABELA INCONSISTENTE, FALTA '
                           TBF-CHAVE                   UPON CONSOLE
                   PERFORM ABORTAR-GERACAO
           END-READ.
       LER-POSICAO-FILHA-EXIT.
           EXIT.

      *---------------
       ABORTAR-GERACAO SECTION.
      *-- SEM O REGISTRO DE CONTROLE A TABELA PARCIAL NAO E' USADA.
           CLOSE TABFINAL-FILE.
           DISPLAY 'JVFINAIS: GERACAO INTERROMPIDA, TABELA INVALIDA'
                                                       UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       ABORTAR-GERACAO-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       30000-FINALIZAR   SECTION.
      *-- O REGISTRO DE CONTROLE E' O QUE LIBERA A TABELA PARA O
      *-- JVFINCON.
           MOVE SPACES           TO REG-TABFINAL.
           MOVE ALL '*'          TO TBF-CHAVE.
           MOVE WS-VAZIAS-MAX    TO TBF-CTL-VAZIAS.
           MOVE WS-DATA-GERACAO  TO TBF-CTL-DATA.
           MOVE WS-TOT-POSICOES  TO TBF-CTL-POSICOES.
           PERFORM GRAVAR-POSICAO.
           CLOSE TABFINAL-FILE.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           DISPLAY 'JVFINAIS: POSICOES NA TABELA = ' WS-TOT-POSICOES
                                                        UPON CONSOLE.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.
       30000-FINALIZAR-EXIT.  EXIT.
      *---------------------------------------------------------------*
