      *     TAXA DE VITORIA E PONTUACAO (3 PONTOS POR VITORIA, 1 POR  *
      *     EMPATE) - E IMPRIMIR A TABELA DO CAMPEONATO ORDENADA,     *
      *     APOSENTANDO O QUADRO BRANCO DO TORNEIO DA HORA DO ALMOCO. *
      *     O PLACAR SO TEM A TEMPORADA CORRENTE: O FECHAMENTO        *
      *     (JVTEMPOR) COPIA AS DUPLAS DE CADA TEMPORADA PARA O       *
      *     PLACARQ E ZERA O PLACAR.                                  *
      *                                                               *
      * PARM (POSICIONAL, OPCIONAL):                                  *
      *     1-8  BRANCO   - TEMPORADA CORRENTE (PLACAR)               *
      *          'GERAL'  - TABELA GERAL: TODAS AS TEMPORADAS         *
      *                     ARQUIVADAS (PLACARQ) MAIS A CORRENTE      *
      *          'MISERE' - TABELA A PARTE DA VARIANTE MISERE (QUEM   *
      *                     FECHA A LINHA PERDE), DO PLACARMS         *
      *          OUTRO    - SO A TEMPORADA ARQUIVADA DE MESMO NOME    *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-PLACAR-CHAVE
               FILE STATUS IS WS-FS-PLACAR.

      *---PLACAR ARQUIVADO DAS TEMPORADAS FECHADAS, CHAVEADO POR
      *---TEMPORADA + DUPLA (GRAVADO PELO JVTEMPOR)
           SELECT PLACARQ-FILE ASSIGN TO PLACARQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ARQP-CHAVE
               FILE STATUS IS WS-FS-PLACARQ.

      *---PLACAR DA VARIANTE MISERE, MESMO LAYOUT DO PLACAR, PARA OS
      *---RESULTADOS INVERTIDOS NAO SE MISTURAREM A CLASSIFICACAO
      *---NORMAL
           SELECT PLACARMS-FILE ASSIGN TO PLACARMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-PLMS-CHAVE
               FILE STATUS IS WS-FS-PLACARMS.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
           03 REG-PLACAR-VITORIAS-O        PIC 9(05).
           03 REG-PLACAR-EMPATES           PIC 9(05).
           03 REG-PLACAR-PARTIDAS          PIC 9(05).

       FD  PLACARQ-FILE.
       01  REG-ARQP.
           03 REG-ARQP-CHAVE.
              05 REG-ARQP-TEMPORADA        PIC X(08).
              05 REG-ARQP-CHAVE-X          PIC X(15).
              05 REG-ARQP-CHAVE-O          PIC X(15).
           03 REG-ARQP-VITORIAS-X          PIC 9(05).
           03 REG-ARQP-VITORIAS-O          PIC 9(05).
           03 REG-ARQP-EMPATES             PIC 9(05).
           03 REG-ARQP-PARTIDAS            PIC 9(05).

       FD  PLACARMS-FILE.
       01  REG-PLMS.
           03 REG-PLMS-CHAVE.
              05 REG-PLMS-CHAVE-X          PIC X(15).
              05 REG-PLMS-CHAVE-O          PIC X(15).
           03 REG-PLMS-VITORIAS-X          PIC 9(05).
           03 REG-PLMS-VITORIAS-O          PIC 9(05).
           03 REG-PLMS-EMPATES             PIC 9(05).
           03 REG-PLMS-PARTIDAS            PIC 9(05).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       01 WS-FS-PLACAR                     PIC X(02) VALUE '00'.
           88 FS-PLACAR-OK                          VALUE '00'.
           88 FS-PLACAR-FIM                         VALUE '10'.
       01 WS-FS-PLACARQ                    PIC X(02) VALUE '00'.
           88 FS-PLACARQ-OK                         VALUE '00'.
           88 FS-PLACARQ-NAO-ENCONTRADO             VALUE '35'.
       01 WS-FS-PLACARMS                   PIC X(02) VALUE '00'.
           88 FS-PLACARMS-OK                        VALUE '00'.
           88 FS-PLACARMS-NAO-ENCONTRADO            VALUE '35'.

       01 WS-FIM                           PIC X(01) VALUE 'N'.
       01 WS-FIM-ARQ                       PIC X(01) VALUE 'S'.
       01 WS-PLACARQ-ABERTO                PIC X(01) VALUE 'N'.
       01 WS-FIM-MS                        PIC X(01) VALUE 'S'.
       01 WS-PLACARMS-ABERTO               PIC X(01) VALUE 'N'.

      *-- O QUE A TABELA COBRE: 'C' TEMPORADA CORRENTE, 'G' GERAL,
      *-- 'T' UMA TEMPORADA ARQUIVADA (WS-TEMPORADA), 'M' MISERE --
       01 WS-ESCOPO                        PIC X(01) VALUE 'C'.
           88 WS-ESCOPO-CORRENTE                    VALUE 'C'.
           88 WS-ESCOPO-GERAL                       VALUE 'G'.
           88 WS-ESCOPO-ARQUIVADA                   VALUE 'T'.
           88 WS-ESCOPO-MISERE                      VALUE 'M'.
       01 WS-TEMPORADA                     PIC X(08) VALUE SPACES.

      *-- TABELA DE JOGADORES INDIVIDUAIS, AGREGADA DAS DUPLAS --
       01 WS-RANK-TABELA.
           03 WS-LNR-PONTOS                PIC ZZZZZZ9.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       LINKAGE SECTION.
       01 LK-PARM.
           03 LK-PARM-LEN                  PIC S9(04) COMP.
           03 LK-PARM-ESCOPO               PIC X(08).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      *BOOK PARA ROTINA ABENDS                                        *
      *---------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-PARM.

       00000-INICIO    SECTION.
           PERFORM 10000-INICIALIZAR.
           PERFORM 20000-PROCESSAR UNTIL WS-FIM EQUAL 'S'.
           PERFORM 21000-PROCESSAR-ARQUIVO UNTIL WS-FIM-ARQ EQUAL 'S'.
           PERFORM 22000-PROCESSAR-MISERE UNTIL WS-FIM-MS EQUAL 'S'.
           PERFORM 30000-FINALIZAR.
       00000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       10000-INICIALIZAR   SECTION.
      *-- SEM PARM, SO O PLACAR (TEMPORADA CORRENTE). 'GERAL' SOMA
      *-- O PLACARQ INTEIRO; OUTRO VALOR LE SO O PLACARQ, DA CHAVE
      *-- DAQUELA TEMPORADA EM DIANTE ATE ELA ACABAR.
           IF LK-PARM-LEN IS GREATER THAN ZERO
               AND LK-PARM-ESCOPO NOT EQUAL SPACES
               EVALUATE LK-PARM-ESCOPO
                   WHEN 'GERAL'
                       SET WS-ESCOPO-GERAL TO TRUE
                   WHEN 'MISERE'
                       SET WS-ESCOPO-MISERE TO TRUE
                   WHEN OTHER
                       SET WS-ESCOPO-ARQUIVADA TO TRUE
                       MOVE LK-PARM-ESCOPO TO WS-TEMPORADA
               END-EVALUATE
           END-IF.

      *-- A VARIANTE MISERE TEM PLACAR PROPRIO E NAO TEM TEMPORADAS:
      *-- SO O PLACARMS E' LIDO. SEM O ARQUIVO (NINGUEM JOGOU MISERE
      *-- AINDA) A TABELA SAI VAZIA.
           IF WS-ESCOPO-MISERE
               MOVE 'S' TO WS-FIM
               OPEN INPUT PLACARMS-FILE
               IF FS-PLACARMS-NAO-ENCONTRADO
                   DISPLAY 'AINDA NAO HA PARTIDA MISERE (PLACARMS)'
                                                       UPON CONSOLE
                   GO TO 10000-SAI
               END-IF
               IF NOT FS-PLACARMS-OK
                   DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO PLACARMS,'
                                                       UPON CONSOLE
                   DISPLAY 'FILE STATUS = ' WS-FS-PLACARMS
                                                       UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'S' TO WS-PLACARMS-ABERTO
               MOVE 'N' TO WS-FIM-MS
               GO TO 10000-SAI
           END-IF.

           IF WS-ESCOPO-ARQUIVADA
               MOVE 'S' TO WS-FIM
           ELSE
               OPEN INPUT PLACAR-FILE
               IF NOT FS-PLACAR-OK
                   DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO PLACAR,'
                                                       UPON CONSOLE
                   DISPLAY 'FILE STATUS = ' WS-FS-PLACAR
                                                       UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF WS-ESCOPO-CORRENTE
               GO TO 10000-SAI
           END-IF.
           OPEN INPUT PLACARQ-FILE.
           IF FS-PLACARQ-NAO-ENCONTRADO AND WS-ESCOPO-GERAL
               DISPLAY 'AINDA NAO HA TEMPORADA ARQUIVADA (PLACARQ)'
                                                       UPON CONSOLE
               GO TO 10000-SAI
           END-IF.
           IF NOT FS-PLACARQ-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO PLACARQ,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-PLACARQ  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-PLACARQ-ABERTO.
           MOVE 'N' TO WS-FIM-ARQ.
           IF WS-ESCOPO-ARQUIVADA
               MOVE LOW-VALUES   TO REG-ARQP-CHAVE
               MOVE WS-TEMPORADA TO REG-ARQP-TEMPORADA
               START PLACARQ-FILE
                   KEY IS NOT LESS THAN REG-ARQP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-ARQ
               END-START
           END-IF.
       10000-SAI.
           EXIT.
       10000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

       20000-PROCESSAR-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       21000-PROCESSAR-ARQUIVO   SECTION.
      *-- O MESMO PAR DE AGREGACOES PARA CADA DUPLA ARQUIVADA. NA
      *-- TABELA DE UMA TEMPORADA SO, A LEITURA PARA QUANDO A CHAVE
      *-- MUDA DE TEMPORADA.
           READ PLACARQ-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQ
                   GO TO 21000-PROCESSAR-ARQUIVO-SAI
           END-READ.
           IF WS-ESCOPO-ARQUIVADA
               AND REG-ARQP-TEMPORADA NOT EQUAL WS-TEMPORADA
               MOVE 'S' TO WS-FIM-ARQ
               GO TO 21000-PROCESSAR-ARQUIVO-SAI
           END-IF.

           MOVE REG-ARQP-CHAVE-X        TO WS-AGREGA-NOME.
           MOVE REG-ARQP-PARTIDAS       TO WS-AGREGA-JOGOS.
           MOVE REG-ARQP-VITORIAS-X     TO WS-AGREGA-VITORIAS.
           MOVE REG-ARQP-EMPATES        TO WS-AGREGA-EMPATES.
           PERFORM AGREGAR-JOGADOR.

           MOVE REG-ARQP-CHAVE-O        TO WS-AGREGA-NOME.
           MOVE REG-ARQP-PARTIDAS       TO WS-AGREGA-JOGOS.
           MOVE REG-ARQP-VITORIAS-O     TO WS-AGREGA-VITORIAS.
           MOVE REG-ARQP-EMPATES        TO WS-AGREGA-EMPATES.
           PERFORM AGREGAR-JOGADOR.
       21000-PROCESSAR-ARQUIVO-SAI.
           EXIT.
       21000-PROCESSAR-ARQUIVO-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       22000-PROCESSAR-MISERE   SECTION.
      *-- O MESMO PAR DE AGREGACOES, DAS DUPLAS DO PLACAR MISERE.
           READ PLACARMS-FILE
               AT END
                   MOVE 'S' TO WS-FIM-MS
                   GO TO 22000-PROCESSAR-MISERE-SAI
           END-READ.

           MOVE REG-PLMS-CHAVE-X        TO WS-AGREGA-NOME.
           MOVE REG-PLMS-PARTIDAS       TO WS-AGREGA-JOGOS.
           MOVE REG-PLMS-VITORIAS-X     TO WS-AGREGA-VITORIAS.
           MOVE REG-PLMS-EMPATES        TO WS-AGREGA-EMPATES.
           PERFORM AGREGAR-JOGADOR.

           MOVE REG-PLMS-CHAVE-O        TO WS-AGREGA-NOME.
           MOVE REG-PLMS-PARTIDAS       TO WS-AGREGA-JOGOS.
           MOVE REG-PLMS-VITORIAS-O     TO WS-AGREGA-VITORIAS.
           MOVE REG-PLMS-EMPATES        TO WS-AGREGA-EMPATES.
           PERFORM AGREGAR-JOGADOR.
       22000-PROCESSAR-MISERE-SAI.
           EXIT.
       22000-PROCESSAR-MISERE-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------
       AGREGAR-JOGADOR SECTION.
      *-- SOMA O LADO CORRENTE DA DUPLA NA ENTRADA DO JOGADOR,

      *---------------------------------------------------------------*
       30000-FINALIZAR   SECTION.
           IF WS-ESCOPO-CORRENTE OR WS-ESCOPO-GERAL
               CLOSE PLACAR-FILE
           END-IF.
           IF WS-PLACARMS-ABERTO EQUAL 'S'
               CLOSE PLACARMS-FILE
           END-IF.
           IF WS-PLACARQ-ABERTO EQUAL 'S'
               CLOSE PLACARQ-FILE
           END-IF.

           PERFORM CALCULAR-PONTOS.
           PERFORM ORDENAR-RANKING.
                                                        UPON CONSOLE.
           DISPLAY '********  CLASSIFICACAO DOS JOGADORES  **********'
                                                        UPON CONSOLE.
           EVALUATE TRUE
               WHEN WS-ESCOPO-CORRENTE
                   DISPLAY '           (TEMPORADA CORRENTE)'
                                                        UPON CONSOLE
               WHEN WS-ESCOPO-GERAL
                   DISPLAY '        (GERAL - TODAS AS TEMPORADAS)'
                                                        UPON CONSOLE
               WHEN WS-ESCOPO-MISERE
                   DISPLAY '       (VARIANTE MISERE - PLACARMS)'
                                                        UPON CONSOLE
               WHEN OTHER
                   DISPLAY '           (TEMPORADA ' WS-TEMPORADA ')'
                                                        UPON CONSOLE
           END-EVALUATE.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           DISPLAY 'POS  JOGADOR           JOGOS   VITOR  TAXA  PONTOS'
