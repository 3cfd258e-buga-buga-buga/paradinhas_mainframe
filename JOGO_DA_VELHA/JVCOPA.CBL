      *****  LAYOUT PADRAO  *******************************************
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                     JVCOPA.
       AUTHOR.                         EQUIPE JOGO DA VELHA.
       DATE-WRITTEN.                   15/10/2026.
      *---------------------------------------------------------------*
       REMARKS.
      *---------------------------------------------------------------*
      * OBJETIVO:                                                     *
      *     COPA ELIMINATORIA (MATA-MATA) PARA A FESTA DE FIM DE ANO, *
      *     AO LADO DA LIGA TODOS-CONTRA-TODOS DO JVTABELA.           *
      *                                                               *
      *     NA PRIMEIRA EXECUCAO (SEM CHAVEAMENTO ANTERIOR) OS        *
      *     INSCRITOS SAO SEMEADOS PELA CLASSIFICACAO DA TEMPORADA    *
      *     CORRENTE - AS MESMAS CONTAS DO JVRANK: 3 PONTOS POR       *
      *     VITORIA, 1 POR EMPATE, VITORIAS DESEMPATAM; QUEM NAO TEM  *
      *     PARTIDA NO PLACAR FICA NO FIM, NA ORDEM DOS CARTOES. O    *
      *     CHAVEAMENTO TEM O TAMANHO DA PRIMEIRA POTENCIA DE DOIS QUE*
      *     CABE TODOS; AS VAGAS QUE SOBRAM SAO ISENCOES (BYE) E CAEM *
      *     PARA AS MELHORES SEMENTES. A ORDEM E' A CLASSICA: 1 X N,  *
      *     2 X N-1..., E 1 E 2 SO SE ENCONTRAM NA FINAL.             *
      *                                                               *
      *     EM TODA EXECUCAO O HISTPART E' LIDO NA ORDEM DAS PARTIDAS *
      *     (DATA/HORA), SO DEPOIS DA CRIACAO DA COPA: A PRIMEIRA     *
      *     PARTIDA ENTRE OS DOIS JOGADORES DE UM CONFRONTO EM ABERTO *
      *     DECIDE O CONFRONTO E O VENCEDOR SOBE PARA A RODADA        *
      *     SEGUINTE. O CHAVEAMENTO ATUALIZADO E' IMPRESSO RODADA A   *
      *     RODADA ATE O CAMPEAO SER REGISTRADO.                      *
      *                                                               *
      *     EMPATE NUM CONFRONTO SEGUE A REGRA ESCOLHIDA NA CRIACAO:  *
      *       REJOGO  - O EMPATE NAO DECIDE; VALE A PRIMEIRA PARTIDA  *
      *                 DECIDIDA ENTRE OS DOIS (PADRAO)               *
      *       SEMENTE - NO PRIMEIRO EMPATE PASSA A MELHOR SEMENTE     *
      *     A REGRA FICA GRAVADA NO CHAVEAMENTO E NAO MUDA NO MEIO DA *
      *     COPA.                                                     *
      *                                                               *
      *     O CHAVEAMENTO VEM DO DD CHAVE E SAI NO DD CHAVNOVA, COMO  *
      *     A TABELA DO JVTABELA; O JOB COPIA POR CIMA.               *
      *                                                               *
      * PARM (POSICIONAL, OPCIONAL):                                  *
      *     1-8  REGRA DE EMPATE ('REJOGO' OU 'SEMENTE'), SO NA       *
      *          CRIACAO DA COPA                                      *
      *                                                               *
      * RETURN-CODE:                                                  *
      *     0  CHAVEAMENTO ATUALIZADO (OU COPA JA ENCERRADA)          *
      *     8  MENOS DE DOIS INSCRITOS, MAIS DE 64 OU REGRA INVALIDA  *
      *     16 ERRO DE ARQUIVO                                        *
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

      *---OS INSCRITOS NA COPA, UM NOME POR CARTAO (COLUNAS 1-15)
           SELECT INSCRITO-FILE ASSIGN TO INSCRITO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INSCRITO.

      *---O CHAVEAMENTO, LIDO E REGRAVADO A CADA EXECUCAO
           SELECT CHAVE-FILE ASSIGN TO CHAVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHAVE.
           SELECT CHAVNOVA-FILE ASSIGN TO CHAVNOVA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHAVNOVA.

      *---PLACAR DA TEMPORADA, SO PARA SEMEAR
           SELECT PLACAR-FILE ASSIGN TO PLACAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-PLACAR-CHAVE
               FILE STATUS IS WS-FS-PLACAR.

      *---HISTORICO POR PARTIDA QUE OS TRES JOGOS GRAVAM
           SELECT HIST-FILE ASSIGN TO HISTPART
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       FILE SECTION.

       FD  INSCRITO-FILE
           RECORDING MODE IS F.
       01  REG-INSCRITO.
           03 INS-NOME                     PIC X(15).
           03 FILLER                       PIC X(65).

      *-- O CHAVEAMENTO: UM CABECALHO ('C') E UM REGISTRO POR
      *-- CONFRONTO ('J'), NUMERADOS COMO UMA ARVORE - A FINAL E' O 1,
      *-- AS SEMIFINAIS 2 E 3, AS QUARTAS 4 A 7 E ASSIM POR DIANTE; O
      *-- VENCEDOR DO CONFRONTO N VAI PARA O CONFRONTO N/2 --
       FD  CHAVE-FILE
           RECORDING MODE IS F.
       01  REG-CHAVE.
           03 CHV-TIPO                     PIC X(01).
               88 CHV-CABECALHO                     VALUE 'C'.
               88 CHV-CONFRONTO                     VALUE 'J'.
           03 FILLER                       PIC X(79).
       01  REG-CHAVE-CAB.
           03 FILLER                       PIC X(01).
           03 CAB-CRIACAO.
              05 CAB-DATA                  PIC 9(08).
              05 CAB-HORA                  PIC 9(06).
           03 CAB-REGRA                    PIC X(08).
           03 CAB-TAMANHO                  PIC 9(03).
           03 CAB-INSCRITOS                PIC 9(03).
           03 CAB-CAMPEAO                  PIC X(15).
           03 CAB-DATA-CAMPEAO             PIC 9(08).
           03 FILLER                       PIC X(28).
       01  REG-CHAVE-JOGO.
           03 FILLER                       PIC X(01).
           03 JOG-NUMERO                   PIC 9(03).
           03 JOG-SEMENTE-A                PIC 9(03).
           03 JOG-NOME-A                   PIC X(15).
           03 JOG-SEMENTE-B                PIC 9(03).
           03 JOG-NOME-B                   PIC X(15).
           03 JOG-VENCEDOR                 PIC X(15).
           03 JOG-COMO                     PIC X(01).
           03 JOG-DATA                     PIC 9(08).
           03 FILLER                       PIC X(16).

       FD  CHAVNOVA-FILE
           RECORDING MODE IS F.
       01  REG-CHAVNOVA                    PIC X(80).

       FD  PLACAR-FILE.
       01  REG-PLACAR.
           03 REG-PLACAR-CHAVE.
              05 REG-PLACAR-CHAVE-X        PIC X(15).
              05 REG-PLACAR-CHAVE-O        PIC X(15).
           03 REG-PLACAR-VITORIAS-X        PIC 9(05).
           03 REG-PLACAR-VITORIAS-O        PIC 9(05).
           03 REG-PLACAR-EMPATES           PIC 9(05).
           03 REG-PLACAR-PARTIDAS          PIC 9(05).

       FD  HIST-FILE.
       01  REG-HIST.
           03 REG-HIST-CHAVE.
              05 REG-HIST-MOMENTO.
                 07 REG-HIST-DATA          PIC 9(08).
                 07 REG-HIST-HORA          PIC 9(06).
              05 REG-HIST-ORIGEM           PIC X(08).
           03 REG-HIST-PLAYER-X            PIC X(15).
           03 REG-HIST-PLAYER-O            PIC X(15).
           03 REG-HIST-VENCEDOR            PIC X(01).
           03 REG-HIST-JOGADAS             PIC 9(02).
           03 REG-HIST-TAMANHO             PIC 9(01).
           03 REG-HIST-VARIANTE            PIC X(01).
               88 HIST-PARTIDA-MISERE               VALUE 'M'.
           03 FILLER                       PIC X(23).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *-- FILE STATUS --
       01 WS-FS-INSCRITO                   PIC X(02) VALUE '00'.
           88 FS-INSCRITO-OK                        VALUE '00'.
       01 WS-FS-CHAVE                      PIC X(02) VALUE '00'.
           88 FS-CHAVE-OK                           VALUE '00'.
       01 WS-FS-CHAVNOVA                   PIC X(02) VALUE '00'.
           88 FS-CHAVNOVA-OK                        VALUE '00'.
       01 WS-FS-PLACAR                     PIC X(02) VALUE '00'.
           88 FS-PLACAR-OK                          VALUE '00'.
           88 FS-PLACAR-NAO-ENCONTRADO              VALUE '35'.
       01 WS-FS-HIST                       PIC X(02) VALUE '00'.
           88 FS-HIST-OK                            VALUE '00'.
           88 FS-HIST-NAO-ENCONTRADO                VALUE '35'.

       01 WS-FIM                           PIC X(01) VALUE 'N'.
       01 WS-DATA-HOJE                     PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA                    PIC 9(08) VALUE ZEROS.
       01 WS-REGRA-PARM                    PIC X(08) VALUE SPACES.

      *-- O CABECALHO DA COPA EM MEMORIA --
       01 WS-COPA.
           03 WS-COPA-CRIACAO.
              05 WS-COPA-DATA              PIC 9(08) VALUE ZEROS.
              05 WS-COPA-HORA              PIC 9(06) VALUE ZEROS.
           03 WS-COPA-REGRA                PIC X(08) VALUE SPACES.
               88 WS-REGRA-REJOGO                   VALUE 'REJOGO'.
               88 WS-REGRA-SEMENTE                  VALUE 'SEMENTE'.
           03 WS-COPA-TAMANHO              PIC 9(03) VALUE ZERO.
           03 WS-COPA-INSCRITOS            PIC 9(03) VALUE ZERO.
           03 WS-COPA-CAMPEAO              PIC X(15) VALUE SPACES.
           03 WS-COPA-DATA-CAMPEAO         PIC 9(08) VALUE ZEROS.
      *-- 'S' = A COPA JA EXISTIA (CHAVE LIDO), 'N' = CRIADA AGORA --
       01 WS-COPA-EXISTIA                  PIC X(01) VALUE 'N'.
       01 WS-CAMPEAO-ANTES                 PIC X(15) VALUE SPACES.

      *-- INSCRITOS, NA ORDEM DOS CARTOES E DEPOIS NA DA SEMENTE --
       01 WS-INS-TABELA.
           03 WS-INS-MAX                   PIC 9(03) VALUE 64.
           03 WS-INS-COUNT                 PIC 9(03) VALUE ZERO.
           03 WS-INS-IX                    PIC 9(03) VALUE ZERO.
           03 WS-INS-J                     PIC 9(03) VALUE ZERO.
           03 WS-INS-ENTRADA OCCURS 64.
               05 WS-INS-NOME              PIC X(15).
               05 WS-INS-JOGOS             PIC 9(06).
               05 WS-INS-VITORIAS          PIC 9(06).
               05 WS-INS-EMPATES           PIC 9(06).
               05 WS-INS-PONTOS            PIC 9(07).
       01 WS-INS-TROCA.
           03 WS-TROCA-NOME                PIC X(15).
           03 WS-TROCA-JOGOS               PIC 9(06).
           03 WS-TROCA-VITORIAS            PIC 9(06).
           03 WS-TROCA-EMPATES             PIC 9(06).
           03 WS-TROCA-PONTOS              PIC 9(07).
       01 WS-AGREGA-NOME                   PIC X(15) VALUE SPACES.
       01 WS-AGREGA-VITORIAS               PIC 9(06) VALUE ZEROS.

      *-- ORDEM CLASSICA DAS SEMENTES NAS VAGAS DA PRIMEIRA RODADA --
       01 WS-ORDEM-TABELA.
           03 WS-ORD-LEN                   PIC 9(03) VALUE ZERO.
           03 WS-ORD-IX                    PIC 9(03) VALUE ZERO.
           03 WS-ORD-SEMENTE               PIC 9(03) VALUE ZERO.
           03 WS-ORD OCCURS 64             PIC 9(03).

      *-- OS CONFRONTOS, NA NUMERACAO DE ARVORE (1 = FINAL) --
       01 WS-JOGO-TABELA.
           03 WS-JOGO-COUNT                PIC 9(03) VALUE ZERO.
           03 WS-JOGO-IX                   PIC 9(03) VALUE ZERO.
           03 WS-JOGO-PAI                  PIC 9(03) VALUE ZERO.
           03 WS-JOGO-RESTO                PIC 9(01) VALUE ZERO.
           03 WS-JOGO-ENTRADA OCCURS 63.
               05 WS-JOGO-SEMENTE-A        PIC 9(03).
               05 WS-JOGO-NOME-A           PIC X(15).
               05 WS-JOGO-SEMENTE-B        PIC 9(03).
               05 WS-JOGO-NOME-B           PIC X(15).
               05 WS-JOGO-VENCEDOR         PIC X(15).
      *-- 'V' = VITORIA, 'S' = EMPATE DECIDIDO PELA SEMENTE,
      *-- 'I' = ISENTO (BYE) --
               05 WS-JOGO-COMO             PIC X(01).
               05 WS-JOGO-DATA             PIC 9(08).
       01 WS-VENC-NOME                     PIC X(15) VALUE SPACES.
       01 WS-VENC-SEMENTE                  PIC 9(03) VALUE ZERO.
       01 WS-VENC-COMO                     PIC X(01) VALUE SPACE.
       01 WS-VENC-DATA                     PIC 9(08) VALUE ZEROS.
       01 WS-ACHOU-CONFRONTO               PIC X(01) VALUE 'N'.

      *-- CONTAGENS DA EXECUCAO --
       01 WS-CONFRONTOS-DECIDIDOS          PIC 9(03) VALUE ZERO.
       01 WS-PARTIDAS-CONSIDERADAS         PIC 9(06) VALUE ZEROS.

      *-- IMPRESSAO POR RODADA --
       01 WS-RODADA-INI                    PIC 9(03) VALUE ZERO.
       01 WS-RODADA-FIM                    PIC 9(03) VALUE ZERO.
       01 WS-RODADA-NUM                    PIC 9(02) VALUE ZERO.
       01 WS-LINHA-RODADA.
           03 FILLER                       PIC X(04) VALUE '--- '.
           03 WS-LNR-NOME                  PIC X(20).
           03 FILLER                       PIC X(04) VALUE ' ---'.
       01 WS-LINHA-JOGO.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 FILLER                       PIC X(01) VALUE '('.
           03 WS-LNJ-SEMENTE-A             PIC ZZ.
           03 FILLER                       PIC X(02) VALUE ') '.
           03 WS-LNJ-NOME-A                PIC X(15).
           03 FILLER                       PIC X(05) VALUE ' X  ('.
           03 WS-LNJ-SEMENTE-B             PIC ZZ.
           03 FILLER                       PIC X(02) VALUE ') '.
           03 WS-LNJ-NOME-B                PIC X(15).
           03 FILLER                       PIC X(04) VALUE ' -> '.
           03 WS-LNJ-VENCEDOR              PIC X(15).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNJ-COMO                  PIC X(09).
       01 WS-LINHA-SEMENTE.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WS-LNS-SEMENTE               PIC Z9.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WS-LNS-NOME                  PIC X(15).
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WS-LNS-PONTOS                PIC ZZZZZZ9.
           03 FILLER                       PIC X(08) VALUE ' PONTOS '.
           03 WS-LNS-VITORIAS              PIC ZZZZZ9.
           03 FILLER                       PIC X(09) VALUE ' VITORIAS'.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       LINKAGE SECTION.
       01 LK-PARM.
           03 LK-PARM-LEN                  PIC S9(04) COMP.
           03 LK-PARM-REGRA                PIC X(08).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      *BOOK PARA ROTINA ABENDS                                        *
      *---------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-PARM.

       00000-INICIO    SECTION.
           PERFORM 10000-INICIALIZAR.
           PERFORM 11000-CARREGAR-CHAVE.
           IF WS-COPA-EXISTIA NOT EQUAL 'S'
               PERFORM 12000-CARREGAR-INSCRITOS
               PERFORM 13000-SEMEAR
               PERFORM 14000-MONTAR-CHAVE
           END-IF.
           IF WS-COPA-CAMPEAO EQUAL SPACES
               PERFORM 20000-AVANCAR-PELO-HISTORICO
           END-IF.
           PERFORM 25000-REGRAVAR-CHAVE.
           PERFORM 30000-FINALIZAR.
       00000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       10000-INICIALIZAR   SECTION.
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           IF LK-PARM-LEN IS GREATER THAN ZERO
               MOVE LK-PARM-REGRA TO WS-REGRA-PARM
           END-IF.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           DISPLAY '********  COPA MATA-MATA  ***********************'
                                                        UPON CONSOLE.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
       10000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       11000-CARREGAR-CHAVE   SECTION.
      *-- O CHAVEAMENTO DA EXECUCAO ANTERIOR, SE EXISTE. SEM ELE (OU
      *-- VAZIO) A COPA E' CRIADA AGORA.
           OPEN INPUT CHAVE-FILE.
           IF NOT FS-CHAVE-OK
               GO TO 11000-SAI
           END-IF.
           MOVE 'N' TO WS-FIM.
           PERFORM 11100-LER-UM-REGISTRO UNTIL WS-FIM EQUAL 'S'.
           CLOSE CHAVE-FILE.
           IF WS-COPA-EXISTIA NOT EQUAL 'S'
               GO TO 11000-SAI
           END-IF.
           MOVE WS-COPA-CAMPEAO TO WS-CAMPEAO-ANTES.
           COMPUTE WS-JOGO-COUNT = WS-COPA-TAMANHO - 1.
           IF WS-REGRA-PARM NOT EQUAL SPACES
              AND WS-REGRA-PARM NOT EQUAL WS-COPA-REGRA
               DISPLAY 'REGRA DO PARM (' WS-REGRA-PARM ') IGNORADA - '
                       'A COPA SEGUE COM ' WS-COPA-REGRA
                                                        UPON CONSOLE
           END-IF.
       11000-SAI.
           EXIT.
       11000-99-EXIT.  EXIT.

      *---------------
       11100-LER-UM-REGISTRO SECTION.
           READ CHAVE-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 11100-SAI
           END-READ.
           EVALUATE TRUE
               WHEN CHV-CABECALHO
                   MOVE 'S'              TO WS-COPA-EXISTIA
                   MOVE CAB-DATA         TO WS-COPA-DATA
                   MOVE CAB-HORA         TO WS-COPA-HORA
                   MOVE CAB-REGRA        TO WS-COPA-REGRA
                   MOVE CAB-TAMANHO      TO WS-COPA-TAMANHO
                   MOVE CAB-INSCRITOS    TO WS-COPA-INSCRITOS
                   MOVE CAB-CAMPEAO      TO WS-COPA-CAMPEAO
                   MOVE CAB-DATA-CAMPEAO TO WS-COPA-DATA-CAMPEAO
               WHEN CHV-CONFRONTO
                   IF JOG-NUMERO IS NUMERIC
                      AND JOG-NUMERO IS GREATER THAN ZERO
                      AND JOG-NUMERO IS NOT GREATER THAN 63
                       MOVE JOG-NUMERO TO WS-JOGO-IX
                       MOVE JOG-SEMENTE-A
                           TO WS-JOGO-SEMENTE-A(WS-JOGO-IX)
                       MOVE JOG-NOME-A    TO WS-JOGO-NOME-A(WS-JOGO-IX)
                       MOVE JOG-SEMENTE-B
                           TO WS-JOGO-SEMENTE-B(WS-JOGO-IX)
                       MOVE JOG-NOME-B    TO WS-JOGO-NOME-B(WS-JOGO-IX)
                       MOVE JOG-VENCEDOR
                           TO WS-JOGO-VENCEDOR(WS-JOGO-IX)
                       MOVE JOG-COMO      TO WS-JOGO-COMO(WS-JOGO-IX)
                       MOVE JOG-DATA      TO WS-JOGO-DATA(WS-JOGO-IX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       11100-SAI.
           EXIT.
       11100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       12000-CARREGAR-INSCRITOS   SECTION.
      *-- COPA NOVA: A REGRA DE EMPATE VEM DO PARM E OS INSCRITOS DOS
      *-- CARTOES (NOME REPETIDO CONTA UMA VEZ).
           EVALUATE WS-REGRA-PARM
               WHEN SPACES
                   SET WS-REGRA-REJOGO TO TRUE
               WHEN 'REJOGO'
               WHEN 'SEMENTE'
                   MOVE WS-REGRA-PARM TO WS-COPA-REGRA
               WHEN OTHER
                   DISPLAY 'REGRA DE EMPATE INVALIDA: ' WS-REGRA-PARM
                           ' (USE REJOGO OU SEMENTE)'  UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT INSCRITO-FILE.
           IF NOT FS-INSCRITO-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR OS INSCRITOS,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-INSCRITO UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-FIM.
           PERFORM 12100-LER-UM-INSCRITO UNTIL WS-FIM EQUAL 'S'.
           CLOSE INSCRITO-FILE.

           IF WS-INS-COUNT IS LESS THAN 2
               DISPLAY 'A COPA PRECISA DE PELO MENOS DOIS INSCRITOS'
                                                        UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       12000-99-EXIT.  EXIT.

      *---------------
       12100-LER-UM-INSCRITO SECTION.
           READ INSCRITO-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 12100-SAI
           END-READ.
           IF INS-NOME EQUAL SPACES
              OR INS-NOME(1:1) EQUAL '*'
               GO TO 12100-SAI
           END-IF.
           PERFORM VARYING WS-INS-IX FROM 1 BY 1
                   UNTIL WS-INS-IX > WS-INS-COUNT
               IF WS-INS-NOME(WS-INS-IX) EQUAL INS-NOME
                   GO TO 12100-SAI
               END-IF
           END-PERFORM.
           IF WS-INS-COUNT NOT LESS THAN WS-INS-MAX
               DISPLAY 'MAIS DE ' WS-INS-MAX ' INSCRITOS - A COPA '
                       'NAO FOI CRIADA'                UPON CONSOLE
               CLOSE INSCRITO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-INS-COUNT.
           MOVE INS-NOME TO WS-INS-NOME(WS-INS-COUNT).
           MOVE ZEROS    TO WS-INS-JOGOS(WS-INS-COUNT)
                            WS-INS-VITORIAS(WS-INS-COUNT)
                            WS-INS-EMPATES(WS-INS-COUNT)
                            WS-INS-PONTOS(WS-INS-COUNT).
       12100-SAI.
           EXIT.
       12100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       13000-SEMEAR   SECTION.
      *-- A CLASSIFICACAO DO JVRANK RESTRITA AOS INSCRITOS. A TROCA SO
      *-- ACONTECE COM VANTAGEM ESTRITA, ENTAO QUEM EMPATA (E QUEM NAO
      *-- JOGOU) FICA NA ORDEM DOS CARTOES.
           OPEN INPUT PLACAR-FILE.
           IF FS-PLACAR-NAO-ENCONTRADO
               DISPLAY 'SEM PLACAR - SEMENTES NA ORDEM DOS CARTOES'
                                                        UPON CONSOLE
               GO TO 13000-ORDENAR
           END-IF.
           IF NOT FS-PLACAR-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO PLACAR,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-PLACAR   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-FIM.
           PERFORM 13100-LER-UMA-DUPLA UNTIL WS-FIM EQUAL 'S'.
           CLOSE PLACAR-FILE.

       13000-ORDENAR.
           PERFORM VARYING WS-INS-IX FROM 1 BY 1
                   UNTIL WS-INS-IX > WS-INS-COUNT
               COMPUTE WS-INS-PONTOS(WS-INS-IX) =
                   (WS-INS-VITORIAS(WS-INS-IX) * 3)
                   + WS-INS-EMPATES(WS-INS-IX)
               END-COMPUTE
           END-PERFORM.
           PERFORM VARYING WS-INS-J FROM 1 BY 1
                   UNTIL WS-INS-J >= WS-INS-COUNT
               PERFORM VARYING WS-INS-IX FROM 1 BY 1
                       UNTIL WS-INS-IX >= WS-INS-COUNT
                   IF WS-INS-PONTOS(WS-INS-IX) IS LESS THAN
                           WS-INS-PONTOS(WS-INS-IX + 1)
                      OR (WS-INS-PONTOS(WS-INS-IX) IS EQUAL TO
                           WS-INS-PONTOS(WS-INS-IX + 1)
                       AND WS-INS-VITORIAS(WS-INS-IX) IS LESS THAN
                           WS-INS-VITORIAS(WS-INS-IX + 1))
                       MOVE WS-INS-ENTRADA(WS-INS-IX)
                           TO WS-INS-TROCA
                       MOVE WS-INS-ENTRADA(WS-INS-IX + 1)
                           TO WS-INS-ENTRADA(WS-INS-IX)
                       MOVE WS-INS-TROCA
                           TO WS-INS-ENTRADA(WS-INS-IX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       13000-99-EXIT.  EXIT.

      *---------------
       13100-LER-UMA-DUPLA SECTION.
           READ PLACAR-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 13100-SAI
           END-READ.
           MOVE REG-PLACAR-CHAVE-X    TO WS-AGREGA-NOME.
           MOVE REG-PLACAR-VITORIAS-X TO WS-AGREGA-VITORIAS.
           PERFORM AGREGAR-INSCRITO.
           MOVE REG-PLACAR-CHAVE-O    TO WS-AGREGA-NOME.
           MOVE REG-PLACAR-VITORIAS-O TO WS-AGREGA-VITORIAS.
           PERFORM AGREGAR-INSCRITO.
       13100-SAI.
           EXIT.
       13100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       14000-MONTAR-CHAVE   SECTION.
      *-- O TAMANHO E' A PRIMEIRA POTENCIA DE DOIS QUE CABE TODOS. A
      *-- ORDEM CLASSICA E' FEITA DOBRANDO A LISTA: CADA SEMENTE S
      *-- GANHA AO LADO A ADVERSARIA 2*LEN+1-S. SEMENTE MAIOR QUE O
      *-- NUMERO DE INSCRITOS E' VAGA VAZIA (ISENCAO DO ADVERSARIO).
           MOVE WS-DATA-HOJE        TO WS-COPA-DATA.
           MOVE WS-HORA-AGORA(1:6)  TO WS-COPA-HORA.
           MOVE WS-INS-COUNT        TO WS-COPA-INSCRITOS.
           MOVE 2 TO WS-COPA-TAMANHO.
           PERFORM UNTIL WS-COPA-TAMANHO NOT LESS THAN WS-INS-COUNT
               MULTIPLY 2 BY WS-COPA-TAMANHO
           END-PERFORM.
           COMPUTE WS-JOGO-COUNT = WS-COPA-TAMANHO - 1.

           MOVE 1 TO WS-ORD(1).
           MOVE 1 TO WS-ORD-LEN.
           PERFORM UNTIL WS-ORD-LEN NOT LESS THAN WS-COPA-TAMANHO
               PERFORM VARYING WS-ORD-IX FROM WS-ORD-LEN BY -1
                       UNTIL WS-ORD-IX < 1
                   MOVE WS-ORD(WS-ORD-IX) TO WS-ORD-SEMENTE
                   MOVE WS-ORD-SEMENTE TO WS-ORD(2 * WS-ORD-IX - 1)
                   COMPUTE WS-ORD(2 * WS-ORD-IX) =
                       2 * WS-ORD-LEN + 1 - WS-ORD-SEMENTE
                   END-COMPUTE
               END-PERFORM
               MULTIPLY 2 BY WS-ORD-LEN
           END-PERFORM.

           PERFORM VARYING WS-JOGO-IX FROM 1 BY 1
                   UNTIL WS-JOGO-IX > WS-JOGO-COUNT
               MOVE ZEROS  TO WS-JOGO-SEMENTE-A(WS-JOGO-IX)
                              WS-JOGO-SEMENTE-B(WS-JOGO-IX)
                              WS-JOGO-DATA(WS-JOGO-IX)
               MOVE SPACES TO WS-JOGO-NOME-A(WS-JOGO-IX)
                              WS-JOGO-NOME-B(WS-JOGO-IX)
                              WS-JOGO-VENCEDOR(WS-JOGO-IX)
                              WS-JOGO-COMO(WS-JOGO-IX)
           END-PERFORM.

      *-- PRIMEIRA RODADA: CONFRONTOS TAMANHO/2 ATE TAMANHO-1, CADA
      *-- UM COM UM PAR SEGUIDO DA ORDEM CLASSICA
           COMPUTE WS-JOGO-IX = WS-COPA-TAMANHO / 2.
           PERFORM VARYING WS-ORD-IX FROM 1 BY 2
                   UNTIL WS-ORD-IX > WS-COPA-TAMANHO
               MOVE WS-ORD(WS-ORD-IX) TO WS-ORD-SEMENTE
               IF WS-ORD-SEMENTE NOT GREATER THAN WS-INS-COUNT
                   MOVE WS-ORD-SEMENTE
                       TO WS-JOGO-SEMENTE-A(WS-JOGO-IX)
                   MOVE WS-INS-NOME(WS-ORD-SEMENTE)
                       TO WS-JOGO-NOME-A(WS-JOGO-IX)
               END-IF
               MOVE WS-ORD(WS-ORD-IX + 1) TO WS-ORD-SEMENTE
               IF WS-ORD-SEMENTE NOT GREATER THAN WS-INS-COUNT
                   MOVE WS-ORD-SEMENTE
                       TO WS-JOGO-SEMENTE-B(WS-JOGO-IX)
                   MOVE WS-INS-NOME(WS-ORD-SEMENTE)
                       TO WS-JOGO-NOME-B(WS-JOGO-IX)
               END-IF
               ADD 1 TO WS-JOGO-IX
           END-PERFORM.

      *-- AS ISENCOES SOBEM JA NA CRIACAO
           COMPUTE WS-JOGO-IX = WS-COPA-TAMANHO / 2.
           PERFORM UNTIL WS-JOGO-IX > WS-JOGO-COUNT
               IF WS-JOGO-NOME-B(WS-JOGO-IX) EQUAL SPACES
                   MOVE WS-JOGO-NOME-A(WS-JOGO-IX)    TO WS-VENC-NOME
                   MOVE WS-JOGO-SEMENTE-A(WS-JOGO-IX) TO WS-VENC-SEMENTE
                   MOVE 'I'                           TO WS-VENC-COMO
                   MOVE WS-DATA-HOJE                  TO WS-VENC-DATA
                   PERFORM DECIDIR-CONFRONTO
               END-IF
               IF WS-JOGO-NOME-A(WS-JOGO-IX) EQUAL SPACES
                   MOVE WS-JOGO-NOME-B(WS-JOGO-IX)    TO WS-VENC-NOME
                   MOVE WS-JOGO-SEMENTE-B(WS-JOGO-IX) TO WS-VENC-SEMENTE
                   MOVE 'I'                           TO WS-VENC-COMO
                   MOVE WS-DATA-HOJE                  TO WS-VENC-DATA
                   PERFORM DECIDIR-CONFRONTO
               END-IF
               ADD 1 TO WS-JOGO-IX
           END-PERFORM.

           DISPLAY 'COPA CRIADA EM ' WS-COPA-DATA ' COM '
                   WS-COPA-INSCRITOS ' INSCRITOS, CHAVE DE '
                   WS-COPA-TAMANHO ', REGRA DE EMPATE '
                   WS-COPA-REGRA                        UPON CONSOLE.
           DISPLAY ' '                                  UPON CONSOLE.
           DISPLAY 'SEMENTES (CLASSIFICACAO DA TEMPORADA):'
                                                        UPON CONSOLE.
           PERFORM VARYING WS-INS-IX FROM 1 BY 1
                   UNTIL WS-INS-IX > WS-INS-COUNT
               MOVE WS-INS-IX                TO WS-LNS-SEMENTE
               MOVE WS-INS-NOME(WS-INS-IX)   TO WS-LNS-NOME
               MOVE WS-INS-PONTOS(WS-INS-IX) TO WS-LNS-PONTOS
               MOVE WS-INS-VITORIAS(WS-INS-IX)
                                             TO WS-LNS-VITORIAS
               DISPLAY WS-LINHA-SEMENTE                 UPON CONSOLE
           END-PERFORM.
       14000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       20000-AVANCAR-PELO-HISTORICO   SECTION.
      *-- AS PARTIDAS DEPOIS DA CRIACAO DA COPA, NA ORDEM EM QUE
      *-- ACONTECERAM. O VENCEDOR DE UM CONFRONTO JA ENTRA NO
      *-- SEGUINTE, ENTAO UMA PARTIDA MAIS TARDE DA MESMA VARREDURA
      *-- PODE DECIDIR A RODADA SEGUINTE.
           OPEN INPUT HIST-FILE.
           IF FS-HIST-NAO-ENCONTRADO
               DISPLAY 'SEM HISTORICO (HISTPART) NESTA EXECUCAO'
                                                        UPON CONSOLE
               GO TO 20000-SAI
           END-IF.
           IF NOT FS-HIST-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O HISTPART,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-HIST     UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-FIM.
           PERFORM 20100-LER-UMA-PARTIDA UNTIL WS-FIM EQUAL 'S'.
           CLOSE HIST-FILE.
       20000-SAI.
           EXIT.
       20000-99-EXIT.  EXIT.

      *---------------
       20100-LER-UMA-PARTIDA SECTION.
           READ HIST-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 20100-SAI
           END-READ.
           IF REG-HIST-MOMENTO NOT GREATER THAN WS-COPA-CRIACAO
               GO TO 20100-SAI
           END-IF.
      *-- CONFRONTO DA COPA E' DISPUTADO NA REGRA NORMAL
           IF HIST-PARTIDA-MISERE
               GO TO 20100-SAI
           END-IF.
           IF WS-COPA-CAMPEAO NOT EQUAL SPACES
               MOVE 'S' TO WS-FIM
               GO TO 20100-SAI
           END-IF.

      *-- UM JOGADOR ESTA EM NO MAXIMO UM CONFRONTO ABERTO POR VEZ:
      *-- A PRIMEIRA DUPLA QUE CASA E' A UNICA
           MOVE 'N' TO WS-ACHOU-CONFRONTO.
           PERFORM VARYING WS-JOGO-IX FROM 1 BY 1
                   UNTIL WS-JOGO-IX > WS-JOGO-COUNT
                      OR WS-ACHOU-CONFRONTO EQUAL 'S'
               IF WS-JOGO-VENCEDOR(WS-JOGO-IX) EQUAL SPACES
                  AND WS-JOGO-NOME-A(WS-JOGO-IX) NOT EQUAL SPACES
                  AND WS-JOGO-NOME-B(WS-JOGO-IX) NOT EQUAL SPACES
                  AND ((REG-HIST-PLAYER-X EQUAL
                            WS-JOGO-NOME-A(WS-JOGO-IX)
                    AND REG-HIST-PLAYER-O EQUAL
                            WS-JOGO-NOME-B(WS-JOGO-IX))
                   OR (REG-HIST-PLAYER-X EQUAL
                            WS-JOGO-NOME-B(WS-JOGO-IX)
                    AND REG-HIST-PLAYER-O EQUAL
                            WS-JOGO-NOME-A(WS-JOGO-IX)))
                   MOVE 'S' TO WS-ACHOU-CONFRONTO
                   SUBTRACT 1 FROM WS-JOGO-IX
               END-IF
           END-PERFORM.
           IF WS-ACHOU-CONFRONTO NOT EQUAL 'S'
               GO TO 20100-SAI
           END-IF.
           ADD 1 TO WS-PARTIDAS-CONSIDERADAS.

           MOVE 'V'           TO WS-VENC-COMO.
           MOVE REG-HIST-DATA TO WS-VENC-DATA.
           EVALUATE REG-HIST-VENCEDOR
               WHEN 'X'
                   MOVE REG-HIST-PLAYER-X TO WS-VENC-NOME
               WHEN 'O'
                   MOVE REG-HIST-PLAYER-O TO WS-VENC-NOME
               WHEN 'E'
                   IF WS-REGRA-REJOGO
                       GO TO 20100-SAI
                   END-IF
                   MOVE 'S' TO WS-VENC-COMO
                   IF WS-JOGO-SEMENTE-A(WS-JOGO-IX) IS LESS THAN
                           WS-JOGO-SEMENTE-B(WS-JOGO-IX)
                       MOVE WS-JOGO-NOME-A(WS-JOGO-IX) TO WS-VENC-NOME
                   ELSE
                       MOVE WS-JOGO-NOME-B(WS-JOGO-IX) TO WS-VENC-NOME
                   END-IF
               WHEN OTHER
                   DISPLAY 'PARTIDA COM RESULTADO INVALIDO IGNORADA: '
                           REG-HIST-CHAVE               UPON CONSOLE
                   GO TO 20100-SAI
           END-EVALUATE.
           IF WS-VENC-NOME EQUAL WS-JOGO-NOME-A(WS-JOGO-IX)
               MOVE WS-JOGO-SEMENTE-A(WS-JOGO-IX) TO WS-VENC-SEMENTE
           ELSE
               MOVE WS-JOGO-SEMENTE-B(WS-JOGO-IX) TO WS-VENC-SEMENTE
           END-IF.
           PERFORM DECIDIR-CONFRONTO.
           ADD 1 TO WS-CONFRONTOS-DECIDIDOS.
       20100-SAI.
           EXIT.
       20100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       25000-REGRAVAR-CHAVE   SECTION.
      *-- O CHAVEAMENTO ATUALIZADO SAI NO DD CHAVNOVA.
           OPEN OUTPUT CHAVNOVA-FILE.
           IF NOT FS-CHAVNOVA-OK
               DISPLAY 'NAO FOI POSSIVEL GRAVAR CHAVNOVA,'
                                                        UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-CHAVNOVA  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES               TO REG-CHAVE.
           MOVE 'C'                  TO CHV-TIPO.
           MOVE WS-COPA-DATA         TO CAB-DATA.
           MOVE WS-COPA-HORA         TO CAB-HORA.
           MOVE WS-COPA-REGRA        TO CAB-REGRA.
           MOVE WS-COPA-TAMANHO      TO CAB-TAMANHO.
           MOVE WS-COPA-INSCRITOS    TO CAB-INSCRITOS.
           MOVE WS-COPA-CAMPEAO      TO CAB-CAMPEAO.
           MOVE WS-COPA-DATA-CAMPEAO TO CAB-DATA-CAMPEAO.
           MOVE REG-CHAVE TO REG-CHAVNOVA.
           WRITE REG-CHAVNOVA.

           PERFORM VARYING WS-JOGO-IX FROM 1 BY 1
                   UNTIL WS-JOGO-IX > WS-JOGO-COUNT
               MOVE SPACES TO REG-CHAVE
               MOVE 'J'                           TO CHV-TIPO
               MOVE WS-JOGO-IX                    TO JOG-NUMERO
               MOVE WS-JOGO-SEMENTE-A(WS-JOGO-IX) TO JOG-SEMENTE-A
               MOVE WS-JOGO-NOME-A(WS-JOGO-IX)    TO JOG-NOME-A
               MOVE WS-JOGO-SEMENTE-B(WS-JOGO-IX) TO JOG-SEMENTE-B
               MOVE WS-JOGO-NOME-B(WS-JOGO-IX)    TO JOG-NOME-B
               MOVE WS-JOGO-VENCEDOR(WS-JOGO-IX)  TO JOG-VENCEDOR
               MOVE WS-JOGO-COMO(WS-JOGO-IX)      TO JOG-COMO
               MOVE WS-JOGO-DATA(WS-JOGO-IX)      TO JOG-DATA
               MOVE REG-CHAVE TO REG-CHAVNOVA
               WRITE REG-CHAVNOVA
           END-PERFORM.
           CLOSE CHAVNOVA-FILE.
       25000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------
       AGREGAR-INSCRITO SECTION.
      *-- SO INTERESSA QUEM ESTA INSCRITO; O RESTO DO PLACAR E'
      *-- IGNORADO.
           PERFORM VARYING WS-INS-IX FROM 1 BY 1
                   UNTIL WS-INS-IX > WS-INS-COUNT
               IF WS-INS-NOME(WS-INS-IX) EQUAL WS-AGREGA-NOME
                   ADD REG-PLACAR-PARTIDAS TO WS-INS-JOGOS(WS-INS-IX)
                   ADD WS-AGREGA-VITORIAS
                       TO WS-INS-VITORIAS(WS-INS-IX)
                   ADD REG-PLACAR-EMPATES  TO WS-INS-EMPATES(WS-INS-IX)
               END-IF
           END-PERFORM.
       AGREGAR-INSCRITO-EXIT.
           EXIT.

      *---------------
       DECIDIR-CONFRONTO SECTION.
      *-- GRAVA O VENCEDOR NO CONFRONTO WS-JOGO-IX E O LEVA PARA O
      *-- CONFRONTO PAI (N/2), DO LADO A SE N E' PAR, DO B SE IMPAR.
      *-- O VENCEDOR DO CONFRONTO 1 E' O CAMPEAO.
           MOVE WS-VENC-NOME TO WS-JOGO-VENCEDOR(WS-JOGO-IX).
           MOVE WS-VENC-COMO TO WS-JOGO-COMO(WS-JOGO-IX).
           MOVE WS-VENC-DATA TO WS-JOGO-DATA(WS-JOGO-IX).
           IF WS-JOGO-IX EQUAL 1
               MOVE WS-VENC-NOME TO WS-COPA-CAMPEAO
               MOVE WS-VENC-DATA TO WS-COPA-DATA-CAMPEAO
               GO TO DECIDIR-CONFRONTO-SAI
           END-IF.
           DIVIDE WS-JOGO-IX BY 2 GIVING WS-JOGO-PAI
               REMAINDER WS-JOGO-RESTO.
           IF WS-JOGO-RESTO EQUAL ZERO
               MOVE WS-VENC-NOME    TO WS-JOGO-NOME-A(WS-JOGO-PAI)
               MOVE WS-VENC-SEMENTE TO WS-JOGO-SEMENTE-A(WS-JOGO-PAI)
           ELSE
               MOVE WS-VENC-NOME    TO WS-JOGO-NOME-B(WS-JOGO-PAI)
               MOVE WS-VENC-SEMENTE TO WS-JOGO-SEMENTE-B(WS-JOGO-PAI)
           END-IF.
       DECIDIR-CONFRONTO-SAI.
           EXIT.
       DECIDIR-CONFRONTO-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       30000-FINALIZAR   SECTION.
      *-- O CHAVEAMENTO INTEIRO, DA PRIMEIRA RODADA A FINAL.
           DISPLAY ' '                                  UPON CONSOLE.
           DISPLAY 'COPA DE ' WS-COPA-DATA ' - ' WS-COPA-INSCRITOS
                   ' INSCRITOS - REGRA DE EMPATE ' WS-COPA-REGRA
                                                        UPON CONSOLE.
           DISPLAY 'CONFRONTOS DECIDIDOS NESTA EXECUCAO = '
                   WS-CONFRONTOS-DECIDIDOS              UPON CONSOLE.

           COMPUTE WS-RODADA-INI = WS-COPA-TAMANHO / 2.
           MOVE ZERO TO WS-RODADA-NUM.
           PERFORM UNTIL WS-RODADA-INI < 1
               ADD 1 TO WS-RODADA-NUM
               COMPUTE WS-RODADA-FIM = 2 * WS-RODADA-INI - 1
               EVALUATE WS-RODADA-INI
                   WHEN 1  MOVE 'FINAL'            TO WS-LNR-NOME
                   WHEN 2  MOVE 'SEMIFINAIS'       TO WS-LNR-NOME
                   WHEN 4  MOVE 'QUARTAS DE FINAL' TO WS-LNR-NOME
                   WHEN 8  MOVE 'OITAVAS DE FINAL' TO WS-LNR-NOME
                   WHEN OTHER
                       MOVE SPACES TO WS-LNR-NOME
                       STRING 'RODADA ' WS-RODADA-NUM
                           DELIMITED BY SIZE INTO WS-LNR-NOME
               END-EVALUATE
               DISPLAY ' '                              UPON CONSOLE
               DISPLAY WS-LINHA-RODADA                  UPON CONSOLE
               PERFORM EXIBIR-CONFRONTO
                   VARYING WS-JOGO-IX FROM WS-RODADA-INI BY 1
                   UNTIL WS-JOGO-IX > WS-RODADA-FIM
               DIVIDE 2 INTO WS-RODADA-INI
           END-PERFORM.

           DISPLAY ' '                                  UPON CONSOLE.
           IF WS-COPA-CAMPEAO EQUAL SPACES
               DISPLAY 'COPA EM ANDAMENTO'              UPON CONSOLE
           ELSE
               IF WS-CAMPEAO-ANTES EQUAL SPACES
                   DISPLAY 'CAMPEAO REGISTRADO: ' WS-COPA-CAMPEAO
                           ' EM ' WS-COPA-DATA-CAMPEAO  UPON CONSOLE
               ELSE
                   DISPLAY 'COPA ENCERRADA - CAMPEAO: '
                           WS-COPA-CAMPEAO ' EM '
                           WS-COPA-DATA-CAMPEAO         UPON CONSOLE
               END-IF
           END-IF.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.
       30000-FINALIZAR-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------
       EXIBIR-CONFRONTO SECTION.
           MOVE WS-JOGO-SEMENTE-A(WS-JOGO-IX) TO WS-LNJ-SEMENTE-A.
           MOVE WS-JOGO-NOME-A(WS-JOGO-IX)    TO WS-LNJ-NOME-A.
           MOVE WS-JOGO-SEMENTE-B(WS-JOGO-IX) TO WS-LNJ-SEMENTE-B.
           MOVE WS-JOGO-NOME-B(WS-JOGO-IX)    TO WS-LNJ-NOME-B.
           MOVE WS-JOGO-VENCEDOR(WS-JOGO-IX)  TO WS-LNJ-VENCEDOR.
           EVALUATE WS-JOGO-COMO(WS-JOGO-IX)
               WHEN 'V'  MOVE 'VITORIA'   TO WS-LNJ-COMO
               WHEN 'S'  MOVE 'SEMENTE'   TO WS-LNJ-COMO
               WHEN 'I'  MOVE 'ISENTO'    TO WS-LNJ-COMO
               WHEN OTHER
                   MOVE 'A JOGAR' TO WS-LNJ-COMO
           END-EVALUATE.
      *-- VAGA AINDA SEM DONO NAS RODADAS SEGUINTES; NA PRIMEIRA E'
      *-- A ISENCAO
           IF WS-JOGO-NOME-A(WS-JOGO-IX) EQUAL SPACES
               IF WS-JOGO-IX NOT LESS THAN WS-COPA-TAMANHO / 2
                   MOVE '(ISENTO)' TO WS-LNJ-NOME-A
               ELSE
                   MOVE '?'        TO WS-LNJ-NOME-A
               END-IF
           END-IF.
           IF WS-JOGO-NOME-B(WS-JOGO-IX) EQUAL SPACES
               IF WS-JOGO-IX NOT LESS THAN WS-COPA-TAMANHO / 2
                   MOVE '(ISENTO)' TO WS-LNJ-NOME-B
               ELSE
                   MOVE '?'        TO WS-LNJ-NOME-B
               END-IF
           END-IF.
           DISPLAY WS-LINHA-JOGO                        UPON CONSOLE.
       EXIBIR-CONFRONTO-EXIT.
           EXIT.
