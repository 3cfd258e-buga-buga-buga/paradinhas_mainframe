               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-PLACAR-CHAVE
               FILE STATUS IS WS-FS-PLACAR.
      *---PLACAR DA VARIANTE MISERE (QUEM FECHA A LINHA PERDE), MESMO
      *---LAYOUT DO PLACAR, PARA NAO MISTURAR COM O PLACAR NORMAL
           SELECT PLACARMS-FILE ASSIGN TO PLACARMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-PLMS-CHAVE
               FILE STATUS IS WS-FS-PLACARMS.

      *---LOG DE JOGADAS (REPLAY)
           SELECT REPLAY-FILE ASSIGN TO REPLAY
           SELECT ESTADO-FILE ASSIGN TO ESTADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTADO.

      *---PROBLEMAS TATICOS: O ARQUIVO QUE O JVPROBL GARIMPA DO
      *---REPLAY E O REGISTRO DAS TENTATIVAS DE CADA JOGADOR
           SELECT PROBLEMA-FILE ASSIGN TO PROBLEMA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROBLEMA.
           SELECT PROBTENT-FILE ASSIGN TO PROBTENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROBTENT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
           03 REG-PLACAR-EMPATES           PIC 9(05).
           03 REG-PLACAR-PARTIDAS          PIC 9(05).

       FD  PLACARMS-FILE.
       01  REG-PLMS.
           03 REG-PLMS-CHAVE.
              05 REG-PLMS-CHAVE-X          PIC X(15).
              05 REG-PLMS-CHAVE-O          PIC X(15).
           03 REG-PLMS-VITORIAS-X          PIC 9(05).
           03 REG-PLMS-VITORIAS-O          PIC 9(05).
           03 REG-PLMS-EMPATES             PIC 9(05).
           03 REG-PLMS-PARTIDAS            PIC 9(05).

       FD  REPLAY-FILE
           RECORDING MODE IS F.
       01  REG-REPLAY                      PIC X(60).
           03 REG-HIST-VENCEDOR            PIC X(01).
           03 REG-HIST-JOGADAS             PIC 9(02).
           03 REG-HIST-TAMANHO             PIC 9(01).
           03 REG-HIST-VARIANTE            PIC X(01).
           03 FILLER                       PIC X(23).


       FD  CALIBRA-FILE
           03 REG-EST-PLAYER1              PIC X(15).
           03 REG-EST-PLAYER2              PIC X(15).
           03 REG-EST-TABULEIRO            PIC X(16).
           03 REG-EST-VARIANTE             PIC X(01).

       FD  PROBLEMA-FILE
           RECORDING MODE IS F.
       01  REG-PROBLEMA.
           03 PRB-NUMERO                   PIC 9(05).
           03 FILLER                       PIC X(01).
           03 PRB-TAMANHO                  PIC 9(01).
           03 FILLER                       PIC X(01).
           03 PRB-VEZ                      PIC X(01).
           03 FILLER                       PIC X(01).
           03 PRB-POSICAO                  PIC X(16).
           03 FILLER                       PIC X(01).
           03 PRB-LANCES                   PIC 9(01).
           03 FILLER                       PIC X(01).
           03 PRB-SOLUCAO                  PIC X(02).
           03 FILLER                       PIC X(01).
           03 PRB-PERDIDA                  PIC X(01).
           03 FILLER                       PIC X(47).

      *-- UMA TENTATIVA POR REGISTRO; O PROBLEMA E' IDENTIFICADO PELA
      *-- PROPRIA POSICAO, QUE NAO MUDA QUANDO O JVPROBL RENUMERA --
       FD  PROBTENT-FILE
           RECORDING MODE IS F.
       01  REG-PROBTENT.
           03 PTE-JOGADOR                  PIC X(15).
           03 FILLER                       PIC X(01).
           03 PTE-TAMANHO                  PIC 9(01).
           03 FILLER                       PIC X(01).
           03 PTE-VEZ                      PIC X(01).
           03 FILLER                       PIC X(01).
           03 PTE-POSICAO                  PIC X(16).
           03 FILLER                       PIC X(01).
           03 PTE-DATA                     PIC 9(08).
           03 FILLER                       PIC X(01).
           03 PTE-HORA                     PIC 9(06).
           03 FILLER                       PIC X(01).
           03 PTE-RESPOSTA                 PIC X(02).
           03 FILLER                       PIC X(01).
           03 PTE-ACERTO                   PIC X(01).
           03 FILLER                       PIC X(23).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       01 WS-FS-PLACAR                     PIC X(02) VALUE '00'.
           88 FS-PLACAR-OK                          VALUE '00'.
           88 FS-PLACAR-NAO-ENCONTRADO              VALUE '35'.
       01 WS-FS-PLACARMS                   PIC X(02) VALUE '00'.
           88 FS-PLACARMS-OK                        VALUE '00'.
           88 FS-PLACARMS-NAO-ENCONTRADO            VALUE '35'.
       01 WS-FS-REPLAY                     PIC X(02) VALUE '00'.
      *-- GRAVACAO DO HISTORICO POR PARTIDA --
       01 WS-FS-HIST                       PIC X(02) VALUE '00'.
           88 TABULEIRO-3X3                         VALUE 3.
           88 TABULEIRO-4X4                         VALUE 4.

      *-- REGRA DA PARTIDA: NORMAL OU MISERE (QUEM FECHA A LINHA
      *-- PERDE); ESCOLHIDA UMA VEZ NA SESSAO, JUNTO COM OS NOMES --
       01 WS-REGRA-SW                      PIC X(01) VALUE 'N'.
           88 REGRA-NORMAL                          VALUE 'N'.
           88 REGRA-MISERE                          VALUE 'M'.
       01 WS-REGRA-NOME                    PIC X(06) VALUE 'NORMAL'.

      *-- CABECALHO DE PARTIDA NO LOG DE REPLAY (REGRA E TAMANHO) --
       01 WS-REG-PARTIDA.
           03 FILLER                       PIC X(14)
                                            VALUE 'PARTIDA REGRA '.
           03 WS-PTD-REGRA                 PIC X(06) VALUE SPACES.
           03 FILLER                       PIC X(09)
                                            VALUE ' TAMANHO '.
           03 WS-PTD-TAMANHO               PIC 9(01) VALUE ZERO.
           03 FILLER                       PIC X(30) VALUE SPACES.

      *-- TABULEIRO ALTERNATIVO 4X4 (SO USADO QUANDO TABULEIRO-4X4) --
       01 TABULEIRO-4X4-GRUPO.
           03 CASA4                        PIC X(01) VALUE ' '
               05 WS-CLB-ROTULO            PIC X(07).
               05 WS-CLB-ORCAMENTO         PIC 9(04).
       01 WS-ROTULO-ESCOLHIDO              PIC X(07) VALUE SPACES.

      *-- MODO DE PROBLEMAS TATICOS: POSICOES DO ARQUIVO PROBLEMA
      *-- (JVPROBL) SERVIDAS UMA A UMA; A RESPOSTA VALE SE GANHA TAO
      *-- RAPIDO QUANTO O PROBLEMA PEDE, MESMO QUE NAO SEJA A CASA
      *-- ANOTADA COMO SOLUCAO --
       01 WS-MODO-SW                       PIC X(01) VALUE 'J'.
           88 MODO-PARTIDA                          VALUE 'J'.
           88 MODO-PROBLEMAS                        VALUE 'P'.
       01 WS-FS-PROBLEMA                   PIC X(02) VALUE '00'.
           88 FS-PROBLEMA-OK                        VALUE '00'.
       01 WS-FS-PROBTENT                   PIC X(02) VALUE '00'.
           88 FS-PROBTENT-OK                        VALUE '00'.
           88 FS-PROBTENT-NAO-ENCONTRADO            VALUE '35'.
       01 WS-PRB-FIM-SW                    PIC X(01) VALUE 'N'.
           88 FIM-DOS-PROBLEMAS                     VALUE 'S'.
       01 WS-PRB-OUTRO                     PIC X(01) VALUE 'S'.
      *-- PROBLEMAS QUE O JOGADOR JA RESOLVEU (NAO VOLTAM) --
       01 WS-PRB-RESOLVIDOS.
           03 WS-RSV-MAX                   PIC 9(03) VALUE 500.
           03 WS-RSV-COUNT                 PIC 9(03) VALUE ZERO.
           03 WS-RSV-IX                    PIC 9(03) VALUE ZERO.
           03 WS-RSV-ENTRADA OCCURS 500.
               05 WS-RSV-TAMANHO           PIC 9(01).
               05 WS-RSV-VEZ               PIC X(01).
               05 WS-RSV-POSICAO           PIC X(16).
       01 WS-PRB-JA-RESOLVIDO-SW           PIC X(01) VALUE 'N'.
           88 PROBLEMA-JA-RESOLVIDO                 VALUE 'S'.
       01 WS-PRB-TENT-ANTES                PIC 9(05) VALUE ZEROS.
       01 WS-PRB-ACERTO-ANTES              PIC 9(05) VALUE ZEROS.
       01 WS-PRB-TENT-SESSAO               PIC 9(05) VALUE ZEROS.
       01 WS-PRB-ACERTO-SESSAO             PIC 9(05) VALUE ZEROS.
       01 WS-PRB-TENT-TOTAL                PIC 9(05) VALUE ZEROS.
       01 WS-PRB-ACERTO-TOTAL              PIC 9(05) VALUE ZEROS.
       01 WS-PRB-TAXA                      PIC 9(03) VALUE ZEROS.
       01 WS-PRB-RESPOSTA-SW               PIC X(01) VALUE 'N'.
           88 RESPOSTA-VALIDA                       VALUE 'S'.
       01 WS-PRB-ACERTOU                   PIC X(01) VALUE 'N'.
       01 WS-PRB-COL                       PIC 9(01) VALUE ZERO.
       01 WS-PRB-LIN                       PIC 9(01) VALUE ZERO.
       01 WS-PRB-CEL                       PIC 9(02) VALUE ZERO.
       01 WS-PRB-NCASAS                    PIC 9(02) VALUE ZERO.
       01 WS-PRB-TENTATIVA                 PIC X(16) VALUE SPACES.
       01 WS-PRB-OPON                      PIC X(01) VALUE SPACE.
       01 WS-PRB-PROF                      PIC 9(02) VALUE 1.
       01 WS-PRB-PROF-MAX                  PIC 9(02) VALUE 3.
       01 WS-PRB-TRACE                     PIC X(01) VALUE 'N'.
       01 WS-PRB-ALFA                      PIC S9(03).
       01 WS-PRB-BETA                      PIC S9(03).
       01 WS-PRB-ORC-ZERO                  PIC 9(04) VALUE ZERO.
       01 WS-PRB-REGRA                     PIC X(01) VALUE 'N'.
       01 WS-PRB-MMX-CEL                   PIC 9(02) VALUE ZERO.
       01 WS-PRB-MMX-SCORE                 PIC S9(03) VALUE ZERO.
       01 WS-PRB-VALOR                     PIC S9(03) VALUE ZERO.
       01 WS-PRB-ALVO                      PIC S9(03) VALUE ZERO.
       01 WS-PRB-HORA-AGORA                PIC 9(08) VALUE ZEROS.
       01 WS-TRACE-SW                      PIC X(01) VALUE 'N'.
           88 TRACE-LIGADO                          VALUE 'S'.

      *    PERFORM FINALIZACAO.
           PERFORM LER-PLACAR-HISTORICO.
           PERFORM LER-ESTADO-ANTERIOR.
           IF NOT RETOMAR-PARTIDA
               PERFORM ESCOLHER-MODO
           END-IF.
           IF MODO-PROBLEMAS
               PERFORM PROBLEMAS-TATICOS
           END-IF.
           IF RETOMAR-PARTIDA
               OPEN EXTEND REPLAY-FILE
           ELSE
           DISPLAY PLAYER01 ' VS ' PLAYER02        UPON CONSOLE.
           DISPLAY ' '                             UPON CONSOLE.

      *-- A REGRA TAMBEM VEM DO ESTADO GRAVADO NA RETOMADA; PRECISA
      *-- SER CONHECIDA ANTES DO PLACAR, QUE E' SEPARADO POR REGRA --
           IF NOT RETOMAR-PARTIDA
               DISPLAY 'REGRA DA PARTIDA (N = NORMAL, M = MISERE - '
                       'QUEM FECHA A LINHA PERDE)'  UPON CONSOLE
               ACCEPT WS-REGRA-SW                   FROM CONSOLE
               IF NOT REGRA-MISERE
                   MOVE 'N' TO WS-REGRA-SW
               END-IF
               DISPLAY ' '                         UPON CONSOLE
           END-IF.
           IF REGRA-MISERE
               MOVE 'MISERE' TO WS-REGRA-NOME
               DISPLAY '*** VARIANTE MISERE: QUEM FECHAR A LINHA PERDE'
                       ' ***'                      UPON CONSOLE
               DISPLAY ' '                         UPON CONSOLE
           END-IF.

           PERFORM LOCALIZAR-PLACAR-JOGADORES.

           MOVE 'X' TO WS-DIFICULDADE-SW
           END-IF.

       01COMECAR.
      *-- PARTIDA NOVA (NAO RETOMADA) ABRE COM O CABECALHO NO REPLAY
           IF NJOGADA EQUAL ZERO
               PERFORM GRAVAR-CABECALHO-REPLAY
           END-IF.
           PERFORM TELA.

      *-- RETOMADA NO MEIO DO PAR DE JOGADAS: SE A VEZ GRAVADA ERA
               GO TO JG-ALEATORIO-FIM
           END-IF.

      *-- A HEURISTICA SIMPLES PROCURA FECHAR A LINHA, O QUE NA
      *-- MISERE E' PERDER: ALI O FACIL TAMBEM VAI DE MINIMAX, QUE JA
      *-- FICA FRACO PELO ORCAMENTO PEQUENO DA DIFICULDADE.
           IF DIFICULDADE-FACIL AND NOT REGRA-MISERE
               PERFORM JOGADA-ALEATORIA-SIMPLES
           ELSE
               PERFORM JOGADA-POR-MINIMAX
                   WS-IA-PROFUNDIDADE WS-PROF-MAX-IA WS-TRACE-SW
                   WS-IA-ALFA WS-IA-BETA
                   WS-IA-MELHOR-CELULA WS-IA-MELHOR-SCORE
                   WS-ORCAMENTO-IA WS-REGRA-SW

           IF TABULEIRO-4X4
               PERFORM TRADUZIR-CELULA-4X4
       MOVE-JOGADA-FIM.
           EXIT.

      *---------------
       GRAVAR-CABECALHO-REPLAY SECTION.
      *-- UMA LINHA 'PARTIDA' ANTES DOS LANCES DE CADA PARTIDA, COM A
      *-- REGRA E O TAMANHO, PARA OS LEITORES DO LOG SEPARAREM AS
      *-- PARTIDAS E SABEREM QUAL VARIANTE FOI JOGADA.
           MOVE WS-REGRA-NOME        TO WS-PTD-REGRA
           MOVE WS-TAMANHO-TABULEIRO TO WS-PTD-TAMANHO
           MOVE WS-REG-PARTIDA       TO REG-REPLAY
           WRITE REG-REPLAY.
       GRAVAR-CABECALHO-REPLAY-EXIT.
           EXIT.

      *---------------
       GRAVAR-JOGADA-REPLAY SECTION.
      *-- REGISTRA A JOGADA NO ARQUIVO DE REPLAY (REQ. LOG DE JOGADAS).
              TIRO EQUAL B1 AND TIRO EQUAL B2 AND TIRO EQUAL B3 OR
              TIRO EQUAL C1 AND TIRO EQUAL C2 AND TIRO EQUAL C3 OR
              TIRO EQUAL C1 AND TIRO EQUAL B2 AND TIRO EQUAL A3
               PERFORM ANUNCIAR-VENCEDOR
               PERFORM PLACAR
      *        ACCEPT TIRO FROM CONSOLE
      *    GO TO 30000-FINALIZAR
               TIRO EQUAL CASA4(11) AND TIRO EQUAL CASA4(16)) OR
              (TIRO EQUAL CASA4(4)  AND TIRO EQUAL CASA4(7)  AND
               TIRO EQUAL CASA4(10) AND TIRO EQUAL CASA4(13))
               PERFORM ANUNCIAR-VENCEDOR
               PERFORM PLACAR
           END-IF.
       FINALIZACAO-4X4-FIM.
           EXIT.

      *---------------
       ANUNCIAR-VENCEDOR SECTION.
      *-- TIRO FECHOU A LINHA. NA MISERE QUEM FECHA PERDE: O RESULTADO
      *-- E' INVERTIDO AQUI, ANTES DO PLACAR, DO HISTORICO E DO
      *-- TORNEIO, QUE SO ENXERGAM O VENCEDOR JA CORRIGIDO.
           IF REGRA-MISERE
               DISPLAY TIRO ' FECHOU A LINHA E PERDEU (MISERE)'
                                                   UPON CONSOLE
               IF TIRO EQUAL 'X'
                   MOVE 'O' TO TIRO
               ELSE
                   MOVE 'X' TO TIRO
               END-IF
           END-IF.
           DISPLAY TIRO ' GANHOU'                          UPON CONSOLE.
       ANUNCIAR-VENCEDOR-EXIT.
           EXIT.


      *---------------
       CARREGAR-CALIBRACAO SECTION.
           IF WS-CONTINUAR EQUAL 'S'
               SET RETOMAR-PARTIDA TO TRUE
               MOVE REG-EST-TAMANHO  TO WS-TAMANHO-TABULEIRO
               IF REG-EST-VARIANTE EQUAL 'M'
                   MOVE 'M' TO WS-REGRA-SW
               END-IF
               MOVE REG-EST-NJOGADA  TO NJOGADA
               MOVE REG-EST-SEQ      TO WS-JOGADA-SEQ
               MOVE REG-EST-PLAYER1  TO PLAYER01
           MOVE PLAYER01       TO REG-EST-PLAYER1
           MOVE PLAYER02       TO REG-EST-PLAYER2
           MOVE WS-EST-LINEAR  TO REG-EST-TABULEIRO
           MOVE WS-REGRA-SW    TO REG-EST-VARIANTE
           WRITE REG-ESTADO
           CLOSE ESTADO-FILE.
       GRAVAR-ESTADO-EXIT.
           END-IF
           MOVE NJOGADA TO REG-HIST-JOGADAS
           MOVE WS-TAMANHO-TABULEIRO TO REG-HIST-TAMANHO
           MOVE WS-REGRA-SW TO REG-HIST-VARIANTE
           WRITE REG-HIST
               INVALID KEY
                   CONTINUE
      *-- LE DIRETO PELO REGISTRO DA DUPLA ATUAL (PLAYER01 X PLAYER02)
      *-- E CARREGA SEU HISTORICO; DUPLA AINDA SEM REGISTRO COMECA
      *-- ZERADA. NADA DAS OUTRAS DUPLAS E' CARREGADO NEM REGRAVADO.
      *-- SESSAO MISERE USA O PLACARMS, NUNCA O PLACAR NORMAL.
           IF REGRA-MISERE
               PERFORM LOCALIZAR-PLACAR-MISERE
               GO TO LOCALIZAR-PLACAR-JOGADORES-EXIT
           END-IF
           OPEN INPUT PLACAR-FILE
           MOVE PLAYER01 TO REG-PLACAR-CHAVE-X
           MOVE PLAYER02 TO REG-PLACAR-CHAVE-O
       LOCALIZAR-PLACAR-JOGADORES-EXIT.
           EXIT.

      *---------------
       LOCALIZAR-PLACAR-MISERE SECTION.
      *-- MESMA LEITURA PARA O PLACARMS; A PRIMEIRA SESSAO MISERE DE
      *-- TODAS CRIA O ARQUIVO VAZIO.
           OPEN I-O PLACARMS-FILE
           IF FS-PLACARMS-NAO-ENCONTRADO
               OPEN OUTPUT PLACARMS-FILE
           END-IF
           MOVE ZEROS TO WS-HIST-VITORIAS-X
                         WS-HIST-VITORIAS-O
                         WS-HIST-EMPATES
                         WS-HIST-PARTIDAS
           IF NOT FS-PLACARMS-OK
               GO TO LOCALIZAR-PLACAR-MISERE-EXIT
           END-IF
           MOVE PLAYER01 TO REG-PLMS-CHAVE-X
           MOVE PLAYER02 TO REG-PLMS-CHAVE-O
           READ PLACARMS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-PLMS-VITORIAS-X TO WS-HIST-VITORIAS-X
                   MOVE REG-PLMS-VITORIAS-O TO WS-HIST-VITORIAS-O
                   MOVE REG-PLMS-EMPATES    TO WS-HIST-EMPATES
                   MOVE REG-PLMS-PARTIDAS   TO WS-HIST-PARTIDAS
           END-READ
           CLOSE PLACARMS-FILE.
       LOCALIZAR-PLACAR-MISERE-EXIT.
           EXIT.

      *---------------
       GRAVAR-PLACAR-HISTORICO SECTION.
      *-- RELE O REGISTRO DA DUPLA NA HORA DE GRAVAR E SOMA O
      *-- OUTRA SESSAO QUE TENHA ATUALIZADO A MESMA DUPLA (OU
      *-- QUALQUER OUTRA) NO MEIO TEMPO NAO E' SOBRESCRITA. SO O
      *-- REGISTRO DESTA DUPLA E' REGRAVADO.
           IF REGRA-MISERE
               PERFORM GRAVAR-PLACAR-MISERE
               GO TO GRAVAR-PLACAR-HISTORICO-EXIBIR
           END-IF
           OPEN I-O PLACAR-FILE
           MOVE PLAYER01 TO REG-PLACAR-CHAVE-X
           MOVE PLAYER02 TO REG-PLACAR-CHAVE-O
           ELSE
               REWRITE REG-PLACAR
           END-IF
           CLOSE PLACAR-FILE.

       GRAVAR-PLACAR-HISTORICO-EXIBIR.
           DISPLAY ' '                                     UPON CONSOLE.
           DISPLAY '*** PLACAR DA DUPLA ' PLAYER01 ' X ' PLAYER02
                   ' (TODAS AS PARTIDAS) ***'               UPON CONSOLE.
           IF REGRA-MISERE
               DISPLAY '    (VARIANTE MISERE - PLACARMS)'   UPON CONSOLE
           END-IF.
           DISPLAY 'VITORIAS DE X = ' WS-HIST-VITORIAS-X    UPON CONSOLE.
           DISPLAY 'VITORIAS DE O = ' WS-HIST-VITORIAS-O    UPON CONSOLE.
           DISPLAY 'EMPATES       = ' WS-HIST-EMPATES       UPON CONSOLE.
       GRAVAR-PLACAR-HISTORICO-EXIT.
           EXIT.

      *---------------
       GRAVAR-PLACAR-MISERE SECTION.
      *-- MESMA SOMA DO GRAVAR-PLACAR-HISTORICO, NO PLACARMS.
           OPEN I-O PLACARMS-FILE
           IF FS-PLACARMS-NAO-ENCONTRADO
               OPEN OUTPUT PLACARMS-FILE
           END-IF
           IF NOT FS-PLACARMS-OK
               GO TO GRAVAR-PLACAR-MISERE-EXIT
           END-IF
           MOVE PLAYER01 TO REG-PLMS-CHAVE-X
           MOVE PLAYER02 TO REG-PLMS-CHAVE-O
           READ PLACARMS-FILE
               INVALID KEY
                   MOVE PLAYER01 TO REG-PLMS-CHAVE-X
                   MOVE PLAYER02 TO REG-PLMS-CHAVE-O
                   MOVE ZEROS    TO REG-PLMS-VITORIAS-X
                                    REG-PLMS-VITORIAS-O
                                    REG-PLMS-EMPATES
                                    REG-PLMS-PARTIDAS
                   MOVE 'I'      TO WS-PLACAR-NOVO-SW
               NOT INVALID KEY
                   MOVE 'R'      TO WS-PLACAR-NOVO-SW
           END-READ
           ADD PONTOP01     TO REG-PLMS-VITORIAS-X
           ADD PONTOP02     TO REG-PLMS-VITORIAS-O
           ADD EMPATE       TO REG-PLMS-EMPATES
           ADD PARTIDAS     TO REG-PLMS-PARTIDAS

           MOVE REG-PLMS-VITORIAS-X TO WS-HIST-VITORIAS-X
           MOVE REG-PLMS-VITORIAS-O TO WS-HIST-VITORIAS-O
           MOVE REG-PLMS-EMPATES    TO WS-HIST-EMPATES
           MOVE REG-PLMS-PARTIDAS   TO WS-HIST-PARTIDAS

           IF WS-PLACAR-NOVO-SW EQUAL 'I'
               WRITE REG-PLMS
           ELSE
               REWRITE REG-PLMS
           END-IF
           CLOSE PLACARMS-FILE.
       GRAVAR-PLACAR-MISERE-EXIT.
           EXIT.

      *---------------
       ESCOLHER-MODO SECTION.
      *-- PARTIDA CONTRA O COMPUTADOR (O DE SEMPRE) OU A SESSAO DE
      *-- PROBLEMAS TATICOS GARIMPADOS DO REPLAY PELO JVPROBL.
           DISPLAY 'J = JOGAR CONTRA O COMPUTADOR'        UPON CONSOLE.
           DISPLAY 'P = PROBLEMAS TATICOS (GANHE EM 1 OU 2 LANCES)'
                                                          UPON CONSOLE.
           ACCEPT WS-MODO-SW                              FROM CONSOLE.
           IF NOT MODO-PROBLEMAS
               SET MODO-PARTIDA TO TRUE
           END-IF.
           DISPLAY ' '                                    UPON CONSOLE.
       ESCOLHER-MODO-EXIT.
           EXIT.

      *---------------
       PROBLEMAS-TATICOS SECTION.
      *-- SERVE OS PROBLEMAS QUE O JOGADOR AINDA NAO RESOLVEU, NA
      *-- ORDEM DO ARQUIVO, ATE ELE PARAR OU O ARQUIVO ACABAR. CADA
      *-- TENTATIVA VAI PARA O PROBTENT E NO FIM SAI O APROVEITAMENTO
      *-- DA SESSAO E DE SEMPRE. SEM O ARQUIVO DE PROBLEMAS, SEGUE A
      *-- PARTIDA NORMAL.
           OPEN INPUT PROBLEMA-FILE.
           IF NOT FS-PROBLEMA-OK
               DISPLAY 'ARQUIVO DE PROBLEMAS NAO DISPONIVEL - '
                       'SEGUE A PARTIDA NORMAL'           UPON CONSOLE
               DISPLAY ' '                                UPON CONSOLE
               SET MODO-PARTIDA TO TRUE
               GO TO PROBLEMAS-TATICOS-SAI
           END-IF.

           MOVE SPACES TO PLAYER01.
           PERFORM PEDIR-NOME-JOGADOR-X
               UNTIL PLAYER01 NOT EQUAL SPACES.
           DISPLAY ' '                                    UPON CONSOLE.
           PERFORM CARREGAR-TENTATIVAS.

           OPEN EXTEND PROBTENT-FILE.
           IF FS-PROBTENT-NAO-ENCONTRADO
               OPEN OUTPUT PROBTENT-FILE
           END-IF.
           IF NOT FS-PROBTENT-OK
               DISPLAY 'AS TENTATIVAS NAO SERAO REGISTRADAS, '
                       'FILE STATUS = ' WS-FS-PROBTENT    UPON CONSOLE
           END-IF.

           DISPLAY '**************************************'UPON CONSOLE.
           DISPLAY '******  PROBLEMAS TATICOS  ***********'UPON CONSOLE.
           DISPLAY '**************************************'UPON CONSOLE.
           DISPLAY 'POSICOES DE PARTIDAS DE VERDADE: ACHE A'
                                                          UPON CONSOLE.
           DISPLAY 'JOGADA QUE GANHA NO PRAZO PEDIDO.'   UPON CONSOLE.
           DISPLAY ' '                                    UPON CONSOLE.

           MOVE 'N' TO WS-PRB-FIM-SW.
           MOVE 'S' TO WS-PRB-OUTRO.
           PERFORM SERVIR-PROBLEMA
               UNTIL FIM-DOS-PROBLEMAS
                  OR WS-PRB-OUTRO NOT EQUAL 'S'.

           CLOSE PROBLEMA-FILE.
           IF FS-PROBTENT-OK
               CLOSE PROBTENT-FILE
           END-IF.
           PERFORM EXIBIR-APROVEITAMENTO.
           STOP RUN.
       PROBLEMAS-TATICOS-SAI.
           EXIT.
       PROBLEMAS-TATICOS-EXIT.
           EXIT.

      *---------------
       CARREGAR-TENTATIVAS SECTION.
      *-- O HISTORICO DO JOGADOR: TENTATIVAS, ACERTOS E QUAIS
      *-- PROBLEMAS JA RESOLVEU.
           OPEN INPUT PROBTENT-FILE.
           IF NOT FS-PROBTENT-OK
               GO TO CARREGAR-TENTATIVAS-SAI
           END-IF.
           MOVE 'N' TO WS-PRB-FIM-SW.
           PERFORM LER-UMA-TENTATIVA UNTIL FIM-DOS-PROBLEMAS.
           CLOSE PROBTENT-FILE.
       CARREGAR-TENTATIVAS-SAI.
           EXIT.
       CARREGAR-TENTATIVAS-EXIT.
           EXIT.

      *---------------
       LER-UMA-TENTATIVA SECTION.
           READ PROBTENT-FILE
               AT END
                   MOVE 'S' TO WS-PRB-FIM-SW
                   GO TO LER-UMA-TENTATIVA-SAI
           END-READ.
           IF PTE-JOGADOR NOT EQUAL PLAYER01
               GO TO LER-UMA-TENTATIVA-SAI
           END-IF.
           ADD 1 TO WS-PRB-TENT-ANTES.
           IF PTE-ACERTO EQUAL 'S'
               ADD 1 TO WS-PRB-ACERTO-ANTES
               IF WS-RSV-COUNT IS LESS THAN WS-RSV-MAX
                   ADD 1 TO WS-RSV-COUNT
                   MOVE PTE-TAMANHO TO WS-RSV-TAMANHO(WS-RSV-COUNT)
                   MOVE PTE-VEZ     TO WS-RSV-VEZ(WS-RSV-COUNT)
                   MOVE PTE-POSICAO TO WS-RSV-POSICAO(WS-RSV-COUNT)
               END-IF
           END-IF.
       LER-UMA-TENTATIVA-SAI.
           EXIT.
       LER-UMA-TENTATIVA-EXIT.
           EXIT.

      *---------------
       SERVIR-PROBLEMA SECTION.
           READ PROBLEMA-FILE
               AT END
                   MOVE 'S' TO WS-PRB-FIM-SW
                   DISPLAY 'NAO HA MAIS PROBLEMAS NO ARQUIVO.'
                                                          UPON CONSOLE
                   GO TO SERVIR-PROBLEMA-SAI
           END-READ.
           IF NOT (PRB-TAMANHO EQUAL 3 OR 4)
              OR NOT (PRB-VEZ EQUAL 'X' OR 'O')
              OR NOT (PRB-LANCES EQUAL 1 OR 2)
               GO TO SERVIR-PROBLEMA-SAI
           END-IF.
           MOVE 'N' TO WS-PRB-JA-RESOLVIDO-SW.
           PERFORM VARYING WS-RSV-IX FROM 1 BY 1
                   UNTIL WS-RSV-IX > WS-RSV-COUNT
                      OR PROBLEMA-JA-RESOLVIDO
               IF WS-RSV-TAMANHO(WS-RSV-IX) EQUAL PRB-TAMANHO
                  AND WS-RSV-VEZ(WS-RSV-IX) EQUAL PRB-VEZ
                  AND WS-RSV-POSICAO(WS-RSV-IX) EQUAL PRB-POSICAO
                   SET PROBLEMA-JA-RESOLVIDO TO TRUE
               END-IF
           END-PERFORM.
           IF PROBLEMA-JA-RESOLVIDO
               GO TO SERVIR-PROBLEMA-SAI
           END-IF.

      *-- O TABULEIRO DO JOGO RECEBE A POSICAO DO PROBLEMA (A MESMA
      *-- IMAGEM LINEAR DA RETOMADA DE PARTIDA) --
           MOVE PRB-TAMANHO TO WS-TAMANHO-TABULEIRO.
           COMPUTE WS-PRB-NCASAS = PRB-TAMANHO * PRB-TAMANHO.
           MOVE SPACES TO CASAS TABULEIRO-4X4-GRUPO.
           MOVE PRB-POSICAO TO WS-EST-LINEAR.
           PERFORM RESTAURAR-TABULEIRO-EST.
           DISPLAY 'PROBLEMA ' PRB-NUMERO                 UPON CONSOLE.
           PERFORM TELA.
           IF PRB-LANCES EQUAL 1
               DISPLAY 'JOGAM AS ' PRB-VEZ ' - GANHE NESTE LANCE'
                                                          UPON CONSOLE
           ELSE
               DISPLAY 'JOGAM AS ' PRB-VEZ ' - GANHE EM DOIS LANCES,'
                       ' CONTRA QUALQUER DEFESA'          UPON CONSOLE
           END-IF.
           IF PRB-PERDIDA EQUAL 'S'
               DISPLAY '(NA PARTIDA DE VERDADE ESTA VITORIA ESCAPOU)'
                                                          UPON CONSOLE
           END-IF.

           MOVE 'N' TO WS-PRB-RESPOSTA-SW.
           PERFORM PEDIR-RESPOSTA-PROBLEMA UNTIL RESPOSTA-VALIDA.
           PERFORM CONFERIR-RESPOSTA.

           ADD 1 TO WS-PRB-TENT-SESSAO.
           IF WS-PRB-ACERTOU EQUAL 'S'
               ADD 1 TO WS-PRB-ACERTO-SESSAO
               DISPLAY 'CERTO! ' JG ' GANHA.'             UPON CONSOLE
           ELSE
               DISPLAY 'NAO FOI DESTA VEZ. A SOLUCAO ERA '
                       PRB-SOLUCAO '.'                    UPON CONSOLE
           END-IF.
           PERFORM GRAVAR-TENTATIVA.

           DISPLAY ' '                                    UPON CONSOLE.
           DISPLAY 'OUTRO PROBLEMA? S/N'                  UPON CONSOLE.
           ACCEPT WS-PRB-OUTRO                            FROM CONSOLE.
           DISPLAY ' '                                    UPON CONSOLE.
       SERVIR-PROBLEMA-SAI.
           EXIT.
       SERVIR-PROBLEMA-EXIT.
           EXIT.

      *---------------
       PEDIR-RESPOSTA-PROBLEMA SECTION.
      *-- CAMPO NO FORMATO DE SEMPRE (LETRA + NUMERO), DENTRO DO
      *-- TABULEIRO DO PROBLEMA E EM CASA VAZIA.
           DISPLAY 'SUA JOGADA: '                         UPON CONSOLE.
           ACCEPT JG                                      FROM CONSOLE.
           EVALUATE JG(1:1)
               WHEN 'A'  MOVE 1 TO WS-PRB-COL
               WHEN 'B'  MOVE 2 TO WS-PRB-COL
               WHEN 'C'  MOVE 3 TO WS-PRB-COL
               WHEN 'D'  MOVE 4 TO WS-PRB-COL
               WHEN OTHER
                   MOVE ZERO TO WS-PRB-COL
           END-EVALUATE.
           IF JG(2:1) EQUAL '1' OR '2' OR '3' OR '4'
               MOVE JG(2:1) TO WS-PRB-LIN
           ELSE
               MOVE ZERO TO WS-PRB-LIN
           END-IF.
           IF WS-PRB-COL EQUAL ZERO OR WS-PRB-LIN EQUAL ZERO
              OR WS-PRB-COL > PRB-TAMANHO
              OR WS-PRB-LIN > PRB-TAMANHO
               DISPLAY 'JOGADA INVALIDA...'               UPON CONSOLE
               GO TO PEDIR-RESPOSTA-PROBLEMA-SAI
           END-IF.
           COMPUTE WS-PRB-CEL =
               (WS-PRB-LIN - 1) * PRB-TAMANHO + WS-PRB-COL.
           IF PRB-POSICAO(WS-PRB-CEL:1) NOT EQUAL SPACE
               DISPLAY 'CAMPO JA UTILIZADO...'            UPON CONSOLE
               GO TO PEDIR-RESPOSTA-PROBLEMA-SAI
           END-IF.
           SET RESPOSTA-VALIDA TO TRUE.
       PEDIR-RESPOSTA-PROBLEMA-SAI.
           EXIT.
       PEDIR-RESPOSTA-PROBLEMA-EXIT.
           EXIT.

      *---------------
       CONFERIR-RESPOSTA SECTION.
      *-- A SOLUCAO ANOTADA ACERTA DE CARA; OUTRA CASA E' JULGADA
      *-- PELO MOTOR DO MESMO JEITO QUE O JVPROBL JULGOU: O LADO DA
      *-- VEZ OCUPA A CASA E O JVEMMX DEFENDE PELO ADVERSARIO. VALE
      *-- SE GANHA NO PRAZO DO PROBLEMA (19 PONTOS EM UM LANCE, 17
      *-- EM DOIS).
           MOVE 'N' TO WS-PRB-ACERTOU.
           IF JG EQUAL PRB-SOLUCAO
               MOVE 'S' TO WS-PRB-ACERTOU
               GO TO CONFERIR-RESPOSTA-SAI
           END-IF.
           MOVE PRB-POSICAO TO WS-PRB-TENTATIVA.
           MOVE PRB-VEZ TO WS-PRB-TENTATIVA(WS-PRB-CEL:1).
           IF PRB-VEZ EQUAL 'X'
               MOVE 'O' TO WS-PRB-OPON
           ELSE
               MOVE 'X' TO WS-PRB-OPON
           END-IF.
           MOVE 1 TO WS-PRB-PROF.
           MOVE -999 TO WS-PRB-ALFA.
           MOVE +999 TO WS-PRB-BETA.
           CALL 'JVEMMX' USING WS-PRB-TENTATIVA PRB-TAMANHO
                   WS-PRB-OPON WS-PRB-PROF WS-PRB-PROF-MAX
                   WS-PRB-TRACE WS-PRB-ALFA WS-PRB-BETA
                   WS-PRB-MMX-CEL WS-PRB-MMX-SCORE
                   WS-PRB-ORC-ZERO WS-PRB-REGRA
           END-CALL.
           IF PRB-VEZ EQUAL 'O'
               MOVE WS-PRB-MMX-SCORE TO WS-PRB-VALOR
           ELSE
               COMPUTE WS-PRB-VALOR = 0 - WS-PRB-MMX-SCORE
           END-IF.
           COMPUTE WS-PRB-ALVO = 21 - (2 * PRB-LANCES).
           IF WS-PRB-VALOR NOT LESS THAN WS-PRB-ALVO
               MOVE 'S' TO WS-PRB-ACERTOU
           END-IF.
       CONFERIR-RESPOSTA-SAI.
           EXIT.
       CONFERIR-RESPOSTA-EXIT.
           EXIT.

      *---------------
       GRAVAR-TENTATIVA SECTION.
           IF NOT FS-PROBTENT-OK
               GO TO GRAVAR-TENTATIVA-SAI
           END-IF.
           MOVE SPACES          TO REG-PROBTENT.
           MOVE PLAYER01        TO PTE-JOGADOR.
           MOVE PRB-TAMANHO     TO PTE-TAMANHO.
           MOVE PRB-VEZ         TO PTE-VEZ.
           MOVE PRB-POSICAO     TO PTE-POSICAO.
           ACCEPT PTE-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-PRB-HORA-AGORA FROM TIME.
           MOVE WS-PRB-HORA-AGORA(1:6) TO PTE-HORA.
           MOVE JG              TO PTE-RESPOSTA.
           MOVE WS-PRB-ACERTOU  TO PTE-ACERTO.
           WRITE REG-PROBTENT.
       GRAVAR-TENTATIVA-SAI.
           EXIT.
       GRAVAR-TENTATIVA-EXIT.
           EXIT.

      *---------------
       EXIBIR-APROVEITAMENTO SECTION.
           COMPUTE WS-PRB-TENT-TOTAL =
               WS-PRB-TENT-ANTES + WS-PRB-TENT-SESSAO.
           COMPUTE WS-PRB-ACERTO-TOTAL =
               WS-PRB-ACERTO-ANTES + WS-PRB-ACERTO-SESSAO.
           DISPLAY ' '                                    UPON CONSOLE.
           DISPLAY '**********************************'  UPON CONSOLE.
           DISPLAY '*****  APROVEITAMENTO  ***********'   UPON CONSOLE.
           DISPLAY '**********************************'  UPON CONSOLE.
           DISPLAY 'JOGADOR: ' PLAYER01                   UPON CONSOLE.
           DISPLAY 'NESTA SESSAO: ' WS-PRB-ACERTO-SESSAO
                   ' DE ' WS-PRB-TENT-SESSAO ' PROBLEMAS' UPON CONSOLE.
           IF WS-PRB-TENT-TOTAL IS GREATER THAN ZEROS
               COMPUTE WS-PRB-TAXA ROUNDED =
                   (WS-PRB-ACERTO-TOTAL * 100) / WS-PRB-TENT-TOTAL
               END-COMPUTE
               DISPLAY 'DESDE SEMPRE: ' WS-PRB-ACERTO-TOTAL
                       ' DE ' WS-PRB-TENT-TOTAL ' TENTATIVAS ('
                       WS-PRB-TAXA '% DE ACERTO)'         UPON CONSOLE
           END-IF.
           DISPLAY '**********************************'  UPON CONSOLE.
       EXIBIR-APROVEITAMENTO-EXIT.
           EXIT.

      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
