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


       FD  ESTADO-FILE
           03 REG-EST-PLAYER1              PIC X(15).
           03 REG-EST-PLAYER2              PIC X(15).
           03 REG-EST-TABULEIRO            PIC X(16).
           03 REG-EST-VARIANTE             PIC X(01).
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

           DISPLAY 'MODO TORNEIO - MELHOR DE QUANTAS PARTIDAS?'
           END-IF.

       COMECAR.
      *-- PARTIDA NOVA (NAO RETOMADA) ABRE COM O CABECALHO NO REPLAY
           IF NJOGADA EQUAL ZERO
               PERFORM GRAVAR-CABECALHO-REPLAY
           END-IF.
           PERFORM TELA.

      *-- RETOMADA NO MEIO DO PAR DE JOGADAS: SE A VEZ GRAVADA ERA
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
       EXIBIR-RESUMO-TORNEIO SECTION.
      *-- RESUMO FINAL DO MODO TORNEIO (REQ. MELHOR DE N PARTIDAS).
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
           ADD WS-PARTIDAS  TO REG-PLMS-PARTIDAS

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

      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
