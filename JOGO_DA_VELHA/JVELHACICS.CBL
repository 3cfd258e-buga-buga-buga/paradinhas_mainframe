      *     SEGUNDO JOGADOR ESCOLHE DA LISTA EM VEZ DE ADIVINHAR O    *
      *     NOME DA FILA (UM ERRO DE DIGITACAO CRIAVA SEM QUERER UMA  *
      *     PARTIDA NOVA E VAZIA).                                    *
      *     QUEM SE IDENTIFICA PRECISA DE CADASTRO NO ARQUIVO JOGADOR *
      *     E DO PIN DEFINIDO PELO JVPIN: TRES PINS ERRADOS SEGUIDOS  *
      *     BLOQUEIAM O JOGADOR, E CADA RECUSA VAI PARA A FILA TD     *
      *     JVPF COM O TERMINAL (LISTADA PELO JVPIN PARM FALHAS).     *
      *     DESAFIO DIRETO (OPCAO D DO LOBBY): O JOGADOR IDENTIFICADO *
      *     DESAFIA UM ADVERSARIO DO CADASTRO JOGADOR PELO NOME, COM  *
      *     TAMANHO, REGRA E VALIDADE EM HORAS. O DESAFIO FICA NO     *
      *     ARQUIVO DESAFIO ATE O DESAFIADO SE IDENTIFICAR: ELE VE OS *
      *     PENDENTES E ACEITA (A PARTIDA JA NASCE EM JOGO, COM O     *
      *     DESAFIANTE DE X) OU RECUSA. O DESAFIANTE ENTRA NA PARTIDA *
      *     ACEITA PELA MESMA OPCAO D. O JVELHALMP EXPIRA OS DESAFIOS *
      *     NAO RESPONDIDOS NO PRAZO E O JVDESAFI LISTA OS DESAFIOS   *
      *     EMITIDOS, ACEITOS, RECUSADOS E EXPIRADOS POR JOGADOR.     *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      *-- ABANDONADA NO LOBBY --
           03 TS-ULT-ATIV-ABS              PIC S9(15) COMP-3
                                            VALUE ZEROS.
      *-- REGRA DA PARTIDA, ESCOLHIDA POR QUEM CRIA: 'M' E' A MISERE
      *-- (QUEM FECHA A LINHA PERDE); BRANCO OU 'N' E' A NORMAL --
           03 TS-REGRA                     PIC X(01) VALUE 'N'.
               88 TS-MISERE                         VALUE 'M'.

      *-- CAMPO DIGITADO PELO OPERADOR (MESMO FORMATO DO JVELHA) --
       01 WS-JG                            PIC X(02) VALUE SPACES.
       01 WS-NCASAS                        PIC 9(02) VALUE 9.
       01 WS-TAB-IMAGEM                    PIC X(16) VALUE SPACES.
       01 WS-TAM-ESCOLHA                   PIC X(01) VALUE SPACE.
       01 WS-REGRA-ESCOLHA                 PIC X(01) VALUE SPACE.
       01 WS-REGRA-ROTULO                  PIC X(08) VALUE SPACES.

      *-- NOME DO JOGADOR RECEBIDO DO TERMINAL: CAMPO PROPRIO DE 15
      *-- POSICOES - UM RECEIVE DE 15 EM CIMA DO WS-JG (2 POSICOES)
      *-- PLACAR (QUE PRECISA CASAR COM OS 15 DE JVELHA/JVEMAQ) --
       01 WS-NOME-JOGADOR                  PIC X(15) VALUE SPACES.

      *-- CADASTRO DO JOGADOR (ARQUIVO JOGADOR, CHAVE = NOME, MESMO
      *-- LAYOUT DO JVPIN): O PIN SO EXISTE COMO RESUMO COM SAL --
       01 WS-REG-JOGADOR.
           03 WS-JOG-NOME                  PIC X(15).
           03 WS-JOG-PIN-HASH              PIC 9(10).
           03 WS-JOG-PIN-SAL               PIC 9(08).
           03 WS-JOG-ERROS                 PIC 9(01).
           03 WS-JOG-SITUACAO              PIC X(01).
               88 WS-JOG-ATIVO                      VALUE 'A'.
               88 WS-JOG-BLOQUEADO                  VALUE 'B'.
           03 WS-JOG-DATA-PIN              PIC 9(08).
           03 WS-JOG-DATA-BLOQUEIO         PIC 9(08).
           03 FILLER                       PIC X(09).
       01 WS-PIN-DIGITADO                  PIC X(04) VALUE SPACES.
       01 WS-PIN-HASH                      PIC 9(10) VALUE ZEROS.
       01 WS-PIN-ERROS-MAX                 PIC 9(01) VALUE 3.
       01 WS-PIN-RESTAM                    PIC 9(01) VALUE ZERO.
      *-- RESP DO READ SEM REGISTRO (O VALOR DE DFHRESP(NOTFND)) --
       01 WS-RESP-NOTFND                   PIC S9(08) COMP VALUE +13.
      *-- LOG DAS IDENTIFICACOES RECUSADAS, FILA TD EXTRAPARTICAO
      *-- JVPF (MESMO LAYOUT DO DD PINFALHA DO JVPIN). MOTIVO: P = PIN
      *-- ERRADO, B = PIN ERRADO QUE BLOQUEOU, J = JA BLOQUEADO,
      *-- C = NOME SEM CADASTRO --
       01 WS-PIN-FILA-TD                   PIC X(04) VALUE 'JVPF'.
       01 WS-REG-FALHA.
           03 WS-FAL-DATA                  PIC 9(08).
           03 WS-FAL-HORA                  PIC 9(06).
           03 WS-FAL-TERMINAL              PIC X(04).
           03 WS-FAL-TRANSACAO             PIC X(04).
           03 WS-FAL-NOME                  PIC X(15).
           03 WS-FAL-MOTIVO                PIC X(01).
           03 WS-FAL-ERROS                 PIC 9(01).
           03 FILLER                       PIC X(41).

      *-- MENSAGEM DE TELA (SEND TEXT / RECEIVE) --
       01 WS-TELA                          PIC X(76) VALUE SPACES.
       01 WS-TELA-LEN                      PIC S9(04) COMP
           03 WS-PLACAR-VITORIAS-O         PIC 9(05).
           03 WS-PLACAR-EMPATES            PIC 9(05).
           03 WS-PLACAR-PARTIDAS           PIC 9(05).
      *-- A PARTIDA MISERE VAI PARA O PLACARMS, MESMO LAYOUT --
       01 WS-PLACAR-ARQ                    PIC X(08) VALUE 'PLACAR  '.
       01 WS-RESP                          PIC S9(08) COMP VALUE +0.
      *-- INTERFACE COM O MINIMAX (JVEMMX), O MESMO USING DO JVEMAQ;
      *-- O TABULEIRO LINEAR E' A PROPRIA IMAGEM TS-TABULEIRO --
           03 WS-HIST-VENCEDOR             PIC X(01).
           03 WS-HIST-JOGADAS              PIC 9(02).
           03 WS-HIST-TAMANHO              PIC 9(01).
           03 WS-HIST-VARIANTE             PIC X(01).
           03 FILLER                       PIC X(23).
       01 WS-HIST-ABS                      PIC S9(15) COMP-3 VALUE +0.
       01 WS-HIST-DATA-X                   PIC X(08) VALUE SPACES.
       01 WS-HIST-HORA-X                   PIC X(08) VALUE SPACES.
       01 WS-ESCOLHA                       PIC X(02) VALUE SPACES.
       01 WS-ESCOLHA-NUM                   PIC 9(01) VALUE ZERO.
       01 WS-LISTA-EDIT                    PIC 9(01) VALUE ZERO.
      *-- DESAFIO DIRETO ENTRE JOGADORES (ARQUIVO CHAVEADO DESAFIO,
      *-- CHAVE = DESAFIADO + DATA/HORA DA EMISSAO + DESAFIANTE; MESMO
      *-- LAYOUT NO JVELHALMP E NO JVDESAFI). SITUACAO: P = PENDENTE,
      *-- A = ACEITO (PARTIDA CRIADA NA FILA WS-DES-FILA), R =
      *-- RECUSADO, E = EXPIRADO SEM RESPOSTA. WS-DES-ENTROU MARCA QUE
      *-- O DESAFIANTE JA ENTROU NA PARTIDA DO DESAFIO ACEITO --
       01 WS-REG-DESAFIO.
           03 WS-DES-CHAVE.
              05 WS-DES-DESAFIADO          PIC X(15).
              05 WS-DES-DATA               PIC 9(08).
              05 WS-DES-HORA               PIC 9(06).
              05 WS-DES-DESAFIANTE         PIC X(15).
           03 WS-DES-TAMANHO               PIC 9(01).
           03 WS-DES-REGRA                 PIC X(01).
           03 WS-DES-SITUACAO              PIC X(01).
               88 WS-DES-PENDENTE                   VALUE 'P'.
               88 WS-DES-ACEITO                     VALUE 'A'.
               88 WS-DES-RECUSADO                   VALUE 'R'.
               88 WS-DES-EXPIRADO                   VALUE 'E'.
           03 WS-DES-EXPIRA-ABS            PIC S9(15) COMP-3.
           03 WS-DES-FILA                  PIC X(08).
           03 WS-DES-ENTROU                PIC X(01).
           03 WS-DES-DATA-RESPOSTA         PIC 9(08).
           03 FILLER                       PIC X(18).
      *-- DESAFIOS DO JOGADOR IDENTIFICADO, MOSTRADOS NA OPCAO D. TIPO
      *-- R = RECEBIDO PENDENTE; A = EMITIDO E JA ACEITO, ESPERANDO O
      *-- DESAFIANTE ENTRAR NA PARTIDA. O NOME E' O DO OUTRO JOGADOR --
       01 WS-DES-TABELA.
           03 WS-DES-MAX                   PIC 9(02) VALUE 9.
           03 WS-DES-COUNT                 PIC 9(02) VALUE ZERO.
           03 WS-DES-PENDENTES             PIC 9(02) VALUE ZERO.
           03 WS-DES-IX                    PIC 9(02) VALUE ZERO.
           03 WS-DES-ENT OCCURS 9.
               05 WS-DES-ENT-TIPO          PIC X(01).
               05 WS-DES-ENT-CHAVE         PIC X(44).
               05 WS-DES-ENT-NOME          PIC X(15).
               05 WS-DES-ENT-TAMANHO       PIC 9(01).
               05 WS-DES-ENT-REGRA         PIC X(01).
               05 WS-DES-ENT-FILA          PIC X(08).
       01 WS-DES-ARQ                       PIC X(08) VALUE 'DESAFIO '.
       01 WS-DES-AGORA-ABS                 PIC S9(15) COMP-3 VALUE +0.
       01 WS-DES-ADVERSARIO                PIC X(15) VALUE SPACES.
       01 WS-DES-HORAS                     PIC X(02) VALUE SPACES.
       01 WS-DES-HORAS-NUM                 PIC 9(02) VALUE ZERO.
      *-- EIBTIME (0HHMMSS) EM DIGITOS, PARA O NOME DA FILA DA PARTIDA
      *-- CRIADA NO ACEITE --
       01 WS-DES-HORA-X                    PIC 9(07) VALUE ZEROS.
       01 WS-DES-PONTEIRO                  PIC 9(02) VALUE ZERO.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
                   PERFORM 1700-CRIAR-PARTIDA-MAQUINA
               WHEN WS-ESCOLHA(1:1) EQUAL 'V'
                   PERFORM 1600-ESCOLHER-ASSISTIR
               WHEN WS-ESCOLHA(1:1) EQUAL 'D'
                   PERFORM 1800-DESAFIOS
               WHEN WS-ESCOLHA(1:1) IS NUMERIC
                   PERFORM 1500-ENTRAR-PARTIDA
               WHEN OTHER
           END-IF

           MOVE SPACES TO WS-TELA
           STRING 'n=ENTRAR Vn=ASSISTIR N=NOVA M=VS MAQUINA '
                  'D=DESAFIOS: '
                  DELIMITED BY SIZE
                  INTO WS-TELA
           END-STRING
               LENGTH (WS-TELA-LEN)
           END-EXEC.

       1450-PEDIR-REGRA.
      *-- REGRA DA PARTIDA NOVA, PERGUNTADA LOGO APOS O TAMANHO;
      *-- QUALQUER RESPOSTA QUE NAO SEJA M FICA NA REGRA NORMAL.
           MOVE SPACES TO WS-TELA
           STRING 'REGRA: N=NORMAL M=MISERE (QUEM FECHA A LINHA '
                  'PERDE): ' DELIMITED BY SIZE
                  INTO WS-TELA
           END-STRING
           EXEC CICS SEND TEXT
               FROM   (WS-TELA)
               LENGTH (WS-TELA-LEN)
               ERASE
           END-EXEC
           MOVE 1 TO WS-RESP-LEN
           MOVE SPACE TO WS-REGRA-ESCOLHA
           EXEC CICS RECEIVE
               INTO   (WS-REGRA-ESCOLHA)
               LENGTH (WS-RESP-LEN)
           END-EXEC.

       1400-CRIAR-PARTIDA.
      *-- CRIA UMA PARTIDA NOVA: ESTE TERMINAL E' O JOGADOR X E A
      *-- PARTIDA ENTRA NO LOBBY COMO ABERTA, COM O NOME DO CRIADOR.
               INTO   (WS-TAM-ESCOLHA)
               LENGTH (WS-RESP-LEN)
           END-EXEC
           PERFORM 1450-PEDIR-REGRA

           MOVE SPACES TO WS-JOGO-TS
           MOVE 'X'    TO TS-VEZ
           ELSE
               MOVE 3 TO TS-TAMANHO
           END-IF
           IF WS-REGRA-ESCOLHA EQUAL 'M'
               MOVE 'M' TO TS-REGRA
           ELSE
               MOVE 'N' TO TS-REGRA
           END-IF

           MOVE 'X' TO CA-MEU-SINAL
           PERFORM 1100-PEDIR-NOME-JOGADOR
               LENGTH (LENGTH OF WS-JOGO-TS)
               ITEM   (WS-LOBBY-ITEM-NUM)
           END-EXEC
           PERFORM 2765-LOGAR-CABECALHO-TD

           MOVE CA-FILA-NOME TO LOBBY-FILA
           MOVE WS-NOME-JOGADOR TO LOBBY-CRIADOR
               INTO   (WS-TAM-ESCOLHA)
               LENGTH (WS-RESP-LEN)
           END-EXEC
           PERFORM 1450-PEDIR-REGRA

           MOVE SPACES TO WS-JOGO-TS
           MOVE 'X'    TO TS-VEZ
           ELSE
               MOVE 3 TO TS-TAMANHO
           END-IF
           IF WS-REGRA-ESCOLHA EQUAL 'M'
               MOVE 'M' TO TS-REGRA
           ELSE
               MOVE 'N' TO TS-REGRA
           END-IF

           MOVE 'X' TO CA-MEU-SINAL
           MOVE 'M' TO CA-MODO
               LENGTH (LENGTH OF WS-JOGO-TS)
               ITEM   (WS-LOBBY-ITEM-NUM)
           END-EXEC
           PERFORM 2765-LOGAR-CABECALHO-TD

           MOVE CA-FILA-NOME    TO LOBBY-FILA
           MOVE WS-NOME-JOGADOR TO LOBBY-CRIADOR
           END-EXEC
           MOVE WS-LOBBY-ITEM-NUM TO CA-LOBBY-ITEM.

       1800-DESAFIOS.
      *-- OPCAO D DO LOBBY: IDENTIFICA O JOGADOR (NOME E PIN, QUE JA
      *-- CARREGA OS DESAFIOS DELE) E MOSTRA OS RECEBIDOS PENDENTES E
      *-- OS EMITIDOS JA ACEITOS. n ACEITA O RECEBIDO (OU ENTRA NA
      *-- PARTIDA DO ACEITO), Rn RECUSA O RECEBIDO, E EMITE UM NOVO.
           PERFORM 1100-PEDIR-NOME-JOGADOR
           PERFORM 1820-EXIBIR-DESAFIOS

           MOVE 2 TO WS-RESP-LEN
           MOVE SPACES TO WS-ESCOLHA
           EXEC CICS RECEIVE
               INTO   (WS-ESCOLHA)
               LENGTH (WS-RESP-LEN)
           END-EXEC

           MOVE ZERO TO WS-DES-IX
           IF WS-ESCOLHA(1:1) IS NUMERIC
               MOVE WS-ESCOLHA(1:1) TO WS-DES-IX
           END-IF
           IF WS-ESCOLHA(1:1) EQUAL 'R'
              AND WS-ESCOLHA(2:1) IS NUMERIC
               MOVE WS-ESCOLHA(2:1) TO WS-DES-IX
           END-IF

           EVALUATE TRUE
               WHEN WS-ESCOLHA(1:1) EQUAL 'E'
                   PERFORM 1870-EMITIR-DESAFIO
               WHEN WS-DES-IX EQUAL ZERO
                  OR WS-DES-IX > WS-DES-COUNT
                   PERFORM 1900-ESCOLHA-INVALIDA
               WHEN WS-ESCOLHA(1:1) EQUAL 'R'
                AND WS-DES-ENT-TIPO(WS-DES-IX) EQUAL 'R'
                   PERFORM 1860-RECUSAR-DESAFIO
               WHEN WS-ESCOLHA(1:1) EQUAL 'R'
                   PERFORM 1900-ESCOLHA-INVALIDA
               WHEN WS-DES-ENT-TIPO(WS-DES-IX) EQUAL 'R'
                   PERFORM 1840-ACEITAR-DESAFIO
               WHEN OTHER
                   PERFORM 1850-ENTRAR-DESAFIO
           END-EVALUATE.

       1810-CARREGAR-DESAFIOS.
      *-- VARRE O ARQUIVO DESAFIO PARA O JOGADOR RECEM-IDENTIFICADO:
      *-- O RECEBIDO PENDENTE E AINDA NO PRAZO CONTA COMO PENDENTE E
      *-- ENTRA NA TABELA, E O EMITIDO ACEITO EM QUE ELE AINDA NAO
      *-- ENTROU TAMBEM. O PENDENTE VENCIDO SO SAI DA LISTA - QUEM O
      *-- MARCA EXPIRADO E' O JVELHALMP. ARQUIVO AUSENTE OU VAZIO E'
      *-- LISTA VAZIA, SEM ATRAPALHAR A IDENTIFICACAO.
           MOVE ZERO TO WS-DES-COUNT
           MOVE ZERO TO WS-DES-PENDENTES
           EXEC CICS ASKTIME
               ABSTIME (WS-DES-AGORA-ABS)
           END-EXEC
           MOVE LOW-VALUES TO WS-DES-CHAVE
           EXEC CICS STARTBR
               FILE   (WS-DES-ARQ)
               RIDFLD (WS-DES-CHAVE)
               GTEQ
               RESP   (WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL ZERO
               PERFORM UNTIL WS-RESP NOT EQUAL ZERO
                   EXEC CICS READNEXT
                       FILE   (WS-DES-ARQ)
                       INTO   (WS-REG-DESAFIO)
                       LENGTH (LENGTH OF WS-REG-DESAFIO)
                       RIDFLD (WS-DES-CHAVE)
                       RESP   (WS-RESP)
                   END-EXEC
                   IF WS-RESP EQUAL ZERO
                       PERFORM 1815-SELECIONAR-DESAFIO
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   FILE (WS-DES-ARQ)
               END-EXEC
           END-IF.

       1815-SELECIONAR-DESAFIO.
           IF WS-DES-DESAFIADO EQUAL WS-NOME-JOGADOR
              AND WS-DES-PENDENTE
              AND WS-DES-EXPIRA-ABS > WS-DES-AGORA-ABS
               ADD 1 TO WS-DES-PENDENTES
               IF WS-DES-COUNT < WS-DES-MAX
                   ADD 1 TO WS-DES-COUNT
                   MOVE 'R' TO WS-DES-ENT-TIPO(WS-DES-COUNT)
                   MOVE WS-DES-DESAFIANTE
                       TO WS-DES-ENT-NOME(WS-DES-COUNT)
                   PERFORM 1816-GUARDAR-DESAFIO
               END-IF
           END-IF
           IF WS-DES-DESAFIANTE EQUAL WS-NOME-JOGADOR
              AND WS-DES-ACEITO
              AND WS-DES-ENTROU NOT EQUAL 'S'
              AND WS-DES-COUNT < WS-DES-MAX
               ADD 1 TO WS-DES-COUNT
               MOVE 'A' TO WS-DES-ENT-TIPO(WS-DES-COUNT)
               MOVE WS-DES-DESAFIADO TO WS-DES-ENT-NOME(WS-DES-COUNT)
               PERFORM 1816-GUARDAR-DESAFIO
           END-IF.

       1816-GUARDAR-DESAFIO.
           MOVE WS-DES-CHAVE   TO WS-DES-ENT-CHAVE(WS-DES-COUNT)
           MOVE WS-DES-TAMANHO TO WS-DES-ENT-TAMANHO(WS-DES-COUNT)
           MOVE WS-DES-REGRA   TO WS-DES-ENT-REGRA(WS-DES-COUNT)
           MOVE WS-DES-FILA    TO WS-DES-ENT-FILA(WS-DES-COUNT).

       1820-EXIBIR-DESAFIOS.
           MOVE SPACES TO WS-TELA
           STRING 'DESAFIOS DE ' DELIMITED BY SIZE
                  WS-NOME-JOGADOR DELIMITED BY SIZE
                  ':'             DELIMITED BY SIZE
                  INTO WS-TELA
           END-STRING
           EXEC CICS SEND TEXT
               FROM   (WS-TELA)
               LENGTH (WS-TELA-LEN)
               ERASE
           END-EXEC

           PERFORM VARYING WS-DES-IX FROM 1 BY 1
                   UNTIL WS-DES-IX > WS-DES-COUNT
               IF WS-DES-ENT-REGRA(WS-DES-IX) EQUAL 'M'
                   MOVE '-MISERE' TO WS-REGRA-ROTULO
               ELSE
                   MOVE SPACES TO WS-REGRA-ROTULO
               END-IF
               MOVE SPACES TO WS-TELA
               MOVE WS-DES-IX TO WS-ESCOLHA-NUM
               IF WS-DES-ENT-TIPO(WS-DES-IX) EQUAL 'R'
                   STRING WS-ESCOLHA-NUM       DELIMITED BY SIZE
                          ' - DESAFIO DE '     DELIMITED BY SIZE
                          WS-DES-ENT-NOME(WS-DES-IX)
                                               DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          WS-DES-ENT-TAMANHO(WS-DES-IX)
                                               DELIMITED BY SIZE
                          'X'                  DELIMITED BY SIZE
                          WS-DES-ENT-TAMANHO(WS-DES-IX)
                                               DELIMITED BY SIZE
                          WS-REGRA-ROTULO      DELIMITED BY SPACE
                          INTO WS-TELA
                   END-STRING
               ELSE
                   STRING WS-ESCOLHA-NUM       DELIMITED BY SIZE
                          ' - '                DELIMITED BY SIZE
                          WS-DES-ENT-NOME(WS-DES-IX)
                                               DELIMITED BY SIZE
                          ' ACEITOU - ENTRAR NA PARTIDA '
                                               DELIMITED BY SIZE
                          WS-DES-ENT-FILA(WS-DES-IX)
                                               DELIMITED BY SIZE
                          INTO WS-TELA
                   END-STRING
               END-IF
               EXEC CICS SEND TEXT
                   FROM   (WS-TELA)
                   LENGTH (WS-TELA-LEN)
               END-EXEC
           END-PERFORM

           IF WS-DES-COUNT EQUAL ZERO
               MOVE SPACES TO WS-TELA
               STRING 'NENHUM DESAFIO PENDENTE.' DELIMITED BY SIZE
                      INTO WS-TELA
               END-STRING
               EXEC CICS SEND TEXT
                   FROM   (WS-TELA)
                   LENGTH (WS-TELA-LEN)
               END-EXEC
           END-IF

           MOVE SPACES TO WS-TELA
           STRING 'n=ACEITAR/ENTRAR Rn=RECUSAR E=EMITIR DESAFIO: '
                  DELIMITED BY SIZE
                  INTO WS-TELA
           END-STRING
           EXEC CICS SEND TEXT
               FROM   (WS-TELA)
               LENGTH (WS-TELA-LEN)
           END-EXEC.

       1840-ACEITAR-DESAFIO.
      *-- ACEITA O DESAFIO RECEBIDO. RELE COM UPDATE PORQUE O PRAZO
      *-- PODE TER VENCIDO (OU O JVELHALMP TER EXPIRADO) DESDE A
      *-- LISTA. A PARTIDA JA NASCE EM JOGO, COM O DESAFIANTE DE X E
      *-- ESTE TERMINAL DE O, ENTRA NO LOBBY COMO EM JOGO E A FILA
      *-- FICA NO DESAFIO PARA O DESAFIANTE ENTRAR PELA OPCAO D.
           MOVE WS-DES-ENT-CHAVE(WS-DES-IX) TO WS-DES-CHAVE
           EXEC CICS READ
               FILE   (WS-DES-ARQ)
               INTO   (WS-REG-DESAFIO)
               LENGTH (LENGTH OF WS-REG-DESAFIO)
               RIDFLD (WS-DES-CHAVE)
               UPDATE
               RESP   (WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL ZERO
               MOVE SPACES TO WS-TELA
               STRING 'DESAFIO NAO ENCONTRADO.' DELIMITED BY SIZE
                      INTO WS-TELA
               END-STRING
               PERFORM 1880-ENCERRAR-DESAFIO
           END-IF
           EXEC CICS ASKTIME
               ABSTIME (WS-DES-AGORA-ABS)
           END-EXEC
           IF NOT WS-DES-PENDENTE
              OR WS-DES-EXPIRA-ABS NOT > WS-DES-AGORA-ABS
               EXEC CICS UNLOCK
                   FILE (WS-DES-ARQ)
               END-EXEC
               MOVE SPACES TO WS-TELA
               STRING 'O DESAFIO NAO ESTA MAIS PENDENTE (VENCIDO OU '
                      'JA RESPONDIDO).' DELIMITED BY SIZE
                      INTO WS-TELA
               END-STRING
               PERFORM 1880-ENCERRAR-DESAFIO
           END-IF

      *-- NOME DA FILA: 'D' + TERMINAL + ULTIMO DIGITO DO MINUTO E
      *-- OS SEGUNDOS DO ACEITE (CA-FILA-NOME SO TEM 8 POSICOES)
           MOVE EIBTIME TO WS-DES-HORA-X
           MOVE SPACES TO CA-FILA-NOME
           STRING 'D'                 DELIMITED BY SIZE
                  EIBTRMID            DELIMITED BY SIZE
                  WS-DES-HORA-X(5:3)  DELIMITED BY SIZE
                  INTO CA-FILA-NOME
           END-STRING

           MOVE SPACES TO WS-JOGO-TS
           MOVE 'X'    TO TS-VEZ
           SET TS-JOGANDO TO TRUE
           PERFORM VARYING WS-JG-IX FROM 1 BY 1 UNTIL WS-JG-IX > 16
               MOVE ' ' TO TS-CASA(WS-JG-IX)
           END-PERFORM
           MOVE ZEROS TO TS-NJOGADA
           IF WS-DES-TAMANHO EQUAL 4
               MOVE 4 TO TS-TAMANHO
           ELSE
               MOVE 3 TO TS-TAMANHO
           END-IF
           IF WS-DES-REGRA EQUAL 'M'
               MOVE 'M' TO TS-REGRA
           ELSE
               MOVE 'N' TO TS-REGRA
           END-IF
           MOVE WS-DES-DESAFIANTE TO TS-PLAYER-X
           MOVE WS-NOME-JOGADOR   TO TS-PLAYER-O
           MOVE 'O' TO CA-MEU-SINAL

           MOVE WS-DES-AGORA-ABS TO TS-ULT-ATIV-ABS
           EXEC CICS WRITEQ TS
               QUEUE  (CA-FILA-NOME)
               FROM   (WS-JOGO-TS)
               LENGTH (LENGTH OF WS-JOGO-TS)
               ITEM   (WS-LOBBY-ITEM-NUM)
           END-EXEC
           PERFORM 2765-LOGAR-CABECALHO-TD

           MOVE CA-FILA-NOME      TO LOBBY-FILA
           MOVE WS-DES-DESAFIANTE TO LOBBY-CRIADOR
           MOVE 'J'               TO LOBBY-STATUS
           EXEC CICS WRITEQ TS
               QUEUE  (WS-LOBBY-QUEUE)
               FROM   (WS-LOBBY-ITEM)
               LENGTH (LENGTH OF WS-LOBBY-ITEM)
               ITEM   (WS-LOBBY-ITEM-NUM)
           END-EXEC
           MOVE WS-LOBBY-ITEM-NUM TO CA-LOBBY-ITEM

           EXEC CICS FORMATTIME
               ABSTIME  (WS-DES-AGORA-ABS)
               YYYYMMDD (WS-HIST-DATA-X)
           END-EXEC
           SET WS-DES-ACEITO TO TRUE
           MOVE CA-FILA-NOME   TO WS-DES-FILA
           MOVE 'N'            TO WS-DES-ENTROU
           MOVE WS-HIST-DATA-X TO WS-DES-DATA-RESPOSTA
           EXEC CICS REWRITE
               FILE   (WS-DES-ARQ)
               FROM   (WS-REG-DESAFIO)
               LENGTH (LENGTH OF WS-REG-DESAFIO)
           END-EXEC
           SUBTRACT 1 FROM WS-DES-PENDENTES.

       1850-ENTRAR-DESAFIO.
      *-- O DESAFIANTE ENTRA DE X NA PARTIDA CRIADA PELO ACEITE. A
      *-- FILA PRECISA EXISTIR AINDA (A LIMPEZA APAGA PARTIDA PARADA
      *-- ALEM DO LIMITE); O ITEM DO LOBBY SAI DA TABELA JA CARREGADA
      *-- PELO 1200, PARA O FIM DA PARTIDA ENCERRA-LA NO LOBBY.
           MOVE WS-DES-ENT-FILA(WS-DES-IX) TO CA-FILA-NOME
           EXEC CICS READQ TS
               QUEUE  (CA-FILA-NOME)
               INTO   (WS-JOGO-TS)
               LENGTH (LENGTH OF WS-JOGO-TS)
               ITEM   (1)
               RESP   (WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL ZERO
               MOVE SPACES TO WS-TELA
               STRING 'A PARTIDA DESTE DESAFIO NAO EXISTE MAIS.'
                      DELIMITED BY SIZE
                      INTO WS-TELA
               END-STRING
               PERFORM 1880-ENCERRAR-DESAFIO
           END-IF
           MOVE 'X' TO CA-MEU-SINAL
           MOVE ZERO TO CA-LOBBY-ITEM
           PERFORM VARYING WS-LOBBY-IX FROM 1 BY 1
                   UNTIL WS-LOBBY-IX > WS-LOBBY-COUNT
               IF WS-LOBBY-ENT-FILA(WS-LOBBY-IX) EQUAL CA-FILA-NOME
                   MOVE WS-LOBBY-IX TO CA-LOBBY-ITEM
               END-IF
           END-PERFORM

           MOVE WS-DES-ENT-CHAVE(WS-DES-IX) TO WS-DES-CHAVE
           EXEC CICS READ
               FILE   (WS-DES-ARQ)
               INTO   (WS-REG-DESAFIO)
               LENGTH (LENGTH OF WS-REG-DESAFIO)
               RIDFLD (WS-DES-CHAVE)
               UPDATE
               RESP   (WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL ZERO
               MOVE 'S' TO WS-DES-ENTROU
               EXEC CICS REWRITE
                   FILE   (WS-DES-ARQ)
                   FROM   (WS-REG-DESAFIO)
                   LENGTH (LENGTH OF WS-REG-DESAFIO)
                   RESP   (WS-RESP)
               END-EXEC
           END-IF.

       1860-RECUSAR-DESAFIO.
      *-- RECUSA O DESAFIO RECEBIDO (SE AINDA PENDENTE) E ENCERRA.
           MOVE WS-DES-ENT-CHAVE(WS-DES-IX) TO WS-DES-CHAVE
           EXEC CICS READ
               FILE   (WS-DES-ARQ)
               INTO   (WS-REG-DESAFIO)
               LENGTH (LENGTH OF WS-REG-DESAFIO)
               RIDFLD (WS-DES-CHAVE)
               UPDATE
               RESP   (WS-RESP)
           END-EXEC
           MOVE SPACES TO WS-TELA
           IF WS-RESP NOT EQUAL ZERO
               STRING 'DESAFIO NAO ENCONTRADO.' DELIMITED BY SIZE
                      INTO WS-TELA
               END-STRING
               PERFORM 1880-ENCERRAR-DESAFIO
           END-IF
           IF NOT WS-DES-PENDENTE
               EXEC CICS UNLOCK
                   FILE (WS-DES-ARQ)
               END-EXEC
               STRING 'O DESAFIO NAO ESTA MAIS PENDENTE.'
                      DELIMITED BY SIZE
                      INTO WS-TELA
               END-STRING
               PERFORM 1880-ENCERRAR-DESAFIO
           END-IF
           EXEC CICS ASKTIME
               ABSTIME (WS-DES-AGORA-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME  (WS-DES-AGORA-ABS)
               YYYYMMDD (WS-HIST-DATA-X)
           END-EXEC
           SET WS-DES-RECUSADO TO TRUE
           MOVE WS-HIST-DATA-X TO WS-DES-DATA-RESPOSTA
           EXEC CICS REWRITE
               FILE   (WS-DES-ARQ)
               FROM   (WS-REG-DESAFIO)
               LENGTH (LENGTH OF WS-REG-DESAFIO)
           END-EXEC
           STRING 'DESAFIO DE '     DELIMITED BY SIZE
                  WS-DES-DESAFIANTE DELIMITED BY SPACE
                  ' RECUSADO.'      DELIMITED BY SIZE
                  INTO WS-TELA
           END-STRING
           PERFORM 1880-ENCERRAR-DESAFIO.

       1870-EMITIR-DESAFIO.
      *-- DESAFIO NOVO: O ADVERSARIO TEM DE TER CADASTRO ATIVO NO
      *-- ARQUIVO JOGADOR E NAO PODE SER O PROPRIO JOGADOR. TAMANHO E
      *-- REGRA COMO NA PARTIDA NOVA; A VALIDADE VAI DE 01 A 72 HORAS
      *-- (QUALQUER OUTRA RESPOSTA VALE 24) E VIRA O ABSTIME DE
      *-- EXPIRACAO QUE O JVELHALMP CONFERE.
           MOVE SPACES TO WS-TELA
           STRING 'NOME DO ADVERSARIO (ATE 15 LETRAS): '
                  DELIMITED BY SIZE
                  INTO WS-TELA
           END-STRING
           EXEC CICS SEND TEXT
               FROM   (WS-TELA)
               LENGTH (WS-TELA-LEN)
               ERASE
           END-EXEC
           MOVE 15 TO WS-RESP-LEN
           MOVE SPACES TO WS-DES-ADVERSARIO
           EXEC CICS RECEIVE
               INTO   (WS-DES-ADVERSARIO)
               LENGTH (WS-RESP-LEN)
           END-EXEC

           MOVE SPACES TO WS-TELA
           IF WS-DES-ADVERSARIO EQUAL SPACES
              OR WS-DES-ADVERSARIO EQUAL WS-NOME-JOGADOR
               STRING 'ADVERSARIO INVALIDO.' DELIMITED BY SIZE
                      INTO WS-TELA
               END-STRING
               PERFORM 1880-ENCERRAR-DESAFIO
           END-IF
           EXEC CICS READ
               FILE   ('JOGADOR ')
               INTO   (WS-REG-JOGADOR)
               LENGTH (LENGTH OF WS-REG-JOGADOR)
               RIDFLD (WS-DES-ADVERSARIO)
               RESP   (WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL ZERO
               STRING 'ADVERSARIO SEM CADASTRO NO ARQUIVO JOGADOR.'
                      DELIMITED BY SIZE
                      INTO WS-TELA
               END-STRING
               PERFORM 1880-ENCERRAR-DESAFIO
           END-IF
           IF WS-JOG-BLOQUEADO
               STRING 'ADVERSARIO BLOQUEADO POR PIN - NAO PODE SER '
                      'DESAFIADO.' DELIMITED BY SIZE
                      INTO WS-TELA
               END-STRING
               PERFORM 1880-ENCERRAR-DESAFIO
           END-IF

           MOVE SPACES TO WS-TELA
           STRING 'TAMANHO DO TABULEIRO (3 OU 4): '
                  DELIMITED BY SIZE
                  INTO WS-TELA
           END-STRING
           EXEC CICS SEND TEXT
               FROM   (WS-TELA)
               LENGTH (WS-TELA-LEN)
               ERASE
           END-EXEC
           MOVE 1 TO WS-RESP-LEN
           MOVE SPACE TO WS-TAM-ESCOLHA
           EXEC CICS RECEIVE
               INTO   (WS-TAM-ESCOLHA)
               LENGTH (WS-RESP-LEN)
           END-EXEC
           PERFORM 1450-PEDIR-REGRA

           MOVE SPACES TO WS-TELA
           STRING 'VALIDADE DO DESAFIO EM HORAS (01 A 72, BRANCO = '
                  '24): ' DELIMITED BY SIZE
                  INTO WS-TELA
           END-STRING
           EXEC CICS SEND TEXT
               FROM   (WS-TELA)
               LENGTH (WS-TELA-LEN)
               ERASE
           END-EXEC
           MOVE 2 TO WS-RESP-LEN
           MOVE SPACES TO WS-DES-HORAS
           EXEC CICS RECEIVE
               INTO   (WS-DES-HORAS)
               LENGTH (WS-RESP-LEN)
           END-EXEC
           IF WS-DES-HORAS IS NUMERIC
              AND WS-DES-HORAS > '00'
              AND WS-DES-HORAS NOT > '72'
               MOVE WS-DES-HORAS TO WS-DES-HORAS-NUM
           ELSE
               MOVE 24 TO WS-DES-HORAS-NUM
           END-IF

           EXEC CICS ASKTIME
               ABSTIME (WS-DES-AGORA-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME  (WS-DES-AGORA-ABS)
               YYYYMMDD (WS-HIST-DATA-X)
               TIME     (WS-HIST-HORA-X)
           END-EXEC
           MOVE SPACES TO WS-REG-DESAFIO
           MOVE WS-DES-ADVERSARIO   TO WS-DES-DESAFIADO
           MOVE WS-HIST-DATA-X      TO WS-DES-DATA
           MOVE WS-HIST-HORA-X(1:6) TO WS-DES-HORA
           MOVE WS-NOME-JOGADOR     TO WS-DES-DESAFIANTE
           IF WS-TAM-ESCOLHA EQUAL '4'
               MOVE 4 TO WS-DES-TAMANHO
           ELSE
               MOVE 3 TO WS-DES-TAMANHO
           END-IF
           IF WS-REGRA-ESCOLHA EQUAL 'M'
               MOVE 'M' TO WS-DES-REGRA
           ELSE
               MOVE 'N' TO WS-DES-REGRA
           END-IF
           SET WS-DES-PENDENTE TO TRUE
           COMPUTE WS-DES-EXPIRA-ABS =
               WS-DES-AGORA-ABS + WS-DES-HORAS-NUM * 3600000
           MOVE 'N'   TO WS-DES-ENTROU
           MOVE ZEROS TO WS-DES-DATA-RESPOSTA
           EXEC CICS WRITE
               FILE   (WS-DES-ARQ)
               FROM   (WS-REG-DESAFIO)
               LENGTH (LENGTH OF WS-REG-DESAFIO)
               RIDFLD (WS-DES-CHAVE)
               RESP   (WS-RESP)
           END-EXEC

           MOVE SPACES TO WS-TELA
           IF WS-RESP NOT EQUAL ZERO
               MOVE WS-RESP TO WS-RESP-EDIT
               STRING 'DESAFIO NAO GRAVADO. RESP=' DELIMITED BY SIZE
                      WS-RESP-EDIT                 DELIMITED BY SIZE
                      INTO WS-TELA
               END-STRING
           ELSE
               STRING 'DESAFIO ENVIADO A '  DELIMITED BY SIZE
                      WS-DES-ADVERSARIO     DELIMITED BY SPACE
                      ' - VALE POR '        DELIMITED BY SIZE
                      WS-DES-HORAS-NUM      DELIMITED BY SIZE
                      ' HORA(S).'           DELIMITED BY SIZE
                      INTO WS-TELA
               END-STRING
           END-IF
           PERFORM 1880-ENCERRAR-DESAFIO.

       1880-ENCERRAR-DESAFIO.
      *-- A MENSAGEM JA ESTA EM WS-TELA: MOSTRA E ENCERRA SEM REARMAR.
           EXEC CICS SEND TEXT
               FROM   (WS-TELA)
               LENGTH (WS-TELA-LEN)
               ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       1900-ESCOLHA-INVALIDA.
           MOVE SPACES TO WS-TELA
           STRING 'ESCOLHA INVALIDA. TENTE A TRANSACAO DE NOVO.'
                      INTO WS-TELA
               END-STRING
           END-IF
      *-- DESAFIOS AINDA PENDENTES PARA QUEM SE IDENTIFICOU AGORA
           IF WS-DES-PENDENTES > ZERO
               MOVE 30 TO WS-DES-PONTEIRO
               STRING 'DESAFIOS PENDENTES: ' DELIMITED BY SIZE
                      WS-DES-PENDENTES       DELIMITED BY SIZE
                      ' (OPCAO D NO LOBBY)'  DELIMITED BY SIZE
                      INTO WS-TELA
                      WITH POINTER WS-DES-PONTEIRO
               END-STRING
           END-IF
           EXEC CICS SEND TEXT
               FROM   (WS-TELA)
               LENGTH (WS-TELA-LEN)
           EXEC CICS RECEIVE
               INTO   (WS-NOME-JOGADOR)
               LENGTH (WS-RESP-LEN)
           END-EXEC
           PERFORM 1110-CONFERIR-PIN
           PERFORM 1810-CARREGAR-DESAFIOS.

       1110-CONFERIR-PIN.
      *-- O NOME SO VALE COM O PIN DO CADASTRO. A PRIMEIRA LEITURA E'
      *-- SEM UPDATE, PARA NAO SEGURAR O REGISTRO ENQUANTO O JOGADOR
      *-- DIGITA; SO O ERRO (OU O ACERTO DEPOIS DE ERROS) RELE COM
      *-- UPDATE PARA MEXER NA CONTAGEM. QUALQUER RECUSA ENCERRA A
      *-- TAREFA ANTES DE A PARTIDA SER GRAVADA.
           MOVE SPACES TO WS-REG-FALHA
           MOVE ZERO TO WS-FAL-ERROS
           EXEC CICS READ
               FILE   ('JOGADOR ')
               INTO   (WS-REG-JOGADOR)
               LENGTH (LENGTH OF WS-REG-JOGADOR)
               RIDFLD (WS-NOME-JOGADOR)
               RESP   (WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL WS-RESP-NOTFND
               MOVE 'C' TO WS-FAL-MOTIVO
               MOVE SPACES TO WS-TELA
               STRING 'NOME SEM CADASTRO. PECA SEU PIN AO '
                      'ADMINISTRADOR DO CAMPEONATO.'
                      DELIMITED BY SIZE
                      INTO WS-TELA
               END-STRING
               PERFORM 1120-RECUSAR-IDENTIFICACAO
           END-IF
           IF WS-RESP NOT EQUAL ZERO
               MOVE SPACES TO WS-TELA
               MOVE WS-RESP TO WS-RESP-EDIT
               STRING 'CADASTRO DE JOGADORES INDISPONIVEL. RESP='
                      DELIMITED BY SIZE
                      WS-RESP-EDIT DELIMITED BY SIZE
                      INTO WS-TELA
               END-STRING
               EXEC CICS SEND TEXT
                   FROM   (WS-TELA)
                   LENGTH (WS-TELA-LEN)
                   ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF
           IF WS-JOG-BLOQUEADO
               MOVE 'J' TO WS-FAL-MOTIVO
               MOVE WS-JOG-ERROS TO WS-FAL-ERROS
               MOVE SPACES TO WS-TELA
               STRING 'JOGADOR BLOQUEADO POR PIN ERRADO. PROCURE O '
                      'ADMINISTRADOR.'
                      DELIMITED BY SIZE
                      INTO WS-TELA
               END-STRING
               PERFORM 1120-RECUSAR-IDENTIFICACAO
           END-IF

           MOVE SPACES TO WS-TELA
           STRING 'PIN (4 DIGITOS): ' DELIMITED BY SIZE
                  INTO WS-TELA
           END-STRING
           EXEC CICS SEND TEXT
               FROM   (WS-TELA)
               LENGTH (WS-TELA-LEN)
               ERASE
           END-EXEC
           MOVE 4 TO WS-RESP-LEN
           MOVE SPACES TO WS-PIN-DIGITADO
           EXEC CICS RECEIVE
               INTO   (WS-PIN-DIGITADO)
               LENGTH (WS-RESP-LEN)
           END-EXEC

           EXEC CICS READ
               FILE   ('JOGADOR ')
               INTO   (WS-REG-JOGADOR)
               LENGTH (LENGTH OF WS-REG-JOGADOR)
               RIDFLD (WS-NOME-JOGADOR)
               UPDATE
           END-EXEC
           CALL 'JVPINHSH' USING WS-PIN-DIGITADO WS-JOG-PIN-SAL
                                 WS-PIN-HASH
           IF WS-PIN-HASH EQUAL WS-JOG-PIN-HASH
              AND WS-JOG-ATIVO
               IF WS-JOG-ERROS EQUAL ZERO
                   EXEC CICS UNLOCK
                       FILE ('JOGADOR ')
                   END-EXEC
               ELSE
                   MOVE ZERO TO WS-JOG-ERROS
                   EXEC CICS REWRITE
                       FILE   ('JOGADOR ')
                       FROM   (WS-REG-JOGADOR)
                       LENGTH (LENGTH OF WS-REG-JOGADOR)
                   END-EXEC
               END-IF
           ELSE
               PERFORM 1130-CONTAR-PIN-ERRADO
           END-IF.

       1130-CONTAR-PIN-ERRADO.
      *-- MAIS UM ERRO NA CONTA DO JOGADOR; NO TERCEIRO SEGUIDO ELE
      *-- FICA BLOQUEADO ATE UM CARTAO REINICIA DO JVPIN.
           MOVE SPACES TO WS-TELA
           IF WS-JOG-BLOQUEADO
               MOVE 'J' TO WS-FAL-MOTIVO
               EXEC CICS UNLOCK
                   FILE ('JOGADOR ')
               END-EXEC
               STRING 'JOGADOR BLOQUEADO POR PIN ERRADO. PROCURE O '
                      'ADMINISTRADOR.'
                      DELIMITED BY SIZE
                      INTO WS-TELA
               END-STRING
           ELSE
               ADD 1 TO WS-JOG-ERROS
               IF WS-JOG-ERROS NOT LESS THAN WS-PIN-ERROS-MAX
                   MOVE 'B' TO WS-FAL-MOTIVO
                   SET WS-JOG-BLOQUEADO TO TRUE
                   PERFORM 1140-DATA-HORA-FALHA
                   MOVE WS-FAL-DATA TO WS-JOG-DATA-BLOQUEIO
                   STRING 'PIN INCORRETO. JOGADOR BLOQUEADO - '
                          'PROCURE O ADMINISTRADOR.'
                          DELIMITED BY SIZE
                          INTO WS-TELA
                   END-STRING
               ELSE
                   MOVE 'P' TO WS-FAL-MOTIVO
                   COMPUTE WS-PIN-RESTAM =
                       WS-PIN-ERROS-MAX - WS-JOG-ERROS
                   STRING 'PIN INCORRETO. RESTAM ' DELIMITED BY SIZE
                          WS-PIN-RESTAM            DELIMITED BY SIZE
                          ' TENTATIVA(S) ANTES DO BLOQUEIO.'
                                                   DELIMITED BY SIZE
                          INTO WS-TELA
                   END-STRING
               END-IF
               EXEC CICS REWRITE
                   FILE   ('JOGADOR ')
                   FROM   (WS-REG-JOGADOR)
                   LENGTH (LENGTH OF WS-REG-JOGADOR)
               END-EXEC
           END-IF
           MOVE WS-JOG-ERROS TO WS-FAL-ERROS
           PERFORM 1120-RECUSAR-IDENTIFICACAO.

       1120-RECUSAR-IDENTIFICACAO.
      *-- A MENSAGEM JA ESTA EM WS-TELA E O MOTIVO EM WS-FAL-MOTIVO:
      *-- GRAVA A RECUSA NA FILA JVPF (ERRO NA FILA NAO IMPEDE A
      *-- RECUSA) E ENCERRA A TAREFA SEM REARMAR.
           PERFORM 1140-DATA-HORA-FALHA
           MOVE EIBTRMID        TO WS-FAL-TERMINAL
           MOVE EIBTRNID        TO WS-FAL-TRANSACAO
           MOVE WS-NOME-JOGADOR TO WS-FAL-NOME
           EXEC CICS WRITEQ TD
               QUEUE  (WS-PIN-FILA-TD)
               FROM   (WS-REG-FALHA)
               LENGTH (LENGTH OF WS-REG-FALHA)
               RESP   (WS-RESP)
           END-EXEC
           EXEC CICS SEND TEXT
               FROM   (WS-TELA)
               LENGTH (WS-TELA-LEN)
               ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       1140-DATA-HORA-FALHA.
           EXEC CICS ASKTIME
               ABSTIME (WS-HIST-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME  (WS-HIST-ABS)
               YYYYMMDD (WS-HIST-DATA-X)
               TIME     (WS-HIST-HORA-X)
           END-EXEC
           MOVE WS-HIST-DATA-X      TO WS-FAL-DATA
           MOVE WS-HIST-HORA-X(1:6) TO WS-FAL-HORA.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*

       2110-EXIBIR-TABULEIRO.
           PERFORM 2105-MONTAR-IMAGEM
           PERFORM 2115-MONTAR-ROTULO-REGRA
           MOVE SPACES TO WS-TELA
           STRING 'VOCE E ' CA-MEU-SINAL '. TABULEIRO '
                  DELIMITED BY SIZE
                  TS-TAMANHO 'X' TS-TAMANHO
                  DELIMITED BY SIZE
                  WS-REGRA-ROTULO DELIMITED BY SPACE
                  ': ' DELIMITED BY SIZE
                  WS-TAB-IMAGEM(1:WS-NCASAS)
                  ' - SUA JOGADA (EX: A1): ' DELIMITED BY SIZE
                  INTO WS-TELA
               ERASE
           END-EXEC.

       2115-MONTAR-ROTULO-REGRA.
      *-- NA MISERE O ROTULO VAI COLADO AO TAMANHO (4X4-MISERE).
           IF TS-MISERE
               MOVE '-MISERE' TO WS-REGRA-ROTULO
           ELSE
               MOVE SPACES TO WS-REGRA-ROTULO
           END-IF.

       2105-MONTAR-IMAGEM.
      *-- AS CASAS EM USO VIRAM UMA IMAGEM CORRIDA PARA A TELA,
      *-- CASA VAZIA VIRA PONTO PARA O OPERADOR CONTAR POSICAO.
      *-- POR AQUI, ENTAO CADA PARTIDA E' CONTADA UMA VEZ SO - E O
      *-- HISTORICO POR PARTIDA E' GRAVADO NO MESMO MOMENTO.
           PERFORM 2750-GRAVAR-HISTORICO
           IF TS-MISERE
               MOVE 'PLACARMS' TO WS-PLACAR-ARQ
           ELSE
               MOVE 'PLACAR  ' TO WS-PLACAR-ARQ
           END-IF
           MOVE TS-PLAYER-X TO WS-PLACAR-CHAVE-X
           MOVE TS-PLAYER-O TO WS-PLACAR-CHAVE-O
           EXEC CICS READ
               FILE   (WS-PLACAR-ARQ)
               INTO   (WS-REG-PLACAR)
               LENGTH (LENGTH OF WS-REG-PLACAR)
               RIDFLD (WS-PLACAR-CHAVE)
           IF WS-RESP EQUAL ZERO
               PERFORM 2710-SOMAR-RESULTADO
               EXEC CICS REWRITE
                   FILE   (WS-PLACAR-ARQ)
                   FROM   (WS-REG-PLACAR)
                   LENGTH (LENGTH OF WS-REG-PLACAR)
               END-EXEC
                             WS-PLACAR-PARTIDAS
               PERFORM 2710-SOMAR-RESULTADO
               EXEC CICS WRITE
                   FILE   (WS-PLACAR-ARQ)
                   FROM   (WS-REG-PLACAR)
                   LENGTH (LENGTH OF WS-REG-PLACAR)
                   RIDFLD (WS-PLACAR-CHAVE)
               RESP   (WS-RESP)
           END-EXEC.

       2765-LOGAR-CABECALHO-TD.
      *-- CABECALHO 'PARTIDA' (REGRA E TAMANHO) ANTES DO PRIMEIRO
      *-- LANCE, NO MESMO FORMATO DO LOG DE JVELHA/JVEMAQ E COM O
      *-- MESMO CARIMBO DA FILA NOS BYTES 38-45.
           MOVE SPACES TO WS-RPL-REG
           IF TS-MISERE
               MOVE 'MISERE' TO WS-REGRA-ROTULO
           ELSE
               MOVE 'NORMAL' TO WS-REGRA-ROTULO
           END-IF
           STRING 'PARTIDA REGRA ' DELIMITED BY SIZE
                  WS-REGRA-ROTULO(1:6) DELIMITED BY SIZE
                  ' TAMANHO ' DELIMITED BY SIZE
                  TS-TAMANHO DELIMITED BY SIZE
                  INTO WS-RPL-REG
           END-STRING
           MOVE CA-FILA-NOME TO WS-RPL-REG(38:8)
           EXEC CICS WRITEQ TD
               QUEUE  (WS-RPL-FILA-TD)
               FROM   (WS-RPL-REG)
               LENGTH (LENGTH OF WS-RPL-REG)
               RESP   (WS-RESP)
           END-EXEC.

       2770-CAMPO-DA-CELULA.
      *-- CELULA LINEAR DE VOLTA PARA O CAMPO LETRA+NUMERO DO LOG
      *-- (CONTA INVERSA DO 2310, NO TAMANHO DA PARTIDA).
           END-IF
           MOVE TS-NJOGADA TO WS-HIST-JOGADAS
           MOVE TS-TAMANHO TO WS-HIST-TAMANHO
           IF TS-MISERE
               MOVE 'M' TO WS-HIST-VARIANTE
           ELSE
               MOVE 'N' TO WS-HIST-VARIANTE
           END-IF
           EXEC CICS WRITE
               FILE   ('HISTPART')
               FROM   (WS-REG-HIST)
                   WS-IA-TURN WS-IA-PROFUNDIDADE WS-IA-PROF-MAX
                   WS-IA-TRACE WS-IA-ALFA WS-IA-BETA
                   WS-IA-MELHOR-CELULA WS-IA-MELHOR-SCORE
                   WS-IA-ORCAMENTO TS-REGRA
           END-CALL
           IF WS-IA-MELHOR-CELULA > ZERO
              AND WS-IA-MELHOR-CELULA NOT > WS-NCASAS
               PERFORM 2450-VERIFICAR-VENCEDOR-4X4
           ELSE
               PERFORM 2440-VERIFICAR-VENCEDOR-3X3
           END-IF
      *-- NA MISERE QUEM FECHOU A LINHA PERDE: O VENCEDOR E' O OUTRO
      *-- SINAL, ANTES DE PLACAR, HISTORICO E TELAS VEREM O RESULTADO
           IF TS-MISERE AND TS-FINALIZADO
              AND TS-VENCEDOR NOT EQUAL SPACE
               IF TS-VENCEDOR EQUAL 'X'
                   MOVE 'O' TO TS-VENCEDOR
               ELSE
                   MOVE 'X' TO TS-VENCEDOR
               END-IF
           END-IF.

       2440-VERIFICAR-VENCEDOR-3X3.
                      INTO WS-TELA
               END-STRING
           END-IF.
           IF TS-MISERE
               MOVE '(MISERE)' TO WS-TELA(30:8)
           END-IF.
           EXEC CICS SEND TEXT
               FROM   (WS-TELA)
               LENGTH (WS-TELA-LEN)
