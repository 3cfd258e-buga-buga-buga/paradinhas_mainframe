      *     DA TABELA MAIS A LINHA DO PROPRIO JOGADOR QUE CONSULTOU,  *
      *     COM A POSICAO DELE. PSEUDO-CONVERSACIONAL: A PRIMEIRA     *
      *     CHAMADA PEDE O NOME, A SEGUNDA RESPONDE E ENCERRA.        *
      *     A TABELA E' A DA TEMPORADA CORRENTE (O PLACAR); O NOME    *
      *     DIGITADO COM PF2 EM VEZ DE ENTER PEDE A TABELA GERAL, QUE *
      *     SOMA TAMBEM AS TEMPORADAS FECHADAS PELO JVTEMPOR          *
      *     (ARQUIVO PLACARQ).                                        *
      *     O NOME INFORMADO SO VALE COM O PIN DO CADASTRO (ARQUIVO   *
      *     JOGADOR), NAS MESMAS REGRAS DO JVELHACICS: TRES PINS      *
      *     ERRADOS SEGUIDOS BLOQUEIAM O JOGADOR E CADA RECUSA VAI    *
      *     PARA A FILA TD JVPF. NOME EM BRANCO E' CONSULTA ANONIMA:  *
      *     SAI SO O TOPO DA TABELA, SEM PEDIR PIN.                   *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      *-- COPIA DE TRABALHO DA COMMAREA --
       01 WS-COMMAREA.
           03 CA-NOME-CONSULTA             PIC X(15) VALUE SPACES.
           03 CA-ESCOPO                    PIC X(01) VALUE 'C'.
               88 CA-ESCOPO-CORRENTE                VALUE 'C'.
               88 CA-ESCOPO-GERAL                   VALUE 'G'.

      *-- REGISTRO DO PLACAR COMPARTILHADO (MESMO LAYOUT DOS JOGOS) --
       01 WS-REG-PLACAR.
           03 WS-PLACAR-EMPATES            PIC 9(05).
           03 WS-PLACAR-PARTIDAS           PIC 9(05).

      *-- REGISTRO DO PLACAR ARQUIVADO (TEMPORADA + DUPLA) --
       01 WS-REG-ARQP.
           03 WS-ARQP-CHAVE.
              05 WS-ARQP-TEMPORADA         PIC X(08).
              05 WS-ARQP-CHAVE-X           PIC X(15).
              05 WS-ARQP-CHAVE-O           PIC X(15).
           03 WS-ARQP-VITORIAS-X           PIC 9(05).
           03 WS-ARQP-VITORIAS-O           PIC 9(05).
           03 WS-ARQP-EMPATES              PIC 9(05).
           03 WS-ARQP-PARTIDAS             PIC 9(05).

      *-- TABELA DE JOGADORES AGREGADA (MESMAS CONTAS DO JVRANK) --
       01 WS-RANK-TABELA.
           03 WS-RANK-MAX                  PIC 9(03) VALUE 100.

      *-- BROWSE DO PLACAR --
       01 WS-BROWSE-CHAVE                  PIC X(30) VALUE LOW-VALUES.
       01 WS-BROWSE-CHAVE-ARQ              PIC X(38) VALUE LOW-VALUES.
      *-- TECLA DA TABELA GERAL (O VALOR DE DFHPF2 NO DFHAID) --
       01 WS-TECLA-PF2                     PIC X(01) VALUE '2'.
       01 WS-RESP                          PIC S9(08) COMP VALUE +0.
       01 WS-TOPO-N                        PIC 9(02) VALUE 10.
       01 WS-LINHAS-MANDADAS               PIC 9(02) VALUE ZERO.
       01 WS-RESP-LEN                      PIC S9(04) COMP VALUE 15.
       01 WS-COMMAREA-LEN                  PIC S9(04) COMP.
       01 WS-POS-EDIT                      PIC ZZ9.
       01 WS-RESP-EDIT                     PIC 9(08) VALUE ZEROS.

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
       01 WS-PIN-ABS                       PIC S9(15) COMP-3 VALUE +0.
       01 WS-PIN-DATA-X                    PIC X(08) VALUE SPACES.
       01 WS-PIN-HORA-X                    PIC X(08) VALUE SPACES.
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
       01 WS-PTS-EDIT                      PIC ZZZZZZ9.
       01 WS-JOGOS-EDIT                    PIC ZZZZZ9.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       01 DFHCOMMAREA.
           03 CA-NOME-CONSULTA-LK          PIC X(15).
           03 CA-ESCOPO-LK                 PIC X(01).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       1000-PEDIR-NOME SECTION.
           MOVE SPACES TO WS-TELA
           STRING 'CLASSIFICACAO - SEU NOME (ATE 15), ENTER = '
                  'TEMPORADA, PF2 = GERAL: '
                  DELIMITED BY SIZE
                  INTO WS-TELA
           END-STRING
               INTO   (CA-NOME-CONSULTA)
               LENGTH (WS-RESP-LEN)
           END-EXEC
           IF EIBAID EQUAL WS-TECLA-PF2
               SET CA-ESCOPO-GERAL TO TRUE
           ELSE
               SET CA-ESCOPO-CORRENTE TO TRUE
           END-IF
           IF CA-NOME-CONSULTA NOT EQUAL SPACES
               PERFORM 1100-CONFERIR-PIN
           END-IF
           EXEC CICS RETURN
               TRANSID  (EIBTRNID)
               COMMAREA (WS-COMMAREA)
           EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       1100-CONFERIR-PIN SECTION.
      *-- MESMA CONFERENCIA DO JVELHACICS: LEITURA SEM UPDATE ANTES
      *-- DE PEDIR O PIN, RELEITURA COM UPDATE SO PARA MEXER NA
      *-- CONTAGEM. QUALQUER RECUSA ENCERRA A TAREFA SEM MOSTRAR A
      *-- TABELA.
           MOVE SPACES TO WS-REG-FALHA
           MOVE ZERO TO WS-FAL-ERROS
           EXEC CICS READ
               FILE   ('JOGADOR ')
               INTO   (WS-REG-JOGADOR)
               LENGTH (LENGTH OF WS-REG-JOGADOR)
               RIDFLD (CA-NOME-CONSULTA)
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
               RIDFLD (CA-NOME-CONSULTA)
               UPDATE
               RESP   (WS-RESP)
           END-EXEC
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
       1100-CONFERIR-PIN-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       1130-CONTAR-PIN-ERRADO SECTION.
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
       1130-CONTAR-PIN-ERRADO-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       1120-RECUSAR-IDENTIFICACAO SECTION.
           PERFORM 1140-DATA-HORA-FALHA
           MOVE EIBTRMID         TO WS-FAL-TERMINAL
           MOVE EIBTRNID         TO WS-FAL-TRANSACAO
           MOVE CA-NOME-CONSULTA TO WS-FAL-NOME
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
       1120-RECUSAR-IDENTIFICACAO-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       1140-DATA-HORA-FALHA SECTION.
           EXEC CICS ASKTIME
               ABSTIME (WS-PIN-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME  (WS-PIN-ABS)
               YYYYMMDD (WS-PIN-DATA-X)
               TIME     (WS-PIN-HORA-X)
           END-EXEC
           MOVE WS-PIN-DATA-X      TO WS-FAL-DATA
           MOVE WS-PIN-HORA-X(1:6) TO WS-FAL-HORA.
       1140-DATA-HORA-FALHA-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       2000-MONTAR-E-MANDAR SECTION.
      *-- BROWSE COMPLETO DO PLACAR: CADA REGISTRO DE DUPLA RENDE AS
               END-EXEC
           END-IF

      *-- NA TABELA GERAL, AS DUPLAS DE TODAS AS TEMPORADAS FECHADAS
      *-- ENTRAM NA MESMA AGREGACAO.
           IF CA-ESCOPO-GERAL
               MOVE LOW-VALUES TO WS-BROWSE-CHAVE-ARQ
               EXEC CICS STARTBR
                   FILE   ('PLACARQ ')
                   RIDFLD (WS-BROWSE-CHAVE-ARQ)
                   RESP   (WS-RESP)
               END-EXEC
               IF WS-RESP EQUAL ZERO
                   PERFORM 2150-LER-PROXIMO-ARQ
                       UNTIL WS-RESP NOT EQUAL ZERO
                   EXEC CICS ENDBR
                       FILE ('PLACARQ ')
                   END-EXEC
               END-IF
           END-IF

           PERFORM 3000-CALCULAR-PONTOS
           PERFORM 3100-ORDENAR-RANKING
           PERFORM 4000-MANDAR-TABELA
               PERFORM 2200-AGREGAR-JOGADOR
           END-IF.

       2150-LER-PROXIMO-ARQ.
           EXEC CICS READNEXT
               FILE   ('PLACARQ ')
               INTO   (WS-REG-ARQP)
               LENGTH (LENGTH OF WS-REG-ARQP)
               RIDFLD (WS-BROWSE-CHAVE-ARQ)
               RESP   (WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL ZERO
               MOVE WS-ARQP-CHAVE-X      TO WS-AGREGA-NOME
               MOVE WS-ARQP-PARTIDAS     TO WS-AGREGA-JOGOS
               MOVE WS-ARQP-VITORIAS-X   TO WS-AGREGA-VITORIAS
               MOVE WS-ARQP-EMPATES      TO WS-AGREGA-EMPATES
               PERFORM 2200-AGREGAR-JOGADOR
               MOVE WS-ARQP-CHAVE-O      TO WS-AGREGA-NOME
               MOVE WS-ARQP-PARTIDAS     TO WS-AGREGA-JOGOS
               MOVE WS-ARQP-VITORIAS-O   TO WS-AGREGA-VITORIAS
               MOVE WS-ARQP-EMPATES      TO WS-AGREGA-EMPATES
               PERFORM 2200-AGREGAR-JOGADOR
           END-IF.

       2200-AGREGAR-JOGADOR.
           IF WS-AGREGA-NOME EQUAL SPACES
               CONTINUE
      *-- O TOPO DA TABELA E, SE O CONSULTANTE NAO ESTA NELE, A
      *-- PROPRIA LINHA COM A POSICAO.
           MOVE SPACES TO WS-TELA
           IF CA-ESCOPO-GERAL
               STRING 'CLASSIFICACAO GERAL (TODAS AS TEMPORADAS):'
                      DELIMITED BY SIZE
                      INTO WS-TELA
               END-STRING
           ELSE
               STRING 'CLASSIFICACAO DA TEMPORADA:' DELIMITED BY SIZE
                      INTO WS-TELA
               END-STRING
           END-IF
           EXEC CICS SEND TEXT
               FROM   (WS-TELA)
               LENGTH (WS-TELA-LEN)
           MOVE ZERO TO WS-POSICAO-PROPRIA
           PERFORM VARYING WS-RANK-IX FROM 1 BY 1
                   UNTIL WS-RANK-IX > WS-RANK-COUNT
               IF CA-NOME-CONSULTA NOT EQUAL SPACES
                   IF WS-RANK-NOME(WS-RANK-IX) EQUAL CA-NOME-CONSULTA
                       MOVE WS-RANK-IX TO WS-POSICAO-PROPRIA
                   END-IF
               END-IF
               IF WS-RANK-IX <= WS-TOPO-N
                   PERFORM 4100-MANDAR-UMA-LINHA
               END-IF
           END-PERFORM

      *-- CONSULTA ANONIMA (NOME EM BRANCO) SO VE O TOPO.
           IF CA-NOME-CONSULTA NOT EQUAL SPACES
               IF WS-POSICAO-PROPRIA > WS-TOPO-N
                   MOVE WS-POSICAO-PROPRIA TO WS-RANK-IX
                   PERFORM 4100-MANDAR-UMA-LINHA
               END-IF
               IF WS-POSICAO-PROPRIA EQUAL ZERO
                   MOVE SPACES TO WS-TELA
                   STRING 'VOCE AINDA NAO TEM PARTIDA NESTA TABELA.'
                       DELIMITED BY SIZE
                       INTO WS-TELA
                   END-STRING
                   EXEC CICS SEND TEXT
                       FROM   (WS-TELA)
                       LENGTH (WS-TELA-LEN)
                   END-EXEC
               END-IF
           END-IF.
       4000-MANDAR-TABELA-EXIT.
           EXIT.
