      *     PODE SER DISPARADA PELO OPERADOR (TRANSACAO PROPRIA) OU   *
      *     POR TIMER - UM EXEC CICS START TRANSID COM INTERVAL, NO   *
      *     PLT OU NO SCHEDULER DO CICS, UMA VARREDURA POR DISPARO.   *
      *     NA MESMA VARREDURA EXPIRA OS DESAFIOS DIRETOS (ARQUIVO    *
      *     DESAFIO) AINDA PENDENTES CUJO PRAZO DE RESPOSTA JA        *
      *     PASSOU: A SITUACAO VIRA E (EXPIRADO), COM A DATA DA       *
      *     EXPIRACAO.                                                *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      *-- MESMO ESTADO COMPARTILHADO GRAVADO POR JVELHACICS (16
      *-- CASAS E TS-TAMANHO DESDE O TABULEIRO 4X4 - 60 BYTES; COM
      *-- A REGRA DA PARTIDA NO FIM - 61 BYTES) --
       01 WS-JOGO-TS.
           03 TS-TABULEIRO.
               05 TS-CASA                  PIC X(01)
           03 TS-NJOGADA                   PIC 9(02).
           03 TS-TAMANHO                   PIC 9(01).
           03 TS-ULT-ATIV-ABS              PIC S9(15) COMP-3.
           03 TS-REGRA                     PIC X(01).
      *-- VISAO ANTIGA DA MESMA AREA: FILA GRAVADA ANTES DO CAMPO
      *-- DE TAMANHO TEM 52 BYTES (9 CASAS, SEM TS-TAMANHO) E O
      *-- SINAL DE VIDA NOS BYTES 45-52 - O READQ DEVOLVE O
       01 WS-RESP-Q                        PIC S9(08) COMP VALUE +0.
       01 WS-VARRIDAS                      PIC 9(03) VALUE ZEROS.
       01 WS-ABANDONADAS                   PIC 9(03) VALUE ZEROS.
       01 WS-EXPIRADOS                     PIC 9(03) VALUE ZEROS.

      *-- MESMO REGISTRO DE DESAFIO GRAVADO POR JVELHACICS --
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
       01 WS-DES-ARQ                       PIC X(08) VALUE 'DESAFIO '.
       01 WS-DES-HOJE                      PIC X(08) VALUE SPACES.
      *-- CHAVES DOS VENCIDOS, JUNTADAS NA LEITURA SEQUENCIAL E
      *-- ATUALIZADAS DEPOIS DO ENDBR (O QUE SOBRAR FICA PARA A
      *-- PROXIMA VARREDURA) --
       01 WS-DES-VENCIDOS.
           03 WS-DES-MAX                   PIC S9(04) COMP VALUE +50.
           03 WS-DES-COUNT                 PIC S9(04) COMP VALUE +0.
           03 WS-DES-IX                    PIC S9(04) COMP VALUE +0.
           03 WS-DES-VENC-CHAVE            PIC X(44) OCCURS 50.

       01 WS-TELA                          PIC X(76) VALUE SPACES.
       01 WS-TELA-LEN                      PIC S9(04) COMP
               UNTIL WS-ITEM-NUM > WS-MAX-ITENS
                  OR WS-RESP NOT EQUAL ZERO

           PERFORM 3000-EXPIRAR-DESAFIOS

           MOVE SPACES TO WS-TELA
           STRING 'LIMPEZA: '      DELIMITED BY SIZE
                  WS-VARRIDAS      DELIMITED BY SIZE
                  ' PARTIDAS VARRIDAS, ' DELIMITED BY SIZE
                  WS-ABANDONADAS   DELIMITED BY SIZE
                  ' ABANDONADAS, ' DELIMITED BY SIZE
                  WS-EXPIRADOS     DELIMITED BY SIZE
                  ' DESAFIOS EXPIRADOS.' DELIMITED BY SIZE
                  INTO WS-TELA
           END-STRING
           EXEC CICS SEND TEXT
           END-IF

      *-- O SINAL DE VIDA FICA ONDE O COMPRIMENTO DEVOLVIDO MANDA:
      *-- 61 BYTES E' O REGISTRO ATUAL E 60 O DE ANTES DA REGRA (O
      *-- SINAL NO MESMO LUGAR), 52 E' O ANTIGO (SEM TS-TAMANHO);
      *-- QUALQUER OUTRO TAMANHO E' DE ANTES DO SINAL DE VIDA
      *-- EXISTIR E A PARTIDA CONTA COMO VENCIDA
           EVALUATE TRUE
               WHEN WS-TS-LEN EQUAL LENGTH OF WS-JOGO-TS
               WHEN WS-TS-LEN EQUAL 60
                   COMPUTE WS-OCIO-MS =
                       WS-AGORA-ABS - TS-ULT-ATIV-ABS
                   END-COMPUTE
       2000-MARCAR-ABANDONADA-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       3000-EXPIRAR-DESAFIOS SECTION.
      *-- DESAFIO PENDENTE COM O PRAZO VENCIDO VIRA EXPIRADO. ARQUIVO
      *-- AUSENTE OU VAZIO NAO E' ERRO: NAO HA O QUE EXPIRAR.
           EXEC CICS FORMATTIME
               ABSTIME  (WS-AGORA-ABS)
               YYYYMMDD (WS-DES-HOJE)
           END-EXEC
           MOVE ZERO TO WS-DES-COUNT
           MOVE LOW-VALUES TO WS-DES-CHAVE
           EXEC CICS STARTBR
               FILE   (WS-DES-ARQ)
               RIDFLD (WS-DES-CHAVE)
               GTEQ
               RESP   (WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL ZERO
               GO TO 3000-EXPIRAR-DESAFIOS-FIM
           END-IF
           PERFORM 3100-LER-DESAFIO
               UNTIL WS-RESP NOT EQUAL ZERO
                  OR WS-DES-COUNT NOT LESS WS-DES-MAX
           EXEC CICS ENDBR
               FILE (WS-DES-ARQ)
           END-EXEC

           PERFORM 3200-MARCAR-EXPIRADO
               VARYING WS-DES-IX FROM 1 BY 1
               UNTIL WS-DES-IX > WS-DES-COUNT.
       3000-EXPIRAR-DESAFIOS-FIM.
           EXIT.
       3000-EXPIRAR-DESAFIOS-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       3100-LER-DESAFIO SECTION.
           EXEC CICS READNEXT
               FILE   (WS-DES-ARQ)
               INTO   (WS-REG-DESAFIO)
               LENGTH (LENGTH OF WS-REG-DESAFIO)
               RIDFLD (WS-DES-CHAVE)
               RESP   (WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL ZERO
              AND WS-DES-PENDENTE
              AND WS-DES-EXPIRA-ABS NOT > WS-AGORA-ABS
               ADD 1 TO WS-DES-COUNT
               MOVE WS-DES-CHAVE TO WS-DES-VENC-CHAVE(WS-DES-COUNT)
           END-IF.
       3100-LER-DESAFIO-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       3200-MARCAR-EXPIRADO SECTION.
      *-- RELE COM UPDATE: O DESAFIADO PODE TER RESPONDIDO ENTRE A
      *-- LEITURA SEQUENCIAL E AGORA, E AI O DESAFIO FICA COMO ESTA.
           MOVE WS-DES-VENC-CHAVE(WS-DES-IX) TO WS-DES-CHAVE
           EXEC CICS READ
               FILE   (WS-DES-ARQ)
               INTO   (WS-REG-DESAFIO)
               LENGTH (LENGTH OF WS-REG-DESAFIO)
               RIDFLD (WS-DES-CHAVE)
               UPDATE
               RESP   (WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL ZERO
               GO TO 3200-MARCAR-EXPIRADO-FIM
           END-IF
           IF NOT WS-DES-PENDENTE
               EXEC CICS UNLOCK
                   FILE (WS-DES-ARQ)
               END-EXEC
               GO TO 3200-MARCAR-EXPIRADO-FIM
           END-IF
           SET WS-DES-EXPIRADO TO TRUE
           MOVE WS-DES-HOJE TO WS-DES-DATA-RESPOSTA
           EXEC CICS REWRITE
               FILE   (WS-DES-ARQ)
               FROM   (WS-REG-DESAFIO)
               LENGTH (LENGTH OF WS-REG-DESAFIO)
           END-EXEC
           ADD 1 TO WS-EXPIRADOS.
       3200-MARCAR-EXPIRADO-FIM.
           EXIT.
       3200-MARCAR-EXPIRADO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
