      *****  LAYOUT PADRAO  *******************************************
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                     JVPIN.
       AUTHOR.                         EQUIPE JOGO DA VELHA.
       DATE-WRITTEN.                   15/10/2026.
      *---------------------------------------------------------------*
       REMARKS.
      *---------------------------------------------------------------*
      * OBJETIVO:                                                     *
      *     MANTER O PIN DOS JOGADORES NO CADASTRO DE JOGADORES       *
      *     (ARQUIVO JOGADOR, CHAVEADO PELO NOME DE 15) E LISTAR AS   *
      *     TENTATIVAS DE IDENTIFICACAO RECUSADAS NO CICS. AS         *
      *     TRANSACOES JVELHACICS E JVRANKCI PEDEM O PIN DEPOIS DO    *
      *     NOME; TRES PINS ERRADOS SEGUIDOS BLOQUEIAM O JOGADOR, E   *
      *     SO UM CARTAO REINICIA DESTE PROGRAMA O LIBERA DE NOVO.    *
      *     O PIN E' GUARDADO COMO RESUMO (JVPINHSH) COM SAL PROPRIO, *
      *     NUNCA EM CLARO, E NAO SAI NO RELATORIO.                   *
      *                                                               *
      * PARM (POSICIONAL, OPCIONAL):                                  *
      *     1-8  BRANCO   - APLICA OS CARTOES (DD CARTOES)            *
      *          'FALHAS' - LISTA, POR TERMINAL, O LOG DE FALHAS DE   *
      *                     IDENTIFICACAO (DD PINFALHA, A FILA TD     *
      *                     EXTRAPARTICAO JVPF JA FECHADA PELO CICS)  *
      *                                                               *
      * CARTOES (DD CARTOES, UM POR JOGADOR):                         *
      *     1-8   OPERACAO                                            *
      *           DEFINIR  - CADASTRA O JOGADOR (SE NOVO) OU TROCA O  *
      *                      PIN DE UM JOGADOR NAO BLOQUEADO          *
      *           REINICIA - NOVO PIN PARA JOGADOR JA CADASTRADO,     *
      *                      ZERANDO AS TENTATIVAS E DESBLOQUEANDO    *
      *     10-24 NOME DO JOGADOR                                     *
      *     26-29 PIN (4 DIGITOS)                                     *
      *     '*' NA COLUNA 1 E' COMENTARIO                             *
      *     OS CARTOES TEM PIN EM CLARO: O DATASET E' APAGADO PELO    *
      *     PROPRIO JOB DEPOIS DESTE PASSO.                           *
      *                                                               *
      * RETURN-CODE:                                                  *
      *     0  TODOS OS CARTOES APLICADOS (OU LOG LISTADO)            *
      *     4  ALGUM CARTAO RECUSADO                                  *
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

      *---OS CARTOES DE DEFINICAO E REINICIO DE PIN
           SELECT CARTAO-FILE ASSIGN TO CARTOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTAO.

      *---CADASTRO DE JOGADORES, CHAVEADO PELO NOME
           SELECT JOGADOR-FILE ASSIGN TO JOGADOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-JOG-NOME
               FILE STATUS IS WS-FS-JOGADOR.

      *---A FILA TD EXTRAPARTICAO DE FALHAS, JA FECHADA PELO CICS
           SELECT FALHA-FILE ASSIGN TO PINFALHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FALHA.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       FILE SECTION.

       FD  CARTAO-FILE
           RECORDING MODE IS F.
       01  REG-CARTAO.
           03 CAR-OPERACAO                 PIC X(08).
           03 FILLER                       PIC X(01).
           03 CAR-NOME                     PIC X(15).
           03 FILLER                       PIC X(01).
           03 CAR-PIN                      PIC X(04).
           03 FILLER                       PIC X(51).

      *-- MESMO LAYOUT DO CADASTRO NAS TRANSACOES JVELHACICS/JVRANKCI
       FD  JOGADOR-FILE.
       01  REG-JOGADOR.
           03 REG-JOG-NOME                 PIC X(15).
           03 REG-JOG-PIN-HASH             PIC 9(10).
           03 REG-JOG-PIN-SAL              PIC 9(08).
           03 REG-JOG-ERROS                PIC 9(01).
           03 REG-JOG-SITUACAO             PIC X(01).
               88 REG-JOG-ATIVO                     VALUE 'A'.
               88 REG-JOG-BLOQUEADO                 VALUE 'B'.
           03 REG-JOG-DATA-PIN             PIC 9(08).
           03 REG-JOG-DATA-BLOQUEIO        PIC 9(08).
           03 FILLER                       PIC X(09).

      *-- UM REGISTRO POR TENTATIVA RECUSADA (FILA TD JVPF). MOTIVO:
      *-- P = PIN ERRADO, B = PIN ERRADO QUE BLOQUEOU O JOGADOR,
      *-- J = JOGADOR JA BLOQUEADO, C = NOME SEM CADASTRO
       FD  FALHA-FILE
           RECORDING MODE IS F.
       01  REG-FALHA.
           03 FAL-DATA                     PIC 9(08).
           03 FAL-HORA                     PIC 9(06).
           03 FAL-TERMINAL                 PIC X(04).
           03 FAL-TRANSACAO                PIC X(04).
           03 FAL-NOME                     PIC X(15).
           03 FAL-MOTIVO                   PIC X(01).
           03 FAL-ERROS                    PIC 9(01).
           03 FILLER                       PIC X(41).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *-- FILE STATUS --
       01 WS-FS-CARTAO                     PIC X(02) VALUE '00'.
           88 FS-CARTAO-OK                          VALUE '00'.
       01 WS-FS-JOGADOR                    PIC X(02) VALUE '00'.
           88 FS-JOGADOR-OK                         VALUE '00'.
           88 FS-JOGADOR-NAO-ENCONTRADO             VALUE '35'.
       01 WS-FS-FALHA                      PIC X(02) VALUE '00'.
           88 FS-FALHA-OK                           VALUE '00'.
           88 FS-FALHA-NAO-ENCONTRADO               VALUE '35'.

       01 WS-MODO-SW                       PIC X(01) VALUE 'C'.
           88 WS-MODO-CARTOES                       VALUE 'C'.
           88 WS-MODO-FALHAS                        VALUE 'F'.
       01 WS-FIM                           PIC X(01) VALUE 'N'.

      *-- O CARTAO CORRENTE --
       01 WS-CARTAO-SITUACAO               PIC X(01) VALUE SPACE.
           88 WS-CARTAO-ACEITO                      VALUE 'A'.
           88 WS-CARTAO-RECUSADO                    VALUE 'R'.
       01 WS-MOTIVO                        PIC X(40) VALUE SPACES.
       01 WS-RESULTADO                     PIC X(40) VALUE SPACES.
       01 WS-JOGADOR-EXISTE                PIC X(01) VALUE 'N'.

      *-- DATA E SAL DA DEFINICAO: O SAL SAI DO RELOGIO MAIS O NUMERO
      *-- DO CARTAO, PARA DOIS CARTOES NO MESMO CENTESIMO NAO TEREM O
      *-- MESMO SAL --
       01 WS-DATA-HOJE                     PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA                    PIC 9(08) VALUE ZEROS.
       01 WS-SAL                           PIC 9(08) VALUE ZEROS.
       01 WS-HASH                          PIC 9(10) VALUE ZEROS.

      *-- CONTAGENS --
       01 WS-CONTAGENS.
           03 WS-CARTOES-LIDOS             PIC 9(04) VALUE ZEROS.
           03 WS-CARTOES-APLICADOS         PIC 9(04) VALUE ZEROS.
           03 WS-CARTOES-RECUSADOS         PIC 9(04) VALUE ZEROS.
           03 WS-JOGADORES-NOVOS           PIC 9(04) VALUE ZEROS.
           03 WS-DESBLOQUEADOS             PIC 9(04) VALUE ZEROS.

      *-- LOG DE FALHAS EM MEMORIA, ORDENADO POR TERMINAL + DATA +
      *-- HORA NA LISTAGEM (MESMA ORDENACAO POR TROCA DO JVRANK) --
       01 WS-FAL-TABELA.
           03 WS-FAL-MAX                   PIC 9(04) VALUE 2000.
           03 WS-FAL-COUNT                 PIC 9(04) VALUE ZERO.
           03 WS-FAL-FORA                  PIC 9(06) VALUE ZERO.
           03 WS-FAL-IX                    PIC 9(04) VALUE ZERO.
           03 WS-FAL-J                     PIC 9(04) VALUE ZERO.
           03 WS-FAL-ENT OCCURS 2000.
               05 WS-FAL-CHAVE.
                   07 WS-FAL-TERMINAL      PIC X(04).
                   07 WS-FAL-DATA          PIC 9(08).
                   07 WS-FAL-HORA          PIC 9(06).
               05 WS-FAL-TRANSACAO         PIC X(04).
               05 WS-FAL-NOME              PIC X(15).
               05 WS-FAL-MOTIVO            PIC X(01).
               05 WS-FAL-ERROS             PIC 9(01).
       01 WS-FAL-TROCA                     PIC X(39).

      *-- QUEBRA POR TERMINAL --
       01 WS-TERMINAL-ANTERIOR             PIC X(04) VALUE SPACES.
       01 WS-TOTAIS-TERMINAL.
           03 WS-TT-TENTATIVAS             PIC 9(05) VALUE ZEROS.
           03 WS-TT-BLOQUEIOS              PIC 9(05) VALUE ZEROS.
       01 WS-TOTAIS-GERAIS.
           03 WS-TG-TERMINAIS              PIC 9(05) VALUE ZEROS.
           03 WS-TG-TENTATIVAS             PIC 9(06) VALUE ZEROS.
           03 WS-TG-BLOQUEIOS              PIC 9(05) VALUE ZEROS.

      *-- LINHAS DO RELATORIO --
       01 WS-LINHA-CARTAO.
           03 FILLER                       PIC X(07) VALUE 'CARTAO '.
           03 WS-LNC-NUMERO                PIC ZZZ9.
           03 FILLER                       PIC X(02) VALUE ': '.
           03 WS-LNC-OPERACAO              PIC X(08).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNC-NOME                  PIC X(15).
           03 FILLER                       PIC X(03) VALUE ' - '.
           03 WS-LNC-RESULTADO             PIC X(40).
       01 WS-LINHA-FALHA.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 WS-LNF-DATA                  PIC 9(08).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNF-HORA                  PIC 9(06).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNF-TRANSACAO             PIC X(04).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNF-NOME                  PIC X(15).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNF-DESCRICAO             PIC X(30).
       01 WS-DESCRICAO-ERRADO.
           03 FILLER                       PIC X(17)
                                   VALUE 'PIN ERRADO (ERRO '.
           03 WS-DESC-ERROS                PIC 9(01).
           03 FILLER                       PIC X(05) VALUE ' DE 3'.
           03 FILLER                       PIC X(01) VALUE ')'.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       LINKAGE SECTION.
       01 LK-PARM.
           03 LK-PARM-LEN                  PIC S9(04) COMP.
           03 LK-PARM-MODO                 PIC X(08).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      *BOOK PARA ROTINA ABENDS                                        *
      *---------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-PARM.

       00000-INICIO    SECTION.
           PERFORM 10000-INICIALIZAR.
           IF WS-MODO-FALHAS
               PERFORM 40000-LISTAR-FALHAS
           ELSE
               PERFORM 20000-PROCESSAR-CARTAO
                   UNTIL WS-FIM EQUAL 'S'
           END-IF.
           PERFORM 30000-FINALIZAR.
       00000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       10000-INICIALIZAR   SECTION.
      *-- NO MODO CARTOES, O CADASTRO QUE AINDA NAO EXISTE (STATUS 35)
      *-- E' CRIADO VAZIO: O PRIMEIRO JOB DE PINS E' QUE O POVOA.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           DISPLAY '********  PIN DOS JOGADORES  ********************'
                                                        UPON CONSOLE.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.

           IF LK-PARM-LEN IS GREATER THAN ZERO
               AND LK-PARM-MODO EQUAL 'FALHAS'
               SET WS-MODO-FALHAS TO TRUE
               GO TO 10000-SAI
           END-IF.

           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD.

           OPEN INPUT CARTAO-FILE.
           IF NOT FS-CARTAO-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR OS CARTOES,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-CARTAO   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O JOGADOR-FILE.
           IF FS-JOGADOR-NAO-ENCONTRADO
               OPEN OUTPUT JOGADOR-FILE
               CLOSE JOGADOR-FILE
               OPEN I-O JOGADOR-FILE
           END-IF.
           IF NOT FS-JOGADOR-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O CADASTRO JOGADOR,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-JOGADOR  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       10000-SAI.
           EXIT.
       10000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       20000-PROCESSAR-CARTAO   SECTION.
           READ CARTAO-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 20000-SAI
           END-READ.
           IF REG-CARTAO(1:1) EQUAL '*'
              OR REG-CARTAO EQUAL SPACES
               GO TO 20000-SAI
           END-IF.
           ADD 1 TO WS-CARTOES-LIDOS.
           SET WS-CARTAO-ACEITO TO TRUE.
           MOVE SPACES TO WS-MOTIVO WS-RESULTADO.

           PERFORM 21000-VALIDAR-CARTAO.
           IF WS-CARTAO-ACEITO
               PERFORM 22000-GRAVAR-PIN
           END-IF.

           MOVE WS-CARTOES-LIDOS TO WS-LNC-NUMERO.
           MOVE CAR-OPERACAO     TO WS-LNC-OPERACAO.
           MOVE CAR-NOME         TO WS-LNC-NOME.
           MOVE SPACES           TO WS-LNC-RESULTADO.
           IF WS-CARTAO-RECUSADO
               ADD 1 TO WS-CARTOES-RECUSADOS
               STRING 'RECUSADO: ' DELIMITED BY SIZE
                      WS-MOTIVO    DELIMITED BY SIZE
                      INTO WS-LNC-RESULTADO
               END-STRING
           ELSE
               ADD 1 TO WS-CARTOES-APLICADOS
               MOVE WS-RESULTADO TO WS-LNC-RESULTADO
           END-IF.
           DISPLAY WS-LINHA-CARTAO                      UPON CONSOLE.
       20000-SAI.
           EXIT.
       20000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       21000-VALIDAR-CARTAO   SECTION.
      *-- OPERACAO CONHECIDA, NOME PREENCHIDO, PIN DE 4 DIGITOS; NO
      *-- REINICIA O JOGADOR TEM DE EXISTIR E NO DEFINIR NAO PODE
      *-- ESTAR BLOQUEADO (O DESBLOQUEIO E' SEMPRE UM REINICIA).
           IF CAR-OPERACAO NOT EQUAL 'DEFINIR'
              AND CAR-OPERACAO NOT EQUAL 'REINICIA'
               SET WS-CARTAO-RECUSADO TO TRUE
               MOVE 'OPERACAO DESCONHECIDA' TO WS-MOTIVO
               GO TO 21000-SAI
           END-IF.
           IF CAR-NOME EQUAL SPACES
               SET WS-CARTAO-RECUSADO TO TRUE
               MOVE 'NOME EM BRANCO' TO WS-MOTIVO
               GO TO 21000-SAI
           END-IF.
           IF CAR-NOME EQUAL 'COMPUTADOR'
               SET WS-CARTAO-RECUSADO TO TRUE
               MOVE 'NOME RESERVADO AO LADO DA MAQUINA' TO WS-MOTIVO
               GO TO 21000-SAI
           END-IF.
           IF CAR-PIN IS NOT NUMERIC
               SET WS-CARTAO-RECUSADO TO TRUE
               MOVE 'PIN DEVE TER 4 DIGITOS' TO WS-MOTIVO
               GO TO 21000-SAI
           END-IF.

           MOVE CAR-NOME TO REG-JOG-NOME.
           READ JOGADOR-FILE
               INVALID KEY
                   MOVE 'N' TO WS-JOGADOR-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WS-JOGADOR-EXISTE
           END-READ.
           IF CAR-OPERACAO EQUAL 'REINICIA'
              AND WS-JOGADOR-EXISTE EQUAL 'N'
               SET WS-CARTAO-RECUSADO TO TRUE
               MOVE 'JOGADOR SEM CADASTRO - USE DEFINIR' TO WS-MOTIVO
               GO TO 21000-SAI
           END-IF.
           IF CAR-OPERACAO EQUAL 'DEFINIR'
              AND WS-JOGADOR-EXISTE EQUAL 'S'
              AND REG-JOG-BLOQUEADO
               SET WS-CARTAO-RECUSADO TO TRUE
               MOVE 'JOGADOR BLOQUEADO - USE REINICIA' TO WS-MOTIVO
               GO TO 21000-SAI
           END-IF.
       21000-SAI.
           EXIT.
       21000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       22000-GRAVAR-PIN   SECTION.
      *-- SAL NOVO A CADA DEFINICAO; TENTATIVAS ZERADAS E JOGADOR
      *-- ATIVO. O REGISTRO LIDO NA VALIDACAO JA ESTA NA AREA.
           ACCEPT WS-HORA-AGORA FROM TIME.
           COMPUTE WS-SAL = WS-HORA-AGORA + (WS-CARTOES-LIDOS * 7919).
           CALL 'JVPINHSH' USING CAR-PIN WS-SAL WS-HASH.

           IF WS-JOGADOR-EXISTE EQUAL 'N'
               MOVE SPACES        TO REG-JOGADOR
               MOVE CAR-NOME      TO REG-JOG-NOME
           END-IF.
           IF REG-JOG-BLOQUEADO
               ADD 1 TO WS-DESBLOQUEADOS
               MOVE 'PIN REINICIADO, JOGADOR DESBLOQUEADO'
                   TO WS-RESULTADO
           ELSE
               IF WS-JOGADOR-EXISTE EQUAL 'N'
                   MOVE 'JOGADOR CADASTRADO COM PIN' TO WS-RESULTADO
               ELSE
                   MOVE 'PIN TROCADO' TO WS-RESULTADO
               END-IF
           END-IF.
           MOVE WS-HASH       TO REG-JOG-PIN-HASH.
           MOVE WS-SAL        TO REG-JOG-PIN-SAL.
           MOVE ZERO          TO REG-JOG-ERROS.
           SET REG-JOG-ATIVO  TO TRUE.
           MOVE WS-DATA-HOJE  TO REG-JOG-DATA-PIN.
           MOVE ZEROS         TO REG-JOG-DATA-BLOQUEIO.

           IF WS-JOGADOR-EXISTE EQUAL 'N'
               ADD 1 TO WS-JOGADORES-NOVOS
               WRITE REG-JOGADOR
                   INVALID KEY
                       PERFORM ERRO-GRAVACAO-JOGADOR
               END-WRITE
           ELSE
               REWRITE REG-JOGADOR
                   INVALID KEY
                       PERFORM ERRO-GRAVACAO-JOGADOR
               END-REWRITE
           END-IF.
       22000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       30000-FINALIZAR   SECTION.
           IF WS-MODO-FALHAS
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CARTAO-FILE.
           CLOSE JOGADOR-FILE.

           DISPLAY ' '                                  UPON CONSOLE.
           DISPLAY 'CARTOES LIDOS       = ' WS-CARTOES-LIDOS
                                                        UPON CONSOLE.
           DISPLAY 'CARTOES APLICADOS   = ' WS-CARTOES-APLICADOS
                                                        UPON CONSOLE.
           DISPLAY 'CARTOES RECUSADOS   = ' WS-CARTOES-RECUSADOS
                                                        UPON CONSOLE.
           DISPLAY 'JOGADORES NOVOS     = ' WS-JOGADORES-NOVOS
                                                        UPON CONSOLE.
           DISPLAY 'JOGADORES LIBERADOS = ' WS-DESBLOQUEADOS
                                                        UPON CONSOLE.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           IF WS-CARTOES-RECUSADOS IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.
       30000-FINALIZAR-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       40000-LISTAR-FALHAS   SECTION.
      *-- O LOG INTEIRO VAI PARA A MEMORIA, E' ORDENADO POR TERMINAL
      *-- E SAI COM UMA LINHA POR TENTATIVA E O TOTAL DE CADA
      *-- TERMINAL. SEM O DATASET (NENHUMA FALHA NO PERIODO) SO SAI
      *-- O AVISO.
           OPEN INPUT FALHA-FILE.
           IF FS-FALHA-NAO-ENCONTRADO
               DISPLAY 'NENHUMA FALHA DE IDENTIFICACAO REGISTRADA.'
                                                        UPON CONSOLE
               GO TO 40000-SAI
           END-IF.
           IF NOT FS-FALHA-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O LOG PINFALHA,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-FALHA    UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-FIM.
           PERFORM 41000-CARREGAR-FALHA UNTIL WS-FIM EQUAL 'S'.
           CLOSE FALHA-FILE.

           PERFORM 42000-ORDENAR-FALHAS.

           DISPLAY 'FALHAS DE IDENTIFICACAO POR TERMINAL'
                                                        UPON CONSOLE.
           DISPLAY '    DATA     HORA   TRAN JOGADOR         OCORRENCIA'
                                                        UPON CONSOLE.
           MOVE SPACES TO WS-TERMINAL-ANTERIOR.
           PERFORM 43000-LISTAR-UMA-FALHA
               VARYING WS-FAL-IX FROM 1 BY 1
               UNTIL WS-FAL-IX > WS-FAL-COUNT.
           IF WS-FAL-COUNT > ZERO
               PERFORM 43100-TOTAL-TERMINAL
           END-IF.

           DISPLAY ' '                                  UPON CONSOLE.
           DISPLAY 'TERMINAIS COM FALHA   = ' WS-TG-TERMINAIS
                                                        UPON CONSOLE.
           DISPLAY 'TENTATIVAS RECUSADAS  = ' WS-TG-TENTATIVAS
                                                        UPON CONSOLE.
           DISPLAY 'JOGADORES BLOQUEADOS  = ' WS-TG-BLOQUEIOS
                                                        UPON CONSOLE.
           IF WS-FAL-FORA > ZERO
               DISPLAY 'REGISTROS ALEM DO LIMITE, NAO LISTADOS = '
                       WS-FAL-FORA                      UPON CONSOLE
           END-IF.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
       40000-SAI.
           EXIT.
       40000-99-EXIT.  EXIT.

      *---------------
       41000-CARREGAR-FALHA SECTION.
           READ FALHA-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 41000-SAI
           END-READ.
           IF REG-FALHA EQUAL SPACES
               GO TO 41000-SAI
           END-IF.
           IF WS-FAL-COUNT NOT LESS THAN WS-FAL-MAX
               ADD 1 TO WS-FAL-FORA
               GO TO 41000-SAI
           END-IF.
           ADD 1 TO WS-FAL-COUNT.
           MOVE FAL-TERMINAL  TO WS-FAL-TERMINAL(WS-FAL-COUNT).
           MOVE FAL-DATA      TO WS-FAL-DATA(WS-FAL-COUNT).
           MOVE FAL-HORA      TO WS-FAL-HORA(WS-FAL-COUNT).
           MOVE FAL-TRANSACAO TO WS-FAL-TRANSACAO(WS-FAL-COUNT).
           MOVE FAL-NOME      TO WS-FAL-NOME(WS-FAL-COUNT).
           MOVE FAL-MOTIVO    TO WS-FAL-MOTIVO(WS-FAL-COUNT).
           MOVE FAL-ERROS     TO WS-FAL-ERROS(WS-FAL-COUNT).
       41000-SAI.
           EXIT.
       41000-99-EXIT.  EXIT.

      *---------------
       42000-ORDENAR-FALHAS SECTION.
           PERFORM VARYING WS-FAL-J FROM 1 BY 1
                   UNTIL WS-FAL-J >= WS-FAL-COUNT
               PERFORM VARYING WS-FAL-IX FROM 1 BY 1
                       UNTIL WS-FAL-IX >= WS-FAL-COUNT
                   IF WS-FAL-CHAVE(WS-FAL-IX) IS GREATER THAN
                           WS-FAL-CHAVE(WS-FAL-IX + 1)
                       MOVE WS-FAL-ENT(WS-FAL-IX) TO WS-FAL-TROCA
                       MOVE WS-FAL-ENT(WS-FAL-IX + 1)
                           TO WS-FAL-ENT(WS-FAL-IX)
                       MOVE WS-FAL-TROCA TO WS-FAL-ENT(WS-FAL-IX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       42000-99-EXIT.  EXIT.

      *---------------
       43000-LISTAR-UMA-FALHA SECTION.
           IF WS-FAL-TERMINAL(WS-FAL-IX)
                   NOT EQUAL WS-TERMINAL-ANTERIOR
               IF WS-FAL-IX > 1
                   PERFORM 43100-TOTAL-TERMINAL
               END-IF
               MOVE WS-FAL-TERMINAL(WS-FAL-IX) TO WS-TERMINAL-ANTERIOR
               MOVE ZEROS TO WS-TOTAIS-TERMINAL
               ADD 1 TO WS-TG-TERMINAIS
               DISPLAY ' '                              UPON CONSOLE
               DISPLAY 'TERMINAL ' WS-TERMINAL-ANTERIOR UPON CONSOLE
           END-IF.
           ADD 1 TO WS-TT-TENTATIVAS WS-TG-TENTATIVAS.

           MOVE WS-FAL-DATA(WS-FAL-IX)      TO WS-LNF-DATA.
           MOVE WS-FAL-HORA(WS-FAL-IX)      TO WS-LNF-HORA.
           MOVE WS-FAL-TRANSACAO(WS-FAL-IX) TO WS-LNF-TRANSACAO.
           MOVE WS-FAL-NOME(WS-FAL-IX)      TO WS-LNF-NOME.
           EVALUATE WS-FAL-MOTIVO(WS-FAL-IX)
               WHEN 'P'
                   MOVE WS-FAL-ERROS(WS-FAL-IX) TO WS-DESC-ERROS
                   MOVE WS-DESCRICAO-ERRADO TO WS-LNF-DESCRICAO
               WHEN 'B'
                   ADD 1 TO WS-TT-BLOQUEIOS WS-TG-BLOQUEIOS
                   MOVE 'PIN ERRADO - JOGADOR BLOQUEADO'
                       TO WS-LNF-DESCRICAO
               WHEN 'J'
                   MOVE 'TENTOU COM JOGADOR BLOQUEADO'
                       TO WS-LNF-DESCRICAO
               WHEN 'C'
                   MOVE 'NOME SEM CADASTRO' TO WS-LNF-DESCRICAO
               WHEN OTHER
                   MOVE 'MOTIVO DESCONHECIDO' TO WS-LNF-DESCRICAO
           END-EVALUATE.
           DISPLAY WS-LINHA-FALHA                       UPON CONSOLE.
       43000-99-EXIT.  EXIT.

      *---------------
       43100-TOTAL-TERMINAL SECTION.
           DISPLAY '    TOTAL DO TERMINAL ' WS-TERMINAL-ANTERIOR
                   ': ' WS-TT-TENTATIVAS ' TENTATIVA(S), '
                   WS-TT-BLOQUEIOS ' BLOQUEIO(S)'       UPON CONSOLE.
       43100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       ERRO-GRAVACAO-JOGADOR SECTION.
           DISPLAY 'ERRO AO GRAVAR O CADASTRO DO JOGADOR '
                   REG-JOG-NOME                         UPON CONSOLE.
           DISPLAY 'FILE STATUS = ' WS-FS-JOGADOR       UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       ERRO-GRAVACAO-JOGADOR-EXIT.
           EXIT.
      *---------------------------------------------------------------*
