      *****  LAYOUT PADRAO  *******************************************
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                     JVDESAFI.
       AUTHOR.                         EQUIPE JOGO DA VELHA.
       DATE-WRITTEN.                   15/10/2026.
      *---------------------------------------------------------------*
       REMARKS.
      *---------------------------------------------------------------*
      * OBJETIVO:                                                     *
      *     LISTAR OS DESAFIOS DIRETOS ENTRE JOGADORES DO JOGO DA     *
      *     VELHA CICS (ARQUIVO DESAFIO, GRAVADO PELA OPCAO D DO      *
      *     JVELHACICS E EXPIRADO PELO JVELHALMP). PRIMEIRO, POR      *
      *     DESAFIANTE, CADA DESAFIO EMITIDO COM DATA, HORA,          *
      *     ADVERSARIO, TABULEIRO E SITUACAO; DEPOIS O RESUMO POR     *
      *     JOGADOR COM OS DESAFIOS EMITIDOS, ACEITOS, RECUSADOS,     *
      *     EXPIRADOS E AINDA PENDENTES, E OS RECEBIDOS.              *
      *     ACEITO/RECUSADO/EXPIRADO CONTAM DO LADO DE QUEM EMITIU.   *
      *                                                               *
      * RETURN-CODE:                                                  *
      *     0  DESAFIOS LISTADOS (OU ARQUIVO AINDA INEXISTENTE)       *
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

      *---DESAFIOS DIRETOS, CHAVEADOS POR DESAFIADO + DATA/HORA +
      *---DESAFIANTE
           SELECT DESAFIO-FILE ASSIGN TO DESAFIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-DES-CHAVE
               FILE STATUS IS WS-FS-DESAFIO.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       FILE SECTION.

      *-- MESMO LAYOUT DO REGISTRO NAS TRANSACOES JVELHACICS/JVELHALMP.
      *-- SITUACAO: P = PENDENTE, A = ACEITO, R = RECUSADO,
      *-- E = EXPIRADO SEM RESPOSTA
       FD  DESAFIO-FILE.
       01  REG-DESAFIO.
           03 REG-DES-CHAVE.
              05 REG-DES-DESAFIADO         PIC X(15).
              05 REG-DES-DATA              PIC 9(08).
              05 REG-DES-HORA              PIC 9(06).
              05 REG-DES-DESAFIANTE        PIC X(15).
           03 REG-DES-TAMANHO              PIC 9(01).
           03 REG-DES-REGRA                PIC X(01).
           03 REG-DES-SITUACAO             PIC X(01).
               88 REG-DES-PENDENTE                  VALUE 'P'.
               88 REG-DES-ACEITO                    VALUE 'A'.
               88 REG-DES-RECUSADO                  VALUE 'R'.
               88 REG-DES-EXPIRADO                  VALUE 'E'.
           03 REG-DES-EXPIRA-ABS           PIC S9(15) COMP-3.
           03 REG-DES-FILA                 PIC X(08).
           03 REG-DES-ENTROU               PIC X(01).
           03 REG-DES-DATA-RESPOSTA        PIC 9(08).
           03 FILLER                       PIC X(18).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *-- FILE STATUS --
       01 WS-FS-DESAFIO                    PIC X(02) VALUE '00'.
           88 FS-DESAFIO-OK                         VALUE '00'.
           88 FS-DESAFIO-NAO-ENCONTRADO             VALUE '35'.

       01 WS-FIM                           PIC X(01) VALUE 'N'.

      *-- DESAFIOS EM MEMORIA, ORDENADOS POR DESAFIANTE + DATA + HORA
      *-- NA LISTAGEM (MESMA ORDENACAO POR TROCA DO JVPIN) --
       01 WS-DES-TABELA.
           03 WS-DES-MAX                   PIC 9(04) VALUE 2000.
           03 WS-DES-COUNT                 PIC 9(04) VALUE ZERO.
           03 WS-DES-FORA                  PIC 9(06) VALUE ZERO.
           03 WS-DES-IX                    PIC 9(04) VALUE ZERO.
           03 WS-DES-J                     PIC 9(04) VALUE ZERO.
           03 WS-DES-ENT OCCURS 2000.
               05 WS-DES-ORDEM.
                   07 WS-DES-DESAFIANTE    PIC X(15).
                   07 WS-DES-DATA          PIC 9(08).
                   07 WS-DES-HORA          PIC 9(06).
               05 WS-DES-DESAFIADO         PIC X(15).
               05 WS-DES-TAMANHO           PIC 9(01).
               05 WS-DES-REGRA             PIC X(01).
               05 WS-DES-SITUACAO          PIC X(01).
               05 WS-DES-DATA-RESPOSTA     PIC 9(08).
       01 WS-DES-TROCA                     PIC X(55).

      *-- RESUMO POR JOGADOR (DESAFIANTES E DESAFIADOS) --
       01 WS-JOG-TABELA.
           03 WS-JOG-MAX                   PIC 9(04) VALUE 500.
           03 WS-JOG-COUNT                 PIC 9(04) VALUE ZERO.
           03 WS-JOG-FORA                  PIC 9(06) VALUE ZERO.
           03 WS-JOG-IX                    PIC 9(04) VALUE ZERO.
           03 WS-JOG-ENT OCCURS 500.
               05 WS-JOG-NOME              PIC X(15).
               05 WS-JOG-EMITIDOS          PIC 9(05).
               05 WS-JOG-ACEITOS           PIC 9(05).
               05 WS-JOG-RECUSADOS         PIC 9(05).
               05 WS-JOG-EXPIRADOS         PIC 9(05).
               05 WS-JOG-PENDENTES         PIC 9(05).
               05 WS-JOG-RECEBIDOS         PIC 9(05).
       01 WS-JOG-PROCURA                   PIC X(15) VALUE SPACES.
       01 WS-JOG-ACHOU                     PIC 9(04) VALUE ZERO.

      *-- QUEBRA POR DESAFIANTE --
       01 WS-DESAFIANTE-ANTERIOR           PIC X(15) VALUE SPACES.
       01 WS-TOTAIS-GERAIS.
           03 WS-TG-DESAFIOS               PIC 9(06) VALUE ZEROS.
           03 WS-TG-ACEITOS                PIC 9(06) VALUE ZEROS.
           03 WS-TG-RECUSADOS              PIC 9(06) VALUE ZEROS.
           03 WS-TG-EXPIRADOS              PIC 9(06) VALUE ZEROS.
           03 WS-TG-PENDENTES              PIC 9(06) VALUE ZEROS.

      *-- LINHAS DO RELATORIO --
       01 WS-LINHA-DESAFIO.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 WS-LND-DATA                  PIC 9(08).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LND-HORA                  PIC 9(06).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LND-DESAFIADO             PIC X(15).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LND-TAMANHO               PIC 9(01).
           03 FILLER                       PIC X(01) VALUE 'X'.
           03 WS-LND-TAMANHO-2             PIC 9(01).
           03 WS-LND-REGRA                 PIC X(07).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LND-SITUACAO              PIC X(09).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LND-DATA-RESPOSTA         PIC X(08).
       01 WS-LINHA-JOGADOR.
           03 WS-LNJ-NOME                  PIC X(15).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNJ-EMITIDOS              PIC ZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNJ-ACEITOS               PIC ZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNJ-RECUSADOS             PIC ZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNJ-EXPIRADOS             PIC ZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNJ-PENDENTES             PIC ZZZZ9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNJ-RECEBIDOS             PIC ZZZZ9.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      *BOOK PARA ROTINA ABENDS                                        *
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.

       00000-INICIO    SECTION.
           PERFORM 10000-INICIALIZAR.
           PERFORM 20000-CARREGAR-DESAFIO UNTIL WS-FIM EQUAL 'S'.
           CLOSE DESAFIO-FILE.
           PERFORM 30000-ORDENAR-DESAFIOS.
           PERFORM 40000-LISTAR-DESAFIOS.
           PERFORM 50000-LISTAR-JOGADORES.
           PERFORM 60000-FINALIZAR.
       00000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       10000-INICIALIZAR   SECTION.
      *-- SEM O ARQUIVO (NENHUM DESAFIO EMITIDO AINDA) SO SAI O AVISO.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           DISPLAY '********  DESAFIOS ENTRE JOGADORES  *************'
                                                        UPON CONSOLE.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.

           OPEN INPUT DESAFIO-FILE.
           IF FS-DESAFIO-NAO-ENCONTRADO
               DISPLAY 'NENHUM DESAFIO REGISTRADO.'     UPON CONSOLE
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT FS-DESAFIO-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO DESAFIO,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-DESAFIO  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       10000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       20000-CARREGAR-DESAFIO   SECTION.
           READ DESAFIO-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 20000-SAI
           END-READ.
           IF NOT FS-DESAFIO-OK
               DISPLAY 'ERRO AO LER O ARQUIVO DESAFIO,'  UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-DESAFIO  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DES-COUNT NOT LESS THAN WS-DES-MAX
               ADD 1 TO WS-DES-FORA
               GO TO 20000-SAI
           END-IF.
           ADD 1 TO WS-DES-COUNT.
           MOVE REG-DES-DESAFIANTE TO WS-DES-DESAFIANTE(WS-DES-COUNT).
           MOVE REG-DES-DATA       TO WS-DES-DATA(WS-DES-COUNT).
           MOVE REG-DES-HORA       TO WS-DES-HORA(WS-DES-COUNT).
           MOVE REG-DES-DESAFIADO  TO WS-DES-DESAFIADO(WS-DES-COUNT).
           MOVE REG-DES-TAMANHO    TO WS-DES-TAMANHO(WS-DES-COUNT).
           MOVE REG-DES-REGRA      TO WS-DES-REGRA(WS-DES-COUNT).
           MOVE REG-DES-SITUACAO   TO WS-DES-SITUACAO(WS-DES-COUNT).
           MOVE REG-DES-DATA-RESPOSTA
               TO WS-DES-DATA-RESPOSTA(WS-DES-COUNT).
       20000-SAI.
           EXIT.
       20000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       30000-ORDENAR-DESAFIOS SECTION.
           PERFORM VARYING WS-DES-J FROM 1 BY 1
                   UNTIL WS-DES-J >= WS-DES-COUNT
               PERFORM VARYING WS-DES-IX FROM 1 BY 1
                       UNTIL WS-DES-IX >= WS-DES-COUNT
                   IF WS-DES-ORDEM(WS-DES-IX) IS GREATER THAN
                           WS-DES-ORDEM(WS-DES-IX + 1)
                       MOVE WS-DES-ENT(WS-DES-IX) TO WS-DES-TROCA
                       MOVE WS-DES-ENT(WS-DES-IX + 1)
                           TO WS-DES-ENT(WS-DES-IX)
                       MOVE WS-DES-TROCA TO WS-DES-ENT(WS-DES-IX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       30000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       40000-LISTAR-DESAFIOS SECTION.
      *-- UMA LINHA POR DESAFIO, AGRUPADA POR QUEM EMITIU; NA MESMA
      *-- PASSADA MONTA O RESUMO POR JOGADOR.
           DISPLAY 'DESAFIOS EMITIDOS POR JOGADOR'      UPON CONSOLE.
           DISPLAY '    DATA     HORA   ADVERSARIO      TABULEIRO'
                   '  SITUACAO  RESPOSTA'               UPON CONSOLE.
           MOVE SPACES TO WS-DESAFIANTE-ANTERIOR.
           PERFORM 41000-LISTAR-UM-DESAFIO
               VARYING WS-DES-IX FROM 1 BY 1
               UNTIL WS-DES-IX > WS-DES-COUNT.
       40000-99-EXIT.  EXIT.

      *---------------
       41000-LISTAR-UM-DESAFIO SECTION.
           IF WS-DES-DESAFIANTE(WS-DES-IX)
                   NOT EQUAL WS-DESAFIANTE-ANTERIOR
               MOVE WS-DES-DESAFIANTE(WS-DES-IX)
                   TO WS-DESAFIANTE-ANTERIOR
               DISPLAY ' '                              UPON CONSOLE
               DISPLAY 'DESAFIANTE ' WS-DESAFIANTE-ANTERIOR
                                                        UPON CONSOLE
           END-IF.
           ADD 1 TO WS-TG-DESAFIOS.

           MOVE WS-DES-DESAFIANTE(WS-DES-IX) TO WS-JOG-PROCURA.
           PERFORM 42000-ACHAR-JOGADOR.
           IF WS-JOG-ACHOU > ZERO
               ADD 1 TO WS-JOG-EMITIDOS(WS-JOG-ACHOU)
           END-IF.

           MOVE WS-DES-DATA(WS-DES-IX)      TO WS-LND-DATA.
           MOVE WS-DES-HORA(WS-DES-IX)      TO WS-LND-HORA.
           MOVE WS-DES-DESAFIADO(WS-DES-IX) TO WS-LND-DESAFIADO.
           MOVE WS-DES-TAMANHO(WS-DES-IX)   TO WS-LND-TAMANHO
                                               WS-LND-TAMANHO-2.
           IF WS-DES-REGRA(WS-DES-IX) EQUAL 'M'
               MOVE '-MISERE' TO WS-LND-REGRA
           ELSE
               MOVE SPACES TO WS-LND-REGRA
           END-IF.
           MOVE SPACES TO WS-LND-DATA-RESPOSTA.
           IF WS-DES-DATA-RESPOSTA(WS-DES-IX) > ZERO
               MOVE WS-DES-DATA-RESPOSTA(WS-DES-IX)
                   TO WS-LND-DATA-RESPOSTA
           END-IF.
           EVALUATE WS-DES-SITUACAO(WS-DES-IX)
               WHEN 'P'
                   ADD 1 TO WS-TG-PENDENTES
                   MOVE 'PENDENTE' TO WS-LND-SITUACAO
                   IF WS-JOG-ACHOU > ZERO
                       ADD 1 TO WS-JOG-PENDENTES(WS-JOG-ACHOU)
                   END-IF
               WHEN 'A'
                   ADD 1 TO WS-TG-ACEITOS
                   MOVE 'ACEITO' TO WS-LND-SITUACAO
                   IF WS-JOG-ACHOU > ZERO
                       ADD 1 TO WS-JOG-ACEITOS(WS-JOG-ACHOU)
                   END-IF
               WHEN 'R'
                   ADD 1 TO WS-TG-RECUSADOS
                   MOVE 'RECUSADO' TO WS-LND-SITUACAO
                   IF WS-JOG-ACHOU > ZERO
                       ADD 1 TO WS-JOG-RECUSADOS(WS-JOG-ACHOU)
                   END-IF
               WHEN 'E'
                   ADD 1 TO WS-TG-EXPIRADOS
                   MOVE 'EXPIRADO' TO WS-LND-SITUACAO
                   IF WS-JOG-ACHOU > ZERO
                       ADD 1 TO WS-JOG-EXPIRADOS(WS-JOG-ACHOU)
                   END-IF
               WHEN OTHER
                   MOVE 'INVALIDA' TO WS-LND-SITUACAO
           END-EVALUATE.
           DISPLAY WS-LINHA-DESAFIO                     UPON CONSOLE.

           MOVE WS-DES-DESAFIADO(WS-DES-IX) TO WS-JOG-PROCURA.
           PERFORM 42000-ACHAR-JOGADOR.
           IF WS-JOG-ACHOU > ZERO
               ADD 1 TO WS-JOG-RECEBIDOS(WS-JOG-ACHOU)
           END-IF.
       41000-99-EXIT.  EXIT.

      *---------------
       42000-ACHAR-JOGADOR SECTION.
      *-- POSICAO DO JOGADOR NO RESUMO, INCLUINDO-O SE FOR NOVO; ZERO
      *-- QUANDO A TABELA ESTA CHEIA (CONTADO EM WS-JOG-FORA).
           MOVE ZERO TO WS-JOG-ACHOU.
           PERFORM VARYING WS-JOG-IX FROM 1 BY 1
                   UNTIL WS-JOG-IX > WS-JOG-COUNT
                      OR WS-JOG-ACHOU > ZERO
               IF WS-JOG-NOME(WS-JOG-IX) EQUAL WS-JOG-PROCURA
                   MOVE WS-JOG-IX TO WS-JOG-ACHOU
               END-IF
           END-PERFORM.
           IF WS-JOG-ACHOU > ZERO
               GO TO 42000-SAI
           END-IF.
           IF WS-JOG-COUNT NOT LESS THAN WS-JOG-MAX
               ADD 1 TO WS-JOG-FORA
               GO TO 42000-SAI
           END-IF.
           ADD 1 TO WS-JOG-COUNT.
           MOVE WS-JOG-COUNT   TO WS-JOG-ACHOU.
           MOVE WS-JOG-PROCURA TO WS-JOG-NOME(WS-JOG-ACHOU).
           MOVE ZEROS TO WS-JOG-EMITIDOS(WS-JOG-ACHOU)
                         WS-JOG-ACEITOS(WS-JOG-ACHOU)
                         WS-JOG-RECUSADOS(WS-JOG-ACHOU)
                         WS-JOG-EXPIRADOS(WS-JOG-ACHOU)
                         WS-JOG-PENDENTES(WS-JOG-ACHOU)
                         WS-JOG-RECEBIDOS(WS-JOG-ACHOU).
       42000-SAI.
           EXIT.
       42000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       50000-LISTAR-JOGADORES SECTION.
      *-- RESUMO NA ORDEM EM QUE OS JOGADORES APARECERAM NA LISTA
      *-- (DESAFIANTES EM ORDEM ALFABETICA, DEPOIS OS SO DESAFIADOS).
           DISPLAY ' '                                  UPON CONSOLE.
           DISPLAY 'RESUMO POR JOGADOR'                 UPON CONSOLE.
           DISPLAY 'JOGADOR         EMITI ACEIT RECUS EXPIR PEND. '
                   'RECEB'                              UPON CONSOLE.
           PERFORM 51000-LISTAR-UM-JOGADOR
               VARYING WS-JOG-IX FROM 1 BY 1
               UNTIL WS-JOG-IX > WS-JOG-COUNT.
       50000-99-EXIT.  EXIT.

      *---------------
       51000-LISTAR-UM-JOGADOR SECTION.
           MOVE WS-JOG-NOME(WS-JOG-IX)      TO WS-LNJ-NOME.
           MOVE WS-JOG-EMITIDOS(WS-JOG-IX)  TO WS-LNJ-EMITIDOS.
           MOVE WS-JOG-ACEITOS(WS-JOG-IX)   TO WS-LNJ-ACEITOS.
           MOVE WS-JOG-RECUSADOS(WS-JOG-IX) TO WS-LNJ-RECUSADOS.
           MOVE WS-JOG-EXPIRADOS(WS-JOG-IX) TO WS-LNJ-EXPIRADOS.
           MOVE WS-JOG-PENDENTES(WS-JOG-IX) TO WS-LNJ-PENDENTES.
           MOVE WS-JOG-RECEBIDOS(WS-JOG-IX) TO WS-LNJ-RECEBIDOS.
           DISPLAY WS-LINHA-JOGADOR                     UPON CONSOLE.
       51000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       60000-FINALIZAR   SECTION.
           DISPLAY ' '                                  UPON CONSOLE.
           DISPLAY 'DESAFIOS EMITIDOS   = ' WS-TG-DESAFIOS
                                                        UPON CONSOLE.
           DISPLAY 'DESAFIOS ACEITOS    = ' WS-TG-ACEITOS
                                                        UPON CONSOLE.
           DISPLAY 'DESAFIOS RECUSADOS  = ' WS-TG-RECUSADOS
                                                        UPON CONSOLE.
           DISPLAY 'DESAFIOS EXPIRADOS  = ' WS-TG-EXPIRADOS
                                                        UPON CONSOLE.
           DISPLAY 'DESAFIOS PENDENTES  = ' WS-TG-PENDENTES
                                                        UPON CONSOLE.
           IF WS-DES-FORA > ZERO
               DISPLAY 'REGISTROS ALEM DO LIMITE, NAO LISTADOS = '
                       WS-DES-FORA                      UPON CONSOLE
           END-IF.
           IF WS-JOG-FORA > ZERO
               DISPLAY 'JOGADORES ALEM DO LIMITE, FORA DO RESUMO = '
                       WS-JOG-FORA                      UPON CONSOLE
           END-IF.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.
       60000-FINALIZAR-EXIT.  EXIT.
      *---------------------------------------------------------------*
