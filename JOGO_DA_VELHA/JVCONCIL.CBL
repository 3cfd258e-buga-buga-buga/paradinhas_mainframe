      *****  LAYOUT PADRAO  *******************************************
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                     JVCONCIL.
       AUTHOR.                         EQUIPE JOGO DA VELHA.
       DATE-WRITTEN.                   15/10/2026.
      *---------------------------------------------------------------*
       REMARKS.
      *---------------------------------------------------------------*
      * OBJETIVO:                                                     *
      *     CONCILIACAO DO PLACAR COM O HISTORICO POR PARTIDA. O      *
      *     PLACAR E' SOMADO POR SESSAO (JVELHA/JVEMAQ) OU POR        *
      *     PARTIDA (JVELHACICS) E NADA GARANTIA QUE BATESSE COM O    *
      *     HISTPART - UMA SESSAO QUE CAI ENTRE AS DUAS GRAVACOES     *
      *     DEIXA OS DOIS DIFERENTES. ESTE BATCH:                     *
      *     1) RECONTA, DUPLA A DUPLA, AS VITORIAS DO X, AS DO O      *
      *        (DERROTAS DO X), OS EMPATES E AS PARTIDAS DO HISTPART; *
      *     2) CONFERE A RECONTAGEM COM O REGISTRO DA DUPLA NO        *
      *        PLACAR E LISTA TODA DUPLA QUE DIVERGE, A QUE SO ESTA   *
      *        NO PLACAR E A QUE SO ESTA NO HISTPART;                 *
      *     3) NO MODO RECONSTROI, REGRAVA O PLACAR A PARTIR DO       *
      *        HISTORICO: CORRIGE A DUPLA DIVERGENTE, APAGA A QUE NAO *
      *        TEM PARTIDA NO HISTPART E INCLUI A QUE FALTAVA.        *
      *     O HISTPART E' A FONTE DA VERDADE: UMA LINHA POR PARTIDA   *
      *     ENCERRADA, COM A MESMA DUPLA (X, O) DA CHAVE DO PLACAR.   *
      *     DEPOIS DO FECHAMENTO DA TEMPORADA (JVTEMPOR) OS DOIS SO   *
      *     TEM A TEMPORADA CORRENTE, ENTAO A CONCILIACAO VALE PARA   *
      *     QUALQUER MOMENTO DO ANO.                                  *
      *                                                               *
      *     PARTIDA DO HISTPART COM VENCEDOR QUE NAO SEJA X, O OU E   *
      *     E' LISTADA E NAO ENTRA NA RECONTAGEM.                     *
      *                                                               *
      * PARM (POSICIONAL, OPCIONAL):                                  *
      *     1-10 'RECONSTROI' PARA REGRAVAR O PLACAR; BRANCO (OU      *
      *          QUALQUER OUTRO VALOR) SO CONFERE E NAO ALTERA NADA   *
      *                                                               *
      * RETURN-CODE:                                                  *
      *     0  PLACAR E HISTPART CONFEREM                             *
      *     4  HOUVE DIVERGENCIA (NO MODO RECONSTROI, JA CORRIGIDA)   *
      *        OU PARTIDA COM VENCEDOR INVALIDO NO HISTPART           *
      *     16 ERRO DE ARQUIVO OU MAIS DUPLAS DO QUE A TABELA COMPORTA*
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

      *---PLACAR DA TEMPORADA, O MESMO ARQUIVO CHAVEADO POR DUPLA QUE
      *---JVELHA/JVEMAQ/JVELHACICS MANTEM
           SELECT PLACAR-FILE ASSIGN TO PLACAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
              05 REG-HIST-DATA             PIC 9(08).
              05 REG-HIST-HORA             PIC 9(06).
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
       01 WS-FS-PLACAR                     PIC X(02) VALUE '00'.
           88 FS-PLACAR-OK                          VALUE '00'.
           88 FS-PLACAR-NAO-ENCONTRADO              VALUE '35'.
       01 WS-FS-HIST                       PIC X(02) VALUE '00'.
           88 FS-HIST-OK                            VALUE '00'.
           88 FS-HIST-NAO-ENCONTRADO                VALUE '35'.

       01 WS-FIM                           PIC X(01) VALUE 'N'.
      *-- 'C' = SO CONFERE, 'R' = RECONSTROI O PLACAR --
       01 WS-MODO                          PIC X(01) VALUE 'C'.
           88 WS-SO-CONFERE                         VALUE 'C'.
           88 WS-RECONSTROI                         VALUE 'R'.

      *-- CONTAGENS DA CONCILIACAO --
       01 WS-CONTAGENS.
           03 WS-PARTIDAS-LIDAS            PIC 9(06) VALUE ZEROS.
           03 WS-PARTIDAS-INVALIDAS        PIC 9(06) VALUE ZEROS.
           03 WS-DUPLAS-PLACAR             PIC 9(05) VALUE ZEROS.
           03 WS-DUPLAS-CONFEREM           PIC 9(05) VALUE ZEROS.
           03 WS-DUPLAS-DIVERGENTES        PIC 9(05) VALUE ZEROS.
           03 WS-DUPLAS-SO-PLACAR          PIC 9(05) VALUE ZEROS.
           03 WS-DUPLAS-SO-HIST            PIC 9(05) VALUE ZEROS.
           03 WS-DUPLAS-REGRAVADAS         PIC 9(05) VALUE ZEROS.
           03 WS-DUPLAS-APAGADAS           PIC 9(05) VALUE ZEROS.
           03 WS-DUPLAS-INCLUIDAS          PIC 9(05) VALUE ZEROS.

      *-- RECONTAGEM DO HISTPART, UMA ENTRADA POR DUPLA (X, O) NA
      *-- MESMA ORIENTACAO DA CHAVE DO PLACAR. WS-DUPLA-VISTA MARCA A
      *-- DUPLA QUE TAMBEM FOI ACHADA NO PLACAR --
       01 WS-DUPLA-TABELA.
           03 WS-DUPLA-MAX                 PIC 9(04) VALUE 500.
           03 WS-DUPLA-COUNT               PIC 9(04) VALUE ZERO.
           03 WS-DUPLA-IX                  PIC 9(04) VALUE ZERO.
           03 FILLER                       PIC X(01) VALUE SPACE.
               88 WS-DUPLA-ACHOU                    VALUE 'S'.
               88 WS-DUPLA-NAO-ACHOU                VALUE SPACE.
           03 WS-DUPLA-ENTRADA OCCURS 500.
               05 WS-DUPLA-CHAVE.
                  07 WS-DUPLA-X            PIC X(15).
                  07 WS-DUPLA-O            PIC X(15).
               05 WS-DUPLA-VITORIAS-X      PIC 9(05).
               05 WS-DUPLA-VITORIAS-O      PIC 9(05).
               05 WS-DUPLA-EMPATES         PIC 9(05).
               05 WS-DUPLA-PARTIDAS        PIC 9(05).
               05 WS-DUPLA-VISTA           PIC X(01).

       01 WS-PROCURA-CHAVE.
           03 WS-PROCURA-X                 PIC X(15) VALUE SPACES.
           03 WS-PROCURA-O                 PIC X(15) VALUE SPACES.

      *-- LINHAS DO RELATORIO --
       01 WS-LINHA-DUPLA.
           03 WS-LND-SITUACAO              PIC X(12).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LND-X                     PIC X(15).
           03 FILLER                       PIC X(03) VALUE ' X '.
           03 WS-LND-O                     PIC X(15).
       01 WS-LINHA-CONTAS.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 WS-LNC-ORIGEM                PIC X(08).
           03 FILLER                       PIC X(05) VALUE ' V.X '.
           03 WS-LNC-VITORIAS-X            PIC ZZZZ9.
           03 FILLER                       PIC X(05) VALUE ' V.O '.
           03 WS-LNC-VITORIAS-O            PIC ZZZZ9.
           03 FILLER                       PIC X(05) VALUE ' EMP '.
           03 WS-LNC-EMPATES               PIC ZZZZ9.
           03 FILLER                       PIC X(06) VALUE ' PART '.
           03 WS-LNC-PARTIDAS              PIC ZZZZ9.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       LINKAGE SECTION.
       01 LK-PARM.
           03 LK-PARM-LEN                  PIC S9(04) COMP.
           03 LK-PARM-MODO                 PIC X(10).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      *BOOK PARA ROTINA ABENDS                                        *
      *---------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-PARM.

       00000-INICIO    SECTION.
           PERFORM 10000-INICIALIZAR.
           PERFORM 20000-RECONTAR-HISTORICO.
      *-- HISTPART SEM NENHUMA PARTIDA NAO RECONSTROI NADA: APAGARIA
      *-- O PLACAR INTEIRO. FICA SO A CONFERENCIA.
           IF WS-RECONSTROI AND WS-DUPLA-COUNT EQUAL ZERO
               DISPLAY 'HISTPART SEM PARTIDAS - RECONSTRUCAO '
                       'CANCELADA, SO CONFERENCIA'     UPON CONSOLE
               SET WS-SO-CONFERE TO TRUE
           END-IF.
           PERFORM 21000-CONFERIR-PLACAR.
           PERFORM 22000-DUPLAS-SO-NO-HISTORICO.
           PERFORM 30000-FINALIZAR.
       00000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       10000-INICIALIZAR   SECTION.
      *-- O PARM DIZ SE O PLACAR SO E' CONFERIDO OU SE E' REGRAVADO.
           IF LK-PARM-LEN IS GREATER THAN ZERO
               AND LK-PARM-MODO EQUAL 'RECONSTROI'
               SET WS-RECONSTROI TO TRUE
           ELSE
               SET WS-SO-CONFERE TO TRUE
           END-IF.

           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           DISPLAY '********  CONCILIACAO PLACAR X HISTPART  *********'
                                                        UPON CONSOLE.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           IF WS-RECONSTROI
               DISPLAY 'MODO RECONSTROI - O PLACAR SERA REGRAVADO '
                       'A PARTIR DO HISTPART'          UPON CONSOLE
           ELSE
               DISPLAY 'MODO CONFERENCIA - NADA SERA ALTERADO'
                                                        UPON CONSOLE
           END-IF.
       10000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       20000-RECONTAR-HISTORICO   SECTION.
      *-- CADA PARTIDA DO HISTPART CONTA NA SUA DUPLA: VENCEDOR X E'
      *-- VITORIA DO X, O E' VITORIA DO O, E E' EMPATE; TODAS SOMAM
      *-- UMA PARTIDA.
           OPEN INPUT HIST-FILE.
           IF FS-HIST-NAO-ENCONTRADO
               DISPLAY 'HISTPART NAO EXISTE - NENHUMA PARTIDA A '
                       'RECONTAR'                      UPON CONSOLE
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
           PERFORM 20100-RECONTAR-UMA-PARTIDA UNTIL WS-FIM EQUAL 'S'.
           CLOSE HIST-FILE.
       20000-SAI.
           EXIT.
       20000-99-EXIT.  EXIT.

      *---------------
       20100-RECONTAR-UMA-PARTIDA SECTION.
           READ HIST-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 20100-SAI
           END-READ.
      *-- PARTIDA MISERE SOMA NO PLACARMS, NAO NO PLACAR CONCILIADO
           IF HIST-PARTIDA-MISERE
               GO TO 20100-SAI
           END-IF.
           ADD 1 TO WS-PARTIDAS-LIDAS.

           IF REG-HIST-VENCEDOR NOT EQUAL 'X'
               AND REG-HIST-VENCEDOR NOT EQUAL 'O'
               AND REG-HIST-VENCEDOR NOT EQUAL 'E'
               ADD 1 TO WS-PARTIDAS-INVALIDAS
               DISPLAY 'PARTIDA ' REG-HIST-DATA ' ' REG-HIST-HORA
                       ' ' REG-HIST-ORIGEM ' COM VENCEDOR INVALIDO ('
                       REG-HIST-VENCEDOR ') - FORA DA RECONTAGEM'
                                                       UPON CONSOLE
               GO TO 20100-SAI
           END-IF.

           MOVE REG-HIST-PLAYER-X TO WS-PROCURA-X.
           MOVE REG-HIST-PLAYER-O TO WS-PROCURA-O.
           PERFORM PROCURAR-DUPLA.
           IF WS-DUPLA-NAO-ACHOU
               IF WS-DUPLA-COUNT IS NOT LESS THAN WS-DUPLA-MAX
                   DISPLAY 'MAIS DE ' WS-DUPLA-MAX ' DUPLAS NO '
                           'HISTPART - CONCILIACAO INTERROMPIDA'
                                                       UPON CONSOLE
                   CLOSE HIST-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DUPLA-COUNT
               MOVE WS-DUPLA-COUNT TO WS-DUPLA-IX
               MOVE WS-PROCURA-CHAVE TO WS-DUPLA-CHAVE(WS-DUPLA-IX)
               MOVE ZEROS TO WS-DUPLA-VITORIAS-X(WS-DUPLA-IX)
                             WS-DUPLA-VITORIAS-O(WS-DUPLA-IX)
                             WS-DUPLA-EMPATES(WS-DUPLA-IX)
                             WS-DUPLA-PARTIDAS(WS-DUPLA-IX)
               MOVE 'N' TO WS-DUPLA-VISTA(WS-DUPLA-IX)
           END-IF.

           EVALUATE REG-HIST-VENCEDOR
               WHEN 'X'
                   ADD 1 TO WS-DUPLA-VITORIAS-X(WS-DUPLA-IX)
               WHEN 'O'
                   ADD 1 TO WS-DUPLA-VITORIAS-O(WS-DUPLA-IX)
               WHEN OTHER
                   ADD 1 TO WS-DUPLA-EMPATES(WS-DUPLA-IX)
           END-EVALUATE.
           ADD 1 TO WS-DUPLA-PARTIDAS(WS-DUPLA-IX).
       20100-SAI.
           EXIT.
       20100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       21000-CONFERIR-PLACAR   SECTION.
      *-- CADA DUPLA DO PLACAR E' CONFERIDA COM A RECONTAGEM. NO MODO
      *-- RECONSTROI A DUPLA DIVERGENTE E' REGRAVADA COM OS NUMEROS DO
      *-- HISTPART E A QUE NAO TEM PARTIDA NELE E' APAGADA.
           IF WS-RECONSTROI
               OPEN I-O PLACAR-FILE
               IF FS-PLACAR-NAO-ENCONTRADO
                   OPEN OUTPUT PLACAR-FILE
                   CLOSE PLACAR-FILE
                   OPEN I-O PLACAR-FILE
               END-IF
           ELSE
               OPEN INPUT PLACAR-FILE
               IF FS-PLACAR-NAO-ENCONTRADO
                   DISPLAY 'PLACAR NAO EXISTE - TODA DUPLA DO '
                           'HISTPART FALTA NELE'       UPON CONSOLE
                   GO TO 21000-SAI
               END-IF
           END-IF.
           IF NOT FS-PLACAR-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO PLACAR,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-PLACAR   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY ' '                                  UPON CONSOLE.
           MOVE 'N' TO WS-FIM.
           PERFORM 21100-CONFERIR-UMA-DUPLA UNTIL WS-FIM EQUAL 'S'.

      *-- NO MODO CONFERENCIA O ARQUIVO FECHA AQUI; NA RECONSTRUCAO
      *-- FICA ABERTO PARA A INCLUSAO DAS DUPLAS QUE FALTAVAM.
           IF WS-SO-CONFERE
               CLOSE PLACAR-FILE
           END-IF.
       21000-SAI.
           EXIT.
       21000-99-EXIT.  EXIT.

      *---------------
       21100-CONFERIR-UMA-DUPLA SECTION.
           READ PLACAR-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 21100-SAI
           END-READ.
           ADD 1 TO WS-DUPLAS-PLACAR.

           MOVE REG-PLACAR-CHAVE-X TO WS-PROCURA-X.
           MOVE REG-PLACAR-CHAVE-O TO WS-PROCURA-O.
           PERFORM PROCURAR-DUPLA.

           IF WS-DUPLA-NAO-ACHOU
               ADD 1 TO WS-DUPLAS-SO-PLACAR
               MOVE 'SO NO PLACAR' TO WS-LND-SITUACAO
               PERFORM EXIBIR-DUPLA-PLACAR
               IF WS-RECONSTROI
                   DELETE PLACAR-FILE RECORD
                       INVALID KEY
                           PERFORM ERRO-GRAVACAO-PLACAR
                   END-DELETE
                   ADD 1 TO WS-DUPLAS-APAGADAS
               END-IF
               GO TO 21100-SAI
           END-IF.

           MOVE 'S' TO WS-DUPLA-VISTA(WS-DUPLA-IX).
           IF REG-PLACAR-VITORIAS-X EQUAL
                   WS-DUPLA-VITORIAS-X(WS-DUPLA-IX)
               AND REG-PLACAR-VITORIAS-O EQUAL
                   WS-DUPLA-VITORIAS-O(WS-DUPLA-IX)
               AND REG-PLACAR-EMPATES EQUAL
                   WS-DUPLA-EMPATES(WS-DUPLA-IX)
               AND REG-PLACAR-PARTIDAS EQUAL
                   WS-DUPLA-PARTIDAS(WS-DUPLA-IX)
               ADD 1 TO WS-DUPLAS-CONFEREM
               GO TO 21100-SAI
           END-IF.

           ADD 1 TO WS-DUPLAS-DIVERGENTES.
           MOVE 'DIVERGENTE'  TO WS-LND-SITUACAO.
           PERFORM EXIBIR-DUPLA-PLACAR.
           PERFORM EXIBIR-CONTAS-HISTORICO.
           IF WS-RECONSTROI
               MOVE WS-DUPLA-VITORIAS-X(WS-DUPLA-IX)
                   TO REG-PLACAR-VITORIAS-X
               MOVE WS-DUPLA-VITORIAS-O(WS-DUPLA-IX)
                   TO REG-PLACAR-VITORIAS-O
               MOVE WS-DUPLA-EMPATES(WS-DUPLA-IX)
                   TO REG-PLACAR-EMPATES
               MOVE WS-DUPLA-PARTIDAS(WS-DUPLA-IX)
                   TO REG-PLACAR-PARTIDAS
               REWRITE REG-PLACAR
                   INVALID KEY
                       PERFORM ERRO-GRAVACAO-PLACAR
               END-REWRITE
               ADD 1 TO WS-DUPLAS-REGRAVADAS
           END-IF.
       21100-SAI.
           EXIT.
       21100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       22000-DUPLAS-SO-NO-HISTORICO   SECTION.
      *-- DUPLA RECONTADA QUE O PLACAR NAO TEM. NO MODO RECONSTROI
      *-- ELA E' INCLUIDA COM OS NUMEROS DO HISTPART.
           PERFORM VARYING WS-DUPLA-IX FROM 1 BY 1
                   UNTIL WS-DUPLA-IX > WS-DUPLA-COUNT
               IF WS-DUPLA-VISTA(WS-DUPLA-IX) NOT EQUAL 'S'
                   PERFORM 22100-INCLUIR-DUPLA
               END-IF
           END-PERFORM.
           IF WS-RECONSTROI
               CLOSE PLACAR-FILE
           END-IF.
       22000-99-EXIT.  EXIT.

      *---------------
       22100-INCLUIR-DUPLA SECTION.
           ADD 1 TO WS-DUPLAS-SO-HIST.
           MOVE 'SO NO HIST'  TO WS-LND-SITUACAO.
           MOVE WS-DUPLA-X(WS-DUPLA-IX) TO WS-LND-X.
           MOVE WS-DUPLA-O(WS-DUPLA-IX) TO WS-LND-O.
           DISPLAY WS-LINHA-DUPLA                       UPON CONSOLE.
           PERFORM EXIBIR-CONTAS-HISTORICO.
           IF WS-SO-CONFERE
               GO TO 22100-SAI
           END-IF.
           MOVE WS-DUPLA-X(WS-DUPLA-IX) TO REG-PLACAR-CHAVE-X.
           MOVE WS-DUPLA-O(WS-DUPLA-IX) TO REG-PLACAR-CHAVE-O.
           MOVE WS-DUPLA-VITORIAS-X(WS-DUPLA-IX)
               TO REG-PLACAR-VITORIAS-X.
           MOVE WS-DUPLA-VITORIAS-O(WS-DUPLA-IX)
               TO REG-PLACAR-VITORIAS-O.
           MOVE WS-DUPLA-EMPATES(WS-DUPLA-IX)  TO REG-PLACAR-EMPATES.
           MOVE WS-DUPLA-PARTIDAS(WS-DUPLA-IX) TO REG-PLACAR-PARTIDAS.
           WRITE REG-PLACAR
               INVALID KEY
                   PERFORM ERRO-GRAVACAO-PLACAR
           END-WRITE.
           ADD 1 TO WS-DUPLAS-INCLUIDAS.
       22100-SAI.
           EXIT.
       22100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------
       PROCURAR-DUPLA SECTION.
      *-- LOCALIZA WS-PROCURA-CHAVE NA RECONTAGEM; ACHANDO, DEIXA
      *-- WS-DUPLA-IX NA ENTRADA DA DUPLA.
           SET WS-DUPLA-NAO-ACHOU TO TRUE.
           PERFORM VARYING WS-DUPLA-IX FROM 1 BY 1
                   UNTIL WS-DUPLA-IX > WS-DUPLA-COUNT
                      OR WS-DUPLA-ACHOU
               IF WS-DUPLA-CHAVE(WS-DUPLA-IX) EQUAL WS-PROCURA-CHAVE
                   SET WS-DUPLA-ACHOU TO TRUE
                   SUBTRACT 1 FROM WS-DUPLA-IX
               END-IF
           END-PERFORM.
       PROCURAR-DUPLA-EXIT.
           EXIT.

      *---------------
       EXIBIR-DUPLA-PLACAR SECTION.
      *-- A DUPLA E OS NUMEROS QUE ESTAO GRAVADOS NO PLACAR.
           MOVE REG-PLACAR-CHAVE-X    TO WS-LND-X.
           MOVE REG-PLACAR-CHAVE-O    TO WS-LND-O.
           DISPLAY WS-LINHA-DUPLA                       UPON CONSOLE.
           MOVE 'PLACAR'              TO WS-LNC-ORIGEM.
           MOVE REG-PLACAR-VITORIAS-X TO WS-LNC-VITORIAS-X.
           MOVE REG-PLACAR-VITORIAS-O TO WS-LNC-VITORIAS-O.
           MOVE REG-PLACAR-EMPATES    TO WS-LNC-EMPATES.
           MOVE REG-PLACAR-PARTIDAS   TO WS-LNC-PARTIDAS.
           DISPLAY WS-LINHA-CONTAS                      UPON CONSOLE.
       EXIBIR-DUPLA-PLACAR-EXIT.
           EXIT.

      *---------------
       EXIBIR-CONTAS-HISTORICO SECTION.
      *-- OS NUMEROS RECONTADOS DO HISTPART PARA A DUPLA CORRENTE.
           MOVE 'HISTPART'            TO WS-LNC-ORIGEM.
           MOVE WS-DUPLA-VITORIAS-X(WS-DUPLA-IX) TO WS-LNC-VITORIAS-X.
           MOVE WS-DUPLA-VITORIAS-O(WS-DUPLA-IX) TO WS-LNC-VITORIAS-O.
           MOVE WS-DUPLA-EMPATES(WS-DUPLA-IX)    TO WS-LNC-EMPATES.
           MOVE WS-DUPLA-PARTIDAS(WS-DUPLA-IX)   TO WS-LNC-PARTIDAS.
           DISPLAY WS-LINHA-CONTAS                      UPON CONSOLE.
       EXIBIR-CONTAS-HISTORICO-EXIT.
           EXIT.

      *---------------
       ERRO-GRAVACAO-PLACAR SECTION.
           DISPLAY 'ERRO AO REGRAVAR O PLACAR DA DUPLA '
                   REG-PLACAR-CHAVE-X ' X ' REG-PLACAR-CHAVE-O
                                                        UPON CONSOLE.
           DISPLAY 'FILE STATUS = ' WS-FS-PLACAR        UPON CONSOLE.
           CLOSE PLACAR-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       ERRO-GRAVACAO-PLACAR-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       30000-FINALIZAR   SECTION.
      *-- RESUMO DA CONCILIACAO. QUALQUER DIFERENCA DA RC 4, MESMO
      *-- QUANDO O MODO RECONSTROI JA A CORRIGIU.
           DISPLAY ' '                                  UPON CONSOLE.
           DISPLAY 'PARTIDAS LIDAS NO HISTPART      = '
                   WS-PARTIDAS-LIDAS                   UPON CONSOLE.
           DISPLAY 'PARTIDAS COM VENCEDOR INVALIDO  = '
                   WS-PARTIDAS-INVALIDAS               UPON CONSOLE.
           DISPLAY 'DUPLAS RECONTADAS DO HISTPART   = '
                   WS-DUPLA-COUNT                      UPON CONSOLE.
           DISPLAY 'DUPLAS LIDAS NO PLACAR          = '
                   WS-DUPLAS-PLACAR                    UPON CONSOLE.
           DISPLAY 'DUPLAS QUE CONFEREM             = '
                   WS-DUPLAS-CONFEREM                  UPON CONSOLE.
           DISPLAY 'DUPLAS DIVERGENTES              = '
                   WS-DUPLAS-DIVERGENTES               UPON CONSOLE.
           DISPLAY 'DUPLAS SO NO PLACAR             = '
                   WS-DUPLAS-SO-PLACAR                 UPON CONSOLE.
           DISPLAY 'DUPLAS SO NO HISTPART           = '
                   WS-DUPLAS-SO-HIST                   UPON CONSOLE.
           IF WS-RECONSTROI
               DISPLAY 'DUPLAS REGRAVADAS NO PLACAR     = '
                       WS-DUPLAS-REGRAVADAS            UPON CONSOLE
               DISPLAY 'DUPLAS APAGADAS DO PLACAR       = '
                       WS-DUPLAS-APAGADAS              UPON CONSOLE
               DISPLAY 'DUPLAS INCLUIDAS NO PLACAR      = '
                       WS-DUPLAS-INCLUIDAS             UPON CONSOLE
           END-IF.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.

           IF WS-DUPLAS-DIVERGENTES IS GREATER THAN ZERO
               OR WS-DUPLAS-SO-PLACAR IS GREATER THAN ZERO
               OR WS-DUPLAS-SO-HIST IS GREATER THAN ZERO
               OR WS-PARTIDAS-INVALIDAS IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.
       30000-FINALIZAR-EXIT.  EXIT.
      *---------------------------------------------------------------*
