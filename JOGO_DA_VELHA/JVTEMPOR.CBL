      *****  LAYOUT PADRAO  *******************************************
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                     JVTEMPOR.
       AUTHOR.                         EQUIPE JOGO DA VELHA.
       DATE-WRITTEN.                   15/10/2026.
      *---------------------------------------------------------------*
       REMARKS.
      *---------------------------------------------------------------*
      * OBJETIVO:                                                     *
      *     FECHAMENTO DE TEMPORADA DO CAMPEONATO. O PLACAR E O       *
      *     HISTPART CRESCIAM PARA SEMPRE E A CLASSIFICACAO DO ANO    *
      *     AINDA CARREGAVA PARTIDAS DE DOIS ANOS ATRAS. ESTE BATCH:  *
      *     1) APURA A TEMPORADA QUE FECHA - CAMPEAO E VICE PELAS     *
      *        REGRAS DO JVRANK (3 PONTOS POR VITORIA, 1 POR EMPATE,  *
      *        VITORIAS DESEMPATAM), QUEM MAIS JOGOU (PELO PLACAR) E  *
      *        A MAIOR SEQUENCIA INVICTA (PARTIDAS SEGUIDAS SEM       *
      *        DERROTA, NA ORDEM DE DATA/HORA DO HISTPART);           *
      *     2) GRAVA O REGISTRO PERMANENTE DA TEMPORADA NA GALERIA    *
      *        DOS CAMPEOES (HALLFAMA);                               *
      *     3) ARQUIVA AS PARTIDAS DO HISTPART NO ARQUIVO MORTO DA    *
      *        TEMPORADA (HISTARQ, MESMO LAYOUT) E AS APAGA;          *
      *     4) COPIA OS REGISTROS DE DUPLA DO PLACAR PARA O PLACAR    *
      *        ARQUIVADO (PLACARQ, CHAVEADO POR TEMPORADA + DUPLA) E  *
      *        ZERA O PLACAR PARA A TEMPORADA NOVA.                   *
      *     O JVRANK E O JVRANKCI MOSTRAM A TEMPORADA CORRENTE PELO   *
      *     PLACAR E A TABELA GERAL (OU UMA TEMPORADA PASSADA) PELO   *
      *     PLACARQ.                                                  *
      *                                                               *
      *     A GALERIA GUARDA A SITUACAO DO FECHAMENTO: 'A' ENQUANTO   *
      *     O ARQUIVAMENTO ESTA EM CURSO, 'F' NO FIM. TEMPORADA JA    *
      *     FECHADA ('F') NAO E' FECHADA DE NOVO (RC 8, NADA MUDA).   *
      *     SE O JOB CAIR NO MEIO, A REEXECUCAO ACHA 'A' E SO         *
      *     TERMINA O ARQUIVAMENTO, SEM REAPURAR - O PLACAR JA PODE   *
      *     ESTAR PELA METADE. NESSE CASO O HISTARQ E' ESTENDIDO.     *
      *                                                               *
      * PARM (POSICIONAL, OPCIONAL):                                  *
      *     1-8  IDENTIFICACAO DA TEMPORADA QUE FECHA (PADRAO: O ANO  *
      *          CORRENTE - INFORMAR QUANDO O FECHAMENTO RODAR DEPOIS *
      *          DA VIRADA DO ANO)                                    *
      *                                                               *
      * RETURN-CODE:                                                  *
      *     0  TEMPORADA FECHADA                                      *
      *     4  PLACAR E HISTPART VAZIOS - NADA A FECHAR               *
      *     8  TEMPORADA JA FECHADA ANTES                             *
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

      *---PLACAR DA TEMPORADA, O MESMO ARQUIVO CHAVEADO POR DUPLA QUE
      *---JVELHA/JVEMAQ MANTEM; VARRIDO EM SEQUENCIA E ESVAZIADO
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

      *---ARQUIVO MORTO DAS PARTIDAS, UM DATASET POR TEMPORADA
           SELECT HISTARQ-FILE ASSIGN TO HISTARQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HISTARQ.

      *---PLACAR ARQUIVADO DE TODAS AS TEMPORADAS FECHADAS
           SELECT PLACARQ-FILE ASSIGN TO PLACARQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-ARQP-CHAVE
               FILE STATUS IS WS-FS-PLACARQ.

      *---GALERIA DOS CAMPEOES, UM REGISTRO POR TEMPORADA
           SELECT HALL-FILE ASSIGN TO HALLFAMA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-HALL-TEMPORADA
               FILE STATUS IS WS-FS-HALL.
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

       FD  HISTARQ-FILE
           RECORDING MODE IS F.
       01  REG-HISTARQ                     PIC X(80).

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

       FD  HALL-FILE.
       01  REG-HALL.
           03 REG-HALL-TEMPORADA           PIC X(08).
           03 REG-HALL-SITUACAO            PIC X(01).
               88 HALL-EM-ARQUIVAMENTO              VALUE 'A'.
               88 HALL-FECHADA                      VALUE 'F'.
           03 REG-HALL-DATA                PIC 9(08).
           03 REG-HALL-CAMPEAO             PIC X(15).
           03 REG-HALL-CAMPEAO-PTS         PIC 9(07).
           03 REG-HALL-VICE                PIC X(15).
           03 REG-HALL-VICE-PTS            PIC 9(07).
           03 REG-HALL-MAIS-JOGOS          PIC X(15).
           03 REG-HALL-MAIS-JOGOS-QTD      PIC 9(06).
           03 REG-HALL-INVICTO             PIC X(15).
           03 REG-HALL-INVICTO-QTD         PIC 9(05).
           03 REG-HALL-PARTIDAS            PIC 9(06).
           03 REG-HALL-JOGADORES           PIC 9(03).
           03 FILLER                       PIC X(19).
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
       01 WS-FS-HISTARQ                    PIC X(02) VALUE '00'.
           88 FS-HISTARQ-OK                         VALUE '00'.
       01 WS-FS-PLACARQ                    PIC X(02) VALUE '00'.
           88 FS-PLACARQ-OK                         VALUE '00'.
           88 FS-PLACARQ-DUPLICADO                  VALUE '22'.
           88 FS-PLACARQ-NAO-ENCONTRADO             VALUE '35'.
       01 WS-FS-HALL                       PIC X(02) VALUE '00'.
           88 FS-HALL-OK                            VALUE '00'.
           88 FS-HALL-NAO-ENCONTRADO                VALUE '35'.

       01 WS-FIM                           PIC X(01) VALUE 'N'.
       01 WS-DATA-HOJE                     PIC 9(08) VALUE ZEROS.
       01 WS-TEMPORADA                     PIC X(08) VALUE SPACES.
      *-- 'N' = FECHAMENTO NOVO, 'R' = RETOMADA DE UM QUE CAIU --
       01 WS-MODO                          PIC X(01) VALUE 'N'.
           88 WS-FECHAMENTO-NOVO                    VALUE 'N'.
           88 WS-RETOMADA                           VALUE 'R'.

      *-- CONTAGENS DO FECHAMENTO --
       01 WS-CONTAGENS.
           03 WS-DUPLAS-LIDAS              PIC 9(05) VALUE ZEROS.
           03 WS-PARTIDAS-LIDAS            PIC 9(06) VALUE ZEROS.
           03 WS-PARTIDAS-MISERE           PIC 9(06) VALUE ZEROS.
           03 WS-PARTIDAS-ARQUIVADAS       PIC 9(06) VALUE ZEROS.
           03 WS-DUPLAS-ARQUIVADAS         PIC 9(05) VALUE ZEROS.
           03 WS-DUPLAS-JA-ARQUIVADAS      PIC 9(05) VALUE ZEROS.

      *-- TABELA DE JOGADORES INDIVIDUAIS, AGREGADA DAS DUPLAS (AS
      *-- MESMAS CONTAS DO JVRANK) --
       01 WS-RANK-TABELA.
           03 WS-RANK-MAX                  PIC 9(03) VALUE 100.
           03 WS-RANK-COUNT                PIC 9(03) VALUE ZERO.
           03 WS-RANK-IX                   PIC 9(03) VALUE ZERO.
           03 WS-RANK-J                    PIC 9(03) VALUE ZERO.
           03 FILLER                       PIC X(01) VALUE SPACE.
               88 WS-RANK-ACHOU                     VALUE 'S'.
               88 WS-RANK-NAO-ACHOU                 VALUE SPACE.
           03 WS-RANK-ENTRADA OCCURS 100.
               05 WS-RANK-NOME             PIC X(15).
               05 WS-RANK-JOGOS            PIC 9(06).
               05 WS-RANK-VITORIAS         PIC 9(06).
               05 WS-RANK-EMPATES          PIC 9(06).
               05 WS-RANK-PONTOS           PIC 9(07).

       01 WS-RANK-TROCA.
           03 WS-TROCA-NOME                PIC X(15).
           03 WS-TROCA-JOGOS               PIC 9(06).
           03 WS-TROCA-VITORIAS            PIC 9(06).
           03 WS-TROCA-EMPATES             PIC 9(06).
           03 WS-TROCA-PONTOS              PIC 9(07).

       01 WS-AGREGA.
           03 WS-AGREGA-NOME               PIC X(15) VALUE SPACES.
           03 WS-AGREGA-JOGOS              PIC 9(06) VALUE ZEROS.
           03 WS-AGREGA-VITORIAS           PIC 9(06) VALUE ZEROS.
           03 WS-AGREGA-EMPATES            PIC 9(06) VALUE ZEROS.

      *-- SEQUENCIAS INVICTAS POR JOGADOR, NA ORDEM DAS PARTIDAS: A
      *-- CORRENTE (ZERA NA DERROTA) E A MAIOR JA ALCANCADA --
       01 WS-SEQ-TABELA.
           03 WS-SEQ-MAX                   PIC 9(03) VALUE 100.
           03 WS-SEQ-COUNT                 PIC 9(03) VALUE ZERO.
           03 WS-SEQ-IX                    PIC 9(03) VALUE ZERO.
           03 FILLER                       PIC X(01) VALUE SPACE.
               88 WS-SEQ-ACHOU                      VALUE 'S'.
               88 WS-SEQ-NAO-ACHOU                  VALUE SPACE.
           03 WS-SEQ-ENTRADA OCCURS 100.
               05 WS-SEQ-NOME              PIC X(15).
               05 WS-SEQ-CORRENTE          PIC 9(05).
               05 WS-SEQ-MAIOR             PIC 9(05).

       01 WS-SEQ-JOGADOR                   PIC X(15) VALUE SPACES.
      *-- 'S' = O JOGADOR NAO PERDEU A PARTIDA, 'N' = PERDEU --
       01 WS-SEQ-INVICTO                   PIC X(01) VALUE SPACE.

      *-- LINHA DA GALERIA --
       01 WS-LINHA-HALL.
           03 WS-LNH-TEMPORADA             PIC X(08).
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WS-LNH-CAMPEAO               PIC X(15).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNH-CAMPEAO-PTS           PIC ZZZZZZ9.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WS-LNH-VICE                  PIC X(15).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNH-VICE-PTS              PIC ZZZZZZ9.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WS-LNH-SITUACAO              PIC X(01).
       01 WS-LINHA-HALL-2.
           03 FILLER                       PIC X(10) VALUE SPACES.
           03 FILLER                       PIC X(12) VALUE
                                           'MAIS JOGOS: '.
           03 WS-LNH-MAIS-JOGOS            PIC X(15).
           03 WS-LNH-MAIS-JOGOS-QTD        PIC ZZZZZ9.
           03 FILLER                       PIC X(11) VALUE
                                           '  INVICTO: '.
           03 WS-LNH-INVICTO               PIC X(15).
           03 WS-LNH-INVICTO-QTD           PIC ZZZZ9.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       LINKAGE SECTION.
       01 LK-PARM.
           03 LK-PARM-LEN                  PIC S9(04) COMP.
           03 LK-PARM-TEMPORADA            PIC X(08).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      *BOOK PARA ROTINA ABENDS                                        *
      *---------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-PARM.

       00000-INICIO    SECTION.
           PERFORM 10000-INICIALIZAR.
           IF WS-FECHAMENTO-NOVO
               PERFORM 20000-APURAR-PLACAR
               PERFORM 21000-APURAR-SEQUENCIAS
               PERFORM 22000-GRAVAR-GALERIA
           END-IF.
           PERFORM 23000-ARQUIVAR-HISTORICO.
           PERFORM 24000-ARQUIVAR-PLACAR.
           PERFORM 25000-FECHAR-GALERIA.
           PERFORM 30000-FINALIZAR.
       00000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       10000-INICIALIZAR   SECTION.
      *-- A TEMPORADA VEM DO PARM OU E' O ANO CORRENTE. A GALERIA
      *-- DIZ SE ELA JA FOI FECHADA, SE FICOU PELA METADE OU SE E'
      *-- UM FECHAMENTO NOVO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF LK-PARM-LEN IS GREATER THAN ZERO
               AND LK-PARM-TEMPORADA NOT EQUAL SPACES
               MOVE LK-PARM-TEMPORADA TO WS-TEMPORADA
           ELSE
               MOVE WS-DATA-HOJE(1:4) TO WS-TEMPORADA
           END-IF.

           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           DISPLAY '********  FECHAMENTO DA TEMPORADA  **************'
                                                        UPON CONSOLE.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           DISPLAY 'TEMPORADA ' WS-TEMPORADA            UPON CONSOLE.

           OPEN I-O HALL-FILE.
           IF FS-HALL-NAO-ENCONTRADO
               OPEN OUTPUT HALL-FILE
               CLOSE HALL-FILE
               OPEN I-O HALL-FILE
           END-IF.
           IF NOT FS-HALL-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR A GALERIA (HALLFAMA),'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-HALL     UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TEMPORADA TO REG-HALL-TEMPORADA.
           READ HALL-FILE
               INVALID KEY
                   SET WS-FECHAMENTO-NOVO TO TRUE
               NOT INVALID KEY
                   IF HALL-FECHADA
                       DISPLAY 'TEMPORADA ' WS-TEMPORADA
                               ' JA FOI FECHADA EM ' REG-HALL-DATA
                               ' - NADA FOI ALTERADO'  UPON CONSOLE
                       CLOSE HALL-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-RETOMADA TO TRUE
                   DISPLAY 'FECHAMENTO INTERROMPIDO ENCONTRADO - '
                           'RETOMANDO O ARQUIVAMENTO'  UPON CONSOLE
           END-READ.
       10000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       20000-APURAR-PLACAR   SECTION.
      *-- CLASSIFICACAO DA TEMPORADA PELO PLACAR, COMO NO JVRANK: CADA
      *-- REGISTRO DE DUPLA RENDE A AGREGACAO DO JOGADOR X E A DO O.
           OPEN INPUT PLACAR-FILE.
           IF FS-PLACAR-NAO-ENCONTRADO
               GO TO 20000-SAI
           END-IF.
           IF NOT FS-PLACAR-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO PLACAR,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-PLACAR   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-FIM.
           PERFORM 20100-LER-UMA-DUPLA UNTIL WS-FIM EQUAL 'S'.
           CLOSE PLACAR-FILE.
           PERFORM CALCULAR-PONTOS.
           PERFORM ORDENAR-RANKING.
       20000-SAI.
           EXIT.
       20000-99-EXIT.  EXIT.

      *---------------
       20100-LER-UMA-DUPLA SECTION.
           READ PLACAR-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 20100-SAI
           END-READ.
           ADD 1 TO WS-DUPLAS-LIDAS.

           MOVE REG-PLACAR-CHAVE-X      TO WS-AGREGA-NOME.
           MOVE REG-PLACAR-PARTIDAS     TO WS-AGREGA-JOGOS.
           MOVE REG-PLACAR-VITORIAS-X   TO WS-AGREGA-VITORIAS.
           MOVE REG-PLACAR-EMPATES      TO WS-AGREGA-EMPATES.
           PERFORM AGREGAR-JOGADOR.

           MOVE REG-PLACAR-CHAVE-O      TO WS-AGREGA-NOME.
           MOVE REG-PLACAR-PARTIDAS     TO WS-AGREGA-JOGOS.
           MOVE REG-PLACAR-VITORIAS-O   TO WS-AGREGA-VITORIAS.
           MOVE REG-PLACAR-EMPATES      TO WS-AGREGA-EMPATES.
           PERFORM AGREGAR-JOGADOR.
       20100-SAI.
           EXIT.
       20100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       21000-APURAR-SEQUENCIAS   SECTION.
      *-- O HISTPART VEM NA ORDEM DA CHAVE (DATA, HORA), QUE E' A
      *-- ORDEM EM QUE AS PARTIDAS ACONTECERAM: VITORIA E EMPATE
      *-- ESTICAM A SEQUENCIA INVICTA DO JOGADOR, DERROTA A ZERA.
           OPEN INPUT HIST-FILE.
           IF FS-HIST-NAO-ENCONTRADO
               GO TO 21000-SAI
           END-IF.
           IF NOT FS-HIST-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O HISTPART,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-HIST     UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-FIM.
           PERFORM 21100-LER-UMA-PARTIDA UNTIL WS-FIM EQUAL 'S'.
           CLOSE HIST-FILE.
       21000-SAI.
           EXIT.
       21000-99-EXIT.  EXIT.

      *---------------
       21100-LER-UMA-PARTIDA SECTION.
           READ HIST-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 21100-SAI
           END-READ.
      *-- A SEQUENCIA INVICTA E' DA TEMPORADA NORMAL; A PARTIDA MISERE
      *-- SO E' ARQUIVADA, COMO TODAS
           IF HIST-PARTIDA-MISERE
               ADD 1 TO WS-PARTIDAS-MISERE
               GO TO 21100-SAI
           END-IF.
           ADD 1 TO WS-PARTIDAS-LIDAS.

           MOVE REG-HIST-PLAYER-X TO WS-SEQ-JOGADOR.
           IF REG-HIST-VENCEDOR EQUAL 'O'
               MOVE 'N' TO WS-SEQ-INVICTO
           ELSE
               MOVE 'S' TO WS-SEQ-INVICTO
           END-IF.
           PERFORM CONTAR-SEQUENCIA.

           MOVE REG-HIST-PLAYER-O TO WS-SEQ-JOGADOR.
           IF REG-HIST-VENCEDOR EQUAL 'X'
               MOVE 'N' TO WS-SEQ-INVICTO
           ELSE
               MOVE 'S' TO WS-SEQ-INVICTO
           END-IF.
           PERFORM CONTAR-SEQUENCIA.
       21100-SAI.
           EXIT.
       21100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       22000-GRAVAR-GALERIA   SECTION.
      *-- O REGISTRO DA TEMPORADA ENTRA NA GALERIA ANTES DE QUALQUER
      *-- ARQUIVAMENTO, COM SITUACAO 'A'; SO O FIM DO FECHAMENTO A
      *-- PASSA PARA 'F'.
           IF WS-DUPLAS-LIDAS EQUAL ZERO
               AND WS-PARTIDAS-LIDAS EQUAL ZERO
               AND WS-PARTIDAS-MISERE EQUAL ZERO
               DISPLAY 'PLACAR E HISTPART VAZIOS - NADA A FECHAR'
                                                        UPON CONSOLE
               CLOSE HALL-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REG-HALL.
           MOVE WS-TEMPORADA TO REG-HALL-TEMPORADA.
           SET HALL-EM-ARQUIVAMENTO TO TRUE.
           MOVE WS-DATA-HOJE TO REG-HALL-DATA.
           MOVE ZEROS TO REG-HALL-CAMPEAO-PTS
                         REG-HALL-VICE-PTS
                         REG-HALL-MAIS-JOGOS-QTD
                         REG-HALL-INVICTO-QTD.
           MOVE WS-PARTIDAS-LIDAS TO REG-HALL-PARTIDAS.
           MOVE WS-RANK-COUNT     TO REG-HALL-JOGADORES.

           IF WS-RANK-COUNT IS GREATER THAN ZERO
               MOVE WS-RANK-NOME(1)   TO REG-HALL-CAMPEAO
               MOVE WS-RANK-PONTOS(1) TO REG-HALL-CAMPEAO-PTS
           END-IF.
           IF WS-RANK-COUNT IS GREATER THAN 1
               MOVE WS-RANK-NOME(2)   TO REG-HALL-VICE
               MOVE WS-RANK-PONTOS(2) TO REG-HALL-VICE-PTS
           END-IF.

      *-- QUEM MAIS JOGOU: EM EMPATE FICA O MAIS BEM CLASSIFICADO
           PERFORM VARYING WS-RANK-IX FROM 1 BY 1
                   UNTIL WS-RANK-IX > WS-RANK-COUNT
               IF WS-RANK-JOGOS(WS-RANK-IX) IS GREATER THAN
                       REG-HALL-MAIS-JOGOS-QTD
                   MOVE WS-RANK-NOME(WS-RANK-IX)
                       TO REG-HALL-MAIS-JOGOS
                   MOVE WS-RANK-JOGOS(WS-RANK-IX)
                       TO REG-HALL-MAIS-JOGOS-QTD
               END-IF
           END-PERFORM.

      *-- MAIOR SEQUENCIA INVICTA: EM EMPATE FICA QUEM CHEGOU A ELA
      *-- PRIMEIRO NO HISTPART
           PERFORM VARYING WS-SEQ-IX FROM 1 BY 1
                   UNTIL WS-SEQ-IX > WS-SEQ-COUNT
               IF WS-SEQ-MAIOR(WS-SEQ-IX) IS GREATER THAN
                       REG-HALL-INVICTO-QTD
                   MOVE WS-SEQ-NOME(WS-SEQ-IX)  TO REG-HALL-INVICTO
                   MOVE WS-SEQ-MAIOR(WS-SEQ-IX)
                       TO REG-HALL-INVICTO-QTD
               END-IF
           END-PERFORM.

           WRITE REG-HALL
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A GALERIA, FILE STATUS = '
                           WS-FS-HALL                  UPON CONSOLE
                   CLOSE HALL-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
       22000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       23000-ARQUIVAR-HISTORICO   SECTION.
      *-- CADA PARTIDA VAI PARA O ARQUIVO MORTO E SAI DO HISTPART. NA
      *-- RETOMADA O ARQUIVO MORTO E' ESTENDIDO: O QUE JA FOI APAGADO
      *-- DO HISTPART JA ESTA NELE.
           OPEN I-O HIST-FILE.
           IF FS-HIST-NAO-ENCONTRADO
               GO TO 23000-SAI
           END-IF.
           IF NOT FS-HIST-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O HISTPART,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-HIST     UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RETOMADA
               OPEN EXTEND HISTARQ-FILE
           ELSE
               OPEN OUTPUT HISTARQ-FILE
           END-IF.
           IF NOT FS-HISTARQ-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O HISTARQ,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-HISTARQ  UPON CONSOLE
               CLOSE HIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-FIM.
           PERFORM 23100-ARQUIVAR-UMA-PARTIDA UNTIL WS-FIM EQUAL 'S'.
           CLOSE HISTARQ-FILE.
           CLOSE HIST-FILE.
       23000-SAI.
           EXIT.
       23000-99-EXIT.  EXIT.

      *---------------
       23100-ARQUIVAR-UMA-PARTIDA SECTION.
           READ HIST-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 23100-SAI
           END-READ.
           WRITE REG-HISTARQ FROM REG-HIST.
           IF NOT FS-HISTARQ-OK
               DISPLAY 'ERRO AO GRAVAR O HISTARQ, FILE STATUS = '
                       WS-FS-HISTARQ                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DELETE HIST-FILE RECORD.
           ADD 1 TO WS-PARTIDAS-ARQUIVADAS.
       23100-SAI.
           EXIT.
       23100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       24000-ARQUIVAR-PLACAR   SECTION.
      *-- CADA REGISTRO DE DUPLA E' COPIADO PARA O PLACARQ COM A
      *-- TEMPORADA NA FRENTE DA CHAVE E APAGADO DO PLACAR, QUE FICA
      *-- VAZIO PARA A TEMPORADA NOVA. NA RETOMADA, A DUPLA QUE JA
      *-- ESTAVA NO PLACARQ (CHAVE DUPLICADA) SO E' APAGADA.
           OPEN I-O PLACAR-FILE.
           IF FS-PLACAR-NAO-ENCONTRADO
               GO TO 24000-SAI
           END-IF.
           IF NOT FS-PLACAR-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO PLACAR,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-PLACAR   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PLACARQ-FILE.
           IF FS-PLACARQ-NAO-ENCONTRADO
               OPEN OUTPUT PLACARQ-FILE
           END-IF.
           IF NOT FS-PLACARQ-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O PLACARQ,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-PLACARQ  UPON CONSOLE
               CLOSE PLACAR-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-FIM.
           PERFORM 24100-ARQUIVAR-UMA-DUPLA UNTIL WS-FIM EQUAL 'S'.
           CLOSE PLACARQ-FILE.
           CLOSE PLACAR-FILE.
       24000-SAI.
           EXIT.
       24000-99-EXIT.  EXIT.

      *---------------
       24100-ARQUIVAR-UMA-DUPLA SECTION.
           READ PLACAR-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 24100-SAI
           END-READ.
           MOVE WS-TEMPORADA          TO REG-ARQP-TEMPORADA.
           MOVE REG-PLACAR-CHAVE-X    TO REG-ARQP-CHAVE-X.
           MOVE REG-PLACAR-CHAVE-O    TO REG-ARQP-CHAVE-O.
           MOVE REG-PLACAR-VITORIAS-X TO REG-ARQP-VITORIAS-X.
           MOVE REG-PLACAR-VITORIAS-O TO REG-ARQP-VITORIAS-O.
           MOVE REG-PLACAR-EMPATES    TO REG-ARQP-EMPATES.
           MOVE REG-PLACAR-PARTIDAS   TO REG-ARQP-PARTIDAS.
           WRITE REG-ARQP
               INVALID KEY
                   IF FS-PLACARQ-DUPLICADO
                       ADD 1 TO WS-DUPLAS-JA-ARQUIVADAS
                   ELSE
                       DISPLAY 'ERRO AO GRAVAR O PLACARQ, '
                               'FILE STATUS = ' WS-FS-PLACARQ
                                                       UPON CONSOLE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-DUPLAS-ARQUIVADAS
           END-WRITE.
           DELETE PLACAR-FILE RECORD.
       24100-SAI.
           EXIT.
       24100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       25000-FECHAR-GALERIA   SECTION.
      *-- ARQUIVAMENTO COMPLETO: A TEMPORADA PASSA A FECHADA.
           MOVE WS-TEMPORADA TO REG-HALL-TEMPORADA.
           READ HALL-FILE
               INVALID KEY
                   DISPLAY 'REGISTRO DA TEMPORADA SUMIU DA GALERIA'
                                                        UPON CONSOLE
                   CLOSE HALL-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           SET HALL-FECHADA TO TRUE.
           REWRITE REG-HALL
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A GALERIA, FILE STATUS = '
                           WS-FS-HALL                  UPON CONSOLE
                   CLOSE HALL-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
       25000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------
       AGREGAR-JOGADOR SECTION.
      *-- SOMA O LADO CORRENTE DA DUPLA NA ENTRADA DO JOGADOR,
      *-- CRIANDO-A SE FOR A PRIMEIRA VEZ QUE O NOME APARECE.
           IF WS-AGREGA-NOME EQUAL SPACES
               GO TO AGREGAR-JOGADOR-SAI
           END-IF.

           SET WS-RANK-NAO-ACHOU TO TRUE.
           PERFORM VARYING WS-RANK-IX FROM 1 BY 1
                   UNTIL WS-RANK-IX > WS-RANK-COUNT
                      OR WS-RANK-ACHOU
               IF WS-RANK-NOME(WS-RANK-IX) EQUAL WS-AGREGA-NOME
                   SET WS-RANK-ACHOU TO TRUE
                   SUBTRACT 1 FROM WS-RANK-IX
               END-IF
           END-PERFORM.

           IF WS-RANK-NAO-ACHOU
               IF WS-RANK-COUNT IS LESS THAN WS-RANK-MAX
                   ADD 1 TO WS-RANK-COUNT
                   MOVE WS-RANK-COUNT TO WS-RANK-IX
                   MOVE WS-AGREGA-NOME TO WS-RANK-NOME(WS-RANK-IX)
                   MOVE ZEROS TO WS-RANK-JOGOS(WS-RANK-IX)
                                 WS-RANK-VITORIAS(WS-RANK-IX)
                                 WS-RANK-EMPATES(WS-RANK-IX)
                                 WS-RANK-PONTOS(WS-RANK-IX)
               ELSE
                   GO TO AGREGAR-JOGADOR-SAI
               END-IF
           END-IF.

           ADD WS-AGREGA-JOGOS    TO WS-RANK-JOGOS(WS-RANK-IX).
           ADD WS-AGREGA-VITORIAS TO WS-RANK-VITORIAS(WS-RANK-IX).
           ADD WS-AGREGA-EMPATES  TO WS-RANK-EMPATES(WS-RANK-IX).
       AGREGAR-JOGADOR-SAI.
           EXIT.
       AGREGAR-JOGADOR-EXIT.
           EXIT.

      *---------------
       CALCULAR-PONTOS SECTION.
      *-- PONTUACAO ESTILO CAMPEONATO: 3 POR VITORIA, 1 POR EMPATE.
           PERFORM VARYING WS-RANK-IX FROM 1 BY 1
                   UNTIL WS-RANK-IX > WS-RANK-COUNT
               COMPUTE WS-RANK-PONTOS(WS-RANK-IX) =
                   (WS-RANK-VITORIAS(WS-RANK-IX) * 3)
                   + WS-RANK-EMPATES(WS-RANK-IX)
               END-COMPUTE
           END-PERFORM.
       CALCULAR-PONTOS-EXIT.
           EXIT.

      *---------------
       ORDENAR-RANKING SECTION.
      *-- ORDENACAO SIMPLES POR TROCA: MAIS PONTOS PRIMEIRO, MAIS
      *-- VITORIAS COMO DESEMPATE.
           PERFORM VARYING WS-RANK-J FROM 1 BY 1
                   UNTIL WS-RANK-J >= WS-RANK-COUNT
               PERFORM VARYING WS-RANK-IX FROM 1 BY 1
                       UNTIL WS-RANK-IX >= WS-RANK-COUNT
                   IF WS-RANK-PONTOS(WS-RANK-IX) IS LESS THAN
                           WS-RANK-PONTOS(WS-RANK-IX + 1)
                      OR (WS-RANK-PONTOS(WS-RANK-IX) IS EQUAL TO
                           WS-RANK-PONTOS(WS-RANK-IX + 1)
                       AND WS-RANK-VITORIAS(WS-RANK-IX) IS LESS THAN
                           WS-RANK-VITORIAS(WS-RANK-IX + 1))
                       MOVE WS-RANK-ENTRADA(WS-RANK-IX)
                           TO WS-RANK-TROCA
                       MOVE WS-RANK-ENTRADA(WS-RANK-IX + 1)
                           TO WS-RANK-ENTRADA(WS-RANK-IX)
                       MOVE WS-RANK-TROCA
                           TO WS-RANK-ENTRADA(WS-RANK-IX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       ORDENAR-RANKING-EXIT.
           EXIT.

      *---------------
       CONTAR-SEQUENCIA SECTION.
      *-- UMA PARTIDA DE WS-SEQ-JOGADOR: SEM DERROTA A SEQUENCIA
      *-- CORRENTE CRESCE (E TALVEZ A MAIOR), COM DERROTA ZERA.
           IF WS-SEQ-JOGADOR EQUAL SPACES
               GO TO CONTAR-SEQUENCIA-SAI
           END-IF.

           SET WS-SEQ-NAO-ACHOU TO TRUE.
           PERFORM VARYING WS-SEQ-IX FROM 1 BY 1
                   UNTIL WS-SEQ-IX > WS-SEQ-COUNT
                      OR WS-SEQ-ACHOU
               IF WS-SEQ-NOME(WS-SEQ-IX) EQUAL WS-SEQ-JOGADOR
                   SET WS-SEQ-ACHOU TO TRUE
                   SUBTRACT 1 FROM WS-SEQ-IX
               END-IF
           END-PERFORM.

           IF WS-SEQ-NAO-ACHOU
               IF WS-SEQ-COUNT IS LESS THAN WS-SEQ-MAX
                   ADD 1 TO WS-SEQ-COUNT
                   MOVE WS-SEQ-COUNT TO WS-SEQ-IX
                   MOVE WS-SEQ-JOGADOR TO WS-SEQ-NOME(WS-SEQ-IX)
                   MOVE ZEROS TO WS-SEQ-CORRENTE(WS-SEQ-IX)
                                 WS-SEQ-MAIOR(WS-SEQ-IX)
               ELSE
                   GO TO CONTAR-SEQUENCIA-SAI
               END-IF
           END-IF.

           IF WS-SEQ-INVICTO EQUAL 'S'
               ADD 1 TO WS-SEQ-CORRENTE(WS-SEQ-IX)
               IF WS-SEQ-CORRENTE(WS-SEQ-IX) IS GREATER THAN
                       WS-SEQ-MAIOR(WS-SEQ-IX)
                   MOVE WS-SEQ-CORRENTE(WS-SEQ-IX)
                       TO WS-SEQ-MAIOR(WS-SEQ-IX)
               END-IF
           ELSE
               MOVE ZEROS TO WS-SEQ-CORRENTE(WS-SEQ-IX)
           END-IF.
       CONTAR-SEQUENCIA-SAI.
           EXIT.
       CONTAR-SEQUENCIA-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       30000-FINALIZAR   SECTION.
      *-- O RESUMO DO FECHAMENTO E A GALERIA INTEIRA, DA PRIMEIRA
      *-- TEMPORADA A ESTA.
           DISPLAY 'PARTIDAS ARQUIVADAS (HISTARQ) = '
                   WS-PARTIDAS-ARQUIVADAS              UPON CONSOLE.
           DISPLAY 'DUPLAS ARQUIVADAS (PLACARQ)   = '
                   WS-DUPLAS-ARQUIVADAS                UPON CONSOLE.
           IF WS-DUPLAS-JA-ARQUIVADAS IS GREATER THAN ZERO
               DISPLAY 'DUPLAS QUE JA ESTAVAM NO PLACARQ = '
                       WS-DUPLAS-JA-ARQUIVADAS         UPON CONSOLE
           END-IF.

           DISPLAY ' '                                  UPON CONSOLE.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           DISPLAY '********  GALERIA DOS CAMPEOES  *****************'
                                                        UPON CONSOLE.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           DISPLAY 'TEMPORADA CAMPEAO           PONTOS  VICE'
                   '                PONTOS'             UPON CONSOLE.
           MOVE LOW-VALUES TO REG-HALL-TEMPORADA.
           START HALL-FILE KEY IS NOT LESS THAN REG-HALL-TEMPORADA
               INVALID KEY
                   MOVE 'S' TO WS-FIM
               NOT INVALID KEY
                   MOVE 'N' TO WS-FIM
           END-START.
           PERFORM EXIBIR-LINHA-GALERIA UNTIL WS-FIM EQUAL 'S'.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           CLOSE HALL-FILE.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.
       30000-FINALIZAR-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------
       EXIBIR-LINHA-GALERIA SECTION.
           READ HALL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO EXIBIR-LINHA-GALERIA-SAI
           END-READ.
           MOVE REG-HALL-TEMPORADA      TO WS-LNH-TEMPORADA.
           MOVE REG-HALL-CAMPEAO        TO WS-LNH-CAMPEAO.
           MOVE REG-HALL-CAMPEAO-PTS    TO WS-LNH-CAMPEAO-PTS.
           MOVE REG-HALL-VICE           TO WS-LNH-VICE.
           MOVE REG-HALL-VICE-PTS       TO WS-LNH-VICE-PTS.
           IF HALL-FECHADA
               MOVE SPACE TO WS-LNH-SITUACAO
           ELSE
               MOVE '*' TO WS-LNH-SITUACAO
           END-IF.
           DISPLAY WS-LINHA-HALL                        UPON CONSOLE.
           MOVE REG-HALL-MAIS-JOGOS     TO WS-LNH-MAIS-JOGOS.
           MOVE REG-HALL-MAIS-JOGOS-QTD TO WS-LNH-MAIS-JOGOS-QTD.
           MOVE REG-HALL-INVICTO        TO WS-LNH-INVICTO.
           MOVE REG-HALL-INVICTO-QTD    TO WS-LNH-INVICTO-QTD.
           DISPLAY WS-LINHA-HALL-2                      UPON CONSOLE.
       EXIBIR-LINHA-GALERIA-SAI.
           EXIT.
       EXIBIR-LINHA-GALERIA-EXIT.
           EXIT.
