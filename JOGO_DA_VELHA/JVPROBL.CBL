      *****  LAYOUT PADRAO  *******************************************
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                     JVPROBL.
       AUTHOR.                         EQUIPE JOGO DA VELHA.
       DATE-WRITTEN.                   15/10/2026.
      *---------------------------------------------------------------*
       REMARKS.
      *---------------------------------------------------------------*
      * OBJETIVO:                                                     *
      *     GARIMPAR O ARQUIVO DE REPLAY (UMA OU VARIAS PARTIDAS      *
      *     CONCATENADAS, NO FORMATO JOGADA/DESFEITA QUE O JVREPLAY E *
      *     O JVLIVRO LEEM) ATRAS DE PROBLEMAS TATICOS: POSICOES REAIS*
      *     EM QUE O LADO DA VEZ TINHA VITORIA FORCADA EM UM OU DOIS  *
      *     LANCES. CADA POSICAO ACHADA VAI PARA O ARQUIVO PROBLEMA   *
      *     COM O TAMANHO DO TABULEIRO, O LADO DA VEZ, A SOLUCAO E SE *
      *     QUEM JOGOU A PARTIDA DEIXOU A VITORIA ESCAPAR. O JVEMAQ   *
      *     SERVE ESSES PROBLEMAS NO MODO DE PROBLEMAS TATICOS.       *
      *                                                               *
      *     A AVALIACAO E' DO PROPRIO JVEMMX: CADA CASA VAZIA E'      *
      *     OCUPADA PELO LADO DA VEZ E O MOTOR RESPONDE PELO          *
      *     ADVERSARIO, COM PROFUNDIDADE FIXA DE TRES MEIOS-LANCES    *
      *     (O LANCE, A RESPOSTA E O LANCE SEGUINTE). 19 PONTOS E'    *
      *     VITORIA NO LANCE, 17 E' VITORIA NO LANCE SEGUINTE CONTRA  *
      *     QUALQUER DEFESA. A BUSCA COMECA NO SEGUNDO NIVEL, ENTAO O *
      *     LIVRO DE ABERTURAS NAO E' CONSULTADO.                     *
      *                                                               *
      *     COMO NO JVLIVRO, UMA PARTIDA NOVA COMECA NO CABECALHO     *
      *     'PARTIDA' OU QUANDO A NUMERACAO DO LOG VOLTA PARA 001, E  *
      *     AS PARTIDAS MISERE SAO PULADAS. SEM CABECALHO O TAMANHO   *
      *     SO E' CONHECIDO NO FIM (UM LANCE EM D OU NA LINHA 4       *
      *     DENUNCIA O 4X4), POR ISSO OS LANCES FICAM GUARDADOS E A   *
      *     PARTIDA E' REPASSADA INTEIRA AO FECHAR. A MESMA POSICAO   *
      *     VISTA EM VARIAS PARTIDAS VIRA UM PROBLEMA SO.             *
      *                                                               *
      * PARM (POSICIONAL, OPCIONAL):                                  *
      *     1-8  'PERDIDAS' = SO AS POSICOES EM QUE A VITORIA FORCADA *
      *          ESCAPOU NA PARTIDA; BRANCO = TODAS                   *
      *                                                               *
      * RETURN-CODE:                                                  *
      *     0  PROBLEMAS GRAVADOS                                     *
      *     4  NENHUM PROBLEMA ACHADO                                 *
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

      *---O ARQUIVO DE REPLAY ACUMULADO (ARQUIVO MORTO DAS PARTIDAS)
           SELECT REPLAY-FILE ASSIGN TO REPLAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPLAY.

      *---OS PROBLEMAS TATICOS GARIMPADOS
           SELECT PROBLEMA-FILE ASSIGN TO PROBLEMA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROBLEMA.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       FILE SECTION.

       FD  REPLAY-FILE
           RECORDING MODE IS F.
       01  REG-REPLAY                      PIC X(60).
       01  REG-REPLAY-CAMPOS REDEFINES REG-REPLAY.
           03 REG-RPL-PALAVRA              PIC X(07).
           03 REG-RPL-SEQ                  PIC X(03).
           03 FILLER                       PIC X(09).
           03 REG-RPL-JOGADOR              PIC X(01).
           03 FILLER                       PIC X(07).
           03 REG-RPL-CAMPO                PIC X(02).
           03 FILLER                       PIC X(31).
       01  REG-REPLAY-DESF REDEFINES REG-REPLAY.
           03 REG-DSF-PALAVRA              PIC X(09).
           03 REG-DSF-SEQ                  PIC X(03).
           03 FILLER                       PIC X(07).
           03 REG-DSF-CAMPO                PIC X(02).
           03 FILLER                       PIC X(39).
       01  REG-REPLAY-PTD REDEFINES REG-REPLAY.
           03 REG-PTD-PALAVRA              PIC X(08).
           03 FILLER                       PIC X(06).
           03 REG-PTD-REGRA                PIC X(06).
           03 FILLER                       PIC X(09).
           03 REG-PTD-TAMANHO              PIC X(01).
           03 FILLER                       PIC X(30).

      *-- UM PROBLEMA: A POSICAO E' LINEAR NO TAMANHO DO TABULEIRO,
      *-- COMO NO LIVRO; A SOLUCAO VEM NO FORMATO DE CAMPO DO LOG --
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
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *-- FILE STATUS --
       01 WS-FS-REPLAY                     PIC X(02) VALUE '00'.
           88 FS-REPLAY-OK                          VALUE '00'.
       01 WS-FS-PROBLEMA                   PIC X(02) VALUE '00'.
           88 FS-PROBLEMA-OK                        VALUE '00'.

       01 WS-FIM                           PIC X(01) VALUE 'N'.
       01 WS-FILTRO                        PIC X(08) VALUE SPACES.
           88 SO-PERDIDAS                           VALUE 'PERDIDAS'.

      *-- PARTIDA SENDO RECONSTRUIDA --
       01 TABULEIRO-GRUPO.
           03 CASA4                        PIC X(01) VALUE ' '
                                            OCCURS 16 TIMES.
       01 WS-I4                            PIC 9(02).
       01 WS-TAMANHO-TABULEIRO             PIC 9(01) VALUE 3.
           88 TABULEIRO-3X3                         VALUE 3.
           88 TABULEIRO-4X4                         VALUE 4.
      *-- REGRA DA PARTIDA, DO CABECALHO 'PARTIDA' DO LOG: OS LANCES
      *-- DE PARTIDA MISERE NAO SERVEM PARA A REGRA NORMAL E SAO
      *-- PULADOS ATE O PROXIMO CABECALHO --
       01 WS-REGRA-SW                      PIC X(01) VALUE 'N'.
           88 REGRA-MISERE                          VALUE 'M'.

       01 WS-LANCE.
           03 WS-LANCE-SEQ                 PIC 9(03) VALUE ZEROS.
           03 WS-LANCE-JOGADOR             PIC X(01) VALUE SPACE.
           03 WS-LANCE-COLUNA              PIC 9(01) VALUE ZERO.
           03 WS-LANCE-LINHA               PIC 9(01) VALUE ZERO.
           03 WS-LANCE-CELULA              PIC 9(02) VALUE ZEROS.
       01 WS-LANCES-DA-PARTIDA             PIC 9(03) VALUE ZEROS.

      *-- OS LANCES DA PARTIDA CORRENTE, NA ORDEM DO LOG, A ESPERA DO
      *-- FIM DA PARTIDA (J = JOGADA, D = DESFEITA) --
       01 WS-EVENTOS.
           03 WS-EVT-MAX                   PIC 9(02) VALUE 60.
           03 WS-EVT-COUNT                 PIC 9(02) VALUE ZERO.
           03 WS-EVT-IX                    PIC 9(02) VALUE ZERO.
           03 WS-EVT-ENTRADA OCCURS 60.
               05 WS-EVT-TIPO              PIC X(01).
               05 WS-EVT-JOGADOR           PIC X(01).
               05 WS-EVT-COLUNA            PIC 9(01).
               05 WS-EVT-LINHA             PIC 9(01).
               05 WS-EVT-CELULA            PIC 9(02).

      *-- PROBLEMAS ACHADOS: UMA ENTRADA POR POSICAO+VEZ --
       01 WS-PROBLEMA-TABELA.
           03 WS-PRB-MAX                   PIC 9(04) VALUE 2000.
           03 WS-PRB-COUNT                 PIC 9(04) VALUE ZERO.
           03 WS-PRB-IX                    PIC 9(04) VALUE ZERO.
           03 FILLER                       PIC X(01) VALUE SPACE.
               88 WS-PRB-ACHOU                      VALUE 'S'.
               88 WS-PRB-NAO-ACHOU                  VALUE SPACE.
           03 FILLER                       PIC X(01) VALUE 'N'.
               88 WS-PRB-LIMITE-AVISADO             VALUE 'S'.
           03 WS-PRB-ENTRADA OCCURS 2000.
               05 WS-PRB-POSICAO           PIC X(16).
               05 WS-PRB-TAMANHO           PIC 9(01).
               05 WS-PRB-VEZ               PIC X(01).
               05 WS-PRB-LANCES            PIC 9(01).
               05 WS-PRB-SOLUCAO           PIC X(02).
               05 WS-PRB-PERDIDA           PIC X(01).

      *-- RESULTADO DA PARTIDA (MESMO TESTE DE LINHAS DO JVLIVRO) --
       01 WS-I                             PIC 9(02) VALUE ZEROS.
       01 WS-J                             PIC 9(02) VALUE ZEROS.
       01 WS-CEL                           PIC 9(02) VALUE ZEROS.
       01 WS-PRIMEIRA                      PIC X(01) VALUE SPACE.
       01 WS-LINHA-SW                      PIC X(01) VALUE 'N'.
           88 LINHA-FECHADA                         VALUE 'S'.
       01 WS-VENCEDOR                      PIC X(01) VALUE SPACE.

      *-- CHAMADA AO MOTOR (MESMA INTERFACE DO JVREPLAY) --
       01 WS-AN-TAB                        PIC X(16) VALUE SPACES.
       01 WS-AN-TENTATIVA                  PIC X(16) VALUE SPACES.
       01 WS-AN-TAMANHO                    PIC 9(01) VALUE 3.
       01 WS-AN-NCASAS                     PIC 9(02) VALUE 9.
       01 WS-AN-TURN                       PIC X(01) VALUE SPACE.
       01 WS-AN-OPON                       PIC X(01) VALUE SPACE.
       01 WS-AN-PROF                       PIC 9(02) VALUE 1.
       01 WS-AN-PROF-MAX                   PIC 9(02) VALUE 3.
       01 WS-AN-TRACE                      PIC X(01) VALUE 'N'.
       01 WS-AN-ALFA                       PIC S9(03).
       01 WS-AN-BETA                       PIC S9(03).
       01 WS-AN-ORC-ZERO                   PIC 9(04) VALUE ZERO.
       01 WS-AN-REGRA                      PIC X(01) VALUE 'N'.
       01 WS-AN-FILHO-CEL                  PIC 9(02) VALUE ZERO.
       01 WS-AN-FILHO-SCORE                PIC S9(03) VALUE ZERO.
       01 WS-AN-R                          PIC 9(02) VALUE ZERO.
       01 WS-AN-C                          PIC 9(02) VALUE ZERO.
       01 WS-AN-I                          PIC 9(02) VALUE ZERO.
       01 WS-AN-CEL3                       PIC 9(02) VALUE ZERO.
      *-- PONTUACAO SEMPRE DO PONTO DE VISTA DE QUEM ESTA NA VEZ --
       01 WS-AN-VALOR                      PIC S9(03) VALUE ZERO.
       01 WS-AN-MELHOR-VALOR               PIC S9(03) VALUE ZERO.
       01 WS-AN-MELHOR-CEL                 PIC 9(02) VALUE ZERO.
       01 WS-AN-JOGADO-CEL                 PIC 9(02) VALUE ZERO.
       01 WS-AN-JOGADO-VALOR               PIC S9(03) VALUE ZERO.
       01 WS-AN-CAMPO                      PIC X(02) VALUE SPACES.
      *-- 19 = VITORIA NO LANCE; 17 = VITORIA NO LANCE SEGUINTE --
       01 WS-VALOR-EM-1                    PIC S9(03) VALUE +19.
       01 WS-VALOR-EM-2                    PIC S9(03) VALUE +17.

       01 WS-PARTIDAS-GARIMPADAS           PIC 9(05) VALUE ZEROS.
       01 WS-POSICOES-AVALIADAS            PIC 9(07) VALUE ZEROS.
       01 WS-PROBLEMAS-GRAVADOS            PIC 9(05) VALUE ZEROS.
       01 WS-PROBLEMAS-PERDIDOS            PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       LINKAGE SECTION.
       01 LK-PARM.
           03 LK-PARM-LEN                  PIC S9(04) COMP.
           03 LK-PARM-FILTRO               PIC X(08).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      *BOOK PARA ROTINA ABENDS                                        *
      *---------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-PARM.

       00000-INICIO    SECTION.
           PERFORM 10000-INICIALIZAR.
           PERFORM 20000-PROCESSAR UNTIL WS-FIM EQUAL 'S'.
           PERFORM FECHAR-PARTIDA.
           PERFORM 30000-FINALIZAR.
       00000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       10000-INICIALIZAR   SECTION.
           IF LK-PARM-LEN IS GREATER THAN ZERO
               MOVE LK-PARM-FILTRO TO WS-FILTRO
           END-IF.
           OPEN INPUT REPLAY-FILE.
           IF NOT FS-REPLAY-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO DE REPLAY,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-REPLAY   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PROBLEMA-FILE.
           IF NOT FS-PROBLEMA-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO PROBLEMA,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-PROBLEMA UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LIMPAR-PARTIDA.
       10000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       20000-PROCESSAR   SECTION.
           READ REPLAY-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 20000-PROCESSAR-SAI
           END-READ.

           IF REG-PTD-PALAVRA EQUAL 'PARTIDA '
               PERFORM INICIAR-PARTIDA
               GO TO 20000-PROCESSAR-SAI
           END-IF.
           IF REGRA-MISERE
               GO TO 20000-PROCESSAR-SAI
           END-IF.

           IF REG-DSF-PALAVRA EQUAL 'DESFEITA '
               MOVE REG-DSF-CAMPO TO REG-RPL-CAMPO
               PERFORM DECODIFICAR-LANCE
               IF WS-LANCE-CELULA IS GREATER THAN ZEROS
                   MOVE 'D' TO WS-LANCE-JOGADOR
                   PERFORM GUARDAR-EVENTO
               END-IF
               GO TO 20000-PROCESSAR-SAI
           END-IF.

           IF REG-RPL-PALAVRA NOT EQUAL 'JOGADA '
               GO TO 20000-PROCESSAR-SAI
           END-IF.

           PERFORM DECODIFICAR-LANCE.
           IF WS-LANCE-CELULA EQUAL ZEROS
               GO TO 20000-PROCESSAR-SAI
           END-IF.

      *-- NUMERACAO VOLTOU PARA 001 COM PARTIDA EM ANDAMENTO:
      *-- FECHA A ANTERIOR E COMECA OUTRA --
           IF WS-LANCE-SEQ EQUAL 1
              AND WS-LANCES-DA-PARTIDA IS GREATER THAN ZEROS
               PERFORM FECHAR-PARTIDA
               PERFORM LIMPAR-PARTIDA
           END-IF.

      *-- LANCE EM D OU LINHA 4 DENUNCIA UMA PARTIDA 4X4 --
           IF WS-LANCE-COLUNA EQUAL 4 OR WS-LANCE-LINHA EQUAL 4
               MOVE 4 TO WS-TAMANHO-TABULEIRO
           END-IF.

           PERFORM GUARDAR-EVENTO.
           ADD 1 TO WS-LANCES-DA-PARTIDA.
       20000-PROCESSAR-SAI.
           EXIT.
       20000-PROCESSAR-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------
       GUARDAR-EVENTO SECTION.
      *-- DESFEITA CHEGA COM 'D' NO LUGAR DO JOGADOR.
           IF WS-EVT-COUNT NOT LESS THAN WS-EVT-MAX
               GO TO GUARDAR-EVENTO-SAI
           END-IF.
           ADD 1 TO WS-EVT-COUNT.
           IF WS-LANCE-JOGADOR EQUAL 'D'
               MOVE 'D'   TO WS-EVT-TIPO(WS-EVT-COUNT)
               MOVE SPACE TO WS-EVT-JOGADOR(WS-EVT-COUNT)
           ELSE
               MOVE 'J'   TO WS-EVT-TIPO(WS-EVT-COUNT)
               MOVE WS-LANCE-JOGADOR TO WS-EVT-JOGADOR(WS-EVT-COUNT)
           END-IF.
           MOVE WS-LANCE-COLUNA TO WS-EVT-COLUNA(WS-EVT-COUNT).
           MOVE WS-LANCE-LINHA  TO WS-EVT-LINHA(WS-EVT-COUNT).
           MOVE WS-LANCE-CELULA TO WS-EVT-CELULA(WS-EVT-COUNT).
       GUARDAR-EVENTO-SAI.
           EXIT.
       GUARDAR-EVENTO-EXIT.
           EXIT.

      *---------------
       DECODIFICAR-LANCE SECTION.
      *-- MESMA DECODIFICACAO DO JVREPLAY: SEQ, JOGADOR E A CELULA
      *-- LINEAR 1-16 DO TABULEIRO 4X4.
           IF REG-RPL-SEQ IS NUMERIC
               MOVE REG-RPL-SEQ TO WS-LANCE-SEQ
           ELSE
               MOVE ZEROS TO WS-LANCE-SEQ
           END-IF.
           MOVE REG-RPL-JOGADOR TO WS-LANCE-JOGADOR.

           EVALUATE REG-RPL-CAMPO(1:1)
               WHEN 'A'  MOVE 1 TO WS-LANCE-COLUNA
               WHEN 'B'  MOVE 2 TO WS-LANCE-COLUNA
               WHEN 'C'  MOVE 3 TO WS-LANCE-COLUNA
               WHEN 'D'  MOVE 4 TO WS-LANCE-COLUNA
               WHEN OTHER
                   MOVE ZERO TO WS-LANCE-COLUNA
           END-EVALUATE.
           IF REG-RPL-CAMPO(2:1) EQUAL '1' OR '2' OR '3' OR '4'
               MOVE REG-RPL-CAMPO(2:1) TO WS-LANCE-LINHA
           ELSE
               MOVE ZERO TO WS-LANCE-LINHA
           END-IF.

           IF WS-LANCE-COLUNA > ZERO AND WS-LANCE-LINHA > ZERO
               COMPUTE WS-LANCE-CELULA =
                   (WS-LANCE-LINHA - 1) * 4 + WS-LANCE-COLUNA
           ELSE
               MOVE ZEROS TO WS-LANCE-CELULA
           END-IF.
       DECODIFICAR-LANCE-EXIT.
           EXIT.

      *---------------
       FECHAR-PARTIDA SECTION.
      *-- COM O TAMANHO CONHECIDO, A PARTIDA E' REPASSADA DO COMECO:
      *-- ANTES DE CADA JOGADA A POSICAO E' AVALIADA PARA QUEM VAI
      *-- JOGAR, E SO DEPOIS O LANCE E' APLICADO.
           IF WS-LANCES-DA-PARTIDA EQUAL ZEROS
               GO TO FECHAR-PARTIDA-SAI
           END-IF.
           ADD 1 TO WS-PARTIDAS-GARIMPADAS.
           MOVE WS-TAMANHO-TABULEIRO TO WS-AN-TAMANHO.
           COMPUTE WS-AN-NCASAS = WS-AN-TAMANHO * WS-AN-TAMANHO.
           PERFORM VARYING WS-I4 FROM 1 BY 1 UNTIL WS-I4 > 16
               MOVE ' ' TO CASA4(WS-I4)
           END-PERFORM.
           PERFORM REPASSAR-EVENTO
               VARYING WS-EVT-IX FROM 1 BY 1
               UNTIL WS-EVT-IX > WS-EVT-COUNT.
       FECHAR-PARTIDA-SAI.
           EXIT.
       FECHAR-PARTIDA-EXIT.
           EXIT.

      *---------------
       REPASSAR-EVENTO SECTION.
           IF WS-EVT-TIPO(WS-EVT-IX) EQUAL 'D'
               MOVE ' ' TO CASA4(WS-EVT-CELULA(WS-EVT-IX))
               GO TO REPASSAR-EVENTO-SAI
           END-IF.
      *-- LANCE FORA DO 3X3 OU EM CASA OCUPADA: LOG COM PROBLEMA, O
      *-- JVREPLAY APONTA; AQUI O LANCE SO NAO E' AVALIADO --
           IF WS-EVT-COLUNA(WS-EVT-IX) > WS-AN-TAMANHO
              OR WS-EVT-LINHA(WS-EVT-IX) > WS-AN-TAMANHO
              OR CASA4(WS-EVT-CELULA(WS-EVT-IX)) NOT EQUAL ' '
               GO TO REPASSAR-EVENTO-SAI
           END-IF.
           IF WS-EVT-JOGADOR(WS-EVT-IX) EQUAL 'X' OR 'O'
               PERFORM AVALIAR-POSICAO
           END-IF.
           MOVE WS-EVT-JOGADOR(WS-EVT-IX)
               TO CASA4(WS-EVT-CELULA(WS-EVT-IX)).
       REPASSAR-EVENTO-SAI.
           EXIT.
       REPASSAR-EVENTO-EXIT.
           EXIT.

      *---------------
       AVALIAR-POSICAO SECTION.
      *-- TODA CASA VAZIA E' TENTADA PARA O LADO DA VEZ; A MELHOR
      *-- DECIDE SE HA PROBLEMA E O LANCE JOGADO DIZ SE A VITORIA
      *-- ESCAPOU.
           PERFORM DESCOBRIR-VENCEDOR.
           IF WS-VENCEDOR NOT EQUAL SPACE
               GO TO AVALIAR-POSICAO-SAI
           END-IF.
           ADD 1 TO WS-POSICOES-AVALIADAS.
           PERFORM MONTAR-LINEAR-ANALISE.
           MOVE WS-EVT-JOGADOR(WS-EVT-IX) TO WS-AN-TURN.
           IF WS-AN-TURN EQUAL 'X'
               MOVE 'O' TO WS-AN-OPON
           ELSE
               MOVE 'X' TO WS-AN-OPON
           END-IF.
           COMPUTE WS-AN-JOGADO-CEL =
               (WS-EVT-LINHA(WS-EVT-IX) - 1) * WS-AN-TAMANHO
                   + WS-EVT-COLUNA(WS-EVT-IX).
           MOVE -999 TO WS-AN-MELHOR-VALOR.
           MOVE -999 TO WS-AN-JOGADO-VALOR.
           MOVE ZERO TO WS-AN-MELHOR-CEL.
           PERFORM TENTAR-CASA
               VARYING WS-AN-I FROM 1 BY 1
               UNTIL WS-AN-I > WS-AN-NCASAS.
           IF WS-AN-MELHOR-VALOR IS LESS THAN WS-VALOR-EM-2
              OR WS-AN-MELHOR-CEL EQUAL ZERO
               GO TO AVALIAR-POSICAO-SAI
           END-IF.
           PERFORM ANOTAR-PROBLEMA.
       AVALIAR-POSICAO-SAI.
           EXIT.
       AVALIAR-POSICAO-EXIT.
           EXIT.

      *---------------
       TENTAR-CASA SECTION.
      *-- O LADO DA VEZ OCUPA A CASA E O MOTOR JOGA PELO ADVERSARIO
      *-- A PARTIR DO SEGUNDO NIVEL; A PONTUACAO (POSITIVA = O) E'
      *-- VIRADA PARA O PONTO DE VISTA DE QUEM JOGOU.
           IF WS-AN-TAB(WS-AN-I:1) NOT EQUAL SPACE
               GO TO TENTAR-CASA-SAI
           END-IF.
           MOVE WS-AN-TAB TO WS-AN-TENTATIVA.
           MOVE WS-AN-TURN TO WS-AN-TENTATIVA(WS-AN-I:1).
           MOVE 1 TO WS-AN-PROF.
           MOVE -999 TO WS-AN-ALFA.
           MOVE +999 TO WS-AN-BETA.
           CALL 'JVEMMX' USING WS-AN-TENTATIVA WS-AN-TAMANHO
                   WS-AN-OPON WS-AN-PROF WS-AN-PROF-MAX WS-AN-TRACE
                   WS-AN-ALFA WS-AN-BETA
                   WS-AN-FILHO-CEL WS-AN-FILHO-SCORE
                   WS-AN-ORC-ZERO WS-AN-REGRA
           END-CALL.
           IF WS-AN-TURN EQUAL 'O'
               MOVE WS-AN-FILHO-SCORE TO WS-AN-VALOR
           ELSE
               COMPUTE WS-AN-VALOR = 0 - WS-AN-FILHO-SCORE
           END-IF.
           IF WS-AN-VALOR IS GREATER THAN WS-AN-MELHOR-VALOR
               MOVE WS-AN-VALOR TO WS-AN-MELHOR-VALOR
               MOVE WS-AN-I     TO WS-AN-MELHOR-CEL
           END-IF.
           IF WS-AN-I EQUAL WS-AN-JOGADO-CEL
               MOVE WS-AN-VALOR TO WS-AN-JOGADO-VALOR
           END-IF.
       TENTAR-CASA-SAI.
           EXIT.
       TENTAR-CASA-EXIT.
           EXIT.

      *---------------
       ANOTAR-PROBLEMA SECTION.
      *-- POSICAO REPETIDA SO ACUMULA A MARCA DE VITORIA PERDIDA.
           SET WS-PRB-NAO-ACHOU TO TRUE.
           PERFORM VARYING WS-PRB-IX FROM 1 BY 1
                   UNTIL WS-PRB-IX > WS-PRB-COUNT
                      OR WS-PRB-ACHOU
               IF WS-PRB-POSICAO(WS-PRB-IX) EQUAL WS-AN-TAB
                  AND WS-PRB-TAMANHO(WS-PRB-IX) EQUAL WS-AN-TAMANHO
                  AND WS-PRB-VEZ(WS-PRB-IX) EQUAL WS-AN-TURN
                   SET WS-PRB-ACHOU TO TRUE
                   SUBTRACT 1 FROM WS-PRB-IX
               END-IF
           END-PERFORM.
           IF WS-PRB-NAO-ACHOU
               IF WS-PRB-COUNT NOT LESS THAN WS-PRB-MAX
                   IF NOT WS-PRB-LIMITE-AVISADO
                       SET WS-PRB-LIMITE-AVISADO TO TRUE
                       DISPLAY 'JVPROBL: LIMITE DE ' WS-PRB-MAX
                               ' PROBLEMAS ATINGIDO - O RESTO DO'
                               ' ARQUIVO NAO GERA PROBLEMAS NOVOS'
                                                    UPON CONSOLE
                   END-IF
                   GO TO ANOTAR-PROBLEMA-SAI
               END-IF
               ADD 1 TO WS-PRB-COUNT
               MOVE WS-PRB-COUNT TO WS-PRB-IX
               MOVE WS-AN-TAB     TO WS-PRB-POSICAO(WS-PRB-IX)
               MOVE WS-AN-TAMANHO TO WS-PRB-TAMANHO(WS-PRB-IX)
               MOVE WS-AN-TURN    TO WS-PRB-VEZ(WS-PRB-IX)
               IF WS-AN-MELHOR-VALOR NOT LESS THAN WS-VALOR-EM-1
                   MOVE 1 TO WS-PRB-LANCES(WS-PRB-IX)
               ELSE
                   MOVE 2 TO WS-PRB-LANCES(WS-PRB-IX)
               END-IF
               PERFORM CAMPO-DA-MELHOR
               MOVE WS-AN-CAMPO   TO WS-PRB-SOLUCAO(WS-PRB-IX)
               MOVE 'N'           TO WS-PRB-PERDIDA(WS-PRB-IX)
           END-IF.
      *-- O LANCE JOGADO NAO GUARDOU VITORIA FORCADA NENHUMA --
           IF WS-AN-JOGADO-VALOR IS LESS THAN WS-VALOR-EM-2
               MOVE 'S' TO WS-PRB-PERDIDA(WS-PRB-IX)
           END-IF.
       ANOTAR-PROBLEMA-SAI.
           EXIT.
       ANOTAR-PROBLEMA-EXIT.
           EXIT.

      *---------------
       MONTAR-LINEAR-ANALISE SECTION.
      *-- O TABULEIRO DE TRABALHO VIVE NA INDEXACAO 4X4; O MOTOR QUER
      *-- A LINEAR DO TAMANHO DA PARTIDA.
           MOVE SPACES TO WS-AN-TAB.
           PERFORM VARYING WS-AN-R FROM 1 BY 1
                   UNTIL WS-AN-R > WS-AN-TAMANHO
               PERFORM VARYING WS-AN-C FROM 1 BY 1
                       UNTIL WS-AN-C > WS-AN-TAMANHO
                   COMPUTE WS-CEL = (WS-AN-R - 1) * 4 + WS-AN-C
                   COMPUTE WS-AN-CEL3 =
                       (WS-AN-R - 1) * WS-AN-TAMANHO + WS-AN-C
                   MOVE CASA4(WS-CEL) TO WS-AN-TAB(WS-AN-CEL3:1)
               END-PERFORM
           END-PERFORM.
       MONTAR-LINEAR-ANALISE-EXIT.
           EXIT.

      *---------------
       CAMPO-DA-MELHOR SECTION.
      *-- A CELULA LINEAR DA SOLUCAO DE VOLTA PARA O CAMPO
      *-- LETRA+NUMERO DO LOG.
           MOVE '??' TO WS-AN-CAMPO.
           COMPUTE WS-AN-R =
               (WS-AN-MELHOR-CEL - 1) / WS-AN-TAMANHO + 1.
           COMPUTE WS-AN-C =
               WS-AN-MELHOR-CEL - (WS-AN-R - 1) * WS-AN-TAMANHO.
           EVALUATE WS-AN-C
               WHEN 1 MOVE 'A' TO WS-AN-CAMPO(1:1)
               WHEN 2 MOVE 'B' TO WS-AN-CAMPO(1:1)
               WHEN 3 MOVE 'C' TO WS-AN-CAMPO(1:1)
               WHEN 4 MOVE 'D' TO WS-AN-CAMPO(1:1)
           END-EVALUATE.
           MOVE WS-AN-R(2:1) TO WS-AN-CAMPO(2:1).
       CAMPO-DA-MELHOR-EXIT.
           EXIT.

      *---------------
       INICIAR-PARTIDA SECTION.
      *-- CABECALHO DE PARTIDA: FECHA A ANTERIOR E COMECA OUTRA, COM
      *-- A REGRA E O TAMANHO DO CABECALHO.
           PERFORM FECHAR-PARTIDA.
           PERFORM LIMPAR-PARTIDA.
           IF REG-PTD-REGRA EQUAL 'MISERE'
               MOVE 'M' TO WS-REGRA-SW
           ELSE
               MOVE 'N' TO WS-REGRA-SW
           END-IF.
           IF REG-PTD-TAMANHO EQUAL '3' OR '4'
               MOVE REG-PTD-TAMANHO TO WS-TAMANHO-TABULEIRO
           END-IF.
       INICIAR-PARTIDA-EXIT.
           EXIT.

      *---------------
       LIMPAR-PARTIDA SECTION.
           PERFORM VARYING WS-I4 FROM 1 BY 1 UNTIL WS-I4 > 16
               MOVE ' ' TO CASA4(WS-I4)
           END-PERFORM.
           MOVE ZEROS TO WS-LANCES-DA-PARTIDA.
           MOVE ZERO  TO WS-EVT-COUNT.
           MOVE 3     TO WS-TAMANHO-TABULEIRO.
       LIMPAR-PARTIDA-EXIT.
           EXIT.

      *---------------
       DESCOBRIR-VENCEDOR SECTION.
      *-- POSICAO JA DECIDIDA (LOG QUE SEGUIU DEPOIS DE UMA LINHA
      *-- FECHADA) NAO VIRA PROBLEMA.
           MOVE SPACE TO WS-VENCEDOR.
           PERFORM TESTAR-LINHA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TAMANHO-TABULEIRO
                  OR WS-VENCEDOR NOT EQUAL SPACE.
           IF WS-VENCEDOR EQUAL SPACE
               PERFORM TESTAR-COLUNA
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TAMANHO-TABULEIRO
                      OR WS-VENCEDOR NOT EQUAL SPACE
           END-IF.
           IF WS-VENCEDOR EQUAL SPACE
               PERFORM TESTAR-DIAGONAIS
           END-IF.
       DESCOBRIR-VENCEDOR-EXIT.
           EXIT.

      *---------------
       TESTAR-LINHA SECTION.
           COMPUTE WS-CEL = (WS-I - 1) * 4 + 1.
           MOVE CASA4(WS-CEL) TO WS-PRIMEIRA.
           MOVE 'S' TO WS-LINHA-SW.
           IF WS-PRIMEIRA EQUAL SPACE
               MOVE 'N' TO WS-LINHA-SW
           END-IF.
           PERFORM VARYING WS-J FROM 2 BY 1
                   UNTIL WS-J > WS-TAMANHO-TABULEIRO
                      OR NOT LINHA-FECHADA
               COMPUTE WS-CEL = (WS-I - 1) * 4 + WS-J
               IF CASA4(WS-CEL) NOT EQUAL WS-PRIMEIRA
                   MOVE 'N' TO WS-LINHA-SW
               END-IF
           END-PERFORM.
           IF LINHA-FECHADA
               MOVE WS-PRIMEIRA TO WS-VENCEDOR
           END-IF.
       TESTAR-LINHA-EXIT.
           EXIT.

      *---------------
       TESTAR-COLUNA SECTION.
           MOVE WS-I TO WS-CEL.
           MOVE CASA4(WS-CEL) TO WS-PRIMEIRA.
           MOVE 'S' TO WS-LINHA-SW.
           IF WS-PRIMEIRA EQUAL SPACE
               MOVE 'N' TO WS-LINHA-SW
           END-IF.
           PERFORM VARYING WS-J FROM 2 BY 1
                   UNTIL WS-J > WS-TAMANHO-TABULEIRO
                      OR NOT LINHA-FECHADA
               COMPUTE WS-CEL = (WS-J - 1) * 4 + WS-I
               IF CASA4(WS-CEL) NOT EQUAL WS-PRIMEIRA
                   MOVE 'N' TO WS-LINHA-SW
               END-IF
           END-PERFORM.
           IF LINHA-FECHADA
               MOVE WS-PRIMEIRA TO WS-VENCEDOR
           END-IF.
       TESTAR-COLUNA-EXIT.
           EXIT.

      *---------------
       TESTAR-DIAGONAIS SECTION.
           MOVE CASA4(1) TO WS-PRIMEIRA.
           MOVE 'S' TO WS-LINHA-SW.
           IF WS-PRIMEIRA EQUAL SPACE
               MOVE 'N' TO WS-LINHA-SW
           END-IF.
           PERFORM VARYING WS-J FROM 2 BY 1
                   UNTIL WS-J > WS-TAMANHO-TABULEIRO
                      OR NOT LINHA-FECHADA
               COMPUTE WS-CEL = (WS-J - 1) * 4 + WS-J
               IF CASA4(WS-CEL) NOT EQUAL WS-PRIMEIRA
                   MOVE 'N' TO WS-LINHA-SW
               END-IF
           END-PERFORM.
           IF LINHA-FECHADA
               MOVE WS-PRIMEIRA TO WS-VENCEDOR
               GO TO TESTAR-DIAGONAIS-SAI
           END-IF.

           MOVE CASA4(WS-TAMANHO-TABULEIRO) TO WS-PRIMEIRA.
           MOVE 'S' TO WS-LINHA-SW.
           IF WS-PRIMEIRA EQUAL SPACE
               MOVE 'N' TO WS-LINHA-SW
           END-IF.
           PERFORM VARYING WS-J FROM 2 BY 1
                   UNTIL WS-J > WS-TAMANHO-TABULEIRO
                      OR NOT LINHA-FECHADA
               COMPUTE WS-CEL =
                   (WS-J - 1) * 4 + WS-TAMANHO-TABULEIRO - WS-J + 1
               IF CASA4(WS-CEL) NOT EQUAL WS-PRIMEIRA
                   MOVE 'N' TO WS-LINHA-SW
               END-IF
           END-PERFORM.
           IF LINHA-FECHADA
               MOVE WS-PRIMEIRA TO WS-VENCEDOR
           END-IF.
       TESTAR-DIAGONAIS-SAI.
           EXIT.
       TESTAR-DIAGONAIS-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       30000-FINALIZAR   SECTION.
      *-- GRAVA OS PROBLEMAS NA ORDEM EM QUE APARECERAM NO ARQUIVO,
      *-- NUMERADOS A PARTIR DE 1 (SO OS PERDIDOS, SE PEDIDO).
           PERFORM GRAVAR-PROBLEMA
               VARYING WS-PRB-IX FROM 1 BY 1
               UNTIL WS-PRB-IX > WS-PRB-COUNT.
           CLOSE REPLAY-FILE.
           CLOSE PROBLEMA-FILE.
           DISPLAY 'JVPROBL: PARTIDAS GARIMPADAS    = '
                   WS-PARTIDAS-GARIMPADAS           UPON CONSOLE.
           DISPLAY 'JVPROBL: POSICOES AVALIADAS     = '
                   WS-POSICOES-AVALIADAS            UPON CONSOLE.
           DISPLAY 'JVPROBL: PROBLEMAS GRAVADOS     = '
                   WS-PROBLEMAS-GRAVADOS            UPON CONSOLE.
           DISPLAY 'JVPROBL: COM VITORIA DESPERDICADA = '
                   WS-PROBLEMAS-PERDIDOS            UPON CONSOLE.
           IF WS-PROBLEMAS-GRAVADOS EQUAL ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       30000-FINALIZAR-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------
       GRAVAR-PROBLEMA SECTION.
           IF SO-PERDIDAS
              AND WS-PRB-PERDIDA(WS-PRB-IX) NOT EQUAL 'S'
               GO TO GRAVAR-PROBLEMA-SAI
           END-IF.
           ADD 1 TO WS-PROBLEMAS-GRAVADOS.
           IF WS-PRB-PERDIDA(WS-PRB-IX) EQUAL 'S'
               ADD 1 TO WS-PROBLEMAS-PERDIDOS
           END-IF.
           MOVE SPACES TO REG-PROBLEMA.
           MOVE WS-PROBLEMAS-GRAVADOS     TO PRB-NUMERO.
           MOVE WS-PRB-TAMANHO(WS-PRB-IX) TO PRB-TAMANHO.
           MOVE WS-PRB-VEZ(WS-PRB-IX)     TO PRB-VEZ.
           MOVE WS-PRB-POSICAO(WS-PRB-IX) TO PRB-POSICAO.
           MOVE WS-PRB-LANCES(WS-PRB-IX)  TO PRB-LANCES.
           MOVE WS-PRB-SOLUCAO(WS-PRB-IX) TO PRB-SOLUCAO.
           MOVE WS-PRB-PERDIDA(WS-PRB-IX) TO PRB-PERDIDA.
           WRITE REG-PROBLEMA.
       GRAVAR-PROBLEMA-SAI.
           EXIT.
       GRAVAR-PROBLEMA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
