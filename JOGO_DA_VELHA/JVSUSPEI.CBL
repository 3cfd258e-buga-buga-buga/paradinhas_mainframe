      *****  LAYOUT PADRAO  *******************************************
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                     JVSUSPEI.
       AUTHOR.                         EQUIPE JOGO DA VELHA.
       DATE-WRITTEN.                   15/10/2026.
      *---------------------------------------------------------------*
       REMARKS.
      *---------------------------------------------------------------*
      * OBJETIVO:                                                     *
      *     RELATORIO SEMANAL DE SUSPEITA DE MANIPULACAO DE PONTOS.   *
      *     VARRE AS PARTIDAS DO HISTPART DENTRO DE UMA JANELA DE     *
      *     DIAS (AS PARTIDAS CONTRA O COMPUTADOR NAO CONTAM) E O     *
      *     ARQUIVO MORTO DE REPLAY, E LEVANTA QUATRO TIPOS DE        *
      *     SUSPEITA, CADA UMA COM A PROVA PARA O ORGANIZADOR DA      *
      *     LIGA CONFERIR E, SE FOR O CASO, ANULAR PARTIDAS:          *
      *     1) DUPLA DESEQUILIBRADA: A MESMA DUPLA JOGOU PELO MENOS   *
      *        3 VEZES NA JANELA E UM DOS DOIS GANHOU 80% OU MAIS.    *
      *        LISTA TODAS AS PARTIDAS DA DUPLA NA JANELA;            *
      *     2) PARTIDA RAPIDA: PARTIDA DECIDIDA NO MINIMO DE JOGADAS  *
      *        POSSIVEL (5 NO 3X3, 7 NO 4X4) OU EM MENOS - MENOS QUE  *
      *        O MINIMO NAO ACONTECE EM PARTIDA JOGADA ATE O FIM;     *
      *     3) SALTO DE PONTOS: JOGADOR QUE SOMOU 9 PONTOS OU MAIS NA *
      *        JANELA (3 POR VITORIA, 1 POR EMPATE, A CONTA DO JVRANK)*
      *        COM 70% OU MAIS DELES TIRADOS DE UM SO ADVERSARIO.     *
      *        LISTA AS PARTIDAS CONTRA ESSE ADVERSARIO. SO A REGRA   *
      *        NORMAL CONTA: A MISERE TEM CLASSIFICACAO PROPRIA;      *
      *     4) DERROTA ENTREGUE (ARQUIVO DE REPLAY): O ADVERSARIO     *
      *        AMEACAVA FECHAR UMA LINHA POR UMA CASA SO, QUEM ESTAVA *
      *        NA VEZ NAO TINHA VITORIA PROPRIA, NAO TAPOU A CASA E   *
      *        PERDEU NO LANCE SEGUINTE. O REPLAY NAO TEM NOMES NEM   *
      *        DATAS: A PARTIDA SAI PELO NUMERO DE ORDEM NO ARQUIVO,  *
      *        COM O CARIMBO DA FILA CICS QUANDO HOUVER E O TEMPO DO  *
      *        LANCE QUANDO CRONOMETRADO. PARTIDA MISERE E' PULADA.   *
      *                                                               *
      * PARM (POSICIONAL, OPCIONAL):                                  *
      *     1-8   DATA FINAL DA JANELA AAAAMMDD (BRANCO = HOJE)       *
      *     9-10  DIAS DA JANELA, 01 A 31 (BRANCO = 07)               *
      *     12-16 PRIMEIRA PARTIDA DO REPLAY A EXAMINAR (BRANCO =     *
      *           00001); O RELATORIO INFORMA O VALOR PARA A PROXIMA  *
      *           SEMANA, PARA O ARQUIVO MORTO NAO SER REVISTO INTEIRO*
      *                                                               *
      * RETURN-CODE:                                                  *
      *     0  NENHUMA SUSPEITA                                       *
      *     4  HA SUSPEITAS NO RELATORIO                              *
      *     16 ERRO DE ARQUIVO, PARM INVALIDO OU TABELA ESTOURADA     *
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

      *---HISTORICO POR PARTIDA QUE OS TRES JOGOS GRAVAM; POSICIONADO
      *---NO INICIO DA JANELA E LIDO EM SEQUENCIA
           SELECT HIST-FILE ASSIGN TO HISTPART
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.

      *---O ARQUIVO DE REPLAY ACUMULADO (ARQUIVO MORTO DAS PARTIDAS)
           SELECT REPLAY-FILE ASSIGN TO REPLAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPLAY.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       FILE SECTION.

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
      *-- MARCA OPCIONAL DO RELOGIO POR JOGADA: ' SEG NNN' NAS
      *-- COLUNAS 30-37 QUANDO O LANCE FOI CRONOMETRADO --
           03 REG-RPL-SEG-MARCA            PIC X(05).
               88 LANCE-CRONOMETRADO           VALUE ' SEG '.
           03 REG-RPL-SEGUNDOS             PIC X(03).
      *-- CARIMBO DA FILA DA PARTIDA NOS LANCES VINDOS DO CICS --
           03 REG-RPL-FILA                 PIC X(08).
           03 FILLER                       PIC X(15).
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
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *-- FILE STATUS --
       01 WS-FS-HIST                       PIC X(02) VALUE '00'.
           88 FS-HIST-OK                            VALUE '00'.
           88 FS-HIST-NAO-ENCONTRADO                VALUE '35'.
           88 FS-HIST-SEM-CHAVE                     VALUE '23'.
       01 WS-FS-REPLAY                     PIC X(02) VALUE '00'.
           88 FS-REPLAY-OK                          VALUE '00'.
           88 FS-REPLAY-NAO-ENCONTRADO              VALUE '35'.

       01 WS-FIM                           PIC X(01) VALUE 'N'.

      *-- LIMITES DAS SUSPEITAS --
       01 WS-LIMITES.
           03 WS-MIN-PARTIDAS-DUPLA        PIC 9(03) VALUE 3.
           03 WS-PCT-DESEQUILIBRIO         PIC 9(03) VALUE 80.
           03 WS-MIN-PONTOS-SALTO          PIC 9(03) VALUE 9.
           03 WS-PCT-UM-ADVERSARIO         PIC 9(03) VALUE 70.
           03 WS-MINIMO-3X3                PIC 9(02) VALUE 5.
           03 WS-MINIMO-4X4                PIC 9(02) VALUE 7.

      *-- JANELA DE DATAS: A FINAL VEM DO PARM OU DO RELOGIO, A
      *-- INICIAL E' A FINAL MENOS (DIAS - 1), UM DIA DE CADA VEZ --
       01 WS-DATA-HOJE                     PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FIM                      PIC 9(08) VALUE ZEROS.
       01 WS-DATA-INICIO                   PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-JANELA                   PIC 9(02) VALUE 07.
       01 WS-DIA-CONTA                     PIC 9(02) VALUE ZEROS.
       01 WS-DT.
           03 WS-DT-ANO                    PIC 9(04).
           03 WS-DT-MES                    PIC 9(02).
           03 WS-DT-DIA                    PIC 9(02).
       01 WS-DT-NUM REDEFINES WS-DT        PIC 9(08).
       01 WS-DIAS-DO-MES-X                 PIC X(24)
                                 VALUE '312831303130313130313031'.
       01 WS-DIAS-DO-MES REDEFINES WS-DIAS-DO-MES-X.
           03 WS-DIAS-MES                  PIC 9(02) OCCURS 12.
       01 WS-RESTO                         PIC 9(04) VALUE ZEROS.
       01 WS-QUOCIENTE                     PIC 9(04) VALUE ZEROS.

      *-- PARTIDAS DA JANELA (FORA AS CONTRA O COMPUTADOR) --
       01 WS-PTD-TABELA.
           03 WS-PTD-MAX                   PIC 9(04) VALUE 3000.
           03 WS-PTD-COUNT                 PIC 9(04) VALUE ZERO.
           03 WS-PTD-IX                    PIC 9(04) VALUE ZERO.
           03 WS-PTD-ENTRADA OCCURS 3000.
               05 WS-PTD-DATA              PIC 9(08).
               05 WS-PTD-HORA              PIC 9(06).
               05 WS-PTD-ORIGEM            PIC X(08).
               05 WS-PTD-X                 PIC X(15).
               05 WS-PTD-O                 PIC X(15).
               05 WS-PTD-VENCEDOR          PIC X(01).
               05 WS-PTD-JOGADAS           PIC 9(02).
               05 WS-PTD-TAMANHO           PIC 9(01).
               05 WS-PTD-VARIANTE          PIC X(01).
               05 WS-PTD-DUPLA             PIC 9(04).
               05 WS-PTD-RAPIDA            PIC X(01).

      *-- DUPLAS DA JANELA, SEM ORIENTACAO: O NOME MENOR FICA EM A --
       01 WS-DUPLA-TABELA.
           03 WS-DUPLA-MAX                 PIC 9(04) VALUE 500.
           03 WS-DUPLA-COUNT               PIC 9(04) VALUE ZERO.
           03 WS-DUPLA-IX                  PIC 9(04) VALUE ZERO.
           03 FILLER                       PIC X(01) VALUE SPACE.
               88 WS-DUPLA-ACHOU                    VALUE 'S'.
               88 WS-DUPLA-NAO-ACHOU                VALUE SPACE.
           03 WS-DUPLA-ENTRADA OCCURS 500.
               05 WS-DUPLA-CHAVE.
                  07 WS-DUPLA-A            PIC X(15).
                  07 WS-DUPLA-B            PIC X(15).
               05 WS-DUPLA-PARTIDAS        PIC 9(04).
               05 WS-DUPLA-VITORIAS-A      PIC 9(04).
               05 WS-DUPLA-VITORIAS-B      PIC 9(04).
               05 WS-DUPLA-EMPATES         PIC 9(04).
               05 WS-DUPLA-RAPIDAS         PIC 9(04).
               05 WS-DUPLA-PONTOS-A        PIC 9(05).
               05 WS-DUPLA-PONTOS-B        PIC 9(05).

       01 WS-PROCURA-CHAVE.
           03 WS-PROCURA-A                 PIC X(15) VALUE SPACES.
           03 WS-PROCURA-B                 PIC X(15) VALUE SPACES.

      *-- PONTOS DA JANELA POR JOGADOR (SO REGRA NORMAL) --
       01 WS-JOG-TABELA.
           03 WS-JOG-MAX                   PIC 9(04) VALUE 500.
           03 WS-JOG-COUNT                 PIC 9(04) VALUE ZERO.
           03 WS-JOG-IX                    PIC 9(04) VALUE ZERO.
           03 FILLER                       PIC X(01) VALUE SPACE.
               88 WS-JOG-ACHOU                      VALUE 'S'.
               88 WS-JOG-NAO-ACHOU                  VALUE SPACE.
           03 WS-JOG-ENTRADA OCCURS 500.
               05 WS-JOG-NOME              PIC X(15).
               05 WS-JOG-PONTOS            PIC 9(05).
               05 WS-JOG-PARTIDAS          PIC 9(04).
       01 WS-PROCURA-JOGADOR               PIC X(15) VALUE SPACES.
       01 WS-PONTOS-GANHOS                 PIC 9(01) VALUE ZERO.

      *-- CONTAS DE UMA SUSPEITA --
       01 WS-MAIOR-VITORIAS                PIC 9(04) VALUE ZEROS.
       01 WS-MAIOR-NOME                    PIC X(15) VALUE SPACES.
       01 WS-PERCENTUAL                    PIC 9(03) VALUE ZEROS.
       01 WS-MINIMO-PARTIDA                PIC 9(02) VALUE ZEROS.
       01 WS-SALTO-PONTOS                  PIC 9(05) VALUE ZEROS.
       01 WS-SALTO-DUPLA                   PIC 9(04) VALUE ZEROS.
       01 WS-SALTO-ADVERSARIO              PIC X(15) VALUE SPACES.
       01 WS-PONTOS-DA-DUPLA               PIC 9(05) VALUE ZEROS.

      *-- RECONSTRUCAO DAS PARTIDAS DO REPLAY (COMO NO JVPROBL) --
       01 TABULEIRO-GRUPO.
           03 CASA4                        PIC X(01) VALUE ' '
                                            OCCURS 16 TIMES.
       01 WS-I4                            PIC 9(02).
       01 WS-TAMANHO-TABULEIRO             PIC 9(01) VALUE 3.
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
               05 WS-EVT-SEQ               PIC 9(03).
               05 WS-EVT-JOGADOR           PIC X(01).
               05 WS-EVT-COLUNA            PIC 9(01).
               05 WS-EVT-LINHA             PIC 9(01).
               05 WS-EVT-CELULA            PIC 9(02).
               05 WS-EVT-SEGUNDOS          PIC X(03).

      *-- PARTIDA DO REPLAY: NUMERO DE ORDEM NO ARQUIVO E CARIMBO --
       01 WS-RPL-ORDINAL                   PIC 9(05) VALUE ZEROS.
       01 WS-RPL-PRIMEIRA                  PIC 9(05) VALUE 1.
       01 WS-RPL-FILA                      PIC X(08) VALUE SPACES.
       01 WS-PARTIDAS-REPLAY               PIC 9(05) VALUE ZEROS.

      *-- LANCE CANDIDATO A ENTREGA, A ESPERA DA RESPOSTA --
       01 WS-ENTREGA-SW                    PIC X(01) VALUE 'N'.
           88 ENTREGA-PENDENTE                      VALUE 'S'.
       01 WS-ENT-EVT                       PIC 9(02) VALUE ZEROS.
       01 WS-ENT-AMEACA                    PIC 9(02) VALUE ZEROS.
       01 WS-ENT-ADVERSARIO                PIC X(01) VALUE SPACE.

      *-- CASAS QUE FECHAM LINHA PARA UM SINAL --
       01 WS-AM-SINAL                      PIC X(01) VALUE SPACE.
       01 WS-AM-COUNT                      PIC 9(02) VALUE ZEROS.
       01 WS-AM-CEL                        PIC 9(02) VALUE ZEROS.
       01 WS-AM-R                          PIC 9(02) VALUE ZEROS.
       01 WS-AM-C                          PIC 9(02) VALUE ZEROS.
       01 WS-AM-TESTE                      PIC 9(02) VALUE ZEROS.
       01 WS-AMEACAS-ADVERSARIO            PIC 9(02) VALUE ZEROS.
       01 WS-CASA-AMEACA                   PIC 9(02) VALUE ZEROS.
       01 WS-VITORIAS-PROPRIAS             PIC 9(02) VALUE ZEROS.
       01 WS-OPONENTE                      PIC X(01) VALUE SPACE.
       01 WS-CAMPO-CEL                     PIC 9(02) VALUE ZEROS.
       01 WS-CAMPO                         PIC X(02) VALUE SPACES.

      *-- RESULTADO DA PARTIDA (MESMO TESTE DE LINHAS DO JVLIVRO) --
       01 WS-I                             PIC 9(02) VALUE ZEROS.
       01 WS-J                             PIC 9(02) VALUE ZEROS.
       01 WS-CEL                           PIC 9(02) VALUE ZEROS.
       01 WS-PRIMEIRA                      PIC X(01) VALUE SPACE.
       01 WS-LINHA-SW                      PIC X(01) VALUE 'N'.
           88 LINHA-FECHADA                         VALUE 'S'.
       01 WS-VENCEDOR                      PIC X(01) VALUE SPACE.

      *-- CONTAGENS --
       01 WS-CONTAGENS.
           03 WS-PARTIDAS-LIDAS            PIC 9(06) VALUE ZEROS.
           03 WS-PARTIDAS-COMPUTADOR       PIC 9(06) VALUE ZEROS.
           03 WS-SUSPEITAS-DUPLA           PIC 9(05) VALUE ZEROS.
           03 WS-SUSPEITAS-RAPIDA          PIC 9(05) VALUE ZEROS.
           03 WS-SUSPEITAS-SALTO           PIC 9(05) VALUE ZEROS.
           03 WS-SUSPEITAS-ENTREGA         PIC 9(05) VALUE ZEROS.

      *-- LINHAS DO RELATORIO --
       01 WS-LINHA-PARTIDA.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 WS-LNP-DATA                  PIC 9(08).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNP-HORA                  PIC 9(06).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNP-ORIGEM                PIC X(08).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNP-X                     PIC X(15).
           03 FILLER                       PIC X(03) VALUE ' X '.
           03 WS-LNP-O                     PIC X(15).
           03 FILLER                       PIC X(06) VALUE ' VENC '.
           03 WS-LNP-VENCEDOR              PIC X(15).
           03 FILLER                       PIC X(05) VALUE ' JOG '.
           03 WS-LNP-JOGADAS               PIC Z9.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNP-TAMANHO               PIC 9(01).
           03 FILLER                       PIC X(01) VALUE 'X'.
           03 WS-LNP-TAMANHO-2             PIC 9(01).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNP-REGRA                 PIC X(06).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNP-NOTA                  PIC X(20).
       01 WS-LINHA-DUPLA.
           03 FILLER                       PIC X(06) VALUE 'DUPLA '.
           03 WS-LND-A                     PIC X(15).
           03 FILLER                       PIC X(03) VALUE ' E '.
           03 WS-LND-B                     PIC X(15).
           03 FILLER                       PIC X(06) VALUE ' PART '.
           03 WS-LND-PARTIDAS              PIC ZZZ9.
           03 FILLER                       PIC X(06) VALUE ' V.A  '.
           03 WS-LND-VITORIAS-A            PIC ZZZ9.
           03 FILLER                       PIC X(06) VALUE ' V.B  '.
           03 WS-LND-VITORIAS-B            PIC ZZZ9.
           03 FILLER                       PIC X(05) VALUE ' EMP '.
           03 WS-LND-EMPATES               PIC ZZZ9.
           03 FILLER                       PIC X(05) VALUE ' RAP '.
           03 WS-LND-RAPIDAS               PIC ZZZ9.
       01 WS-LINHA-PERCENTUAL.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 WS-LNC-NOME                  PIC X(15).
           03 FILLER                       PIC X(08) VALUE ' GANHOU '.
           03 WS-LNC-PERCENTUAL            PIC ZZ9.
           03 FILLER                       PIC X(15)
                                            VALUE '% DAS PARTIDAS'.
       01 WS-LINHA-SALTO.
           03 FILLER                       PIC X(08) VALUE 'JOGADOR '.
           03 WS-LNS-NOME                  PIC X(15).
           03 FILLER                       PIC X(08) VALUE ' PONTOS '.
           03 WS-LNS-PONTOS                PIC ZZZZ9.
           03 FILLER                       PIC X(04) VALUE ' EM '.
           03 WS-LNS-PARTIDAS              PIC ZZZ9.
           03 FILLER                       PIC X(12)
                                            VALUE ' PARTIDAS - '.
           03 WS-LNS-DO-ADVERSARIO         PIC ZZZZ9.
           03 FILLER                       PIC X(02) VALUE ' ('.
           03 WS-LNS-PERCENTUAL            PIC ZZ9.
           03 FILLER                       PIC X(09) VALUE '%) CONTRA'.
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNS-ADVERSARIO            PIC X(15).
       01 WS-LINHA-ENTREGA.
           03 FILLER                       PIC X(08) VALUE 'PARTIDA '.
           03 WS-LNE-ORDINAL               PIC 9(05).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNE-TAMANHO               PIC 9(01).
           03 FILLER                       PIC X(01) VALUE 'X'.
           03 WS-LNE-TAMANHO-2             PIC 9(01).
           03 FILLER                       PIC X(07) VALUE ' FILA: '.
           03 WS-LNE-FILA                  PIC X(08).
           03 FILLER                       PIC X(09) VALUE ' JOGADA: '.
           03 WS-LNE-SEQ                   PIC 9(03).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNE-JOGADOR               PIC X(01).
           03 FILLER                       PIC X(09) VALUE ' JOGOU:  '.
           03 WS-LNE-JOGOU                 PIC X(02).
           03 FILLER                       PIC X(15)
                                            VALUE ' - DEVIA TAPAR '.
           03 WS-LNE-TAPAR                 PIC X(02).
           03 FILLER                       PIC X(06) VALUE ' SEG: '.
           03 WS-LNE-SEGUNDOS              PIC X(03).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       LINKAGE SECTION.
       01 LK-PARM.
           03 LK-PARM-LEN                  PIC S9(04) COMP.
           03 LK-PARM-DATA                 PIC X(08).
           03 LK-PARM-DIAS                 PIC X(02).
           03 FILLER                       PIC X(01).
           03 LK-PARM-PRIMEIRA             PIC X(05).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      *BOOK PARA ROTINA ABENDS                                        *
      *---------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-PARM.

       00000-INICIO    SECTION.
           PERFORM 10000-INICIALIZAR.
           PERFORM 20000-LER-JANELA.
           PERFORM 21000-DUPLAS-DESEQUILIBRADAS.
           PERFORM 22000-PARTIDAS-RAPIDAS.
           PERFORM 23000-SALTOS-DE-PONTOS.
           PERFORM 24000-DERROTAS-ENTREGUES.
           PERFORM 30000-FINALIZAR.
       00000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       10000-INICIALIZAR   SECTION.
      *-- PARM: DATA FINAL, DIAS DA JANELA E PRIMEIRA PARTIDA DO
      *-- REPLAY. CAMPO EM BRANCO FICA NO PADRAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-FIM.
           IF LK-PARM-LEN IS GREATER THAN 7
              AND LK-PARM-DATA NOT EQUAL SPACES
               MOVE LK-PARM-DATA TO WS-DT
               IF LK-PARM-DATA IS NOT NUMERIC
                  OR WS-DT-MES < 1 OR WS-DT-MES > 12
                  OR WS-DT-DIA < 1 OR WS-DT-DIA > 31
                   DISPLAY 'JVSUSPEI: PARM INVALIDO (' LK-PARM-DATA
                           ') - DATA FINAL NO FORMATO AAAAMMDD'
                                                       UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LK-PARM-DATA TO WS-DATA-FIM
           END-IF.
           IF LK-PARM-LEN IS GREATER THAN 9
              AND LK-PARM-DIAS NOT EQUAL SPACES
               IF LK-PARM-DIAS IS NUMERIC
                  AND LK-PARM-DIAS IS GREATER THAN '00'
                  AND LK-PARM-DIAS IS NOT GREATER THAN '31'
                   MOVE LK-PARM-DIAS TO WS-DIAS-JANELA
               ELSE
                   DISPLAY 'JVSUSPEI: PARM INVALIDO (' LK-PARM-DIAS
                           ') - INFORME DE 01 A 31 DIAS'
                                                       UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF LK-PARM-LEN IS GREATER THAN 15
              AND LK-PARM-PRIMEIRA NOT EQUAL SPACES
               IF LK-PARM-PRIMEIRA IS NUMERIC
                  AND LK-PARM-PRIMEIRA IS GREATER THAN '00000'
                   MOVE LK-PARM-PRIMEIRA TO WS-RPL-PRIMEIRA
               ELSE
                   DISPLAY 'JVSUSPEI: PARM INVALIDO ('
                           LK-PARM-PRIMEIRA
                           ') - PRIMEIRA PARTIDA DO REPLAY DE 00001 '
                           'A 99999'                   UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE WS-DATA-FIM TO WS-DT-NUM.
           PERFORM VOLTAR-UM-DIA
               VARYING WS-DIA-CONTA FROM 2 BY 1
               UNTIL WS-DIA-CONTA > WS-DIAS-JANELA.
           MOVE WS-DT-NUM TO WS-DATA-INICIO.

           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           DISPLAY '*****  SUSPEITAS DE MANIPULACAO DE PONTOS  ******'
                                                        UPON CONSOLE.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           DISPLAY 'JANELA DO HISTPART: ' WS-DATA-INICIO ' A '
                   WS-DATA-FIM ' (' WS-DIAS-JANELA ' DIAS)'
                                                        UPON CONSOLE.
           DISPLAY 'REPLAY EXAMINADO A PARTIR DA PARTIDA '
                   WS-RPL-PRIMEIRA                      UPON CONSOLE.
       10000-99-EXIT.  EXIT.

      *---------------
       VOLTAR-UM-DIA SECTION.
      *-- UM DIA PARA TRAS EM WS-DT, COM VIRADA DE MES E DE ANO;
      *-- FEVEREIRO TEM 29 DIAS NO ANO BISSEXTO.
           IF WS-DT-DIA IS GREATER THAN 1
               SUBTRACT 1 FROM WS-DT-DIA
               GO TO VOLTAR-UM-DIA-SAI
           END-IF.
           IF WS-DT-MES EQUAL 1
               MOVE 12 TO WS-DT-MES
               SUBTRACT 1 FROM WS-DT-ANO
           ELSE
               SUBTRACT 1 FROM WS-DT-MES
           END-IF.
           MOVE WS-DIAS-MES(WS-DT-MES) TO WS-DT-DIA.
           IF WS-DT-MES NOT EQUAL 2
               GO TO VOLTAR-UM-DIA-SAI
           END-IF.
           DIVIDE WS-DT-ANO BY 4 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO NOT EQUAL ZERO
               GO TO VOLTAR-UM-DIA-SAI
           END-IF.
           DIVIDE WS-DT-ANO BY 100 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO NOT EQUAL ZERO
               MOVE 29 TO WS-DT-DIA
               GO TO VOLTAR-UM-DIA-SAI
           END-IF.
           DIVIDE WS-DT-ANO BY 400 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO EQUAL ZERO
               MOVE 29 TO WS-DT-DIA
           END-IF.
       VOLTAR-UM-DIA-SAI.
           EXIT.
       VOLTAR-UM-DIA-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       20000-LER-JANELA   SECTION.
      *-- O HISTPART E' POSICIONADO NO PRIMEIRO DIA DA JANELA E LIDO
      *-- EM ORDEM DE CHAVE (DATA, HORA) ATE PASSAR DO ULTIMO.
           OPEN INPUT HIST-FILE.
           IF FS-HIST-NAO-ENCONTRADO
               DISPLAY 'HISTPART NAO EXISTE - NENHUMA PARTIDA A '
                       'EXAMINAR'                      UPON CONSOLE
               GO TO 20000-SAI
           END-IF.
           IF NOT FS-HIST-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O HISTPART,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-HIST     UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATA-INICIO TO REG-HIST-DATA.
           MOVE ZEROS          TO REG-HIST-HORA.
           MOVE LOW-VALUES     TO REG-HIST-ORIGEM.
           START HIST-FILE KEY IS NOT LESS THAN REG-HIST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM
           END-START.
           IF NOT FS-HIST-OK AND NOT FS-HIST-SEM-CHAVE
               DISPLAY 'ERRO AO POSICIONAR O HISTPART,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-HIST     UPON CONSOLE
               CLOSE HIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 20100-LER-UMA-PARTIDA UNTIL WS-FIM EQUAL 'S'.
           CLOSE HIST-FILE.
       20000-SAI.
           EXIT.
       20000-99-EXIT.  EXIT.

      *---------------
       20100-LER-UMA-PARTIDA SECTION.
           READ HIST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 20100-SAI
           END-READ.
           IF REG-HIST-DATA IS GREATER THAN WS-DATA-FIM
               MOVE 'S' TO WS-FIM
               GO TO 20100-SAI
           END-IF.
      *-- PONTO TIRADO DO COMPUTADOR NAO VAI PARA NINGUEM
           IF REG-HIST-PLAYER-X EQUAL 'COMPUTADOR'
              OR REG-HIST-PLAYER-O EQUAL 'COMPUTADOR'
               ADD 1 TO WS-PARTIDAS-COMPUTADOR
               GO TO 20100-SAI
           END-IF.
           IF WS-PTD-COUNT IS NOT LESS THAN WS-PTD-MAX
               DISPLAY 'MAIS DE ' WS-PTD-MAX ' PARTIDAS NA JANELA - '
                       'REDUZA OS DIAS NO PARM'        UPON CONSOLE
               CLOSE HIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PARTIDAS-LIDAS.
           ADD 1 TO WS-PTD-COUNT.
           MOVE WS-PTD-COUNT TO WS-PTD-IX.
           MOVE REG-HIST-DATA      TO WS-PTD-DATA(WS-PTD-IX).
           MOVE REG-HIST-HORA      TO WS-PTD-HORA(WS-PTD-IX).
           MOVE REG-HIST-ORIGEM    TO WS-PTD-ORIGEM(WS-PTD-IX).
           MOVE REG-HIST-PLAYER-X  TO WS-PTD-X(WS-PTD-IX).
           MOVE REG-HIST-PLAYER-O  TO WS-PTD-O(WS-PTD-IX).
           MOVE REG-HIST-VENCEDOR  TO WS-PTD-VENCEDOR(WS-PTD-IX).
           MOVE REG-HIST-JOGADAS   TO WS-PTD-JOGADAS(WS-PTD-IX).
           MOVE REG-HIST-TAMANHO   TO WS-PTD-TAMANHO(WS-PTD-IX).
           MOVE REG-HIST-VARIANTE  TO WS-PTD-VARIANTE(WS-PTD-IX).

      *-- DECIDIDA NO MINIMO DE JOGADAS (OU EM MENOS) E' RAPIDA --
           IF REG-HIST-TAMANHO EQUAL 4
               MOVE WS-MINIMO-4X4 TO WS-MINIMO-PARTIDA
           ELSE
               MOVE WS-MINIMO-3X3 TO WS-MINIMO-PARTIDA
           END-IF.
           IF (REG-HIST-VENCEDOR EQUAL 'X' OR 'O')
              AND REG-HIST-JOGADAS NOT GREATER THAN WS-MINIMO-PARTIDA
               MOVE 'S' TO WS-PTD-RAPIDA(WS-PTD-IX)
           ELSE
               MOVE 'N' TO WS-PTD-RAPIDA(WS-PTD-IX)
           END-IF.

           IF REG-HIST-PLAYER-X IS LESS THAN REG-HIST-PLAYER-O
               MOVE REG-HIST-PLAYER-X TO WS-PROCURA-A
               MOVE REG-HIST-PLAYER-O TO WS-PROCURA-B
           ELSE
               MOVE REG-HIST-PLAYER-O TO WS-PROCURA-A
               MOVE REG-HIST-PLAYER-X TO WS-PROCURA-B
           END-IF.
           PERFORM PROCURAR-DUPLA.
           IF WS-DUPLA-NAO-ACHOU
               IF WS-DUPLA-COUNT IS NOT LESS THAN WS-DUPLA-MAX
                   DISPLAY 'MAIS DE ' WS-DUPLA-MAX ' DUPLAS NA '
                           'JANELA - REDUZA OS DIAS NO PARM'
                                                       UPON CONSOLE
                   CLOSE HIST-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DUPLA-COUNT
               MOVE WS-DUPLA-COUNT TO WS-DUPLA-IX
               MOVE WS-PROCURA-CHAVE TO WS-DUPLA-CHAVE(WS-DUPLA-IX)
               MOVE ZEROS TO WS-DUPLA-PARTIDAS(WS-DUPLA-IX)
                             WS-DUPLA-VITORIAS-A(WS-DUPLA-IX)
                             WS-DUPLA-VITORIAS-B(WS-DUPLA-IX)
                             WS-DUPLA-EMPATES(WS-DUPLA-IX)
                             WS-DUPLA-RAPIDAS(WS-DUPLA-IX)
                             WS-DUPLA-PONTOS-A(WS-DUPLA-IX)
                             WS-DUPLA-PONTOS-B(WS-DUPLA-IX)
           END-IF.
           MOVE WS-DUPLA-IX TO WS-PTD-DUPLA(WS-PTD-IX).
           ADD 1 TO WS-DUPLA-PARTIDAS(WS-DUPLA-IX).
           IF WS-PTD-RAPIDA(WS-PTD-IX) EQUAL 'S'
               ADD 1 TO WS-DUPLA-RAPIDAS(WS-DUPLA-IX)
           END-IF.
           PERFORM NOME-DO-VENCEDOR.
           EVALUATE TRUE
               WHEN WS-MAIOR-NOME EQUAL SPACES
                   ADD 1 TO WS-DUPLA-EMPATES(WS-DUPLA-IX)
               WHEN WS-MAIOR-NOME EQUAL WS-PROCURA-A
                   ADD 1 TO WS-DUPLA-VITORIAS-A(WS-DUPLA-IX)
               WHEN OTHER
                   ADD 1 TO WS-DUPLA-VITORIAS-B(WS-DUPLA-IX)
           END-EVALUATE.

      *-- OS PONTOS (CONTA DO JVRANK) SAO SO DA REGRA NORMAL --
           IF HIST-PARTIDA-MISERE
               GO TO 20100-SAI
           END-IF.
           MOVE WS-PROCURA-A TO WS-PROCURA-JOGADOR.
           EVALUATE TRUE
               WHEN WS-MAIOR-NOME EQUAL SPACES
                   MOVE 1 TO WS-PONTOS-GANHOS
               WHEN WS-MAIOR-NOME EQUAL WS-PROCURA-A
                   MOVE 3 TO WS-PONTOS-GANHOS
               WHEN OTHER
                   MOVE 0 TO WS-PONTOS-GANHOS
           END-EVALUATE.
           ADD WS-PONTOS-GANHOS TO WS-DUPLA-PONTOS-A(WS-DUPLA-IX).
           PERFORM SOMAR-PONTOS-JOGADOR.
           MOVE WS-PROCURA-B TO WS-PROCURA-JOGADOR.
           EVALUATE TRUE
               WHEN WS-MAIOR-NOME EQUAL SPACES
                   MOVE 1 TO WS-PONTOS-GANHOS
               WHEN WS-MAIOR-NOME EQUAL WS-PROCURA-B
                   MOVE 3 TO WS-PONTOS-GANHOS
               WHEN OTHER
                   MOVE 0 TO WS-PONTOS-GANHOS
           END-EVALUATE.
           ADD WS-PONTOS-GANHOS TO WS-DUPLA-PONTOS-B(WS-DUPLA-IX).
           PERFORM SOMAR-PONTOS-JOGADOR.
       20100-SAI.
           EXIT.
       20100-99-EXIT.  EXIT.

      *---------------
       NOME-DO-VENCEDOR SECTION.
      *-- NOME DE QUEM GANHOU A PARTIDA WS-PTD-IX; BRANCO NO EMPATE
      *-- (OU VENCEDOR INVALIDO, QUE NAO E' VITORIA DE NINGUEM).
           EVALUATE WS-PTD-VENCEDOR(WS-PTD-IX)
               WHEN 'X'
                   MOVE WS-PTD-X(WS-PTD-IX) TO WS-MAIOR-NOME
               WHEN 'O'
                   MOVE WS-PTD-O(WS-PTD-IX) TO WS-MAIOR-NOME
               WHEN OTHER
                   MOVE SPACES TO WS-MAIOR-NOME
           END-EVALUATE.
       NOME-DO-VENCEDOR-EXIT.
           EXIT.

      *---------------
       PROCURAR-DUPLA SECTION.
           SET WS-DUPLA-NAO-ACHOU TO TRUE.
           PERFORM VARYING WS-DUPLA-IX FROM 1 BY 1
                   UNTIL WS-DUPLA-IX > WS-DUPLA-COUNT
                      OR WS-DUPLA-ACHOU
               IF WS-DUPLA-CHAVE(WS-DUPLA-IX) EQUAL WS-PROCURA-CHAVE
                   SET WS-DUPLA-ACHOU TO TRUE
               END-IF
           END-PERFORM.
           IF WS-DUPLA-ACHOU
               SUBTRACT 1 FROM WS-DUPLA-IX
           END-IF.
       PROCURAR-DUPLA-EXIT.
           EXIT.

      *---------------
       SOMAR-PONTOS-JOGADOR SECTION.
           SET WS-JOG-NAO-ACHOU TO TRUE.
           PERFORM VARYING WS-JOG-IX FROM 1 BY 1
                   UNTIL WS-JOG-IX > WS-JOG-COUNT
                      OR WS-JOG-ACHOU
               IF WS-JOG-NOME(WS-JOG-IX) EQUAL WS-PROCURA-JOGADOR
                   SET WS-JOG-ACHOU TO TRUE
               END-IF
           END-PERFORM.
           IF WS-JOG-ACHOU
               SUBTRACT 1 FROM WS-JOG-IX
           ELSE
               IF WS-JOG-COUNT IS NOT LESS THAN WS-JOG-MAX
                   DISPLAY 'MAIS DE ' WS-JOG-MAX ' JOGADORES NA '
                           'JANELA - REDUZA OS DIAS NO PARM'
                                                       UPON CONSOLE
                   CLOSE HIST-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-JOG-COUNT
               MOVE WS-JOG-COUNT TO WS-JOG-IX
               MOVE WS-PROCURA-JOGADOR TO WS-JOG-NOME(WS-JOG-IX)
               MOVE ZEROS TO WS-JOG-PONTOS(WS-JOG-IX)
                             WS-JOG-PARTIDAS(WS-JOG-IX)
           END-IF.
           ADD WS-PONTOS-GANHOS TO WS-JOG-PONTOS(WS-JOG-IX).
           ADD 1 TO WS-JOG-PARTIDAS(WS-JOG-IX).
       SOMAR-PONTOS-JOGADOR-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       21000-DUPLAS-DESEQUILIBRADAS   SECTION.
      *-- DUPLA COM PARTIDAS BASTANTES NA JANELA EM QUE UM DOS DOIS
      *-- GANHOU QUASE TUDO: A LINHA DA DUPLA, O PERCENTUAL E CADA
      *-- PARTIDA COMO PROVA.
           DISPLAY ' '                                  UPON CONSOLE.
           DISPLAY '--- 1) DUPLAS DESEQUILIBRADAS ('
                   WS-MIN-PARTIDAS-DUPLA
                   ' OU MAIS PARTIDAS, ' WS-PCT-DESEQUILIBRIO
                   '% OU MAIS PARA UM LADO) ---'       UPON CONSOLE.
           PERFORM 21100-EXAMINAR-DUPLA
               VARYING WS-DUPLA-IX FROM 1 BY 1
               UNTIL WS-DUPLA-IX > WS-DUPLA-COUNT.
           IF WS-SUSPEITAS-DUPLA EQUAL ZEROS
               DISPLAY '    NENHUMA'                    UPON CONSOLE
           END-IF.
       21000-99-EXIT.  EXIT.

      *---------------
       21100-EXAMINAR-DUPLA SECTION.
           IF WS-DUPLA-PARTIDAS(WS-DUPLA-IX)
                   IS LESS THAN WS-MIN-PARTIDAS-DUPLA
               GO TO 21100-SAI
           END-IF.
           IF WS-DUPLA-VITORIAS-A(WS-DUPLA-IX)
                   IS LESS THAN WS-DUPLA-VITORIAS-B(WS-DUPLA-IX)
               MOVE WS-DUPLA-VITORIAS-B(WS-DUPLA-IX)
                   TO WS-MAIOR-VITORIAS
               MOVE WS-DUPLA-B(WS-DUPLA-IX) TO WS-MAIOR-NOME
           ELSE
               MOVE WS-DUPLA-VITORIAS-A(WS-DUPLA-IX)
                   TO WS-MAIOR-VITORIAS
               MOVE WS-DUPLA-A(WS-DUPLA-IX) TO WS-MAIOR-NOME
           END-IF.
           COMPUTE WS-PERCENTUAL = WS-MAIOR-VITORIAS * 100
                                 / WS-DUPLA-PARTIDAS(WS-DUPLA-IX).
           IF WS-PERCENTUAL IS LESS THAN WS-PCT-DESEQUILIBRIO
               GO TO 21100-SAI
           END-IF.
           ADD 1 TO WS-SUSPEITAS-DUPLA.
           DISPLAY ' '                                  UPON CONSOLE.
           PERFORM MOSTRAR-DUPLA.
           MOVE WS-MAIOR-NOME TO WS-LNC-NOME.
           MOVE WS-PERCENTUAL TO WS-LNC-PERCENTUAL.
           DISPLAY WS-LINHA-PERCENTUAL                  UPON CONSOLE.
           PERFORM MOSTRAR-PARTIDAS-DA-DUPLA.
       21100-SAI.
           EXIT.
       21100-99-EXIT.  EXIT.

      *---------------
       MOSTRAR-DUPLA SECTION.
           MOVE WS-DUPLA-A(WS-DUPLA-IX)          TO WS-LND-A.
           MOVE WS-DUPLA-B(WS-DUPLA-IX)          TO WS-LND-B.
           MOVE WS-DUPLA-PARTIDAS(WS-DUPLA-IX)   TO WS-LND-PARTIDAS.
           MOVE WS-DUPLA-VITORIAS-A(WS-DUPLA-IX) TO WS-LND-VITORIAS-A.
           MOVE WS-DUPLA-VITORIAS-B(WS-DUPLA-IX) TO WS-LND-VITORIAS-B.
           MOVE WS-DUPLA-EMPATES(WS-DUPLA-IX)    TO WS-LND-EMPATES.
           MOVE WS-DUPLA-RAPIDAS(WS-DUPLA-IX)    TO WS-LND-RAPIDAS.
           DISPLAY WS-LINHA-DUPLA                       UPON CONSOLE.
       MOSTRAR-DUPLA-EXIT.
           EXIT.

      *---------------
       MOSTRAR-PARTIDAS-DA-DUPLA SECTION.
           PERFORM VARYING WS-PTD-IX FROM 1 BY 1
                   UNTIL WS-PTD-IX > WS-PTD-COUNT
               IF WS-PTD-DUPLA(WS-PTD-IX) EQUAL WS-DUPLA-IX
                   PERFORM MOSTRAR-PARTIDA
               END-IF
           END-PERFORM.
       MOSTRAR-PARTIDAS-DA-DUPLA-EXIT.
           EXIT.

      *---------------
       MOSTRAR-PARTIDA SECTION.
      *-- UMA LINHA DE PROVA: A CHAVE DO HISTPART (PARA ACHAR E
      *-- ANULAR A PARTIDA), A DUPLA, O VENCEDOR E AS JOGADAS.
           MOVE WS-PTD-DATA(WS-PTD-IX)    TO WS-LNP-DATA.
           MOVE WS-PTD-HORA(WS-PTD-IX)    TO WS-LNP-HORA.
           MOVE WS-PTD-ORIGEM(WS-PTD-IX)  TO WS-LNP-ORIGEM.
           MOVE WS-PTD-X(WS-PTD-IX)       TO WS-LNP-X.
           MOVE WS-PTD-O(WS-PTD-IX)       TO WS-LNP-O.
           PERFORM NOME-DO-VENCEDOR.
           IF WS-MAIOR-NOME EQUAL SPACES
               MOVE 'EMPATE' TO WS-LNP-VENCEDOR
           ELSE
               MOVE WS-MAIOR-NOME TO WS-LNP-VENCEDOR
           END-IF.
           MOVE WS-PTD-JOGADAS(WS-PTD-IX) TO WS-LNP-JOGADAS.
           MOVE WS-PTD-TAMANHO(WS-PTD-IX) TO WS-LNP-TAMANHO
                                             WS-LNP-TAMANHO-2.
           IF WS-PTD-VARIANTE(WS-PTD-IX) EQUAL 'M'
               MOVE 'MISERE' TO WS-LNP-REGRA
           ELSE
               MOVE 'NORMAL' TO WS-LNP-REGRA
           END-IF.
           MOVE SPACES TO WS-LNP-NOTA.
           IF WS-PTD-RAPIDA(WS-PTD-IX) EQUAL 'S'
               IF WS-PTD-TAMANHO(WS-PTD-IX) EQUAL 4
                   MOVE WS-MINIMO-4X4 TO WS-MINIMO-PARTIDA
               ELSE
                   MOVE WS-MINIMO-3X3 TO WS-MINIMO-PARTIDA
               END-IF
               IF WS-PTD-JOGADAS(WS-PTD-IX)
                       IS LESS THAN WS-MINIMO-PARTIDA
                   MOVE 'ABAIXO DO MINIMO' TO WS-LNP-NOTA
               ELSE
                   MOVE 'NO MINIMO POSSIVEL' TO WS-LNP-NOTA
               END-IF
           END-IF.
           DISPLAY WS-LINHA-PARTIDA                     UPON CONSOLE.
       MOSTRAR-PARTIDA-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       22000-PARTIDAS-RAPIDAS   SECTION.
      *-- PARTIDA DECIDIDA NO MINIMO DE JOGADAS: O PERDEDOR NAO TAPOU
      *-- NADA. MENOS QUE O MINIMO SO VEM DE PARTIDA LARGADA NO MEIO
      *-- COM VENCEDOR GRAVADO.
           DISPLAY ' '                                  UPON CONSOLE.
           DISPLAY '--- 2) PARTIDAS RAPIDAS (DECIDIDAS EM '
                   WS-MINIMO-3X3 ' JOGADAS OU MENOS NO 3X3, '
                   WS-MINIMO-4X4 ' NO 4X4) ---'       UPON CONSOLE.
           PERFORM VARYING WS-PTD-IX FROM 1 BY 1
                   UNTIL WS-PTD-IX > WS-PTD-COUNT
               IF WS-PTD-RAPIDA(WS-PTD-IX) EQUAL 'S'
                   ADD 1 TO WS-SUSPEITAS-RAPIDA
                   PERFORM MOSTRAR-PARTIDA
               END-IF
           END-PERFORM.
           IF WS-SUSPEITAS-RAPIDA EQUAL ZEROS
               DISPLAY '    NENHUMA'                    UPON CONSOLE
           END-IF.
       22000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       23000-SALTOS-DE-PONTOS   SECTION.
      *-- JOGADOR QUE SUBIU MUITO NA JANELA COM OS PONTOS VINDOS
      *-- QUASE TODOS DE UM SO ADVERSARIO.
           DISPLAY ' '                                  UPON CONSOLE.
           DISPLAY '--- 3) SALTOS DE PONTOS (' WS-MIN-PONTOS-SALTO
                   ' OU MAIS PONTOS, ' WS-PCT-UM-ADVERSARIO
                   '% OU MAIS DE UM SO ADVERSARIO) ---'
                                                        UPON CONSOLE.
           PERFORM 23100-EXAMINAR-JOGADOR
               VARYING WS-JOG-IX FROM 1 BY 1
               UNTIL WS-JOG-IX > WS-JOG-COUNT.
           IF WS-SUSPEITAS-SALTO EQUAL ZEROS
               DISPLAY '    NENHUM'                     UPON CONSOLE
           END-IF.
       23000-99-EXIT.  EXIT.

      *---------------
       23100-EXAMINAR-JOGADOR SECTION.
           IF WS-JOG-PONTOS(WS-JOG-IX) IS LESS THAN WS-MIN-PONTOS-SALTO
               GO TO 23100-SAI
           END-IF.
      *-- O ADVERSARIO QUE MAIS DEU PONTOS AO JOGADOR
           MOVE ZEROS  TO WS-SALTO-PONTOS WS-SALTO-DUPLA.
           MOVE SPACES TO WS-SALTO-ADVERSARIO.
           PERFORM VARYING WS-DUPLA-IX FROM 1 BY 1
                   UNTIL WS-DUPLA-IX > WS-DUPLA-COUNT
               MOVE ZEROS TO WS-PONTOS-DA-DUPLA
               IF WS-DUPLA-A(WS-DUPLA-IX) EQUAL WS-JOG-NOME(WS-JOG-IX)
                   MOVE WS-DUPLA-PONTOS-A(WS-DUPLA-IX)
                       TO WS-PONTOS-DA-DUPLA
                   MOVE WS-DUPLA-B(WS-DUPLA-IX) TO WS-MAIOR-NOME
               END-IF
               IF WS-DUPLA-B(WS-DUPLA-IX) EQUAL WS-JOG-NOME(WS-JOG-IX)
                   MOVE WS-DUPLA-PONTOS-B(WS-DUPLA-IX)
                       TO WS-PONTOS-DA-DUPLA
                   MOVE WS-DUPLA-A(WS-DUPLA-IX) TO WS-MAIOR-NOME
               END-IF
               IF WS-PONTOS-DA-DUPLA IS GREATER THAN WS-SALTO-PONTOS
                   MOVE WS-PONTOS-DA-DUPLA TO WS-SALTO-PONTOS
                   MOVE WS-DUPLA-IX        TO WS-SALTO-DUPLA
                   MOVE WS-MAIOR-NOME      TO WS-SALTO-ADVERSARIO
               END-IF
           END-PERFORM.
           COMPUTE WS-PERCENTUAL = WS-SALTO-PONTOS * 100
                                 / WS-JOG-PONTOS(WS-JOG-IX).
           IF WS-PERCENTUAL IS LESS THAN WS-PCT-UM-ADVERSARIO
               GO TO 23100-SAI
           END-IF.
           ADD 1 TO WS-SUSPEITAS-SALTO.
           DISPLAY ' '                                  UPON CONSOLE.
           MOVE WS-JOG-NOME(WS-JOG-IX)     TO WS-LNS-NOME.
           MOVE WS-JOG-PONTOS(WS-JOG-IX)   TO WS-LNS-PONTOS.
           MOVE WS-JOG-PARTIDAS(WS-JOG-IX) TO WS-LNS-PARTIDAS.
           MOVE WS-SALTO-PONTOS            TO WS-LNS-DO-ADVERSARIO.
           MOVE WS-PERCENTUAL              TO WS-LNS-PERCENTUAL.
           MOVE WS-SALTO-ADVERSARIO        TO WS-LNS-ADVERSARIO.
           DISPLAY WS-LINHA-SALTO                       UPON CONSOLE.
           MOVE WS-SALTO-DUPLA TO WS-DUPLA-IX.
           PERFORM MOSTRAR-PARTIDAS-DA-DUPLA.
       23100-SAI.
           EXIT.
       23100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       24000-DERROTAS-ENTREGUES   SECTION.
      *-- O ARQUIVO MORTO DE REPLAY E' LIDO COMO NO JVPROBL: UMA
      *-- PARTIDA COMECA NO CABECALHO 'PARTIDA' OU QUANDO A NUMERACAO
      *-- VOLTA PARA 001, E E' REPASSADA INTEIRA AO FECHAR.
           DISPLAY ' '                                  UPON CONSOLE.
           DISPLAY '--- 4) DERROTAS ENTREGUES NO REPLAY (AMEACA DE UMA '
                   'CASA SO NAO TAPADA) ---'            UPON CONSOLE.
           OPEN INPUT REPLAY-FILE.
           IF FS-REPLAY-NAO-ENCONTRADO
               DISPLAY '    ARQUIVO DE REPLAY NAO EXISTE'
                                                        UPON CONSOLE
               GO TO 24000-SAI
           END-IF.
           IF NOT FS-REPLAY-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO DE REPLAY,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-REPLAY   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LIMPAR-PARTIDA.
           MOVE 'N' TO WS-FIM.
           PERFORM 24100-LER-REPLAY UNTIL WS-FIM EQUAL 'S'.
           PERFORM FECHAR-PARTIDA.
           CLOSE REPLAY-FILE.
           IF WS-SUSPEITAS-ENTREGA EQUAL ZEROS
               DISPLAY '    NENHUMA'                    UPON CONSOLE
           END-IF.
           COMPUTE WS-RPL-PRIMEIRA = WS-RPL-ORDINAL + 1.
           DISPLAY ' '                                  UPON CONSOLE.
           DISPLAY 'PARTIDAS NO REPLAY: ' WS-RPL-ORDINAL
                   ' - NA PROXIMA SEMANA USE ' WS-RPL-PRIMEIRA
                   ' NAS COLUNAS 12-16 DO PARM'         UPON CONSOLE.
       24000-SAI.
           EXIT.
       24000-99-EXIT.  EXIT.

      *---------------
       24100-LER-REPLAY SECTION.
           READ REPLAY-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 24100-SAI
           END-READ.

           IF REG-PTD-PALAVRA EQUAL 'PARTIDA '
               PERFORM INICIAR-PARTIDA
               ADD 1 TO WS-RPL-ORDINAL
               MOVE REG-RPL-FILA TO WS-RPL-FILA
               GO TO 24100-SAI
           END-IF.
           IF REGRA-MISERE
               GO TO 24100-SAI
           END-IF.

           IF REG-DSF-PALAVRA EQUAL 'DESFEITA '
               MOVE REG-DSF-CAMPO TO REG-RPL-CAMPO
               PERFORM DECODIFICAR-LANCE
               IF WS-LANCE-CELULA IS GREATER THAN ZEROS
                   MOVE 'D' TO WS-LANCE-JOGADOR
                   PERFORM GUARDAR-EVENTO
               END-IF
               GO TO 24100-SAI
           END-IF.

           IF REG-RPL-PALAVRA NOT EQUAL 'JOGADA '
               GO TO 24100-SAI
           END-IF.

           PERFORM DECODIFICAR-LANCE.
           IF WS-LANCE-CELULA EQUAL ZEROS
               GO TO 24100-SAI
           END-IF.

      *-- NUMERACAO VOLTOU PARA 001 COM PARTIDA EM ANDAMENTO (LOG SEM
      *-- CABECALHO): FECHA A ANTERIOR E COMECA OUTRA --
           IF WS-LANCE-SEQ EQUAL 1
              AND WS-LANCES-DA-PARTIDA IS GREATER THAN ZEROS
               PERFORM FECHAR-PARTIDA
               PERFORM LIMPAR-PARTIDA
               ADD 1 TO WS-RPL-ORDINAL
               MOVE SPACES TO WS-RPL-FILA
           END-IF.
           IF WS-RPL-ORDINAL EQUAL ZEROS
               MOVE 1 TO WS-RPL-ORDINAL
           END-IF.
           IF WS-RPL-FILA EQUAL SPACES
               MOVE REG-RPL-FILA TO WS-RPL-FILA
           END-IF.

      *-- LANCE EM D OU LINHA 4 DENUNCIA UMA PARTIDA 4X4 --
           IF WS-LANCE-COLUNA EQUAL 4 OR WS-LANCE-LINHA EQUAL 4
               MOVE 4 TO WS-TAMANHO-TABULEIRO
           END-IF.

           PERFORM GUARDAR-EVENTO.
           ADD 1 TO WS-LANCES-DA-PARTIDA.
       24100-SAI.
           EXIT.
       24100-99-EXIT.  EXIT.

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
               MOVE SPACES TO WS-EVT-SEGUNDOS(WS-EVT-COUNT)
           ELSE
               MOVE 'J'   TO WS-EVT-TIPO(WS-EVT-COUNT)
               MOVE WS-LANCE-JOGADOR TO WS-EVT-JOGADOR(WS-EVT-COUNT)
               IF LANCE-CRONOMETRADO
                   MOVE REG-RPL-SEGUNDOS
                       TO WS-EVT-SEGUNDOS(WS-EVT-COUNT)
               ELSE
                   MOVE '---' TO WS-EVT-SEGUNDOS(WS-EVT-COUNT)
               END-IF
           END-IF.
           MOVE WS-LANCE-SEQ    TO WS-EVT-SEQ(WS-EVT-COUNT).
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
           MOVE 'N'   TO WS-REGRA-SW.
       LIMPAR-PARTIDA-EXIT.
           EXIT.

      *---------------
       FECHAR-PARTIDA SECTION.
      *-- COM O TAMANHO CONHECIDO A PARTIDA E' REPASSADA DO COMECO.
      *-- PARTIDA ANTERIOR A PRIMEIRA PEDIDA NO PARM JA FOI VISTA.
           IF WS-LANCES-DA-PARTIDA EQUAL ZEROS
              OR WS-RPL-ORDINAL IS LESS THAN WS-RPL-PRIMEIRA
               GO TO FECHAR-PARTIDA-SAI
           END-IF.
           ADD 1 TO WS-PARTIDAS-REPLAY.
           PERFORM VARYING WS-I4 FROM 1 BY 1 UNTIL WS-I4 > 16
               MOVE ' ' TO CASA4(WS-I4)
           END-PERFORM.
           MOVE 'N' TO WS-ENTREGA-SW.
           PERFORM REPASSAR-EVENTO
               VARYING WS-EVT-IX FROM 1 BY 1
               UNTIL WS-EVT-IX > WS-EVT-COUNT.
       FECHAR-PARTIDA-SAI.
           EXIT.
       FECHAR-PARTIDA-EXIT.
           EXIT.

      *---------------
       REPASSAR-EVENTO SECTION.
      *-- ANTES DE CADA JOGADA: QUANTAS CASAS DAVAM A VITORIA AO
      *-- ADVERSARIO E SE QUEM JOGA TINHA VITORIA PROPRIA. UMA AMEACA
      *-- SO, SEM VITORIA PROPRIA, E O LANCE FOI EM OUTRA CASA: FICA
      *-- PENDENTE ATE A RESPOSTA. SE O ADVERSARIO FECHA A LINHA NO
      *-- LANCE SEGUINTE, A DERROTA FOI ENTREGUE.
           IF WS-EVT-TIPO(WS-EVT-IX) EQUAL 'D'
               MOVE ' ' TO CASA4(WS-EVT-CELULA(WS-EVT-IX))
               MOVE 'N' TO WS-ENTREGA-SW
               GO TO REPASSAR-EVENTO-SAI
           END-IF.
           IF WS-EVT-COLUNA(WS-EVT-IX) > WS-TAMANHO-TABULEIRO
              OR WS-EVT-LINHA(WS-EVT-IX) > WS-TAMANHO-TABULEIRO
              OR CASA4(WS-EVT-CELULA(WS-EVT-IX)) NOT EQUAL ' '
              OR (WS-EVT-JOGADOR(WS-EVT-IX) NOT EQUAL 'X'
                  AND WS-EVT-JOGADOR(WS-EVT-IX) NOT EQUAL 'O')
               MOVE 'N' TO WS-ENTREGA-SW
               GO TO REPASSAR-EVENTO-SAI
           END-IF.
           PERFORM DESCOBRIR-VENCEDOR.
           IF WS-VENCEDOR NOT EQUAL SPACE
               MOVE 'N' TO WS-ENTREGA-SW
               GO TO REPASSAR-EVENTO-SAI
           END-IF.

           IF WS-EVT-JOGADOR(WS-EVT-IX) EQUAL 'X'
               MOVE 'O' TO WS-OPONENTE
           ELSE
               MOVE 'X' TO WS-OPONENTE
           END-IF.
           MOVE WS-OPONENTE TO WS-AM-SINAL.
           PERFORM CONTAR-AMEACAS.
           MOVE WS-AM-COUNT TO WS-AMEACAS-ADVERSARIO.
           MOVE WS-AM-CEL   TO WS-CASA-AMEACA.
           MOVE WS-EVT-JOGADOR(WS-EVT-IX) TO WS-AM-SINAL.
           PERFORM CONTAR-AMEACAS.
           MOVE WS-AM-COUNT TO WS-VITORIAS-PROPRIAS.

           MOVE WS-EVT-JOGADOR(WS-EVT-IX)
               TO CASA4(WS-EVT-CELULA(WS-EVT-IX)).

      *-- A RESPOSTA AO LANCE PENDENTE FECHOU A LINHA? --
           IF ENTREGA-PENDENTE
              AND WS-EVT-JOGADOR(WS-EVT-IX) EQUAL WS-ENT-ADVERSARIO
               PERFORM DESCOBRIR-VENCEDOR
               IF WS-VENCEDOR EQUAL WS-ENT-ADVERSARIO
                   PERFORM ANOTAR-ENTREGA
               END-IF
           END-IF.
           MOVE 'N' TO WS-ENTREGA-SW.

           IF WS-AMEACAS-ADVERSARIO EQUAL 1
              AND WS-VITORIAS-PROPRIAS EQUAL ZEROS
              AND WS-EVT-CELULA(WS-EVT-IX) NOT EQUAL WS-CASA-AMEACA
               MOVE 'S'            TO WS-ENTREGA-SW
               MOVE WS-EVT-IX      TO WS-ENT-EVT
               MOVE WS-CASA-AMEACA TO WS-ENT-AMEACA
               MOVE WS-OPONENTE    TO WS-ENT-ADVERSARIO
           END-IF.
       REPASSAR-EVENTO-SAI.
           EXIT.
       REPASSAR-EVENTO-EXIT.
           EXIT.

      *---------------
       CONTAR-AMEACAS SECTION.
      *-- CADA CASA VAZIA E' OCUPADA PELO SINAL WS-AM-SINAL; SE ISSO
      *-- FECHA UMA LINHA, A CASA CONTA (A ULTIMA ACHADA FICA EM
      *-- WS-AM-CEL). A CASA VOLTA A FICAR VAZIA.
           MOVE ZEROS TO WS-AM-COUNT WS-AM-CEL.
           PERFORM VARYING WS-AM-R FROM 1 BY 1
                   UNTIL WS-AM-R > WS-TAMANHO-TABULEIRO
               PERFORM VARYING WS-AM-C FROM 1 BY 1
                       UNTIL WS-AM-C > WS-TAMANHO-TABULEIRO
                   COMPUTE WS-AM-TESTE = (WS-AM-R - 1) * 4 + WS-AM-C
                   IF CASA4(WS-AM-TESTE) EQUAL ' '
                       MOVE WS-AM-SINAL TO CASA4(WS-AM-TESTE)
                       PERFORM DESCOBRIR-VENCEDOR
                       IF WS-VENCEDOR EQUAL WS-AM-SINAL
                           ADD 1 TO WS-AM-COUNT
                           MOVE WS-AM-TESTE TO WS-AM-CEL
                       END-IF
                       MOVE ' ' TO CASA4(WS-AM-TESTE)
                   END-IF
               END-PERFORM
           END-PERFORM.
       CONTAR-AMEACAS-EXIT.
           EXIT.

      *---------------
       ANOTAR-ENTREGA SECTION.
      *-- A PROVA: PARTIDA (ORDEM NO REPLAY), FILA CICS, O LANCE QUE
      *-- DEIXOU A CASA ABERTA, A CASA QUE DEVIA SER TAPADA E O TEMPO
      *-- GASTO NO LANCE.
           ADD 1 TO WS-SUSPEITAS-ENTREGA.
           MOVE WS-RPL-ORDINAL          TO WS-LNE-ORDINAL.
           MOVE WS-TAMANHO-TABULEIRO    TO WS-LNE-TAMANHO
                                           WS-LNE-TAMANHO-2.
           IF WS-RPL-FILA EQUAL SPACES
               MOVE '(BATCH)' TO WS-LNE-FILA
           ELSE
               MOVE WS-RPL-FILA TO WS-LNE-FILA
           END-IF.
           MOVE WS-EVT-SEQ(WS-ENT-EVT)     TO WS-LNE-SEQ.
           MOVE WS-EVT-JOGADOR(WS-ENT-EVT) TO WS-LNE-JOGADOR.
           MOVE WS-EVT-CELULA(WS-ENT-EVT)  TO WS-CAMPO-CEL.
           PERFORM CAMPO-DA-CELULA.
           MOVE WS-CAMPO                   TO WS-LNE-JOGOU.
           MOVE WS-ENT-AMEACA              TO WS-CAMPO-CEL.
           PERFORM CAMPO-DA-CELULA.
           MOVE WS-CAMPO                   TO WS-LNE-TAPAR.
           MOVE WS-EVT-SEGUNDOS(WS-ENT-EVT) TO WS-LNE-SEGUNDOS.
           DISPLAY WS-LINHA-ENTREGA                     UPON CONSOLE.
       ANOTAR-ENTREGA-EXIT.
           EXIT.

      *---------------
       CAMPO-DA-CELULA SECTION.
      *-- A CELULA 1-16 DA INDEXACAO 4X4 DE VOLTA PARA O CAMPO
      *-- LETRA+NUMERO DO LOG.
           MOVE '??' TO WS-CAMPO.
           COMPUTE WS-AM-R = (WS-CAMPO-CEL - 1) / 4 + 1.
           COMPUTE WS-AM-C = WS-CAMPO-CEL - (WS-AM-R - 1) * 4.
           EVALUATE WS-AM-C
               WHEN 1 MOVE 'A' TO WS-CAMPO(1:1)
               WHEN 2 MOVE 'B' TO WS-CAMPO(1:1)
               WHEN 3 MOVE 'C' TO WS-CAMPO(1:1)
               WHEN 4 MOVE 'D' TO WS-CAMPO(1:1)
           END-EVALUATE.
           MOVE WS-AM-R(2:1) TO WS-CAMPO(2:1).
       CAMPO-DA-CELULA-EXIT.
           EXIT.

      *---------------
       DESCOBRIR-VENCEDOR SECTION.
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
           DISPLAY ' '                                  UPON CONSOLE.
           DISPLAY 'JVSUSPEI: PARTIDAS NA JANELA         = '
                   WS-PARTIDAS-LIDAS                    UPON CONSOLE.
           DISPLAY 'JVSUSPEI: CONTRA O COMPUTADOR (FORA) = '
                   WS-PARTIDAS-COMPUTADOR               UPON CONSOLE.
           DISPLAY 'JVSUSPEI: PARTIDAS DO REPLAY VISTAS  = '
                   WS-PARTIDAS-REPLAY                   UPON CONSOLE.
           DISPLAY 'JVSUSPEI: DUPLAS DESEQUILIBRADAS     = '
                   WS-SUSPEITAS-DUPLA                   UPON CONSOLE.
           DISPLAY 'JVSUSPEI: PARTIDAS RAPIDAS           = '
                   WS-SUSPEITAS-RAPIDA                  UPON CONSOLE.
           DISPLAY 'JVSUSPEI: SALTOS DE PONTOS           = '
                   WS-SUSPEITAS-SALTO                   UPON CONSOLE.
           DISPLAY 'JVSUSPEI: DERROTAS ENTREGUES         = '
                   WS-SUSPEITAS-ENTREGA                 UPON CONSOLE.
           IF WS-SUSPEITAS-DUPLA   EQUAL ZEROS
              AND WS-SUSPEITAS-RAPIDA  EQUAL ZEROS
              AND WS-SUSPEITAS-SALTO   EQUAL ZEROS
              AND WS-SUSPEITAS-ENTREGA EQUAL ZEROS
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       30000-FINALIZAR-EXIT.  EXIT.
      *---------------------------------------------------------------*
