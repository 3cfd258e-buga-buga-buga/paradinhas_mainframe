      *****  LAYOUT PADRAO  *******************************************
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                     JVUNIFIC.
       AUTHOR.                         EQUIPE JOGO DA VELHA.
       DATE-WRITTEN.                   15/10/2026.
      *---------------------------------------------------------------*
       REMARKS.
      *---------------------------------------------------------------*
      * OBJETIVO:                                                     *
      *     UNIFICAR OU RENOMEAR UM JOGADOR EM TODOS OS ARQUIVOS DO   *
      *     JOGO. O MESMO JOGADOR APARECE COM DOIS NOMES ('JOAO' NO   *
      *     CONSOLE, 'JOAO SILVA' NO CICS) E O JVRANK E O JVCONFRO    *
      *     O CONTAM COMO DOIS. CADA CARTAO (NOME ANTIGO, NOME NOVO)  *
      *     E' APLICADO, NA ORDEM DOS CARTOES, EM:                    *
      *     1) PLACAR, PLACARQ E PLACARMS (VARIANTE MISERE) - O       *
      *        REGISTRO DA DUPLA E' RECHAVEADO                        *
      *        PARA O NOME NOVO; SE A DUPLA NOVA JA EXISTE, OS        *
      *        TOTAIS SAO SOMADOS NELA;                               *
      *     2) HISTPART - O NOME E' TROCADO EM CADA PARTIDA;          *
      *     3) HALLFAMA - CAMPEAO, VICE, MAIS JOGOS E INVICTO;        *
      *     4) TABELA E ELENCO DO CAMPEONATO (JVTABELA) - O NOME E'   *
      *        TROCADO E O CONFRONTO QUE FICOU REPETIDO E' COMBINADO  *
      *        (FICA O JOGADO). SAEM EM TABNOVA E ELENOVO, COMO NO    *
      *        JVTABELA; O JOB COPIA POR CIMA;                        *
      *     5) JOGADOR (CADASTRO COM O PIN) - O REGISTRO DO NOME      *
      *        ANTIGO PASSA PARA O NOVO, COM O MESMO PIN; SE O NOME   *
      *        NOVO JA TEM CADASTRO, FICA O DELE E O ANTIGO SAI.      *
      *     CADA DUPLA ALTERADA SAI NO RELATORIO ANTES E DEPOIS.      *
      *                                                               *
      *     O CARTAO E' RECUSADO (E NADA MUDA POR ELE) QUANDO OS DOIS *
      *     NOMES JA SE ENFRENTARAM EM ALGUM ARQUIVO: A UNIFICACAO    *
      *     FARIA O JOGADOR ADVERSARIO DELE MESMO. TAMBEM E' RECUSADO *
      *     O CARTAO COM NOME EM BRANCO OU COM OS DOIS NOMES IGUAIS.  *
      *     O ARQUIVO MORTO (HISTARQ) E O LOG DE JOGADAS (REPLAY)     *
      *     FICAM COMO ESTAO.                                         *
      *                                                               *
      * CARTOES (DD CARTOES, UM POR UNIFICACAO):                      *
      *     1-15  NOME ANTIGO                                         *
      *     17-31 NOME NOVO                                           *
      *     '*' NA COLUNA 1 E' COMENTARIO                             *
      *                                                               *
      * RETURN-CODE:                                                  *
      *     0  TODOS OS CARTOES APLICADOS                             *
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

      *---OS CARTOES DE UNIFICACAO
           SELECT CARTAO-FILE ASSIGN TO CARTOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTAO.

      *---PLACAR DA TEMPORADA, CHAVEADO POR DUPLA
           SELECT PLACAR-FILE ASSIGN TO PLACAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PLACAR-CHAVE
               FILE STATUS IS WS-FS-PLACAR.

      *---PLACAR ARQUIVADO, CHAVEADO POR TEMPORADA + DUPLA
           SELECT PLACARQ-FILE ASSIGN TO PLACARQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ARQP-CHAVE
               FILE STATUS IS WS-FS-PLACARQ.

      *---PLACAR DA VARIANTE MISERE, MESMO LAYOUT DO PLACAR
           SELECT PLACARMS-FILE ASSIGN TO PLACARMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PLMS-CHAVE
               FILE STATUS IS WS-FS-PLACARMS.

      *---CADASTRO DE JOGADORES COM O PIN, CHAVEADO PELO NOME
           SELECT JOGADOR-FILE ASSIGN TO JOGADOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-JOG-NOME
               FILE STATUS IS WS-FS-JOGADOR.

      *---HISTORICO POR PARTIDA QUE OS TRES JOGOS GRAVAM
           SELECT HIST-FILE ASSIGN TO HISTPART
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.

      *---GALERIA DOS CAMPEOES, UM REGISTRO POR TEMPORADA
           SELECT HALL-FILE ASSIGN TO HALLFAMA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-HALL-TEMPORADA
               FILE STATUS IS WS-FS-HALL.

      *---ELENCO E TABELA DO CAMPEONATO, LIDOS E REGRAVADOS NOS DDS
      *---NOVOS COMO O JVTABELA FAZ
           SELECT ELENCO-FILE ASSIGN TO ELENCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ELENCO.
           SELECT ELENOVO-FILE ASSIGN TO ELENOVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ELENOVO.
           SELECT TABELA-FILE ASSIGN TO TABELA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA.
           SELECT TABNOVA-FILE ASSIGN TO TABNOVA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABNOVA.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       FILE SECTION.

       FD  CARTAO-FILE
           RECORDING MODE IS F.
       01  REG-CARTAO.
           03 CAR-NOME-ANTIGO              PIC X(15).
           03 FILLER                       PIC X(01).
           03 CAR-NOME-NOVO                PIC X(15).
           03 FILLER                       PIC X(49).

       FD  PLACAR-FILE.
       01  REG-PLACAR.
           03 REG-PLACAR-CHAVE.
              05 REG-PLACAR-CHAVE-X        PIC X(15).
              05 REG-PLACAR-CHAVE-O        PIC X(15).
           03 REG-PLACAR-VITORIAS-X        PIC 9(05).
           03 REG-PLACAR-VITORIAS-O        PIC 9(05).
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

       FD  JOGADOR-FILE.
       01  REG-JOGADOR.
           03 REG-JOG-NOME                 PIC X(15).
           03 REG-JOG-RESTO                PIC X(45).

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
           03 FILLER                       PIC X(24).

       FD  HALL-FILE.
       01  REG-HALL.
           03 REG-HALL-TEMPORADA           PIC X(08).
           03 REG-HALL-SITUACAO            PIC X(01).
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

       FD  ELENCO-FILE
           RECORDING MODE IS F.
       01  REG-ELENCO.
           03 ELE-NOME                     PIC X(15).
           03 FILLER                       PIC X(65).

       FD  ELENOVO-FILE
           RECORDING MODE IS F.
       01  REG-ELENOVO                     PIC X(80).

       FD  TABELA-FILE
           RECORDING MODE IS F.
       01  REG-TABELA.
           03 TAB-JOG-A                    PIC X(15).
           03 FILLER                       PIC X(01).
           03 TAB-JOG-B                    PIC X(15).
           03 FILLER                       PIC X(01).
           03 TAB-SITUACAO                 PIC X(01).
           03 FILLER                       PIC X(01).
           03 TAB-RESULTADO                PIC X(01).
           03 FILLER                       PIC X(01).
           03 TAB-DATA                     PIC 9(08).
           03 FILLER                       PIC X(36).

       FD  TABNOVA-FILE
           RECORDING MODE IS F.
       01  REG-TABNOVA                     PIC X(80).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *-- FILE STATUS --
       01 WS-FS-CARTAO                     PIC X(02) VALUE '00'.
           88 FS-CARTAO-OK                          VALUE '00'.
       01 WS-FS-PLACAR                     PIC X(02) VALUE '00'.
           88 FS-PLACAR-OK                          VALUE '00'.
           88 FS-PLACAR-NAO-ENCONTRADO              VALUE '35'.
       01 WS-FS-PLACARQ                    PIC X(02) VALUE '00'.
           88 FS-PLACARQ-OK                         VALUE '00'.
           88 FS-PLACARQ-NAO-ENCONTRADO             VALUE '35'.
       01 WS-FS-PLACARMS                   PIC X(02) VALUE '00'.
           88 FS-PLACARMS-OK                        VALUE '00'.
           88 FS-PLACARMS-NAO-ENCONTRADO            VALUE '35'.
       01 WS-FS-JOGADOR                    PIC X(02) VALUE '00'.
           88 FS-JOGADOR-OK                         VALUE '00'.
           88 FS-JOGADOR-NAO-ENCONTRADO             VALUE '35'.
       01 WS-FS-HIST                       PIC X(02) VALUE '00'.
           88 FS-HIST-OK                            VALUE '00'.
           88 FS-HIST-NAO-ENCONTRADO                VALUE '35'.
       01 WS-FS-HALL                       PIC X(02) VALUE '00'.
           88 FS-HALL-OK                            VALUE '00'.
           88 FS-HALL-NAO-ENCONTRADO                VALUE '35'.
       01 WS-FS-ELENCO                     PIC X(02) VALUE '00'.
           88 FS-ELENCO-OK                          VALUE '00'.
       01 WS-FS-ELENOVO                    PIC X(02) VALUE '00'.
           88 FS-ELENOVO-OK                         VALUE '00'.
       01 WS-FS-TABELA                     PIC X(02) VALUE '00'.
           88 FS-TABELA-OK                          VALUE '00'.
       01 WS-FS-TABNOVA                    PIC X(02) VALUE '00'.
           88 FS-TABNOVA-OK                         VALUE '00'.

      *-- QUAIS ARQUIVOS EXISTEM NESTA INSTALACAO ('S' = ABERTO) --
       01 WS-ARQUIVOS-ABERTOS.
           03 WS-TEM-PLACAR                PIC X(01) VALUE 'N'.
           03 WS-TEM-PLACARQ               PIC X(01) VALUE 'N'.
           03 WS-TEM-PLACARMS              PIC X(01) VALUE 'N'.
           03 WS-TEM-JOGADOR               PIC X(01) VALUE 'N'.
           03 WS-TEM-HIST                  PIC X(01) VALUE 'N'.
           03 WS-TEM-HALL                  PIC X(01) VALUE 'N'.
           03 WS-TEM-ELENCO                PIC X(01) VALUE 'N'.
           03 WS-TEM-TABELA                PIC X(01) VALUE 'N'.

       01 WS-FIM-CARTAO                    PIC X(01) VALUE 'N'.
       01 WS-FIM                           PIC X(01) VALUE 'N'.

      *-- O CARTAO CORRENTE --
       01 WS-NOME-ANTIGO                   PIC X(15) VALUE SPACES.
       01 WS-NOME-NOVO                     PIC X(15) VALUE SPACES.
       01 WS-CARTAO-SITUACAO               PIC X(01) VALUE SPACE.
           88 WS-CARTAO-ACEITO                      VALUE 'A'.
           88 WS-CARTAO-RECUSADO                    VALUE 'R'.
       01 WS-MOTIVO                        PIC X(40) VALUE SPACES.

      *-- CONTAGENS --
       01 WS-CONTAGENS.
           03 WS-CARTOES-LIDOS             PIC 9(04) VALUE ZEROS.
           03 WS-CARTOES-APLICADOS         PIC 9(04) VALUE ZEROS.
           03 WS-CARTOES-RECUSADOS         PIC 9(04) VALUE ZEROS.
       01 WS-CONTAGENS-CARTAO.
           03 WS-CNT-DUPLAS                PIC 9(05) VALUE ZEROS.
           03 WS-CNT-DUPLAS-SOMADAS        PIC 9(05) VALUE ZEROS.
           03 WS-CNT-PARTIDAS              PIC 9(06) VALUE ZEROS.
           03 WS-CNT-TEMPORADAS            PIC 9(04) VALUE ZEROS.
           03 WS-CNT-CONFRONTOS            PIC 9(03) VALUE ZEROS.
           03 WS-CNT-CONFRONTOS-COMB       PIC 9(03) VALUE ZEROS.
           03 WS-CNT-ELENCO                PIC 9(02) VALUE ZEROS.
           03 WS-CNT-CADASTRO              PIC X(40) VALUE SPACES.
       01 WS-JOG-ANTIGO-RESTO              PIC X(45) VALUE SPACES.

      *-- REGISTROS DE DUPLA DO NOME ANTIGO (PLACAR, PLACARQ E
      *-- PLACARMS), SEPARADOS NA VALIDACAO E RECHAVEADOS NA
      *-- APLICACAO. O ARQUIVO E' 'P' (PLACAR), 'Q' (PLACARQ) OU 'M'
      *-- (PLACARMS) --
       01 WS-MOV-TABELA.
           03 WS-MOV-MAX                   PIC 9(03) VALUE 300.
           03 WS-MOV-COUNT                 PIC 9(03) VALUE ZERO.
           03 WS-MOV-IX                    PIC 9(03) VALUE ZERO.
           03 WS-MOV-ENTRADA OCCURS 300.
               05 WS-MOV-ARQUIVO           PIC X(01).
               05 WS-MOV-TEMPORADA         PIC X(08).
               05 WS-MOV-X                 PIC X(15).
               05 WS-MOV-O                 PIC X(15).
               05 WS-MOV-VITORIAS-X        PIC 9(05).
               05 WS-MOV-VITORIAS-O        PIC 9(05).
               05 WS-MOV-EMPATES           PIC 9(05).
               05 WS-MOV-PARTIDAS          PIC 9(05).

      *-- A DUPLA JA RECHAVEADA (DEPOIS DA SOMA, QUANDO HOUVE) --
       01 WS-DEPOIS.
           03 WS-DEP-X                     PIC X(15).
           03 WS-DEP-O                     PIC X(15).
           03 WS-DEP-VITORIAS-X            PIC 9(05).
           03 WS-DEP-VITORIAS-O            PIC 9(05).
           03 WS-DEP-EMPATES               PIC 9(05).
           03 WS-DEP-PARTIDAS              PIC 9(05).
       01 WS-DEP-SOMADA                    PIC X(01) VALUE 'N'.

      *-- ELENCO E TABELA DO CAMPEONATO EM MEMORIA (MESMOS LIMITES
      *-- DO JVTABELA). CONFRONTO COMBINADO FICA COM SITUACAO '*' E
      *-- NAO E' REGRAVADO; NOME TIRADO DO ELENCO FICA EM BRANCO --
       01 WS-ELENCO-TAB.
           03 WS-ELE-MAX                   PIC 9(02) VALUE 20.
           03 WS-ELE-COUNT                 PIC 9(02) VALUE ZERO.
           03 WS-ELE-I                     PIC 9(02) VALUE ZERO.
           03 WS-ELE-J                     PIC 9(02) VALUE ZERO.
           03 WS-ELE-NOME OCCURS 20        PIC X(15).

       01 WS-CONFRONTOS.
           03 WS-CON-MAX                   PIC 9(03) VALUE 190.
           03 WS-CON-COUNT                 PIC 9(03) VALUE ZERO.
           03 WS-CON-IX                    PIC 9(03) VALUE ZERO.
           03 WS-CON-J                     PIC 9(03) VALUE ZERO.
           03 WS-CON-ENT OCCURS 190.
               05 WS-CON-JOG-A             PIC X(15).
               05 WS-CON-JOG-B             PIC X(15).
               05 WS-CON-SITUACAO          PIC X(01).
                   88 CONFRONTO-PENDENTE            VALUE 'P'.
                   88 CONFRONTO-JOGADO              VALUE 'J'.
                   88 CONFRONTO-COMBINADO           VALUE '*'.
               05 WS-CON-RESULTADO         PIC X(01).
               05 WS-CON-DATA              PIC 9(08).
       01 WS-CON-TROCA.
           03 WS-TROCA-JOG-A               PIC X(15).
           03 WS-TROCA-JOG-B               PIC X(15).
           03 WS-TROCA-SITUACAO            PIC X(01).
           03 WS-TROCA-RESULTADO           PIC X(01).
           03 WS-TROCA-DATA                PIC 9(08).
       01 WS-CON-RENOMEADO                 PIC X(01) VALUE 'N'.

      *-- LINHAS DO RELATORIO --
       01 WS-LINHA-DUPLA.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 WS-LND-MOMENTO               PIC X(07).
           03 WS-LND-ARQUIVO               PIC X(08).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LND-TEMPORADA             PIC X(08).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LND-X                     PIC X(15).
           03 FILLER                       PIC X(03) VALUE ' X '.
           03 WS-LND-O                     PIC X(15).
           03 FILLER                       PIC X(05) VALUE ' V.X '.
           03 WS-LND-VITORIAS-X            PIC ZZZZ9.
           03 FILLER                       PIC X(05) VALUE ' V.O '.
           03 WS-LND-VITORIAS-O            PIC ZZZZ9.
           03 FILLER                       PIC X(05) VALUE ' EMP '.
           03 WS-LND-EMPATES               PIC ZZZZ9.
           03 FILLER                       PIC X(06) VALUE ' PART '.
           03 WS-LND-PARTIDAS              PIC ZZZZ9.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      *BOOK PARA ROTINA ABENDS                                        *
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.

       00000-INICIO    SECTION.
           PERFORM 10000-INICIALIZAR.
           PERFORM 11000-CARREGAR-CAMPEONATO.
           PERFORM 20000-PROCESSAR-CARTAO
               UNTIL WS-FIM-CARTAO EQUAL 'S'.
           PERFORM 28000-REGRAVAR-CAMPEONATO.
           PERFORM 30000-FINALIZAR.
       00000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       10000-INICIALIZAR   SECTION.
      *-- OS CARTOES SAO OBRIGATORIOS; DOS ARQUIVOS CHAVEADOS, O QUE
      *-- AINDA NAO EXISTE (STATUS 35) SO FICA DE FORA.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           DISPLAY '********  UNIFICACAO DE JOGADORES  **************'
                                                        UPON CONSOLE.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.

           OPEN INPUT CARTAO-FILE.
           IF NOT FS-CARTAO-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR OS CARTOES,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-CARTAO   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PLACAR-FILE.
           IF FS-PLACAR-OK
               MOVE 'S' TO WS-TEM-PLACAR
           ELSE
               IF NOT FS-PLACAR-NAO-ENCONTRADO
                   DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO PLACAR,'
                                                       UPON CONSOLE
                   DISPLAY 'FILE STATUS = ' WS-FS-PLACAR
                                                       UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O PLACARQ-FILE.
           IF FS-PLACARQ-OK
               MOVE 'S' TO WS-TEM-PLACARQ
           ELSE
               IF NOT FS-PLACARQ-NAO-ENCONTRADO
                   DISPLAY 'NAO FOI POSSIVEL ABRIR O PLACARQ,'
                                                       UPON CONSOLE
                   DISPLAY 'FILE STATUS = ' WS-FS-PLACARQ
                                                       UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O PLACARMS-FILE.
           IF FS-PLACARMS-OK
               MOVE 'S' TO WS-TEM-PLACARMS
           ELSE
               IF NOT FS-PLACARMS-NAO-ENCONTRADO
                   DISPLAY 'NAO FOI POSSIVEL ABRIR O PLACARMS,'
                                                       UPON CONSOLE
                   DISPLAY 'FILE STATUS = ' WS-FS-PLACARMS
                                                       UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O JOGADOR-FILE.
           IF FS-JOGADOR-OK
               MOVE 'S' TO WS-TEM-JOGADOR
           ELSE
               IF NOT FS-JOGADOR-NAO-ENCONTRADO
                   DISPLAY 'NAO FOI POSSIVEL ABRIR O CADASTRO JOGADOR,'
                                                       UPON CONSOLE
                   DISPLAY 'FILE STATUS = ' WS-FS-JOGADOR
                                                       UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O HIST-FILE.
           IF FS-HIST-OK
               MOVE 'S' TO WS-TEM-HIST
           ELSE
               IF NOT FS-HIST-NAO-ENCONTRADO
                   DISPLAY 'NAO FOI POSSIVEL ABRIR O HISTPART,'
                                                       UPON CONSOLE
                   DISPLAY 'FILE STATUS = ' WS-FS-HIST UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O HALL-FILE.
           IF FS-HALL-OK
               MOVE 'S' TO WS-TEM-HALL
           ELSE
               IF NOT FS-HALL-NAO-ENCONTRADO
                   DISPLAY 'NAO FOI POSSIVEL ABRIR A GALERIA '
                           '(HALLFAMA),'               UPON CONSOLE
                   DISPLAY 'FILE STATUS = ' WS-FS-HALL UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       10000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       11000-CARREGAR-CAMPEONATO   SECTION.
      *-- ELENCO E TABELA VAO PARA A MEMORIA; SEM O DATASET, O
      *-- CAMPEONATO FICA DE FORA DA UNIFICACAO.
           OPEN INPUT ELENCO-FILE.
           IF FS-ELENCO-OK
               MOVE 'S' TO WS-TEM-ELENCO
               MOVE 'N' TO WS-FIM
               PERFORM 11100-LER-UM-NOME UNTIL WS-FIM EQUAL 'S'
               CLOSE ELENCO-FILE
           END-IF.

           OPEN INPUT TABELA-FILE.
           IF FS-TABELA-OK
               MOVE 'S' TO WS-TEM-TABELA
               MOVE 'N' TO WS-FIM
               PERFORM 11200-LER-UM-CONFRONTO UNTIL WS-FIM EQUAL 'S'
               CLOSE TABELA-FILE
           END-IF.
       11000-99-EXIT.  EXIT.

      *---------------
       11100-LER-UM-NOME SECTION.
           READ ELENCO-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 11100-SAI
           END-READ.
           IF ELE-NOME NOT EQUAL SPACES
              AND WS-ELE-COUNT IS LESS THAN WS-ELE-MAX
               ADD 1 TO WS-ELE-COUNT
               MOVE ELE-NOME TO WS-ELE-NOME(WS-ELE-COUNT)
           END-IF.
       11100-SAI.
           EXIT.
       11100-99-EXIT.  EXIT.

      *---------------
       11200-LER-UM-CONFRONTO SECTION.
           READ TABELA-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 11200-SAI
           END-READ.
           IF TAB-JOG-A EQUAL SPACES OR TAB-JOG-B EQUAL SPACES
              OR WS-CON-COUNT NOT LESS THAN WS-CON-MAX
               GO TO 11200-SAI
           END-IF.
           ADD 1 TO WS-CON-COUNT.
           MOVE TAB-JOG-A     TO WS-CON-JOG-A(WS-CON-COUNT).
           MOVE TAB-JOG-B     TO WS-CON-JOG-B(WS-CON-COUNT).
           MOVE TAB-SITUACAO  TO WS-CON-SITUACAO(WS-CON-COUNT).
           MOVE TAB-RESULTADO TO WS-CON-RESULTADO(WS-CON-COUNT).
           IF TAB-DATA IS NUMERIC
               MOVE TAB-DATA TO WS-CON-DATA(WS-CON-COUNT)
           ELSE
               MOVE ZEROS TO WS-CON-DATA(WS-CON-COUNT)
           END-IF.
       11200-SAI.
           EXIT.
       11200-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       20000-PROCESSAR-CARTAO   SECTION.
      *-- UM CARTAO DE CADA VEZ: PRIMEIRO A VALIDACAO EM TODOS OS
      *-- ARQUIVOS, DEPOIS A APLICACAO. O CARTAO SEGUINTE JA VE OS
      *-- ARQUIVOS COM O ANTERIOR APLICADO.
           READ CARTAO-FILE
               AT END
                   MOVE 'S' TO WS-FIM-CARTAO
                   GO TO 20000-SAI
           END-READ.
           IF REG-CARTAO(1:1) EQUAL '*'
              OR REG-CARTAO EQUAL SPACES
               GO TO 20000-SAI
           END-IF.
           ADD 1 TO WS-CARTOES-LIDOS.
           MOVE CAR-NOME-ANTIGO TO WS-NOME-ANTIGO.
           MOVE CAR-NOME-NOVO   TO WS-NOME-NOVO.
           INITIALIZE WS-CONTAGENS-CARTAO.

           DISPLAY ' '                                  UPON CONSOLE.
           DISPLAY 'CARTAO ' WS-CARTOES-LIDOS ': ' WS-NOME-ANTIGO
                   ' -> ' WS-NOME-NOVO                  UPON CONSOLE.

           PERFORM 21000-VALIDAR-CARTAO.
           IF WS-CARTAO-RECUSADO
               ADD 1 TO WS-CARTOES-RECUSADOS
               DISPLAY '    RECUSADO: ' WS-MOTIVO        UPON CONSOLE
               GO TO 20000-SAI
           END-IF.

           PERFORM 22000-RECHAVEAR-DUPLAS.
           PERFORM 24000-RENOMEAR-HISTORICO.
           PERFORM 25000-RENOMEAR-GALERIA.
           PERFORM 26000-RENOMEAR-CAMPEONATO.
           PERFORM 27000-RENOMEAR-CADASTRO.
           ADD 1 TO WS-CARTOES-APLICADOS.

           DISPLAY '    DUPLAS RECHAVEADAS = ' WS-CNT-DUPLAS
                   ' (SOMADAS EM DUPLA EXISTENTE = '
                   WS-CNT-DUPLAS-SOMADAS ')'            UPON CONSOLE.
           DISPLAY '    PARTIDAS RENOMEADAS NO HISTPART = '
                   WS-CNT-PARTIDAS                      UPON CONSOLE.
           DISPLAY '    TEMPORADAS ALTERADAS NA GALERIA = '
                   WS-CNT-TEMPORADAS                    UPON CONSOLE.
           DISPLAY '    CONFRONTOS RENOMEADOS NA TABELA = '
                   WS-CNT-CONFRONTOS ' (COMBINADOS = '
                   WS-CNT-CONFRONTOS-COMB ')'           UPON CONSOLE.
           DISPLAY '    NOMES TROCADOS NO ELENCO = '
                   WS-CNT-ELENCO                        UPON CONSOLE.
           IF WS-CNT-CADASTRO NOT EQUAL SPACES
               DISPLAY '    CADASTRO JOGADOR: ' WS-CNT-CADASTRO
                                                        UPON CONSOLE
           END-IF.
       20000-SAI.
           EXIT.
       20000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       21000-VALIDAR-CARTAO   SECTION.
      *-- O CARTAO E' RECUSADO SE OS DOIS NOMES JA SE ENFRENTARAM EM
      *-- QUALQUER ARQUIVO. A VARREDURA DO PLACAR E DO PLACARQ JA
      *-- SEPARA AS DUPLAS DO NOME ANTIGO PARA A APLICACAO.
           SET WS-CARTAO-ACEITO TO TRUE.
           MOVE SPACES TO WS-MOTIVO.
           MOVE ZERO TO WS-MOV-COUNT.

           IF WS-NOME-ANTIGO EQUAL SPACES
              OR WS-NOME-NOVO EQUAL SPACES
               SET WS-CARTAO-RECUSADO TO TRUE
               MOVE 'NOME ANTIGO OU NOVO EM BRANCO' TO WS-MOTIVO
               GO TO 21000-SAI
           END-IF.
           IF WS-NOME-ANTIGO EQUAL WS-NOME-NOVO
               SET WS-CARTAO-RECUSADO TO TRUE
               MOVE 'NOME NOVO IGUAL AO ANTIGO' TO WS-MOTIVO
               GO TO 21000-SAI
           END-IF.

           IF WS-TEM-PLACAR EQUAL 'S'
               MOVE LOW-VALUES TO REG-PLACAR-CHAVE
               START PLACAR-FILE
                   KEY IS NOT LESS THAN REG-PLACAR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM
                   NOT INVALID KEY
                       MOVE 'N' TO WS-FIM
               END-START
               PERFORM 21100-VALIDAR-PLACAR
                   UNTIL WS-FIM EQUAL 'S' OR WS-CARTAO-RECUSADO
           END-IF.
           IF WS-CARTAO-RECUSADO
               GO TO 21000-SAI
           END-IF.

           IF WS-TEM-PLACARQ EQUAL 'S'
               MOVE LOW-VALUES TO REG-ARQP-CHAVE
               START PLACARQ-FILE
                   KEY IS NOT LESS THAN REG-ARQP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM
                   NOT INVALID KEY
                       MOVE 'N' TO WS-FIM
               END-START
               PERFORM 21200-VALIDAR-PLACARQ
                   UNTIL WS-FIM EQUAL 'S' OR WS-CARTAO-RECUSADO
           END-IF.
           IF WS-CARTAO-RECUSADO
               GO TO 21000-SAI
           END-IF.

           IF WS-TEM-PLACARMS EQUAL 'S'
               MOVE LOW-VALUES TO REG-PLMS-CHAVE
               START PLACARMS-FILE
                   KEY IS NOT LESS THAN REG-PLMS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM
                   NOT INVALID KEY
                       MOVE 'N' TO WS-FIM
               END-START
               PERFORM 21250-VALIDAR-PLACARMS
                   UNTIL WS-FIM EQUAL 'S' OR WS-CARTAO-RECUSADO
           END-IF.
           IF WS-CARTAO-RECUSADO
               GO TO 21000-SAI
           END-IF.

           IF WS-TEM-HIST EQUAL 'S'
               MOVE LOW-VALUES TO REG-HIST-CHAVE
               START HIST-FILE
                   KEY IS NOT LESS THAN REG-HIST-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM
                   NOT INVALID KEY
                       MOVE 'N' TO WS-FIM
               END-START
               PERFORM 21300-VALIDAR-HISTORICO
                   UNTIL WS-FIM EQUAL 'S' OR WS-CARTAO-RECUSADO
           END-IF.
           IF WS-CARTAO-RECUSADO
               GO TO 21000-SAI
           END-IF.

           PERFORM VARYING WS-CON-IX FROM 1 BY 1
                   UNTIL WS-CON-IX > WS-CON-COUNT
                      OR WS-CARTAO-RECUSADO
               IF NOT CONFRONTO-COMBINADO(WS-CON-IX)
                  AND ((WS-CON-JOG-A(WS-CON-IX) EQUAL WS-NOME-ANTIGO
                   AND WS-CON-JOG-B(WS-CON-IX) EQUAL WS-NOME-NOVO)
                   OR (WS-CON-JOG-A(WS-CON-IX) EQUAL WS-NOME-NOVO
                   AND WS-CON-JOG-B(WS-CON-IX) EQUAL WS-NOME-ANTIGO))
                   SET WS-CARTAO-RECUSADO TO TRUE
                   MOVE 'OS DOIS NOMES SE ENFRENTAM NA TABELA'
                       TO WS-MOTIVO
               END-IF
           END-PERFORM.
       21000-SAI.
           EXIT.
       21000-99-EXIT.  EXIT.

      *---------------
       21100-VALIDAR-PLACAR SECTION.
           READ PLACAR-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 21100-SAI
           END-READ.
           IF REG-PLACAR-CHAVE-X NOT EQUAL WS-NOME-ANTIGO
              AND REG-PLACAR-CHAVE-O NOT EQUAL WS-NOME-ANTIGO
               GO TO 21100-SAI
           END-IF.
           IF REG-PLACAR-CHAVE-X EQUAL WS-NOME-NOVO
              OR REG-PLACAR-CHAVE-O EQUAL WS-NOME-NOVO
               SET WS-CARTAO-RECUSADO TO TRUE
               MOVE 'OS DOIS NOMES SE ENFRENTAM NO PLACAR'
                   TO WS-MOTIVO
               GO TO 21100-SAI
           END-IF.
           IF WS-MOV-COUNT NOT LESS THAN WS-MOV-MAX
               SET WS-CARTAO-RECUSADO TO TRUE
               MOVE 'DUPLAS DEMAIS PARA UMA SO EXECUCAO'
                   TO WS-MOTIVO
               GO TO 21100-SAI
           END-IF.
           ADD 1 TO WS-MOV-COUNT.
           MOVE 'P'                   TO WS-MOV-ARQUIVO(WS-MOV-COUNT).
           MOVE SPACES                TO WS-MOV-TEMPORADA(WS-MOV-COUNT).
           MOVE REG-PLACAR-CHAVE-X    TO WS-MOV-X(WS-MOV-COUNT).
           MOVE REG-PLACAR-CHAVE-O    TO WS-MOV-O(WS-MOV-COUNT).
           MOVE REG-PLACAR-VITORIAS-X
               TO WS-MOV-VITORIAS-X(WS-MOV-COUNT).
           MOVE REG-PLACAR-VITORIAS-O
               TO WS-MOV-VITORIAS-O(WS-MOV-COUNT).
           MOVE REG-PLACAR-EMPATES    TO WS-MOV-EMPATES(WS-MOV-COUNT).
           MOVE REG-PLACAR-PARTIDAS   TO WS-MOV-PARTIDAS(WS-MOV-COUNT).
       21100-SAI.
           EXIT.
       21100-99-EXIT.  EXIT.

      *---------------
       21200-VALIDAR-PLACARQ SECTION.
           READ PLACARQ-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 21200-SAI
           END-READ.
           IF REG-ARQP-CHAVE-X NOT EQUAL WS-NOME-ANTIGO
              AND REG-ARQP-CHAVE-O NOT EQUAL WS-NOME-ANTIGO
               GO TO 21200-SAI
           END-IF.
           IF REG-ARQP-CHAVE-X EQUAL WS-NOME-NOVO
              OR REG-ARQP-CHAVE-O EQUAL WS-NOME-NOVO
               SET WS-CARTAO-RECUSADO TO TRUE
               MOVE 'OS DOIS NOMES SE ENFRENTAM NO PLACARQ'
                   TO WS-MOTIVO
               GO TO 21200-SAI
           END-IF.
           IF WS-MOV-COUNT NOT LESS THAN WS-MOV-MAX
               SET WS-CARTAO-RECUSADO TO TRUE
               MOVE 'DUPLAS DEMAIS PARA UMA SO EXECUCAO'
                   TO WS-MOTIVO
               GO TO 21200-SAI
           END-IF.
           ADD 1 TO WS-MOV-COUNT.
           MOVE 'Q'                   TO WS-MOV-ARQUIVO(WS-MOV-COUNT).
           MOVE REG-ARQP-TEMPORADA    TO WS-MOV-TEMPORADA(WS-MOV-COUNT).
           MOVE REG-ARQP-CHAVE-X      TO WS-MOV-X(WS-MOV-COUNT).
           MOVE REG-ARQP-CHAVE-O      TO WS-MOV-O(WS-MOV-COUNT).
           MOVE REG-ARQP-VITORIAS-X
               TO WS-MOV-VITORIAS-X(WS-MOV-COUNT).
           MOVE REG-ARQP-VITORIAS-O
               TO WS-MOV-VITORIAS-O(WS-MOV-COUNT).
           MOVE REG-ARQP-EMPATES      TO WS-MOV-EMPATES(WS-MOV-COUNT).
           MOVE REG-ARQP-PARTIDAS     TO WS-MOV-PARTIDAS(WS-MOV-COUNT).
       21200-SAI.
           EXIT.
       21200-99-EXIT.  EXIT.

      *---------------
       21250-VALIDAR-PLACARMS SECTION.
           READ PLACARMS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 21250-SAI
           END-READ.
           IF REG-PLMS-CHAVE-X NOT EQUAL WS-NOME-ANTIGO
              AND REG-PLMS-CHAVE-O NOT EQUAL WS-NOME-ANTIGO
               GO TO 21250-SAI
           END-IF.
           IF REG-PLMS-CHAVE-X EQUAL WS-NOME-NOVO
              OR REG-PLMS-CHAVE-O EQUAL WS-NOME-NOVO
               SET WS-CARTAO-RECUSADO TO TRUE
               MOVE 'OS DOIS NOMES SE ENFRENTAM NO PLACARMS'
                   TO WS-MOTIVO
               GO TO 21250-SAI
           END-IF.
           IF WS-MOV-COUNT NOT LESS THAN WS-MOV-MAX
               SET WS-CARTAO-RECUSADO TO TRUE
               MOVE 'DUPLAS DEMAIS PARA UMA SO EXECUCAO'
                   TO WS-MOTIVO
               GO TO 21250-SAI
           END-IF.
           ADD 1 TO WS-MOV-COUNT.
           MOVE 'M'                   TO WS-MOV-ARQUIVO(WS-MOV-COUNT).
           MOVE SPACES                TO WS-MOV-TEMPORADA(WS-MOV-COUNT).
           MOVE REG-PLMS-CHAVE-X      TO WS-MOV-X(WS-MOV-COUNT).
           MOVE REG-PLMS-CHAVE-O      TO WS-MOV-O(WS-MOV-COUNT).
           MOVE REG-PLMS-VITORIAS-X
               TO WS-MOV-VITORIAS-X(WS-MOV-COUNT).
           MOVE REG-PLMS-VITORIAS-O
               TO WS-MOV-VITORIAS-O(WS-MOV-COUNT).
           MOVE REG-PLMS-EMPATES      TO WS-MOV-EMPATES(WS-MOV-COUNT).
           MOVE REG-PLMS-PARTIDAS     TO WS-MOV-PARTIDAS(WS-MOV-COUNT).
       21250-SAI.
           EXIT.
       21250-99-EXIT.  EXIT.

      *---------------
       21300-VALIDAR-HISTORICO SECTION.
           READ HIST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 21300-SAI
           END-READ.
           IF (REG-HIST-PLAYER-X EQUAL WS-NOME-ANTIGO
               AND REG-HIST-PLAYER-O EQUAL WS-NOME-NOVO)
              OR (REG-HIST-PLAYER-X EQUAL WS-NOME-NOVO
               AND REG-HIST-PLAYER-O EQUAL WS-NOME-ANTIGO)
               SET WS-CARTAO-RECUSADO TO TRUE
               MOVE 'OS DOIS NOMES SE ENFRENTAM NO HISTPART'
                   TO WS-MOTIVO
           END-IF.
       21300-SAI.
           EXIT.
       21300-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       22000-RECHAVEAR-DUPLAS   SECTION.
      *-- CADA DUPLA SEPARADA NA VALIDACAO SAI DA CHAVE ANTIGA E VAI
      *-- PARA A NOVA; SE A CHAVE NOVA JA EXISTE, OS TOTAIS SOMAM.
           PERFORM VARYING WS-MOV-IX FROM 1 BY 1
                   UNTIL WS-MOV-IX > WS-MOV-COUNT
               PERFORM 22100-RECHAVEAR-UMA-DUPLA
           END-PERFORM.
       22000-99-EXIT.  EXIT.

      *---------------
       22100-RECHAVEAR-UMA-DUPLA SECTION.
           MOVE WS-MOV-X(WS-MOV-IX)          TO WS-DEP-X.
           MOVE WS-MOV-O(WS-MOV-IX)          TO WS-DEP-O.
           IF WS-DEP-X EQUAL WS-NOME-ANTIGO
               MOVE WS-NOME-NOVO TO WS-DEP-X
           END-IF.
           IF WS-DEP-O EQUAL WS-NOME-ANTIGO
               MOVE WS-NOME-NOVO TO WS-DEP-O
           END-IF.
           MOVE WS-MOV-VITORIAS-X(WS-MOV-IX) TO WS-DEP-VITORIAS-X.
           MOVE WS-MOV-VITORIAS-O(WS-MOV-IX) TO WS-DEP-VITORIAS-O.
           MOVE WS-MOV-EMPATES(WS-MOV-IX)    TO WS-DEP-EMPATES.
           MOVE WS-MOV-PARTIDAS(WS-MOV-IX)   TO WS-DEP-PARTIDAS.
           MOVE 'N' TO WS-DEP-SOMADA.

           EVALUATE WS-MOV-ARQUIVO(WS-MOV-IX)
               WHEN 'P'
                   PERFORM 22200-RECHAVEAR-PLACAR
               WHEN 'M'
                   PERFORM 22250-RECHAVEAR-PLACARMS
               WHEN OTHER
                   PERFORM 22300-RECHAVEAR-PLACARQ
           END-EVALUATE.

           ADD 1 TO WS-CNT-DUPLAS.
           IF WS-DEP-SOMADA EQUAL 'S'
               ADD 1 TO WS-CNT-DUPLAS-SOMADAS
           END-IF.

      *-- ANTES E DEPOIS DA DUPLA NO RELATORIO
           EVALUATE WS-MOV-ARQUIVO(WS-MOV-IX)
               WHEN 'P'
                   MOVE 'PLACAR'   TO WS-LND-ARQUIVO
               WHEN 'M'
                   MOVE 'PLACARMS' TO WS-LND-ARQUIVO
               WHEN OTHER
                   MOVE 'PLACARQ'  TO WS-LND-ARQUIVO
           END-EVALUATE.
           MOVE WS-MOV-TEMPORADA(WS-MOV-IX)  TO WS-LND-TEMPORADA.
           MOVE 'ANTES'                      TO WS-LND-MOMENTO.
           MOVE WS-MOV-X(WS-MOV-IX)          TO WS-LND-X.
           MOVE WS-MOV-O(WS-MOV-IX)          TO WS-LND-O.
           MOVE WS-MOV-VITORIAS-X(WS-MOV-IX) TO WS-LND-VITORIAS-X.
           MOVE WS-MOV-VITORIAS-O(WS-MOV-IX) TO WS-LND-VITORIAS-O.
           MOVE WS-MOV-EMPATES(WS-MOV-IX)    TO WS-LND-EMPATES.
           MOVE WS-MOV-PARTIDAS(WS-MOV-IX)   TO WS-LND-PARTIDAS.
           DISPLAY WS-LINHA-DUPLA                       UPON CONSOLE.
           IF WS-DEP-SOMADA EQUAL 'S'
               MOVE 'SOMADA'                 TO WS-LND-MOMENTO
           ELSE
               MOVE 'DEPOIS'                 TO WS-LND-MOMENTO
           END-IF.
           MOVE WS-DEP-X                     TO WS-LND-X.
           MOVE WS-DEP-O                     TO WS-LND-O.
           MOVE WS-DEP-VITORIAS-X            TO WS-LND-VITORIAS-X.
           MOVE WS-DEP-VITORIAS-O            TO WS-LND-VITORIAS-O.
           MOVE WS-DEP-EMPATES               TO WS-LND-EMPATES.
           MOVE WS-DEP-PARTIDAS              TO WS-LND-PARTIDAS.
           DISPLAY WS-LINHA-DUPLA                       UPON CONSOLE.
       22100-99-EXIT.  EXIT.

      *---------------
       22200-RECHAVEAR-PLACAR SECTION.
           MOVE WS-MOV-X(WS-MOV-IX) TO REG-PLACAR-CHAVE-X.
           MOVE WS-MOV-O(WS-MOV-IX) TO REG-PLACAR-CHAVE-O.
           DELETE PLACAR-FILE RECORD
               INVALID KEY
                   PERFORM ERRO-GRAVACAO-PLACAR
           END-DELETE.

           MOVE WS-DEP-X TO REG-PLACAR-CHAVE-X.
           MOVE WS-DEP-O TO REG-PLACAR-CHAVE-O.
           READ PLACAR-FILE
               INVALID KEY
                   MOVE WS-DEP-VITORIAS-X TO REG-PLACAR-VITORIAS-X
                   MOVE WS-DEP-VITORIAS-O TO REG-PLACAR-VITORIAS-O
                   MOVE WS-DEP-EMPATES    TO REG-PLACAR-EMPATES
                   MOVE WS-DEP-PARTIDAS   TO REG-PLACAR-PARTIDAS
                   WRITE REG-PLACAR
                       INVALID KEY
                           PERFORM ERRO-GRAVACAO-PLACAR
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'S' TO WS-DEP-SOMADA
                   ADD REG-PLACAR-VITORIAS-X TO WS-DEP-VITORIAS-X
                   ADD REG-PLACAR-VITORIAS-O TO WS-DEP-VITORIAS-O
                   ADD REG-PLACAR-EMPATES    TO WS-DEP-EMPATES
                   ADD REG-PLACAR-PARTIDAS   TO WS-DEP-PARTIDAS
                   MOVE WS-DEP-VITORIAS-X TO REG-PLACAR-VITORIAS-X
                   MOVE WS-DEP-VITORIAS-O TO REG-PLACAR-VITORIAS-O
                   MOVE WS-DEP-EMPATES    TO REG-PLACAR-EMPATES
                   MOVE WS-DEP-PARTIDAS   TO REG-PLACAR-PARTIDAS
                   REWRITE REG-PLACAR
                       INVALID KEY
                           PERFORM ERRO-GRAVACAO-PLACAR
                   END-REWRITE
           END-READ.
       22200-99-EXIT.  EXIT.

      *---------------
       22250-RECHAVEAR-PLACARMS SECTION.
           MOVE WS-MOV-X(WS-MOV-IX) TO REG-PLMS-CHAVE-X.
           MOVE WS-MOV-O(WS-MOV-IX) TO REG-PLMS-CHAVE-O.
           DELETE PLACARMS-FILE RECORD
               INVALID KEY
                   PERFORM ERRO-GRAVACAO-PLACARMS
           END-DELETE.

           MOVE WS-DEP-X TO REG-PLMS-CHAVE-X.
           MOVE WS-DEP-O TO REG-PLMS-CHAVE-O.
           READ PLACARMS-FILE
               INVALID KEY
                   MOVE WS-DEP-VITORIAS-X TO REG-PLMS-VITORIAS-X
                   MOVE WS-DEP-VITORIAS-O TO REG-PLMS-VITORIAS-O
                   MOVE WS-DEP-EMPATES    TO REG-PLMS-EMPATES
                   MOVE WS-DEP-PARTIDAS   TO REG-PLMS-PARTIDAS
                   WRITE REG-PLMS
                       INVALID KEY
                           PERFORM ERRO-GRAVACAO-PLACARMS
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'S' TO WS-DEP-SOMADA
                   ADD REG-PLMS-VITORIAS-X TO WS-DEP-VITORIAS-X
                   ADD REG-PLMS-VITORIAS-O TO WS-DEP-VITORIAS-O
                   ADD REG-PLMS-EMPATES    TO WS-DEP-EMPATES
                   ADD REG-PLMS-PARTIDAS   TO WS-DEP-PARTIDAS
                   MOVE WS-DEP-VITORIAS-X TO REG-PLMS-VITORIAS-X
                   MOVE WS-DEP-VITORIAS-O TO REG-PLMS-VITORIAS-O
                   MOVE WS-DEP-EMPATES    TO REG-PLMS-EMPATES
                   MOVE WS-DEP-PARTIDAS   TO REG-PLMS-PARTIDAS
                   REWRITE REG-PLMS
                       INVALID KEY
                           PERFORM ERRO-GRAVACAO-PLACARMS
                   END-REWRITE
           END-READ.
       22250-99-EXIT.  EXIT.

      *---------------
       22300-RECHAVEAR-PLACARQ SECTION.
           MOVE WS-MOV-TEMPORADA(WS-MOV-IX) TO REG-ARQP-TEMPORADA.
           MOVE WS-MOV-X(WS-MOV-IX)         TO REG-ARQP-CHAVE-X.
           MOVE WS-MOV-O(WS-MOV-IX)         TO REG-ARQP-CHAVE-O.
           DELETE PLACARQ-FILE RECORD
               INVALID KEY
                   PERFORM ERRO-GRAVACAO-PLACARQ
           END-DELETE.

           MOVE WS-DEP-X TO REG-ARQP-CHAVE-X.
           MOVE WS-DEP-O TO REG-ARQP-CHAVE-O.
           READ PLACARQ-FILE
               INVALID KEY
                   MOVE WS-DEP-VITORIAS-X TO REG-ARQP-VITORIAS-X
                   MOVE WS-DEP-VITORIAS-O TO REG-ARQP-VITORIAS-O
                   MOVE WS-DEP-EMPATES    TO REG-ARQP-EMPATES
                   MOVE WS-DEP-PARTIDAS   TO REG-ARQP-PARTIDAS
                   WRITE REG-ARQP
                       INVALID KEY
                           PERFORM ERRO-GRAVACAO-PLACARQ
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'S' TO WS-DEP-SOMADA
                   ADD REG-ARQP-VITORIAS-X TO WS-DEP-VITORIAS-X
                   ADD REG-ARQP-VITORIAS-O TO WS-DEP-VITORIAS-O
                   ADD REG-ARQP-EMPATES    TO WS-DEP-EMPATES
                   ADD REG-ARQP-PARTIDAS   TO WS-DEP-PARTIDAS
                   MOVE WS-DEP-VITORIAS-X TO REG-ARQP-VITORIAS-X
                   MOVE WS-DEP-VITORIAS-O TO REG-ARQP-VITORIAS-O
                   MOVE WS-DEP-EMPATES    TO REG-ARQP-EMPATES
                   MOVE WS-DEP-PARTIDAS   TO REG-ARQP-PARTIDAS
                   REWRITE REG-ARQP
                       INVALID KEY
                           PERFORM ERRO-GRAVACAO-PLACARQ
                   END-REWRITE
           END-READ.
       22300-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       24000-RENOMEAR-HISTORICO   SECTION.
      *-- O NOME NAO FAZ PARTE DA CHAVE DO HISTPART: A PARTIDA E'
      *-- REGRAVADA NO LUGAR.
           IF WS-TEM-HIST NOT EQUAL 'S'
               GO TO 24000-SAI
           END-IF.
           MOVE LOW-VALUES TO REG-HIST-CHAVE.
           START HIST-FILE
               KEY IS NOT LESS THAN REG-HIST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM
               NOT INVALID KEY
                   MOVE 'N' TO WS-FIM
           END-START.
           PERFORM 24100-RENOMEAR-UMA-PARTIDA UNTIL WS-FIM EQUAL 'S'.
       24000-SAI.
           EXIT.
       24000-99-EXIT.  EXIT.

      *---------------
       24100-RENOMEAR-UMA-PARTIDA SECTION.
           READ HIST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 24100-SAI
           END-READ.
           IF REG-HIST-PLAYER-X NOT EQUAL WS-NOME-ANTIGO
              AND REG-HIST-PLAYER-O NOT EQUAL WS-NOME-ANTIGO
               GO TO 24100-SAI
           END-IF.
           IF REG-HIST-PLAYER-X EQUAL WS-NOME-ANTIGO
               MOVE WS-NOME-NOVO TO REG-HIST-PLAYER-X
           END-IF.
           IF REG-HIST-PLAYER-O EQUAL WS-NOME-ANTIGO
               MOVE WS-NOME-NOVO TO REG-HIST-PLAYER-O
           END-IF.
           REWRITE REG-HIST
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O HISTPART, '
                           'FILE STATUS = ' WS-FS-HIST UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           ADD 1 TO WS-CNT-PARTIDAS.
       24100-SAI.
           EXIT.
       24100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       25000-RENOMEAR-GALERIA   SECTION.
      *-- OS NOMES DA GALERIA NAO SAO CHAVE; A TEMPORADA QUE CITA O
      *-- NOME ANTIGO E' REGRAVADA COM O NOVO. OS NUMEROS FICAM.
           IF WS-TEM-HALL NOT EQUAL 'S'
               GO TO 25000-SAI
           END-IF.
           MOVE LOW-VALUES TO REG-HALL-TEMPORADA.
           START HALL-FILE
               KEY IS NOT LESS THAN REG-HALL-TEMPORADA
               INVALID KEY
                   MOVE 'S' TO WS-FIM
               NOT INVALID KEY
                   MOVE 'N' TO WS-FIM
           END-START.
           PERFORM 25100-RENOMEAR-UMA-TEMPORADA UNTIL WS-FIM EQUAL 'S'.
       25000-SAI.
           EXIT.
       25000-99-EXIT.  EXIT.

      *---------------
       25100-RENOMEAR-UMA-TEMPORADA SECTION.
           READ HALL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 25100-SAI
           END-READ.
           IF REG-HALL-CAMPEAO    NOT EQUAL WS-NOME-ANTIGO
              AND REG-HALL-VICE       NOT EQUAL WS-NOME-ANTIGO
              AND REG-HALL-MAIS-JOGOS NOT EQUAL WS-NOME-ANTIGO
              AND REG-HALL-INVICTO    NOT EQUAL WS-NOME-ANTIGO
               GO TO 25100-SAI
           END-IF.
           IF REG-HALL-CAMPEAO EQUAL WS-NOME-ANTIGO
               MOVE WS-NOME-NOVO TO REG-HALL-CAMPEAO
           END-IF.
           IF REG-HALL-VICE EQUAL WS-NOME-ANTIGO
               MOVE WS-NOME-NOVO TO REG-HALL-VICE
           END-IF.
           IF REG-HALL-MAIS-JOGOS EQUAL WS-NOME-ANTIGO
               MOVE WS-NOME-NOVO TO REG-HALL-MAIS-JOGOS
           END-IF.
           IF REG-HALL-INVICTO EQUAL WS-NOME-ANTIGO
               MOVE WS-NOME-NOVO TO REG-HALL-INVICTO
           END-IF.
           REWRITE REG-HALL
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A GALERIA, FILE STATUS = '
                           WS-FS-HALL                  UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           ADD 1 TO WS-CNT-TEMPORADAS.
           DISPLAY '    GALERIA ' REG-HALL-TEMPORADA
                   ' REGRAVADA COM ' WS-NOME-NOVO       UPON CONSOLE.
       25100-SAI.
           EXIT.
       25100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       26000-RENOMEAR-CAMPEONATO   SECTION.
      *-- NA MEMORIA: O ELENCO TROCA O NOME (OU O PERDE, SE O NOVO JA
      *-- ESTA NELE) E CADA CONFRONTO DO NOME ANTIGO PASSA PARA O
      *-- NOVO. O CONFRONTO QUE REPETE UM QUE JA EXISTIA E' COMBINADO.
           PERFORM VARYING WS-ELE-I FROM 1 BY 1
                   UNTIL WS-ELE-I > WS-ELE-COUNT
               IF WS-ELE-NOME(WS-ELE-I) EQUAL WS-NOME-ANTIGO
                   ADD 1 TO WS-CNT-ELENCO
                   MOVE WS-NOME-NOVO TO WS-ELE-NOME(WS-ELE-I)
                   PERFORM VARYING WS-ELE-J FROM 1 BY 1
                           UNTIL WS-ELE-J > WS-ELE-COUNT
                       IF WS-ELE-J NOT EQUAL WS-ELE-I
                          AND WS-ELE-NOME(WS-ELE-J) EQUAL WS-NOME-NOVO
                           MOVE SPACES TO WS-ELE-NOME(WS-ELE-I)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-CON-IX FROM 1 BY 1
                   UNTIL WS-CON-IX > WS-CON-COUNT
               IF NOT CONFRONTO-COMBINADO(WS-CON-IX)
                   PERFORM 26100-RENOMEAR-UM-CONFRONTO
               END-IF
           END-PERFORM.
       26000-99-EXIT.  EXIT.

      *---------------
       26100-RENOMEAR-UM-CONFRONTO SECTION.
           MOVE 'N' TO WS-CON-RENOMEADO.
           IF WS-CON-JOG-A(WS-CON-IX) EQUAL WS-NOME-ANTIGO
               MOVE WS-NOME-NOVO TO WS-CON-JOG-A(WS-CON-IX)
               MOVE 'S' TO WS-CON-RENOMEADO
           END-IF.
           IF WS-CON-JOG-B(WS-CON-IX) EQUAL WS-NOME-ANTIGO
               MOVE WS-NOME-NOVO TO WS-CON-JOG-B(WS-CON-IX)
               MOVE 'S' TO WS-CON-RENOMEADO
           END-IF.
           IF WS-CON-RENOMEADO NOT EQUAL 'S'
               GO TO 26100-SAI
           END-IF.
           ADD 1 TO WS-CNT-CONFRONTOS.

      *-- O MESMO CONFRONTO JA EXISTIA COM O NOME NOVO (EM QUALQUER
      *-- ORDEM)? FICA UM SO: O JOGADO, OU O QUE JA EXISTIA.
           PERFORM VARYING WS-CON-J FROM 1 BY 1
                   UNTIL WS-CON-J > WS-CON-COUNT
               IF WS-CON-J NOT EQUAL WS-CON-IX
                  AND NOT CONFRONTO-COMBINADO(WS-CON-J)
                  AND NOT CONFRONTO-COMBINADO(WS-CON-IX)
                  AND ((WS-CON-JOG-A(WS-CON-J) EQUAL
                            WS-CON-JOG-A(WS-CON-IX)
                    AND WS-CON-JOG-B(WS-CON-J) EQUAL
                            WS-CON-JOG-B(WS-CON-IX))
                   OR (WS-CON-JOG-A(WS-CON-J) EQUAL
                            WS-CON-JOG-B(WS-CON-IX)
                    AND WS-CON-JOG-B(WS-CON-J) EQUAL
                            WS-CON-JOG-A(WS-CON-IX)))
                   IF CONFRONTO-PENDENTE(WS-CON-J)
                      AND CONFRONTO-JOGADO(WS-CON-IX)
                       MOVE WS-CON-ENT(WS-CON-IX) TO WS-CON-TROCA
                       MOVE WS-CON-TROCA TO WS-CON-ENT(WS-CON-J)
                   END-IF
                   MOVE '*' TO WS-CON-SITUACAO(WS-CON-IX)
                   ADD 1 TO WS-CNT-CONFRONTOS-COMB
               END-IF
           END-PERFORM.
       26100-SAI.
           EXIT.
       26100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       27000-RENOMEAR-CADASTRO   SECTION.
      *-- O NOME E' A CHAVE DO CADASTRO: O REGISTRO ANTIGO SAI E, SE O
      *-- NOME NOVO AINDA NAO TEM CADASTRO, VOLTA COM A CHAVE NOVA E
      *-- O MESMO PIN (O SAL ESTA NO REGISTRO, NAO NO NOME). SE O NOME
      *-- NOVO JA TEM, VALE O PIN DELE.
           IF WS-TEM-JOGADOR NOT EQUAL 'S'
               GO TO 27000-SAI
           END-IF.
           MOVE WS-NOME-ANTIGO TO REG-JOG-NOME.
           READ JOGADOR-FILE
               INVALID KEY
                   GO TO 27000-SAI
           END-READ.
           MOVE REG-JOG-RESTO TO WS-JOG-ANTIGO-RESTO.
           DELETE JOGADOR-FILE RECORD
               INVALID KEY
                   PERFORM ERRO-GRAVACAO-JOGADOR
           END-DELETE.

           MOVE WS-NOME-NOVO TO REG-JOG-NOME.
           READ JOGADOR-FILE
               INVALID KEY
                   MOVE WS-NOME-NOVO        TO REG-JOG-NOME
                   MOVE WS-JOG-ANTIGO-RESTO TO REG-JOG-RESTO
                   WRITE REG-JOGADOR
                       INVALID KEY
                           PERFORM ERRO-GRAVACAO-JOGADOR
                   END-WRITE
                   MOVE 'RENOMEADO, COM O MESMO PIN'
                       TO WS-CNT-CADASTRO
               NOT INVALID KEY
                   MOVE 'ANTIGO APAGADO, FICA O PIN DO NOME NOVO'
                       TO WS-CNT-CADASTRO
           END-READ.
       27000-SAI.
           EXIT.
       27000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       28000-REGRAVAR-CAMPEONATO   SECTION.
      *-- ELENCO E TABELA SAEM NOS DDS NOVOS, COMO NO JVTABELA: O
      *-- JOB COPIA POR CIMA DOS ORIGINAIS.
           IF WS-TEM-ELENCO EQUAL 'S'
               OPEN OUTPUT ELENOVO-FILE
               IF NOT FS-ELENOVO-OK
                   DISPLAY 'NAO FOI POSSIVEL GRAVAR ELENOVO,'
                                                        UPON CONSOLE
                   DISPLAY 'FILE STATUS = ' WS-FS-ELENOVO
                                                        UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-ELE-I FROM 1 BY 1
                       UNTIL WS-ELE-I > WS-ELE-COUNT
                   IF WS-ELE-NOME(WS-ELE-I) NOT EQUAL SPACES
                       MOVE SPACES TO REG-ELENCO
                       MOVE WS-ELE-NOME(WS-ELE-I) TO ELE-NOME
                       MOVE REG-ELENCO TO REG-ELENOVO
                       WRITE REG-ELENOVO
                   END-IF
               END-PERFORM
               CLOSE ELENOVO-FILE
           END-IF.

           IF WS-TEM-TABELA EQUAL 'S'
               OPEN OUTPUT TABNOVA-FILE
               IF NOT FS-TABNOVA-OK
                   DISPLAY 'NAO FOI POSSIVEL GRAVAR TABNOVA,'
                                                        UPON CONSOLE
                   DISPLAY 'FILE STATUS = ' WS-FS-TABNOVA
                                                        UPON CONSOLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-CON-IX FROM 1 BY 1
                       UNTIL WS-CON-IX > WS-CON-COUNT
                   IF NOT CONFRONTO-COMBINADO(WS-CON-IX)
                       MOVE SPACES TO REG-TABELA
                       MOVE WS-CON-JOG-A(WS-CON-IX)     TO TAB-JOG-A
                       MOVE WS-CON-JOG-B(WS-CON-IX)     TO TAB-JOG-B
                       MOVE WS-CON-SITUACAO(WS-CON-IX)
                           TO TAB-SITUACAO
                       MOVE WS-CON-RESULTADO(WS-CON-IX)
                           TO TAB-RESULTADO
                       MOVE WS-CON-DATA(WS-CON-IX)      TO TAB-DATA
                       MOVE REG-TABELA TO REG-TABNOVA
                       WRITE REG-TABNOVA
                   END-IF
               END-PERFORM
               CLOSE TABNOVA-FILE
           END-IF.
       28000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------
       ERRO-GRAVACAO-PLACAR SECTION.
           DISPLAY 'ERRO AO RECHAVEAR O PLACAR DA DUPLA '
                   REG-PLACAR-CHAVE-X ' X ' REG-PLACAR-CHAVE-O
                                                        UPON CONSOLE.
           DISPLAY 'FILE STATUS = ' WS-FS-PLACAR        UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       ERRO-GRAVACAO-PLACAR-EXIT.
           EXIT.

      *---------------
       ERRO-GRAVACAO-JOGADOR SECTION.
           DISPLAY 'ERRO AO RENOMEAR O CADASTRO DO JOGADOR '
                   REG-JOG-NOME                         UPON CONSOLE.
           DISPLAY 'FILE STATUS = ' WS-FS-JOGADOR       UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       ERRO-GRAVACAO-JOGADOR-EXIT.
           EXIT.

      *---------------
       ERRO-GRAVACAO-PLACARMS SECTION.
           DISPLAY 'ERRO AO RECHAVEAR O PLACARMS DA DUPLA '
                   REG-PLMS-CHAVE-X ' X ' REG-PLMS-CHAVE-O
                                                        UPON CONSOLE.
           DISPLAY 'FILE STATUS = ' WS-FS-PLACARMS      UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       ERRO-GRAVACAO-PLACARMS-EXIT.
           EXIT.

      *---------------
       ERRO-GRAVACAO-PLACARQ SECTION.
           DISPLAY 'ERRO AO RECHAVEAR O PLACARQ DA DUPLA '
                   REG-ARQP-TEMPORADA ' ' REG-ARQP-CHAVE-X ' X '
                   REG-ARQP-CHAVE-O                     UPON CONSOLE.
           DISPLAY 'FILE STATUS = ' WS-FS-PLACARQ       UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       ERRO-GRAVACAO-PLACARQ-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       30000-FINALIZAR   SECTION.
           CLOSE CARTAO-FILE.
           IF WS-TEM-PLACAR EQUAL 'S'
               CLOSE PLACAR-FILE
           END-IF.
           IF WS-TEM-PLACARQ EQUAL 'S'
               CLOSE PLACARQ-FILE
           END-IF.
           IF WS-TEM-PLACARMS EQUAL 'S'
               CLOSE PLACARMS-FILE
           END-IF.
           IF WS-TEM-JOGADOR EQUAL 'S'
               CLOSE JOGADOR-FILE
           END-IF.
           IF WS-TEM-HIST EQUAL 'S'
               CLOSE HIST-FILE
           END-IF.
           IF WS-TEM-HALL EQUAL 'S'
               CLOSE HALL-FILE
           END-IF.

           DISPLAY ' '                                  UPON CONSOLE.
           DISPLAY 'CARTOES LIDOS     = ' WS-CARTOES-LIDOS
                                                        UPON CONSOLE.
           DISPLAY 'CARTOES APLICADOS = ' WS-CARTOES-APLICADOS
                                                        UPON CONSOLE.
           DISPLAY 'CARTOES RECUSADOS = ' WS-CARTOES-RECUSADOS
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
