      *****  LAYOUT PADRAO  *******************************************
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                     JVBOLETM.
       AUTHOR.                         EQUIPE JOGO DA VELHA.
       DATE-WRITTEN.                   15/10/2026.
      *---------------------------------------------------------------*
       REMARKS.
      *---------------------------------------------------------------*
      * OBJETIVO:                                                     *
      *     BOLETIM SEMANAL DO CAMPEONATO, IMPRESSO PELO FORMATADOR   *
      *     PADRAO (GDAREL, DD RELPRT), EM CINCO PARTES:              *
      *     1) RESULTADOS DA SEMANA: AS PARTIDAS DO HISTPART NA       *
      *        JANELA DE DIAS;                                        *
      *     2) CLASSIFICACAO NO FIM DA SEMANA, COM A REGRA DO JVRANK  *
      *        (3 PONTOS POR VITORIA, 1 POR EMPATE, DESEMPATE POR     *
      *        VITORIAS) E A SETA DE MOVIMENTO CONTRA A POSICAO DA    *
      *        SEMANA ANTERIOR. O PLACAR SO TEM O TOTAL DE HOJE: AS   *
      *        PARTIDAS DO HISTPART DEPOIS DA JANELA SAO DESCONTADAS  *
      *        PARA CHEGAR AO FIM DA SEMANA, E AS DA JANELA PARA      *
      *        CHEGAR A SEMANA ANTERIOR. SO A REGRA NORMAL CONTA;     *
      *     3) CONFRONTOS AINDA PENDENTES NA TABELA DO JVTABELA;      *
      *     4) ZEBRA DA SEMANA: A VITORIA DE QUEM TINHA MENOS PONTOS  *
      *        SOBRE QUEM TINHA MAIS, A MAIOR DIFERENCA DE PONTOS     *
      *        ANTES DA PARTIDA;                                      *
      *     5) PARTIDA DA SEMANA: A PARTIDA DECIDIDA MAIS LONGA DA    *
      *        JANELA, DESENHADA LANCE A LANCE DO ARQUIVO DE REPLAY.  *
      *        O REPLAY NAO TEM NOMES NEM DATAS: A PARTIDA E' A       *
      *        ULTIMA DO ARQUIVO COM O MESMO TAMANHO, A MESMA REGRA,  *
      *        O MESMO NUMERO DE JOGADAS E A LINHA FECHADA PELO MESMO *
      *        SINAL.                                                 *
      *     O BOLETIM VAI PARA A BIBLIOTECA DE RELATORIOS COM O       *
      *     CODIGO JVB (MEMBRO JVBAADDD, DD RELBIB): O BOLETIM DE UMA *
      *     SEMANA PASSADA E' REIMPRESSO DO MEMBRO DO DIA EM QUE      *
      *     RODOU.                                                    *
      *                                                               *
      * PARM (POSICIONAL, OPCIONAL):                                  *
      *     1-8   ULTIMO DIA DA SEMANA AAAAMMDD (BRANCO = HOJE)       *
      *     9-10  DIAS DA SEMANA DO BOLETIM, 01 A 31 (BRANCO = 07)    *
      *     12-16 PRIMEIRA PARTIDA DO REPLAY A EXAMINAR (BRANCO =     *
      *           00001); O BOLETIM INFORMA O VALOR PARA A PROXIMA    *
      *           SEMANA, PARA O ARQUIVO MORTO NAO SER REVISTO INTEIRO*
      *                                                               *
      * RETURN-CODE:                                                  *
      *     0  BOLETIM COMPLETO                                       *
      *     4  BOLETIM SAIU, MAS SEM A TABELA DE CONFRONTOS OU SEM A  *
      *        PARTIDA DA SEMANA ACHADA NO REPLAY                     *
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

      *---PLACAR DA TEMPORADA CORRENTE, LIDO INTEIRO COMO NO JVRANK
           SELECT PLACAR-FILE ASSIGN TO PLACAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-PLACAR-CHAVE
               FILE STATUS IS WS-FS-PLACAR.

      *---HISTORICO POR PARTIDA QUE OS TRES JOGOS GRAVAM; POSICIONADO
      *---NO INICIO DA SEMANA E LIDO ATE O FIM DO ARQUIVO
           SELECT HIST-FILE ASSIGN TO HISTPART
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.

      *---A TABELA DE CONFRONTOS MANTIDA PELO JVTABELA
           SELECT TABELA-FILE ASSIGN TO TABELA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA.

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

       FD  TABELA-FILE
           RECORDING MODE IS F.
       01  REG-TABELA.
           03 TAB-JOG-A                    PIC X(15).
           03 FILLER                       PIC X(01).
           03 TAB-JOG-B                    PIC X(15).
           03 FILLER                       PIC X(01).
           03 TAB-SITUACAO                 PIC X(01).
               88 TAB-PENDENTE                      VALUE 'P'.
           03 FILLER                       PIC X(01).
           03 TAB-RESULTADO                PIC X(01).
           03 FILLER                       PIC X(01).
           03 TAB-DATA                     PIC 9(08).
           03 FILLER                       PIC X(36).

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
           03 FILLER                       PIC X(08).
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
       01 WS-FS-PLACAR                     PIC X(02) VALUE '00'.
           88 FS-PLACAR-OK                          VALUE '00'.
       01 WS-FS-HIST                       PIC X(02) VALUE '00'.
           88 FS-HIST-OK                            VALUE '00'.
           88 FS-HIST-NAO-ENCONTRADO                VALUE '35'.
           88 FS-HIST-SEM-CHAVE                     VALUE '23'.
       01 WS-FS-TABELA                     PIC X(02) VALUE '00'.
           88 FS-TABELA-OK                          VALUE '00'.
           88 FS-TABELA-NAO-ENCONTRADO              VALUE '35'.
       01 WS-FS-REPLAY                     PIC X(02) VALUE '00'.
           88 FS-REPLAY-OK                          VALUE '00'.
           88 FS-REPLAY-NAO-ENCONTRADO              VALUE '35'.

       01 WS-FIM                           PIC X(01) VALUE 'N'.
       01 WS-AVISO                         PIC X(01) VALUE 'N'.
           88 HOUVE-AVISO                           VALUE 'S'.

      *-- AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL) --
       01  GDAREL-AREA.
           03  GDAREL-FUNCAO               PIC X(01).
           03  GDAREL-TITULO               PIC X(60).
           03  GDAREL-CABECALHO            PIC X(80).
           03  GDAREL-LINHA                PIC X(132).
           03  GDAREL-RETORNO              PIC 9(02).
           03  GDAREL-NUMERO               PIC 9(01) VALUE 1.
           03  GDAREL-QUEBRAS OCCURS 3 TIMES.
               05  GDAREL-QBR-POS          PIC 9(03) VALUE ZEROES.
               05  GDAREL-QBR-TAM          PIC 9(02) VALUE ZEROES.
           03  GDAREL-ACM-POS              PIC 9(03) VALUE ZEROES.
           03  GDAREL-ACM-TAM              PIC 9(02) VALUE ZEROES.
           03  GDAREL-EXTRATO OCCURS 10 TIMES.
               05  GDAREL-EXT-POS          PIC 9(03) VALUE ZEROES.
               05  GDAREL-EXT-TAM          PIC 9(03) VALUE ZEROES.
           03  GDAREL-CODIGO               PIC X(03) VALUE SPACES.

       01 WS-TITULO-BOLETIM.
           03 FILLER                       PIC X(31)
                              VALUE 'BOLETIM DO CAMPEONATO - SEMANA '.
           03 WS-TIT-INICIO                PIC 9(08).
           03 FILLER                       PIC X(03) VALUE ' A '.
           03 WS-TIT-FIM                   PIC 9(08).
           03 FILLER                       PIC X(10) VALUE SPACES.

      *-- SEMANA DO BOLETIM: A DATA FINAL VEM DO PARM OU DO RELOGIO,
      *-- A INICIAL E' A FINAL MENOS (DIAS - 1), UM DIA DE CADA VEZ --
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

      *-- PARTIDAS DA SEMANA, NA ORDEM DO HISTPART (DATA E HORA) --
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

      *-- CLASSIFICACAO POR JOGADOR (COMO NO JVRANK), COM O TOTAL DE
      *-- HOJE, O DA SEMANA E O DE DEPOIS DA SEMANA; DELES SAEM O FIM
      *-- DA SEMANA E A SEMANA ANTERIOR. A CHAVE DE ORDENACAO RECEBE
      *-- UM OU OUTRO ANTES DE CADA ORDENACAO --
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
               05 WS-RANK-SEM-JOGOS        PIC 9(06).
               05 WS-RANK-SEM-VITORIAS     PIC 9(06).
               05 WS-RANK-SEM-EMPATES      PIC 9(06).
               05 WS-RANK-DEP-JOGOS        PIC 9(06).
               05 WS-RANK-DEP-VITORIAS     PIC 9(06).
               05 WS-RANK-DEP-EMPATES      PIC 9(06).
               05 WS-RANK-FIM-JOGOS        PIC 9(06).
               05 WS-RANK-FIM-VITORIAS     PIC 9(06).
               05 WS-RANK-FIM-EMPATES      PIC 9(06).
               05 WS-RANK-FIM-PONTOS       PIC 9(07).
               05 WS-RANK-ANT-JOGOS        PIC 9(06).
               05 WS-RANK-ANT-VITORIAS     PIC 9(06).
               05 WS-RANK-ANT-PONTOS       PIC 9(07).
               05 WS-RANK-POS-ANT          PIC 9(03).
               05 WS-RANK-CORRIDA          PIC 9(07).
               05 WS-RANK-CHAVE-ATIVO      PIC 9(01).
               05 WS-RANK-CHAVE-PONTOS     PIC 9(07).
               05 WS-RANK-CHAVE-VITORIAS   PIC 9(06).
       01 WS-RANK-TROCA                    PIC X(137).

      *-- CAMPOS DE TRABALHO DA AGREGACAO --
       01 WS-AGREGA.
           03 WS-AGREGA-NOME               PIC X(15) VALUE SPACES.
           03 WS-AGREGA-JOGOS              PIC 9(06) VALUE ZEROS.
           03 WS-AGREGA-VITORIAS           PIC 9(06) VALUE ZEROS.
           03 WS-AGREGA-EMPATES            PIC 9(06) VALUE ZEROS.
       01 WS-PROCURA-JOGADOR               PIC X(15) VALUE SPACES.
       01 WS-LADO                          PIC X(01) VALUE SPACE.
       01 WS-SINAL                         PIC X(01) VALUE SPACE.
       01 WS-CONTA                         PIC S9(07) VALUE ZEROS.
       01 WS-POSICAO                       PIC 9(03) VALUE ZEROS.
       01 WS-MUDANCA                       PIC 9(03) VALUE ZEROS.
       01 WS-NOME-VENCEDOR                 PIC X(15) VALUE SPACES.
       01 WS-NOME-PERDEDOR                 PIC X(15) VALUE SPACES.

      *-- ZEBRA DA SEMANA --
       01 WS-ZEBRA-PTD                     PIC 9(04) VALUE ZEROS.
       01 WS-ZEBRA-DIFERENCA               PIC 9(07) VALUE ZEROS.
       01 WS-ZEBRA-PTS-VENCEDOR            PIC 9(07) VALUE ZEROS.
       01 WS-ZEBRA-PTS-PERDEDOR            PIC 9(07) VALUE ZEROS.
       01 WS-IX-VENCEDOR                   PIC 9(03) VALUE ZEROS.
       01 WS-IX-PERDEDOR                   PIC 9(03) VALUE ZEROS.

      *-- PARTIDA DA SEMANA (NO HISTPART) E O QUE PROCURAR NO REPLAY --
       01 WS-DESTAQUE-PTD                  PIC 9(04) VALUE ZEROS.
       01 WS-ALVO.
           03 WS-ALVO-TAMANHO              PIC 9(01) VALUE ZERO.
           03 WS-ALVO-JOGADAS              PIC 9(02) VALUE ZEROS.
           03 WS-ALVO-LINHA                PIC X(01) VALUE SPACE.
           03 WS-ALVO-REGRA                PIC X(01) VALUE SPACE.

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

      *-- OS LANCES QUE FICARAM NO TABULEIRO (DESFEITAS APLICADAS) --
       01 WS-LIQUIDOS.
           03 WS-LIQ-COUNT                 PIC 9(02) VALUE ZERO.
           03 WS-LIQ-VALIDA                PIC X(01) VALUE 'S'.
           03 WS-LIQ-ENTRADA OCCURS 16.
               05 WS-LIQ-JOGADOR           PIC X(01).
               05 WS-LIQ-CELULA            PIC 9(02).
       01 WS-LIQ-IX                        PIC 9(02) VALUE ZERO.
       01 WS-LIQ-K                         PIC 9(02) VALUE ZERO.

      *-- A PARTIDA DO REPLAY ESCOLHIDA PARA O DESENHO --
       01 WS-ESCOLHIDA.
           03 WS-ESC-ACHOU                 PIC X(01) VALUE 'N'.
               88 ESCOLHIDA-ACHADA                  VALUE 'S'.
           03 WS-ESC-ORDINAL               PIC 9(05) VALUE ZEROS.
           03 WS-ESC-FILA                  PIC X(08) VALUE SPACES.
           03 WS-ESC-TAMANHO               PIC 9(01) VALUE ZERO.
           03 WS-ESC-LANCES                PIC X(51) VALUE SPACES.

      *-- PARTIDA DO REPLAY: NUMERO DE ORDEM NO ARQUIVO E CARIMBO --
       01 WS-RPL-ORDINAL                   PIC 9(05) VALUE ZEROS.
       01 WS-RPL-PRIMEIRA                  PIC 9(05) VALUE 1.
       01 WS-RPL-FILA                      PIC X(08) VALUE SPACES.
       01 WS-PARTIDAS-REPLAY               PIC 9(05) VALUE ZEROS.

      *-- RESULTADO DA PARTIDA (MESMO TESTE DE LINHAS DO JVLIVRO) --
       01 WS-I                             PIC 9(02) VALUE ZEROS.
       01 WS-J                             PIC 9(02) VALUE ZEROS.
       01 WS-CEL                           PIC 9(02) VALUE ZEROS.
       01 WS-PRIMEIRA                      PIC X(01) VALUE SPACE.
       01 WS-LINHA-SW                      PIC X(01) VALUE 'N'.
           88 LINHA-FECHADA                         VALUE 'S'.
       01 WS-VENCEDOR                      PIC X(01) VALUE SPACE.
       01 WS-CAMPO-CEL                     PIC 9(02) VALUE ZEROS.
       01 WS-CAMPO                         PIC X(02) VALUE SPACES.
       01 WS-CAMPO-R                       PIC 9(02) VALUE ZEROS.
       01 WS-CAMPO-C                       PIC 9(02) VALUE ZEROS.

      *-- DESENHO DA PARTIDA DA SEMANA: SETE TABULEIROS POR FAIXA,
      *-- 18 COLUNAS CADA; A FAIXA TEM O ROTULO E AS LINHAS DO
      *-- TABULEIRO (COM AS SEPARACOES) --
       01 WS-DIAGRAMA.
           03 WS-DIAG-POR-FAIXA            PIC 9(02) VALUE 7.
           03 WS-DIAG-LARGURA              PIC 9(02) VALUE 18.
           03 WS-DIAG-NA-FAIXA             PIC 9(02) VALUE ZERO.
           03 WS-DIAG-LINHAS               PIC 9(02) VALUE ZERO.
           03 WS-DIAG-IX                   PIC 9(02) VALUE ZERO.
           03 WS-DIAG-DESLOC               PIC 9(03) VALUE ZERO.
           03 WS-DIAG-POS                  PIC 9(03) VALUE ZERO.
           03 WS-DIAG-R                    PIC 9(02) VALUE ZERO.
           03 WS-DIAG-C                    PIC 9(02) VALUE ZERO.
           03 WS-DIAG-LINHA                PIC X(132) OCCURS 9.
       01 WS-SEPARADOR                     PIC X(15)
                                            VALUE '---+---+---+---'.
       01 WS-ROTULO.
           03 FILLER                       PIC X(06) VALUE 'LANCE '.
           03 WS-ROT-NUMERO                PIC 9(02).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-ROT-JOGADOR               PIC X(01).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-ROT-CAMPO                 PIC X(02).

      *-- CONTAGENS --
       01 WS-CONTAGENS.
           03 WS-PARTIDAS-SEMANA           PIC 9(06) VALUE ZEROS.
           03 WS-PARTIDAS-DEPOIS           PIC 9(06) VALUE ZEROS.
           03 WS-CONFRONTOS-PENDENTES      PIC 9(05) VALUE ZEROS.
           03 WS-JOGADORES-CLASSIFICADOS   PIC 9(05) VALUE ZEROS.

      *-- LINHAS DO BOLETIM --
       01 WS-LINHA-SECAO.
           03 WS-LNT-TEXTO                 PIC X(80).
           03 FILLER                       PIC X(52) VALUE SPACES.
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
           03 FILLER                       PIC X(31) VALUE SPACES.
       01 WS-LINHA-RANK.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 WS-LNR-POSICAO               PIC ZZ9.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WS-LNR-MOVIMENTO.
               05 WS-LNR-SETA              PIC X(01).
               05 FILLER                   PIC X(01).
               05 WS-LNR-MUDANCA           PIC ZZ9.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WS-LNR-NOME                  PIC X(15).
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WS-LNR-JOGOS                 PIC ZZZZZ9.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WS-LNR-VITORIAS              PIC ZZZZZ9.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WS-LNR-EMPATES               PIC ZZZZZ9.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WS-LNR-PONTOS                PIC ZZZZZZ9.
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WS-LNR-SEMANA                PIC ZZZZZZ9.
           03 FILLER                       PIC X(59) VALUE SPACES.
       01 WS-LINHA-CONFRONTO.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 WS-LNC-A                     PIC X(15).
           03 FILLER                       PIC X(03) VALUE ' X '.
           03 WS-LNC-B                     PIC X(15).
           03 FILLER                       PIC X(02) VALUE SPACES.
           03 WS-LNC-NOTA                  PIC X(50).
           03 FILLER                       PIC X(43) VALUE SPACES.
       01 WS-LINHA-ZEBRA.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 WS-LNZ-VENCEDOR              PIC X(15).
           03 FILLER                       PIC X(02) VALUE ' ('.
           03 WS-LNZ-PTS-VENCEDOR          PIC ZZZZZZ9.
           03 FILLER                       PIC X(16)
                                            VALUE ' PONTOS) VENCEU '.
           03 WS-LNZ-PERDEDOR              PIC X(15).
           03 FILLER                       PIC X(02) VALUE ' ('.
           03 WS-LNZ-PTS-PERDEDOR          PIC ZZZZZZ9.
           03 FILLER                       PIC X(23)
                                   VALUE ' PONTOS) - DIFERENCA DE'.
           03 WS-LNZ-DIFERENCA             PIC ZZZZZZ9.
           03 FILLER                       PIC X(07) VALUE ' PONTOS'.
           03 FILLER                       PIC X(27) VALUE SPACES.
       01 WS-LINHA-ESCOLHIDA.
           03 FILLER                       PIC X(04) VALUE SPACES.
           03 FILLER                       PIC X(18)
                                            VALUE 'PARTIDA DO REPLAY '.
           03 WS-LNE-ORDINAL               PIC 9(05).
           03 FILLER                       PIC X(01) VALUE SPACE.
           03 WS-LNE-TAMANHO               PIC 9(01).
           03 FILLER                       PIC X(01) VALUE 'X'.
           03 WS-LNE-TAMANHO-2             PIC 9(01).
           03 FILLER                       PIC X(07) VALUE ' FILA: '.
           03 WS-LNE-FILA                  PIC X(08).
           03 FILLER                       PIC X(12)
                                            VALUE ' - LINHA DE '.
           03 WS-LNE-LINHA                 PIC X(01).
           03 FILLER                       PIC X(10) VALUE ' NO LANCE '.
           03 WS-LNE-LANCE                 PIC Z9.
           03 FILLER                       PIC X(61) VALUE SPACES.
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
           PERFORM 20000-LER-PLACAR.
           PERFORM 21000-LER-HISTORICO.
           PERFORM 22000-APURAR-CLASSIFICACAO.
           PERFORM 25000-RESULTADOS-DA-SEMANA.
           PERFORM 26000-CLASSIFICACAO.
           PERFORM 27000-CONFRONTOS-PENDENTES.
           PERFORM 28000-ZEBRA-DA-SEMANA.
           PERFORM 29000-PARTIDA-DA-SEMANA.
           PERFORM 30000-FINALIZAR.
       00000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       10000-INICIALIZAR   SECTION.
      *-- PARM: ULTIMO DIA DA SEMANA, DIAS DA SEMANA E PRIMEIRA
      *-- PARTIDA DO REPLAY. CAMPO EM BRANCO FICA NO PADRAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-FIM.
           IF LK-PARM-LEN IS GREATER THAN 7
              AND LK-PARM-DATA NOT EQUAL SPACES
               MOVE LK-PARM-DATA TO WS-DT
               IF LK-PARM-DATA IS NOT NUMERIC
                  OR WS-DT-MES < 1 OR WS-DT-MES > 12
                  OR WS-DT-DIA < 1 OR WS-DT-DIA > 31
                   DISPLAY 'JVBOLETM: PARM INVALIDO (' LK-PARM-DATA
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
                   DISPLAY 'JVBOLETM: PARM INVALIDO (' LK-PARM-DIAS
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
                   DISPLAY 'JVBOLETM: PARM INVALIDO ('
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

      *-- O BOLETIM SAI PELO GDAREL E FICA NA BIBLIOTECA (CODIGO JVB)
           MOVE WS-DATA-INICIO TO WS-TIT-INICIO.
           MOVE WS-DATA-FIM    TO WS-TIT-FIM.
           MOVE 'A'               TO GDAREL-FUNCAO.
           MOVE 1                 TO GDAREL-NUMERO.
           MOVE WS-TITULO-BOLETIM TO GDAREL-TITULO.
           MOVE 'JOGO DA VELHA - LIGA DO ALMOCO' TO GDAREL-CABECALHO.
           MOVE 'JVB'             TO GDAREL-CODIGO.
           CALL 'GDAREL' USING GDAREL-AREA.
           IF GDAREL-RETORNO NOT EQUAL ZEROS
               DISPLAY 'JVBOLETM: ERRO NA ABERTURA DO RELATORIO, '
                       'RETORNO DO GDAREL = ' GDAREL-RETORNO
                                                       UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           DISPLAY '*******  BOLETIM SEMANAL DO CAMPEONATO  *********'
                                                        UPON CONSOLE.
           DISPLAY '*************************************************'
                                                        UPON CONSOLE.
           DISPLAY 'SEMANA DO BOLETIM: ' WS-DATA-INICIO ' A '
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
       20000-LER-PLACAR   SECTION.
      *-- O TOTAL DE HOJE POR JOGADOR, AGREGADO DAS DUPLAS DO PLACAR
      *-- COMO NO JVRANK (CADA DUPLA RENDE O LADO X E O LADO O).
           OPEN INPUT PLACAR-FILE.
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
       20000-99-EXIT.  EXIT.

      *---------------
       20100-LER-UMA-DUPLA SECTION.
           READ PLACAR-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 20100-SAI
           END-READ.

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

      *---------------
       AGREGAR-JOGADOR SECTION.
      *-- SOMA O LADO CORRENTE DA DUPLA NA ENTRADA DO JOGADOR,
      *-- CRIANDO-A SE FOR A PRIMEIRA VEZ QUE O NOME APARECE. ALEM
      *-- DE 100 JOGADORES O NOME FICA FORA, COMO NO JVRANK.
           IF WS-AGREGA-NOME EQUAL SPACES
               GO TO AGREGAR-JOGADOR-SAI
           END-IF.
           MOVE WS-AGREGA-NOME TO WS-PROCURA-JOGADOR.
           PERFORM PROCURAR-JOGADOR.
           IF WS-RANK-NAO-ACHOU
               IF WS-RANK-COUNT IS LESS THAN WS-RANK-MAX
                   ADD 1 TO WS-RANK-COUNT
                   MOVE WS-RANK-COUNT TO WS-RANK-IX
                   MOVE ZEROS TO WS-RANK-ENTRADA(WS-RANK-IX)
                   MOVE WS-AGREGA-NOME TO WS-RANK-NOME(WS-RANK-IX)
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
       PROCURAR-JOGADOR SECTION.
      *-- WS-RANK-IX FICA NA ENTRADA DE WS-PROCURA-JOGADOR, SE HOUVER.
           SET WS-RANK-NAO-ACHOU TO TRUE.
           PERFORM VARYING WS-RANK-IX FROM 1 BY 1
                   UNTIL WS-RANK-IX > WS-RANK-COUNT
                      OR WS-RANK-ACHOU
               IF WS-RANK-NOME(WS-RANK-IX) EQUAL WS-PROCURA-JOGADOR
                   SET WS-RANK-ACHOU TO TRUE
               END-IF
           END-PERFORM.
           IF WS-RANK-ACHOU
               SUBTRACT 1 FROM WS-RANK-IX
           END-IF.
       PROCURAR-JOGADOR-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       21000-LER-HISTORICO   SECTION.
      *-- O HISTPART E' POSICIONADO NO PRIMEIRO DIA DA SEMANA E LIDO
      *-- ATE O FIM: AS PARTIDAS DA SEMANA VAO PARA A TABELA E PARA
      *-- A CONTA DA SEMANA; AS DE DEPOIS, SO PARA A CONTA DE DEPOIS.
           OPEN INPUT HIST-FILE.
           IF FS-HIST-NAO-ENCONTRADO
               DISPLAY 'HISTPART NAO EXISTE - SEMANA SEM PARTIDAS'
                                                       UPON CONSOLE
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
           PERFORM 21100-LER-UMA-PARTIDA UNTIL WS-FIM EQUAL 'S'.
           CLOSE HIST-FILE.
       21000-SAI.
           EXIT.
       21000-99-EXIT.  EXIT.

      *---------------
       21100-LER-UMA-PARTIDA SECTION.
           READ HIST-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 21100-SAI
           END-READ.
           IF REG-HIST-DATA IS GREATER THAN WS-DATA-FIM
               ADD 1 TO WS-PARTIDAS-DEPOIS
               MOVE 'D' TO WS-LADO
               PERFORM DESCONTAR-PARTIDA
               GO TO 21100-SAI
           END-IF.
           IF WS-PTD-COUNT IS NOT LESS THAN WS-PTD-MAX
               DISPLAY 'MAIS DE ' WS-PTD-MAX ' PARTIDAS NA SEMANA - '
                       'REDUZA OS DIAS NO PARM'        UPON CONSOLE
               CLOSE HIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PARTIDAS-SEMANA.
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
           MOVE 'S' TO WS-LADO.
           PERFORM DESCONTAR-PARTIDA.
       21100-SAI.
           EXIT.
       21100-99-EXIT.  EXIT.

      *---------------
       DESCONTAR-PARTIDA SECTION.
      *-- A PARTIDA DO REG-HIST ENTRA NA CONTA DA SEMANA (WS-LADO 'S')
      *-- OU NA DE DEPOIS ('D') DOS DOIS JOGADORES. A MISERE TEM
      *-- PLACAR PROPRIO E NAO ENTRA NA CLASSIFICACAO.
           IF HIST-PARTIDA-MISERE
               GO TO DESCONTAR-PARTIDA-SAI
           END-IF.
           MOVE REG-HIST-PLAYER-X TO WS-PROCURA-JOGADOR.
           PERFORM PROCURAR-JOGADOR.
           IF WS-RANK-ACHOU
               MOVE 'X' TO WS-SINAL
               PERFORM DESCONTAR-LADO
           END-IF.
           MOVE REG-HIST-PLAYER-O TO WS-PROCURA-JOGADOR.
           PERFORM PROCURAR-JOGADOR.
           IF WS-RANK-ACHOU
               MOVE 'O' TO WS-SINAL
               PERFORM DESCONTAR-LADO
           END-IF.
       DESCONTAR-PARTIDA-SAI.
           EXIT.
       DESCONTAR-PARTIDA-EXIT.
           EXIT.

      *---------------
       DESCONTAR-LADO SECTION.
      *-- O JOGADOR DE WS-RANK-IX JOGOU COM O SINAL DE WS-SINAL.
           MOVE 1 TO WS-AGREGA-JOGOS.
           MOVE ZEROS TO WS-AGREGA-VITORIAS WS-AGREGA-EMPATES.
           EVALUATE TRUE
               WHEN REG-HIST-VENCEDOR EQUAL WS-SINAL
                   MOVE 1 TO WS-AGREGA-VITORIAS
               WHEN REG-HIST-VENCEDOR EQUAL 'E'
                   MOVE 1 TO WS-AGREGA-EMPATES
           END-EVALUATE.
           IF WS-LADO EQUAL 'S'
               ADD WS-AGREGA-JOGOS    TO WS-RANK-SEM-JOGOS(WS-RANK-IX)
               ADD WS-AGREGA-VITORIAS
                   TO WS-RANK-SEM-VITORIAS(WS-RANK-IX)
               ADD WS-AGREGA-EMPATES
                   TO WS-RANK-SEM-EMPATES(WS-RANK-IX)
           ELSE
               ADD WS-AGREGA-JOGOS    TO WS-RANK-DEP-JOGOS(WS-RANK-IX)
               ADD WS-AGREGA-VITORIAS
                   TO WS-RANK-DEP-VITORIAS(WS-RANK-IX)
               ADD WS-AGREGA-EMPATES
                   TO WS-RANK-DEP-EMPATES(WS-RANK-IX)
           END-IF.
       DESCONTAR-LADO-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       22000-APURAR-CLASSIFICACAO   SECTION.
      *-- FIM DA SEMANA = HOJE MENOS DEPOIS; SEMANA ANTERIOR = FIM DA
      *-- SEMANA MENOS A SEMANA. A POSICAO ANTERIOR SAI DE UMA
      *-- PRIMEIRA ORDENACAO PELOS NUMEROS DA SEMANA ANTERIOR; A
      *-- TABELA FICA NO FIM PELA ORDEM DO FIM DA SEMANA.
           PERFORM 22100-CALCULAR-JOGADOR
               VARYING WS-RANK-IX FROM 1 BY 1
               UNTIL WS-RANK-IX > WS-RANK-COUNT.

           PERFORM VARYING WS-RANK-IX FROM 1 BY 1
                   UNTIL WS-RANK-IX > WS-RANK-COUNT
               MOVE WS-RANK-ANT-PONTOS(WS-RANK-IX)
                   TO WS-RANK-CHAVE-PONTOS(WS-RANK-IX)
               MOVE WS-RANK-ANT-VITORIAS(WS-RANK-IX)
                   TO WS-RANK-CHAVE-VITORIAS(WS-RANK-IX)
               IF WS-RANK-ANT-JOGOS(WS-RANK-IX) IS GREATER THAN ZEROS
                   MOVE 1 TO WS-RANK-CHAVE-ATIVO(WS-RANK-IX)
               ELSE
                   MOVE 0 TO WS-RANK-CHAVE-ATIVO(WS-RANK-IX)
               END-IF
           END-PERFORM.
           PERFORM ORDENAR-RANKING.
           PERFORM VARYING WS-RANK-IX FROM 1 BY 1
                   UNTIL WS-RANK-IX > WS-RANK-COUNT
               IF WS-RANK-CHAVE-ATIVO(WS-RANK-IX) EQUAL 1
                   MOVE WS-RANK-IX TO WS-RANK-POS-ANT(WS-RANK-IX)
               ELSE
                   MOVE ZEROS TO WS-RANK-POS-ANT(WS-RANK-IX)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-RANK-IX FROM 1 BY 1
                   UNTIL WS-RANK-IX > WS-RANK-COUNT
               MOVE WS-RANK-FIM-PONTOS(WS-RANK-IX)
                   TO WS-RANK-CHAVE-PONTOS(WS-RANK-IX)
               MOVE WS-RANK-FIM-VITORIAS(WS-RANK-IX)
                   TO WS-RANK-CHAVE-VITORIAS(WS-RANK-IX)
               IF WS-RANK-FIM-JOGOS(WS-RANK-IX) IS GREATER THAN ZEROS
                   MOVE 1 TO WS-RANK-CHAVE-ATIVO(WS-RANK-IX)
               ELSE
                   MOVE 0 TO WS-RANK-CHAVE-ATIVO(WS-RANK-IX)
               END-IF
           END-PERFORM.
           PERFORM ORDENAR-RANKING.
       22000-99-EXIT.  EXIT.

      *---------------
       22100-CALCULAR-JOGADOR SECTION.
      *-- SE O PLACAR FOI ZERADO NO MEIO DA CONTA (FECHAMENTO DE
      *-- TEMPORADA) A SUBTRACAO PARA EM ZERO.
           COMPUTE WS-CONTA = WS-RANK-JOGOS(WS-RANK-IX)
                            - WS-RANK-DEP-JOGOS(WS-RANK-IX).
           IF WS-CONTA < ZERO
               MOVE ZERO TO WS-CONTA
           END-IF.
           MOVE WS-CONTA TO WS-RANK-FIM-JOGOS(WS-RANK-IX).
           COMPUTE WS-CONTA = WS-RANK-VITORIAS(WS-RANK-IX)
                            - WS-RANK-DEP-VITORIAS(WS-RANK-IX).
           IF WS-CONTA < ZERO
               MOVE ZERO TO WS-CONTA
           END-IF.
           MOVE WS-CONTA TO WS-RANK-FIM-VITORIAS(WS-RANK-IX).
           COMPUTE WS-CONTA = WS-RANK-EMPATES(WS-RANK-IX)
                            - WS-RANK-DEP-EMPATES(WS-RANK-IX).
           IF WS-CONTA < ZERO
               MOVE ZERO TO WS-CONTA
           END-IF.
           MOVE WS-CONTA TO WS-RANK-FIM-EMPATES(WS-RANK-IX).
           COMPUTE WS-RANK-FIM-PONTOS(WS-RANK-IX) =
               (WS-RANK-FIM-VITORIAS(WS-RANK-IX) * 3)
               + WS-RANK-FIM-EMPATES(WS-RANK-IX).

           COMPUTE WS-CONTA = WS-RANK-FIM-JOGOS(WS-RANK-IX)
                            - WS-RANK-SEM-JOGOS(WS-RANK-IX).
           IF WS-CONTA < ZERO
               MOVE ZERO TO WS-CONTA
           END-IF.
           MOVE WS-CONTA TO WS-RANK-ANT-JOGOS(WS-RANK-IX).
           COMPUTE WS-CONTA = WS-RANK-FIM-VITORIAS(WS-RANK-IX)
                            - WS-RANK-SEM-VITORIAS(WS-RANK-IX).
           IF WS-CONTA < ZERO
               MOVE ZERO TO WS-CONTA
           END-IF.
           MOVE WS-CONTA TO WS-RANK-ANT-VITORIAS(WS-RANK-IX).
           COMPUTE WS-CONTA = WS-RANK-FIM-EMPATES(WS-RANK-IX)
                            - WS-RANK-SEM-EMPATES(WS-RANK-IX).
           IF WS-CONTA < ZERO
               MOVE ZERO TO WS-CONTA
           END-IF.
           COMPUTE WS-RANK-ANT-PONTOS(WS-RANK-IX) =
               (WS-RANK-ANT-VITORIAS(WS-RANK-IX) * 3) + WS-CONTA.
           MOVE WS-RANK-ANT-PONTOS(WS-RANK-IX)
               TO WS-RANK-CORRIDA(WS-RANK-IX).
       22100-99-EXIT.  EXIT.

      *---------------
       ORDENAR-RANKING SECTION.
      *-- ORDENACAO SIMPLES POR TROCA (A DO JVRANK): QUEM TEM PARTIDA
      *-- ANTES DE QUEM NAO TEM, MAIS PONTOS PRIMEIRO, MAIS VITORIAS
      *-- COMO DESEMPATE.
           PERFORM VARYING WS-RANK-J FROM 1 BY 1
                   UNTIL WS-RANK-J >= WS-RANK-COUNT
               PERFORM VARYING WS-RANK-IX FROM 1 BY 1
                       UNTIL WS-RANK-IX >= WS-RANK-COUNT
                   IF WS-RANK-CHAVE-ATIVO(WS-RANK-IX) IS LESS THAN
                           WS-RANK-CHAVE-ATIVO(WS-RANK-IX + 1)
                      OR (WS-RANK-CHAVE-ATIVO(WS-RANK-IX) IS EQUAL TO
                           WS-RANK-CHAVE-ATIVO(WS-RANK-IX + 1)
                       AND WS-RANK-CHAVE-PONTOS(WS-RANK-IX) IS LESS
                           THAN WS-RANK-CHAVE-PONTOS(WS-RANK-IX + 1))
                      OR (WS-RANK-CHAVE-ATIVO(WS-RANK-IX) IS EQUAL TO
                           WS-RANK-CHAVE-ATIVO(WS-RANK-IX + 1)
                       AND WS-RANK-CHAVE-PONTOS(WS-RANK-IX) IS EQUAL
                           TO WS-RANK-CHAVE-PONTOS(WS-RANK-IX + 1)
                       AND WS-RANK-CHAVE-VITORIAS(WS-RANK-IX) IS LESS
                           THAN WS-RANK-CHAVE-VITORIAS(WS-RANK-IX + 1))
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
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       25000-RESULTADOS-DA-SEMANA   SECTION.
           MOVE '1) RESULTADOS DA SEMANA' TO WS-LNT-TEXTO.
           PERFORM IMPRIMIR-SECAO.
           PERFORM VARYING WS-PTD-IX FROM 1 BY 1
                   UNTIL WS-PTD-IX > WS-PTD-COUNT
               PERFORM MONTAR-LINHA-PARTIDA
               MOVE WS-LINHA-PARTIDA TO GDAREL-LINHA
               PERFORM IMPRIMIR-LINHA
           END-PERFORM.
           IF WS-PTD-COUNT EQUAL ZEROS
               MOVE '    NENHUMA PARTIDA NA SEMANA' TO GDAREL-LINHA
               PERFORM IMPRIMIR-LINHA
           END-IF.
       25000-99-EXIT.  EXIT.

      *---------------
       MONTAR-LINHA-PARTIDA SECTION.
      *-- A PARTIDA WS-PTD-IX NA LINHA DE RESULTADO.
           MOVE WS-PTD-DATA(WS-PTD-IX)    TO WS-LNP-DATA.
           MOVE WS-PTD-HORA(WS-PTD-IX)    TO WS-LNP-HORA.
           MOVE WS-PTD-ORIGEM(WS-PTD-IX)  TO WS-LNP-ORIGEM.
           MOVE WS-PTD-X(WS-PTD-IX)       TO WS-LNP-X.
           MOVE WS-PTD-O(WS-PTD-IX)       TO WS-LNP-O.
           EVALUATE WS-PTD-VENCEDOR(WS-PTD-IX)
               WHEN 'X'
                   MOVE WS-PTD-X(WS-PTD-IX) TO WS-LNP-VENCEDOR
               WHEN 'O'
                   MOVE WS-PTD-O(WS-PTD-IX) TO WS-LNP-VENCEDOR
               WHEN OTHER
                   MOVE 'EMPATE' TO WS-LNP-VENCEDOR
           END-EVALUATE.
           MOVE WS-PTD-JOGADAS(WS-PTD-IX) TO WS-LNP-JOGADAS.
           MOVE WS-PTD-TAMANHO(WS-PTD-IX) TO WS-LNP-TAMANHO
                                             WS-LNP-TAMANHO-2.
           IF WS-PTD-VARIANTE(WS-PTD-IX) EQUAL 'M'
               MOVE 'MISERE' TO WS-LNP-REGRA
           ELSE
               MOVE 'NORMAL' TO WS-LNP-REGRA
           END-IF.
       MONTAR-LINHA-PARTIDA-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       26000-CLASSIFICACAO   SECTION.
      *-- A TABELA NO FIM DA SEMANA; A SETA COMPARA COM A POSICAO DA
      *-- SEMANA ANTERIOR (^ SUBIU, V CAIU, = MANTEVE, NOVO = NAO
      *-- TINHA PARTIDA ANTES DA SEMANA).
           MOVE '2) CLASSIFICACAO NO FIM DA SEMANA' TO WS-LNT-TEXTO.
           PERFORM IMPRIMIR-SECAO.
           MOVE '    POS  MOVIM  JOGADOR           JOGOS   VITOR'
               TO GDAREL-LINHA.
           MOVE '   EMPAT   PONTOS   SEMANA' TO GDAREL-LINHA(48:).
           PERFORM IMPRIMIR-LINHA.
           PERFORM 26100-LINHA-CLASSIFICACAO
               VARYING WS-RANK-IX FROM 1 BY 1
               UNTIL WS-RANK-IX > WS-RANK-COUNT.
           IF WS-JOGADORES-CLASSIFICADOS EQUAL ZEROS
               MOVE '    NENHUM JOGADOR NA CLASSIFICACAO'
                   TO GDAREL-LINHA
               PERFORM IMPRIMIR-LINHA
           END-IF.
       26000-99-EXIT.  EXIT.

      *---------------
       26100-LINHA-CLASSIFICACAO SECTION.
           IF WS-RANK-CHAVE-ATIVO(WS-RANK-IX) EQUAL ZERO
               GO TO 26100-SAI
           END-IF.
           ADD 1 TO WS-JOGADORES-CLASSIFICADOS.
           MOVE WS-RANK-IX TO WS-LNR-POSICAO.
           MOVE SPACES     TO WS-LNR-MOVIMENTO.
           EVALUATE TRUE
               WHEN WS-RANK-POS-ANT(WS-RANK-IX) EQUAL ZEROS
                   MOVE 'NOVO' TO WS-LNR-MOVIMENTO
               WHEN WS-RANK-POS-ANT(WS-RANK-IX) IS GREATER THAN
                    WS-RANK-IX
                   MOVE '^' TO WS-LNR-SETA
                   COMPUTE WS-MUDANCA =
                       WS-RANK-POS-ANT(WS-RANK-IX) - WS-RANK-IX
                   MOVE WS-MUDANCA TO WS-LNR-MUDANCA
               WHEN WS-RANK-POS-ANT(WS-RANK-IX) IS LESS THAN
                    WS-RANK-IX
                   MOVE 'V' TO WS-LNR-SETA
                   COMPUTE WS-MUDANCA =
                       WS-RANK-IX - WS-RANK-POS-ANT(WS-RANK-IX)
                   MOVE WS-MUDANCA TO WS-LNR-MUDANCA
               WHEN OTHER
                   MOVE '=' TO WS-LNR-SETA
           END-EVALUATE.
           MOVE WS-RANK-NOME(WS-RANK-IX)         TO WS-LNR-NOME.
           MOVE WS-RANK-FIM-JOGOS(WS-RANK-IX)    TO WS-LNR-JOGOS.
           MOVE WS-RANK-FIM-VITORIAS(WS-RANK-IX) TO WS-LNR-VITORIAS.
           MOVE WS-RANK-FIM-EMPATES(WS-RANK-IX)  TO WS-LNR-EMPATES.
           MOVE WS-RANK-FIM-PONTOS(WS-RANK-IX)   TO WS-LNR-PONTOS.
           COMPUTE WS-LNR-SEMANA = WS-RANK-FIM-PONTOS(WS-RANK-IX)
                                 - WS-RANK-ANT-PONTOS(WS-RANK-IX).
           MOVE WS-LINHA-RANK TO GDAREL-LINHA.
           PERFORM IMPRIMIR-LINHA.
       26100-SAI.
           EXIT.
       26100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       27000-CONFRONTOS-PENDENTES   SECTION.
      *-- OS CONFRONTOS AINDA 'P' NA TABELA DO JVTABELA. DUPLA QUE JA
      *-- JOGOU NA SEMANA E CONTINUA PENDENTE E' SO A TABELA AINDA
      *-- NAO CONCILIADA COM O HISTPART.
           MOVE '3) CONFRONTOS PENDENTES' TO WS-LNT-TEXTO.
           PERFORM IMPRIMIR-SECAO.
           OPEN INPUT TABELA-FILE.
           IF FS-TABELA-NAO-ENCONTRADO
               MOVE '    SEM TABELA DE CONFRONTOS (JVTABELA NAO RODOU)'
                   TO GDAREL-LINHA
               PERFORM IMPRIMIR-LINHA
               SET HOUVE-AVISO TO TRUE
               GO TO 27000-SAI
           END-IF.
           IF NOT FS-TABELA-OK
               DISPLAY 'NAO FOI POSSIVEL ABRIR A TABELA DE CONFRONTOS,'
                                                       UPON CONSOLE
               DISPLAY 'FILE STATUS = ' WS-FS-TABELA   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-FIM.
           PERFORM 27100-LER-CONFRONTO UNTIL WS-FIM EQUAL 'S'.
           CLOSE TABELA-FILE.
           IF WS-CONFRONTOS-PENDENTES EQUAL ZEROS
               MOVE '    NENHUM CONFRONTO PENDENTE' TO GDAREL-LINHA
               PERFORM IMPRIMIR-LINHA
           END-IF.
       27000-SAI.
           EXIT.
       27000-99-EXIT.  EXIT.

      *---------------
       27100-LER-CONFRONTO SECTION.
           READ TABELA-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 27100-SAI
           END-READ.
           IF NOT TAB-PENDENTE
              OR TAB-JOG-A EQUAL SPACES OR TAB-JOG-B EQUAL SPACES
               GO TO 27100-SAI
           END-IF.
           ADD 1 TO WS-CONFRONTOS-PENDENTES.
           MOVE TAB-JOG-A TO WS-LNC-A.
           MOVE TAB-JOG-B TO WS-LNC-B.
           MOVE SPACES    TO WS-LNC-NOTA.
           PERFORM VARYING WS-PTD-IX FROM 1 BY 1
                   UNTIL WS-PTD-IX > WS-PTD-COUNT
               IF (WS-PTD-X(WS-PTD-IX) EQUAL TAB-JOG-A
                   AND WS-PTD-O(WS-PTD-IX) EQUAL TAB-JOG-B)
                  OR (WS-PTD-X(WS-PTD-IX) EQUAL TAB-JOG-B
                   AND WS-PTD-O(WS-PTD-IX) EQUAL TAB-JOG-A)
                   MOVE 'JOGADO NA SEMANA - FALTA RODAR O JVTABELA'
                       TO WS-LNC-NOTA
               END-IF
           END-PERFORM.
           MOVE WS-LINHA-CONFRONTO TO GDAREL-LINHA.
           PERFORM IMPRIMIR-LINHA.
       27100-SAI.
           EXIT.
       27100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       28000-ZEBRA-DA-SEMANA   SECTION.
      *-- AS PARTIDAS DA SEMANA SAO REPASSADAS EM ORDEM, CADA JOGADOR
      *-- PARTINDO DOS PONTOS DA SEMANA ANTERIOR: NA VITORIA DE QUEM
      *-- TINHA MENOS PONTOS, A DIFERENCA ANTES DA PARTIDA E' A MEDIDA
      *-- DA ZEBRA. SO REGRA NORMAL (A QUE VALE PONTOS).
           MOVE '4) ZEBRA DA SEMANA' TO WS-LNT-TEXTO.
           PERFORM IMPRIMIR-SECAO.
           PERFORM 28100-EXAMINAR-PARTIDA
               VARYING WS-PTD-IX FROM 1 BY 1
               UNTIL WS-PTD-IX > WS-PTD-COUNT.
           IF WS-ZEBRA-PTD EQUAL ZEROS
               MOVE '    NENHUMA VITORIA DE QUEM TINHA MENOS PONTOS'
                   TO GDAREL-LINHA
               PERFORM IMPRIMIR-LINHA
               GO TO 28000-SAI
           END-IF.
           MOVE WS-ZEBRA-PTD TO WS-PTD-IX.
           PERFORM MONTAR-LINHA-PARTIDA.
           MOVE WS-LINHA-PARTIDA TO GDAREL-LINHA.
           PERFORM IMPRIMIR-LINHA.
           IF WS-PTD-VENCEDOR(WS-PTD-IX) EQUAL 'X'
               MOVE WS-PTD-X(WS-PTD-IX) TO WS-LNZ-VENCEDOR
               MOVE WS-PTD-O(WS-PTD-IX) TO WS-LNZ-PERDEDOR
           ELSE
               MOVE WS-PTD-O(WS-PTD-IX) TO WS-LNZ-VENCEDOR
               MOVE WS-PTD-X(WS-PTD-IX) TO WS-LNZ-PERDEDOR
           END-IF.
           MOVE WS-ZEBRA-PTS-VENCEDOR TO WS-LNZ-PTS-VENCEDOR.
           MOVE WS-ZEBRA-PTS-PERDEDOR TO WS-LNZ-PTS-PERDEDOR.
           MOVE WS-ZEBRA-DIFERENCA    TO WS-LNZ-DIFERENCA.
           MOVE WS-LINHA-ZEBRA TO GDAREL-LINHA.
           PERFORM IMPRIMIR-LINHA.
       28000-SAI.
           EXIT.
       28000-99-EXIT.  EXIT.

      *---------------
       28100-EXAMINAR-PARTIDA SECTION.
           IF WS-PTD-VARIANTE(WS-PTD-IX) EQUAL 'M'
               GO TO 28100-SAI
           END-IF.
           EVALUATE WS-PTD-VENCEDOR(WS-PTD-IX)
               WHEN 'X'
                   MOVE WS-PTD-X(WS-PTD-IX) TO WS-NOME-VENCEDOR
                   MOVE WS-PTD-O(WS-PTD-IX) TO WS-NOME-PERDEDOR
               WHEN 'O'
                   MOVE WS-PTD-O(WS-PTD-IX) TO WS-NOME-VENCEDOR
                   MOVE WS-PTD-X(WS-PTD-IX) TO WS-NOME-PERDEDOR
               WHEN OTHER
                   MOVE WS-PTD-X(WS-PTD-IX) TO WS-NOME-VENCEDOR
                   MOVE WS-PTD-O(WS-PTD-IX) TO WS-NOME-PERDEDOR
           END-EVALUATE.
           MOVE WS-NOME-VENCEDOR TO WS-PROCURA-JOGADOR.
           PERFORM PROCURAR-JOGADOR.
           IF WS-RANK-NAO-ACHOU
               GO TO 28100-SAI
           END-IF.
           MOVE WS-RANK-IX TO WS-IX-VENCEDOR.
           MOVE WS-NOME-PERDEDOR TO WS-PROCURA-JOGADOR.
           PERFORM PROCURAR-JOGADOR.
           IF WS-RANK-NAO-ACHOU
               GO TO 28100-SAI
           END-IF.
           MOVE WS-RANK-IX TO WS-IX-PERDEDOR.

      *-- EMPATE SO ANDA A CONTA: 1 PONTO PARA CADA LADO --
           IF WS-PTD-VENCEDOR(WS-PTD-IX) NOT EQUAL 'X'
              AND WS-PTD-VENCEDOR(WS-PTD-IX) NOT EQUAL 'O'
               ADD 1 TO WS-RANK-CORRIDA(WS-IX-VENCEDOR)
                        WS-RANK-CORRIDA(WS-IX-PERDEDOR)
               GO TO 28100-SAI
           END-IF.
           IF WS-RANK-CORRIDA(WS-IX-VENCEDOR) IS LESS THAN
              WS-RANK-CORRIDA(WS-IX-PERDEDOR)
               COMPUTE WS-CONTA = WS-RANK-CORRIDA(WS-IX-PERDEDOR)
                                - WS-RANK-CORRIDA(WS-IX-VENCEDOR)
               IF WS-CONTA IS GREATER THAN WS-ZEBRA-DIFERENCA
                   MOVE WS-CONTA   TO WS-ZEBRA-DIFERENCA
                   MOVE WS-PTD-IX  TO WS-ZEBRA-PTD
                   MOVE WS-RANK-CORRIDA(WS-IX-VENCEDOR)
                       TO WS-ZEBRA-PTS-VENCEDOR
                   MOVE WS-RANK-CORRIDA(WS-IX-PERDEDOR)
                       TO WS-ZEBRA-PTS-PERDEDOR
               END-IF
           END-IF.
           ADD 3 TO WS-RANK-CORRIDA(WS-IX-VENCEDOR).
       28100-SAI.
           EXIT.
       28100-99-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       29000-PARTIDA-DA-SEMANA   SECTION.
      *-- A PARTIDA DECIDIDA MAIS LONGA DA SEMANA (NO EMPATE DE
      *-- TAMANHO, A MAIS RECENTE) E' PROCURADA NO REPLAY E DESENHADA
      *-- LANCE A LANCE, EM PAGINA PROPRIA.
           MOVE 'P' TO GDAREL-FUNCAO.
           CALL 'GDAREL' USING GDAREL-AREA.
           MOVE '5) PARTIDA DA SEMANA' TO WS-LNT-TEXTO.
           PERFORM IMPRIMIR-SECAO.
           PERFORM VARYING WS-PTD-IX FROM 1 BY 1
                   UNTIL WS-PTD-IX > WS-PTD-COUNT
               IF (WS-PTD-VENCEDOR(WS-PTD-IX) EQUAL 'X'
                   OR WS-PTD-VENCEDOR(WS-PTD-IX) EQUAL 'O')
                  AND WS-PTD-JOGADAS(WS-PTD-IX) IS NOT LESS THAN
                      WS-ALVO-JOGADAS
                   MOVE WS-PTD-IX TO WS-DESTAQUE-PTD
                   MOVE WS-PTD-JOGADAS(WS-PTD-IX) TO WS-ALVO-JOGADAS
               END-IF
           END-PERFORM.
           IF WS-DESTAQUE-PTD EQUAL ZEROS
               MOVE '    NENHUMA PARTIDA DECIDIDA NA SEMANA'
                   TO GDAREL-LINHA
               PERFORM IMPRIMIR-LINHA
               GO TO 29000-SAI
           END-IF.
           MOVE WS-DESTAQUE-PTD TO WS-PTD-IX.
           PERFORM MONTAR-LINHA-PARTIDA.
           MOVE WS-LINHA-PARTIDA TO GDAREL-LINHA.
           PERFORM IMPRIMIR-LINHA.

      *-- NA MISERE QUEM FECHA A LINHA E' O PERDEDOR --
           MOVE WS-PTD-TAMANHO(WS-PTD-IX) TO WS-ALVO-TAMANHO.
           IF WS-PTD-VARIANTE(WS-PTD-IX) EQUAL 'M'
               MOVE 'M' TO WS-ALVO-REGRA
               IF WS-PTD-VENCEDOR(WS-PTD-IX) EQUAL 'X'
                   MOVE 'O' TO WS-ALVO-LINHA
               ELSE
                   MOVE 'X' TO WS-ALVO-LINHA
               END-IF
           ELSE
               MOVE 'N' TO WS-ALVO-REGRA
               MOVE WS-PTD-VENCEDOR(WS-PTD-IX) TO WS-ALVO-LINHA
           END-IF.

           PERFORM 29100-PROCURAR-NO-REPLAY.
           IF NOT ESCOLHIDA-ACHADA
               MOVE '    PARTIDA NAO ACHADA NO ARQUIVO DE REPLAY'
                   TO GDAREL-LINHA
               PERFORM IMPRIMIR-LINHA
               SET HOUVE-AVISO TO TRUE
               GO TO 29000-SAI
           END-IF.
           PERFORM 29500-DESENHAR-PARTIDA.
       29000-SAI.
           EXIT.
       29000-99-EXIT.  EXIT.

      *---------------
       29100-PROCURAR-NO-REPLAY SECTION.
      *-- O ARQUIVO MORTO DE REPLAY E' LIDO COMO NO JVPROBL: UMA
      *-- PARTIDA COMECA NO CABECALHO 'PARTIDA' OU QUANDO A NUMERACAO
      *-- VOLTA PARA 001, E E' CONFERIDA COM A PROCURADA AO FECHAR.
           OPEN INPUT REPLAY-FILE.
           IF FS-REPLAY-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO DE REPLAY NAO EXISTE'   UPON CONSOLE
               GO TO 29100-SAI
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
           PERFORM 29200-LER-REPLAY UNTIL WS-FIM EQUAL 'S'.
           PERFORM FECHAR-PARTIDA.
           CLOSE REPLAY-FILE.
           COMPUTE WS-RPL-PRIMEIRA = WS-RPL-ORDINAL + 1.
       29100-SAI.
           EXIT.
       29100-99-EXIT.  EXIT.

      *---------------
       29200-LER-REPLAY SECTION.
           READ REPLAY-FILE
               AT END
                   MOVE 'S' TO WS-FIM
                   GO TO 29200-SAI
           END-READ.

           IF REG-PTD-PALAVRA EQUAL 'PARTIDA '
               PERFORM INICIAR-PARTIDA
               ADD 1 TO WS-RPL-ORDINAL
               MOVE REG-RPL-FILA TO WS-RPL-FILA
               GO TO 29200-SAI
           END-IF.

           IF REG-DSF-PALAVRA EQUAL 'DESFEITA '
               MOVE REG-DSF-CAMPO TO REG-RPL-CAMPO
               PERFORM DECODIFICAR-LANCE
               IF WS-LANCE-CELULA IS GREATER THAN ZEROS
                   MOVE 'D' TO WS-LANCE-JOGADOR
                   PERFORM GUARDAR-EVENTO
               END-IF
               GO TO 29200-SAI
           END-IF.

           IF REG-RPL-PALAVRA NOT EQUAL 'JOGADA '
               GO TO 29200-SAI
           END-IF.

           PERFORM DECODIFICAR-LANCE.
           IF WS-LANCE-CELULA EQUAL ZEROS
               GO TO 29200-SAI
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
       29200-SAI.
           EXIT.
       29200-99-EXIT.  EXIT.

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
           MOVE ZEROS TO WS-LANCES-DA-PARTIDA.
           MOVE ZERO  TO WS-EVT-COUNT.
           MOVE 3     TO WS-TAMANHO-TABULEIRO.
           MOVE 'N'   TO WS-REGRA-SW.
       LIMPAR-PARTIDA-EXIT.
           EXIT.

      *---------------
       FECHAR-PARTIDA SECTION.
      *-- AS DESFEITAS SAO APLICADAS, OS LANCES QUE FICARAM SAO
      *-- JOGADOS NUM TABULEIRO LIMPO E A PARTIDA E' COMPARADA COM A
      *-- PROCURADA. A ULTIMA QUE CASA FICA (A MAIS RECENTE).
           IF WS-LANCES-DA-PARTIDA EQUAL ZEROS
              OR WS-RPL-ORDINAL IS LESS THAN WS-RPL-PRIMEIRA
               GO TO FECHAR-PARTIDA-SAI
           END-IF.
           ADD 1 TO WS-PARTIDAS-REPLAY.
           IF WS-TAMANHO-TABULEIRO NOT EQUAL WS-ALVO-TAMANHO
              OR WS-REGRA-SW NOT EQUAL WS-ALVO-REGRA
               GO TO FECHAR-PARTIDA-SAI
           END-IF.
           MOVE ZERO TO WS-LIQ-COUNT.
           MOVE 'S'  TO WS-LIQ-VALIDA.
           PERFORM APLICAR-EVENTO
               VARYING WS-EVT-IX FROM 1 BY 1
               UNTIL WS-EVT-IX > WS-EVT-COUNT.
           IF WS-LIQ-VALIDA NOT EQUAL 'S'
              OR WS-LIQ-COUNT NOT EQUAL WS-ALVO-JOGADAS
               GO TO FECHAR-PARTIDA-SAI
           END-IF.
           MOVE SPACES TO TABULEIRO-GRUPO.
           PERFORM VARYING WS-LIQ-IX FROM 1 BY 1
                   UNTIL WS-LIQ-IX > WS-LIQ-COUNT
               IF CASA4(WS-LIQ-CELULA(WS-LIQ-IX)) NOT EQUAL ' '
                   MOVE 'N' TO WS-LIQ-VALIDA
               END-IF
               MOVE WS-LIQ-JOGADOR(WS-LIQ-IX)
                   TO CASA4(WS-LIQ-CELULA(WS-LIQ-IX))
           END-PERFORM.
           IF WS-LIQ-VALIDA NOT EQUAL 'S'
               GO TO FECHAR-PARTIDA-SAI
           END-IF.
           PERFORM DESCOBRIR-VENCEDOR.
           IF WS-VENCEDOR NOT EQUAL WS-ALVO-LINHA
              OR WS-LIQ-JOGADOR(WS-LIQ-COUNT) NOT EQUAL WS-ALVO-LINHA
               GO TO FECHAR-PARTIDA-SAI
           END-IF.
           MOVE 'S'                  TO WS-ESC-ACHOU.
           MOVE WS-RPL-ORDINAL       TO WS-ESC-ORDINAL.
           MOVE WS-RPL-FILA          TO WS-ESC-FILA.
           MOVE WS-TAMANHO-TABULEIRO TO WS-ESC-TAMANHO.
           MOVE WS-LIQUIDOS          TO WS-ESC-LANCES.
       FECHAR-PARTIDA-SAI.
           EXIT.
       FECHAR-PARTIDA-EXIT.
           EXIT.

      *---------------
       APLICAR-EVENTO SECTION.
      *-- JOGADA ENTRA NA LISTA; DESFEITA TIRA DA LISTA O ULTIMO
      *-- LANCE NAQUELA CASA. LANCE FORA DO TABULEIRO OU MAIS LANCES
      *-- QUE CASAS INVALIDAM A PARTIDA.
           IF WS-EVT-TIPO(WS-EVT-IX) EQUAL 'D'
               MOVE ZERO TO WS-LIQ-K
               PERFORM VARYING WS-LIQ-IX FROM 1 BY 1
                       UNTIL WS-LIQ-IX > WS-LIQ-COUNT
                   IF WS-LIQ-CELULA(WS-LIQ-IX)
                           EQUAL WS-EVT-CELULA(WS-EVT-IX)
                       MOVE WS-LIQ-IX TO WS-LIQ-K
                   END-IF
               END-PERFORM
               IF WS-LIQ-K EQUAL ZERO
                   GO TO APLICAR-EVENTO-SAI
               END-IF
               PERFORM VARYING WS-LIQ-IX FROM WS-LIQ-K BY 1
                       UNTIL WS-LIQ-IX >= WS-LIQ-COUNT
                   MOVE WS-LIQ-ENTRADA(WS-LIQ-IX + 1)
                       TO WS-LIQ-ENTRADA(WS-LIQ-IX)
               END-PERFORM
               SUBTRACT 1 FROM WS-LIQ-COUNT
               GO TO APLICAR-EVENTO-SAI
           END-IF.
           IF WS-EVT-COLUNA(WS-EVT-IX) > WS-TAMANHO-TABULEIRO
              OR WS-EVT-LINHA(WS-EVT-IX) > WS-TAMANHO-TABULEIRO
              OR WS-LIQ-COUNT NOT LESS THAN 16
              OR (WS-EVT-JOGADOR(WS-EVT-IX) NOT EQUAL 'X'
                  AND WS-EVT-JOGADOR(WS-EVT-IX) NOT EQUAL 'O')
               MOVE 'N' TO WS-LIQ-VALIDA
               GO TO APLICAR-EVENTO-SAI
           END-IF.
           ADD 1 TO WS-LIQ-COUNT.
           MOVE WS-EVT-JOGADOR(WS-EVT-IX)
               TO WS-LIQ-JOGADOR(WS-LIQ-COUNT).
           MOVE WS-EVT-CELULA(WS-EVT-IX)
               TO WS-LIQ-CELULA(WS-LIQ-COUNT).
       APLICAR-EVENTO-SAI.
           EXIT.
       APLICAR-EVENTO-EXIT.
           EXIT.

      *---------------
       29500-DESENHAR-PARTIDA SECTION.
      *-- UM TABULEIRO POR LANCE, COM O ROTULO (NUMERO, SINAL E CASA),
      *-- SETE POR FAIXA. O TABULEIRO VAI SENDO PREENCHIDO LANCE A
      *-- LANCE, COMO FICOU NA PARTIDA.
           MOVE WS-ESC-LANCES  TO WS-LIQUIDOS.
           MOVE WS-ESC-TAMANHO TO WS-TAMANHO-TABULEIRO.
           MOVE WS-ESC-ORDINAL TO WS-LNE-ORDINAL.
           MOVE WS-ESC-TAMANHO TO WS-LNE-TAMANHO WS-LNE-TAMANHO-2.
           IF WS-ESC-FILA EQUAL SPACES
               MOVE '(BATCH)' TO WS-LNE-FILA
           ELSE
               MOVE WS-ESC-FILA TO WS-LNE-FILA
           END-IF.
           MOVE WS-ALVO-LINHA TO WS-LNE-LINHA.
           MOVE WS-LIQ-COUNT  TO WS-LNE-LANCE.
           MOVE WS-LINHA-ESCOLHIDA TO GDAREL-LINHA.
           PERFORM IMPRIMIR-LINHA.
           PERFORM IMPRIMIR-BRANCO.

           COMPUTE WS-DIAG-LINHAS = WS-TAMANHO-TABULEIRO * 2.
           MOVE SPACES TO TABULEIRO-GRUPO.
           MOVE ZERO   TO WS-DIAG-NA-FAIXA.
           PERFORM LIMPAR-FAIXA.
           PERFORM 29600-DESENHAR-LANCE
               VARYING WS-LIQ-IX FROM 1 BY 1
               UNTIL WS-LIQ-IX > WS-LIQ-COUNT.
           IF WS-DIAG-NA-FAIXA IS GREATER THAN ZERO
               PERFORM IMPRIMIR-FAIXA
           END-IF.
       29500-99-EXIT.  EXIT.

      *---------------
       29600-DESENHAR-LANCE SECTION.
           MOVE WS-LIQ-JOGADOR(WS-LIQ-IX)
               TO CASA4(WS-LIQ-CELULA(WS-LIQ-IX)).
           COMPUTE WS-DIAG-DESLOC =
               WS-DIAG-NA-FAIXA * WS-DIAG-LARGURA + 1.
           ADD 1 TO WS-DIAG-NA-FAIXA.

           MOVE WS-LIQ-IX                 TO WS-ROT-NUMERO.
           MOVE WS-LIQ-JOGADOR(WS-LIQ-IX) TO WS-ROT-JOGADOR.
           MOVE WS-LIQ-CELULA(WS-LIQ-IX)  TO WS-CAMPO-CEL.
           PERFORM CAMPO-DA-CELULA.
           MOVE WS-CAMPO                  TO WS-ROT-CAMPO.
           MOVE WS-ROTULO TO WS-DIAG-LINHA(1)(WS-DIAG-DESLOC:13).

      *-- LINHA 2R DA FAIXA E' A LINHA R DO TABULEIRO; ENTRE ELAS, A
      *-- SEPARACAO --
           PERFORM VARYING WS-DIAG-R FROM 1 BY 1
                   UNTIL WS-DIAG-R > WS-TAMANHO-TABULEIRO
               COMPUTE WS-DIAG-IX = WS-DIAG-R * 2
               PERFORM VARYING WS-DIAG-C FROM 1 BY 1
                       UNTIL WS-DIAG-C > WS-TAMANHO-TABULEIRO
                   COMPUTE WS-CEL = (WS-DIAG-R - 1) * 4 + WS-DIAG-C
                   COMPUTE WS-DIAG-POS =
                       WS-DIAG-DESLOC + (WS-DIAG-C - 1) * 4 + 1
                   MOVE CASA4(WS-CEL)
                       TO WS-DIAG-LINHA(WS-DIAG-IX)(WS-DIAG-POS:1)
                   IF WS-DIAG-C < WS-TAMANHO-TABULEIRO
                       ADD 2 TO WS-DIAG-POS
                       MOVE '|'
                           TO WS-DIAG-LINHA(WS-DIAG-IX)(WS-DIAG-POS:1)
                   END-IF
               END-PERFORM
               IF WS-DIAG-R < WS-TAMANHO-TABULEIRO
                   ADD 1 TO WS-DIAG-IX
                   COMPUTE WS-DIAG-POS = WS-TAMANHO-TABULEIRO * 4 - 1
                   MOVE WS-SEPARADOR(1:WS-DIAG-POS)
                       TO WS-DIAG-LINHA(WS-DIAG-IX)
                          (WS-DIAG-DESLOC:WS-DIAG-POS)
               END-IF
           END-PERFORM.

           IF WS-DIAG-NA-FAIXA EQUAL WS-DIAG-POR-FAIXA
               PERFORM IMPRIMIR-FAIXA
           END-IF.
       29600-99-EXIT.  EXIT.

      *---------------
       IMPRIMIR-FAIXA SECTION.
           PERFORM VARYING WS-DIAG-IX FROM 1 BY 1
                   UNTIL WS-DIAG-IX > WS-DIAG-LINHAS
               MOVE WS-DIAG-LINHA(WS-DIAG-IX) TO GDAREL-LINHA
               PERFORM IMPRIMIR-LINHA
           END-PERFORM.
           PERFORM IMPRIMIR-BRANCO.
           MOVE ZERO TO WS-DIAG-NA-FAIXA.
           PERFORM LIMPAR-FAIXA.
       IMPRIMIR-FAIXA-EXIT.
           EXIT.

      *---------------
       LIMPAR-FAIXA SECTION.
           PERFORM VARYING WS-DIAG-IX FROM 1 BY 1
                   UNTIL WS-DIAG-IX > 9
               MOVE SPACES TO WS-DIAG-LINHA(WS-DIAG-IX)
           END-PERFORM.
       LIMPAR-FAIXA-EXIT.
           EXIT.

      *---------------
       CAMPO-DA-CELULA SECTION.
      *-- A CELULA 1-16 DA INDEXACAO 4X4 DE VOLTA PARA O CAMPO
      *-- LETRA+NUMERO DO LOG.
           MOVE '??' TO WS-CAMPO.
           COMPUTE WS-CAMPO-R = (WS-CAMPO-CEL - 1) / 4 + 1.
           COMPUTE WS-CAMPO-C = WS-CAMPO-CEL - (WS-CAMPO-R - 1) * 4.
           EVALUATE WS-CAMPO-C
               WHEN 1 MOVE 'A' TO WS-CAMPO(1:1)
               WHEN 2 MOVE 'B' TO WS-CAMPO(1:1)
               WHEN 3 MOVE 'C' TO WS-CAMPO(1:1)
               WHEN 4 MOVE 'D' TO WS-CAMPO(1:1)
           END-EVALUATE.
           MOVE WS-CAMPO-R(2:1) TO WS-CAMPO(2:1).
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

      *---------------
       IMPRIMIR-SECAO SECTION.
      *-- LINHA EM BRANCO E O TITULO DA PARTE DO BOLETIM.
           PERFORM IMPRIMIR-BRANCO.
           MOVE WS-LINHA-SECAO TO GDAREL-LINHA.
           PERFORM IMPRIMIR-LINHA.
           MOVE ALL '-' TO GDAREL-LINHA(1:40).
           PERFORM IMPRIMIR-LINHA.
       IMPRIMIR-SECAO-EXIT.
           EXIT.

      *---------------
       IMPRIMIR-BRANCO SECTION.
           MOVE SPACES TO GDAREL-LINHA.
           PERFORM IMPRIMIR-LINHA.
       IMPRIMIR-BRANCO-EXIT.
           EXIT.

      *---------------
       IMPRIMIR-LINHA SECTION.
      *-- A LINHA JA MONTADA EM GDAREL-LINHA VAI COMO DETALHE; A AREA
      *-- FICA LIMPA PARA A PROXIMA.
           MOVE 'D' TO GDAREL-FUNCAO.
           CALL 'GDAREL' USING GDAREL-AREA.
           MOVE SPACES TO GDAREL-LINHA.
       IMPRIMIR-LINHA-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       30000-FINALIZAR   SECTION.
           MOVE 'F' TO GDAREL-FUNCAO.
           CALL 'GDAREL' USING GDAREL-AREA.

           DISPLAY 'JVBOLETM: PARTIDAS NA SEMANA         = '
                   WS-PARTIDAS-SEMANA                   UPON CONSOLE.
           DISPLAY 'JVBOLETM: PARTIDAS DEPOIS DA SEMANA  = '
                   WS-PARTIDAS-DEPOIS                   UPON CONSOLE.
           DISPLAY 'JVBOLETM: JOGADORES CLASSIFICADOS    = '
                   WS-JOGADORES-CLASSIFICADOS           UPON CONSOLE.
           DISPLAY 'JVBOLETM: CONFRONTOS PENDENTES       = '
                   WS-CONFRONTOS-PENDENTES              UPON CONSOLE.
           DISPLAY 'JVBOLETM: PARTIDAS DO REPLAY VISTAS  = '
                   WS-PARTIDAS-REPLAY                   UPON CONSOLE.
           IF WS-RPL-ORDINAL IS GREATER THAN ZEROS
               DISPLAY 'PARTIDAS NO REPLAY: ' WS-RPL-ORDINAL
                       ' - NA PROXIMA SEMANA USE ' WS-RPL-PRIMEIRA
                       ' NAS COLUNAS 12-16 DO PARM'     UPON CONSOLE
           END-IF.
           IF HOUVE-AVISO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       30000-FINALIZAR-EXIT.  EXIT.
      *---------------------------------------------------------------*
