000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDAINCID.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                        *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - ABRE OS CHAMADOS DA        *
000120*                  CENTRAL DE SERVICOS A PARTIR DO LOG DE     *
000130*                  ERROS DO GDAABEND, SEM DUPLICAR. LE O DD   *
000140*                  ERRLOG A PARTIR DO PONTO ONDE A RODADA     *
000150*                  ANTERIOR PAROU E AGRUPA POR PROGRAMA +     *
000160*                  CODIGO, COMO A TRIAGEM (GDAERRTR). GRUPO   *
000170*                  SEM INCIDENTE EM ABERTO VIRA UM INCIDENTE  *
000180*                  NOVO NO ARQUIVO DE INTERFACE (DD INCEXPRT) *
000190*                  COM PROGRAMA, CODIGO, PRIMEIRA E ULTIMA    *
000200*                  OCORRENCIA, QUANTIDADE, ULTIMA MENSAGEM E  *
000210*                  A SEVERIDADE DA TABELA DE CRITICIDADE DOS  *
000220*                  PROGRAMAS (DD CRITICID); GRUPO COM         *
000230*                  INCIDENTE EM ABERTO SO TEM AS CONTAGENS    *
000240*                  ATUALIZADAS. O RETORNO DA CENTRAL (DD      *
000250*                  SDRETORN) TRAZ O NUMERO DO CHAMADO DE CADA *
000260*                  REFERENCIA NOSSA E O FECHAMENTO; ABEND     *
000270*                  REPETIDO DE CHAMADO ABERTO NAO ABRE OUTRO, *
000280*                  E DEPOIS DO FECHAMENTO ABRE UM NOVO.       *
000281* 10/15/2026 JLC   REGISTRO DO ERRLOG CRESCEU COM O LOCAL DO  *
000282*                  ABEND (OFFSET, PARAGRAFO, LINHA, VERBO); O *
000283*                  CHAMADO CONTINUA POR PROGRAMA + CODIGO.    *
000290*                                                             *
000300* ARQUIVOS:                                                   *
000310*   ERRLOG    LOG DO GDAABEND (OBRIGATORIO)                   *
000320*   INCIDENT  CADASTRO DE INCIDENTES DA RODADA ANTERIOR       *
000330*             (OPCIONAL NA PRIMEIRA RODADA); O PRIMEIRO       *
000340*             REGISTRO ('C') GUARDA ATE ONDE O ERRLOG JA FOI  *
000350*             LIDO E A ULTIMA REFERENCIA USADA                *
000360*   INCIDNOV  CADASTRO ATUALIZADO (INCIDENT DA PROXIMA)       *
000370*   SDRETORN  RETORNO DA CENTRAL (OPCIONAL): REFERENCIA NAS   *
000380*             COLS 1-7, NUMERO DO CHAMADO NAS COLS 9-20 E     *
000390*             SITUACAO NA COL 22 (A = ABERTO, F = FECHADO)    *
000400*   CRITICID  CRITICIDADE (OPCIONAL): PROGRAMA NAS COLS 1-8   *
000410*             E SEVERIDADE 1-4 NA COL 10; PROGRAMA FORA DA    *
000420*             TABELA FICA COM SEVERIDADE 3                    *
000430*   INCEXPRT  INTERFACE PARA A IMPORTACAO DA CENTRAL: 'N' =   *
000440*             INCIDENTE NOVO, 'A' = ATUALIZACAO DE CONTAGENS  *
000450*   RELPRT    RELATORIO DA RODADA (GDAREL)                    *
000460*-----------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ERRLOG-FILE ASSIGN TO ERRLOG
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-ERRLOG.
000540     SELECT INCIDENT-FILE ASSIGN TO INCIDENT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-INCIDENT.
000570     SELECT INCIDNOV-FILE ASSIGN TO INCIDNOV
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-INCIDNOV.
000600     SELECT RETORNO-FILE ASSIGN TO SDRETORN
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-FS-RETORNO.
000630     SELECT CRITICID-FILE ASSIGN TO CRITICID
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FS-CRITICID.
000660     SELECT EXPORTA-FILE ASSIGN TO INCEXPRT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-FS-EXPORTA.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  ERRLOG-FILE
000720     RECORDING MODE IS F.
000730 01  REG-ERRLOG.
000740     05  ERR-PROGRAMA        PIC X(08).
000750     05  FILLER              PIC X(01).
000760     05  ERR-DATA            PIC 9(08).
000770     05  FILLER              PIC X(01).
000780     05  ERR-HORA            PIC 9(06).
000790     05  FILLER              PIC X(01).
000800     05  ERR-CODIGO          PIC 9(04).
000810     05  FILLER              PIC X(01).
000820     05  ERR-MENSAGEM        PIC X(50).
000821     05  FILLER              PIC X(60).
000830 FD  INCIDENT-FILE
000840     RECORDING MODE IS F.
000850 01  REG-INCIDENT            PIC X(150).
000860 FD  INCIDNOV-FILE
000870     RECORDING MODE IS F.
000880 01  REG-INCIDNOV            PIC X(150).
000890 FD  RETORNO-FILE
000900     RECORDING MODE IS F.
000910 01  REG-RETORNO.
000920     05  RET-REFERENCIA      PIC X(07).
000930     05  FILLER              PIC X(01).
000940     05  RET-CHAMADO         PIC X(12).
000950     05  FILLER              PIC X(01).
000960     05  RET-SITUACAO        PIC X(01).
000970     05  FILLER              PIC X(58).
000980 FD  CRITICID-FILE
000990     RECORDING MODE IS F.
001000 01  REG-CRITICID.
001010     05  CRI-PROGRAMA        PIC X(08).
001020     05  FILLER              PIC X(01).
001030     05  CRI-SEVERIDADE      PIC X(01).
001040     05  FILLER              PIC X(70).
001050 FD  EXPORTA-FILE
001060     RECORDING MODE IS F.
001070 01  REG-EXPORTA.
001080     05  EXP-TIPO            PIC X(01).
001090     05  FILLER              PIC X(01).
001100     05  EXP-REFERENCIA      PIC 9(07).
001110     05  FILLER              PIC X(01).
001120     05  EXP-CHAMADO         PIC X(12).
001130     05  FILLER              PIC X(01).
001140     05  EXP-PROGRAMA        PIC X(08).
001150     05  FILLER              PIC X(01).
001160     05  EXP-CODIGO          PIC 9(04).
001170     05  FILLER              PIC X(01).
001180     05  EXP-SEVERIDADE      PIC 9(01).
001190     05  FILLER              PIC X(01).
001200     05  EXP-PRIM-DATA       PIC 9(08).
001210     05  FILLER              PIC X(01).
001220     05  EXP-PRIM-HORA       PIC 9(06).
001230     05  FILLER              PIC X(01).
001240     05  EXP-ULT-DATA        PIC 9(08).
001250     05  FILLER              PIC X(01).
001260     05  EXP-ULT-HORA        PIC 9(06).
001270     05  FILLER              PIC X(01).
001280     05  EXP-QTDE            PIC 9(07).
001290     05  FILLER              PIC X(01).
001300     05  EXP-MENSAGEM        PIC X(50).
001310     05  FILLER              PIC X(22).
001320 WORKING-STORAGE SECTION.
001330 77  WS-FS-ERRLOG             PIC X(02) VALUE '00'.
001340 77  WS-FS-INCIDENT           PIC X(02) VALUE '00'.
001350 77  WS-FS-INCIDNOV           PIC X(02) VALUE '00'.
001360 77  WS-FS-RETORNO            PIC X(02) VALUE '00'.
001370 77  WS-FS-CRITICID           PIC X(02) VALUE '00'.
001380 77  WS-FS-EXPORTA            PIC X(02) VALUE '00'.
001390 77  WS-SEVERIDADE-PADRAO     PIC 9(01) VALUE 3.
001400 01  WS-SWITCHES.
001410     05  WS-FIM-SW            PIC X(01) VALUE 'N'.
001420         88  FIM-DO-ARQUIVO            VALUE 'S'.
001430     05  WS-GRUPO-SW          PIC X(01) VALUE 'N'.
001440         88  GRUPO-ACHADO              VALUE 'S'.
001450 01  WS-CONTADORES.
001460     05  WS-LIDOS             PIC 9(07) VALUE ZEROES.
001470     05  WS-JA-LIDOS          PIC 9(07) VALUE ZEROES.
001480     05  WS-PROCESSADOS       PIC 9(07) VALUE ZEROES.
001490     05  WS-DESCARTADOS       PIC 9(05) VALUE ZEROES.
001500     05  WS-NOVOS             PIC 9(05) VALUE ZEROES.
001510     05  WS-ATUALIZADOS       PIC 9(05) VALUE ZEROES.
001520     05  WS-VINCULADOS        PIC 9(05) VALUE ZEROES.
001530     05  WS-FECHADOS          PIC 9(05) VALUE ZEROES.
001540     05  WS-RET-DESCARTADOS   PIC 9(05) VALUE ZEROES.
001550*-----------------------------------------------------------*
001560* REGISTROS DO CADASTRO DE INCIDENTES (INCIDENT/INCIDNOV):   *
001570* O PRIMEIRO E O DE CONTROLE ('C'), OS DEMAIS UM POR         *
001580* INCIDENTE ('I').                                           *
001590*-----------------------------------------------------------*
001600 01  WS-REG-INCIDENTE.
001610     05  INC-TIPO             PIC X(01).
001620     05  FILLER               PIC X(01).
001630     05  INC-REFERENCIA       PIC 9(07).
001640     05  FILLER               PIC X(01).
001650     05  INC-PROGRAMA         PIC X(08).
001660     05  FILLER               PIC X(01).
001670     05  INC-CODIGO           PIC 9(04).
001680     05  FILLER               PIC X(01).
001690     05  INC-SITUACAO         PIC X(01).
001700     05  FILLER               PIC X(01).
001710     05  INC-CHAMADO          PIC X(12).
001720     05  FILLER               PIC X(01).
001730     05  INC-SEVERIDADE       PIC 9(01).
001740     05  FILLER               PIC X(01).
001750     05  INC-PRIM-DATA        PIC 9(08).
001760     05  INC-PRIM-HORA        PIC 9(06).
001770     05  FILLER               PIC X(01).
001780     05  INC-ULT-DATA         PIC 9(08).
001790     05  INC-ULT-HORA         PIC 9(06).
001800     05  FILLER               PIC X(01).
001810     05  INC-QTDE             PIC 9(07).
001820     05  FILLER               PIC X(01).
001830     05  INC-MENSAGEM         PIC X(50).
001840     05  FILLER               PIC X(21).
001850 01  WS-REG-CONTROLE REDEFINES WS-REG-INCIDENTE.
001860     05  CTL-TIPO             PIC X(01).
001870     05  FILLER               PIC X(01).
001880     05  CTL-ULT-REFERENCIA   PIC 9(07).
001890     05  FILLER               PIC X(01).
001900     05  CTL-ULT-DATA         PIC 9(08).
001910     05  CTL-ULT-HORA         PIC 9(06).
001920     05  FILLER               PIC X(01).
001930     05  CTL-QTDE-INSTANTE    PIC 9(05).
001940     05  FILLER               PIC X(120).
001950*-----------------------------------------------------------*
001960* PONTO DO ERRLOG JA LIDO: DATA/HORA DO ULTIMO REGISTRO E    *
001970* QUANTOS REGISTROS COM ESSA MESMA DATA/HORA JA FORAM        *
001980* TRATADOS (VARIOS ERROS NO MESMO SEGUNDO NAO SE PERDEM NEM  *
001990* SE REPETEM).                                               *
002000*-----------------------------------------------------------*
002010 01  WS-MARCA.
002020     05  WS-MRC-DATA          PIC 9(08) VALUE ZEROES.
002030     05  WS-MRC-HORA          PIC 9(06) VALUE ZEROES.
002040     05  WS-MRC-QTDE          PIC 9(05) VALUE ZEROES.
002050     05  WS-MRC-IGUAIS        PIC 9(05) VALUE ZEROES.
002060     05  WS-NOVA-DATA         PIC 9(08) VALUE ZEROES.
002070     05  WS-NOVA-HORA         PIC 9(06) VALUE ZEROES.
002080     05  WS-NOVA-QTDE         PIC 9(05) VALUE ZEROES.
002090     05  WS-ULT-REFERENCIA    PIC 9(07) VALUE ZEROES.
002100*-----------------------------------------------------------*
002110* TABELA DE INCIDENTES (CADASTRO + GRUPOS NOVOS DA RODADA).  *
002120* SITUACAO: P = ENVIADO, SEM NUMERO DE CHAMADO AINDA;        *
002130* A = ABERTO NA CENTRAL; F = FECHADO. EVENTO DA RODADA:      *
002140* N = NOVO, A = CONTAGEM ATUALIZADA, V = NUMERO RECEBIDO,    *
002150* F = FECHADO PELA CENTRAL.                                  *
002160*-----------------------------------------------------------*
002170 01  WS-INCIDENTES.
002180     05  WS-INC-MAX           PIC 9(03) VALUE 500.
002190     05  WS-INC-COUNT         PIC 9(03) VALUE ZEROES.
002200     05  WS-INC-IX            PIC 9(03) VALUE ZEROES.
002210     05  WS-INC-ENT OCCURS 500 TIMES.
002220         10  WS-INC-REFERENCIA PIC 9(07).
002230         10  WS-INC-PROGRAMA  PIC X(08).
002240         10  WS-INC-CODIGO    PIC 9(04).
002250         10  WS-INC-SITUACAO  PIC X(01).
002260         10  WS-INC-CHAMADO   PIC X(12).
002270         10  WS-INC-SEVERIDADE PIC 9(01).
002280         10  WS-INC-PRIM-DT   PIC 9(08).
002290         10  WS-INC-PRIM-HR   PIC 9(06).
002300         10  WS-INC-ULT-DT    PIC 9(08).
002310         10  WS-INC-ULT-HR    PIC 9(06).
002320         10  WS-INC-QTDE      PIC 9(07).
002330         10  WS-INC-MENSAGEM  PIC X(50).
002340         10  WS-INC-RODADA    PIC 9(07).
002350         10  WS-INC-EVENTO    PIC X(01).
002360*-----------------------------------------------------------*
002370* TABELA DE CRITICIDADE DOS PROGRAMAS                        *
002380*-----------------------------------------------------------*
002390 01  WS-CRITICIDADE.
002400     05  WS-CRI-MAX           PIC 9(03) VALUE 200.
002410     05  WS-CRI-COUNT         PIC 9(03) VALUE ZEROES.
002420     05  WS-CRI-IX            PIC 9(03) VALUE ZEROES.
002430     05  WS-CRI-ENT OCCURS 200 TIMES.
002440         10  WS-CRI-PROGRAMA  PIC X(08).
002450         10  WS-CRI-SEVERIDADE PIC 9(01).
002460 01  WS-PROC-REFERENCIA       PIC 9(07) VALUE ZEROES.
002470 01  WS-LINHA-DET.
002480     05  FILLER               PIC X(01) VALUE SPACE.
002490     05  DET-ACAO             PIC X(10).
002500     05  FILLER               PIC X(02) VALUE SPACES.
002510     05  DET-REFERENCIA       PIC 9(07).
002520     05  FILLER               PIC X(02) VALUE SPACES.
002530     05  DET-PROGRAMA         PIC X(08).
002540     05  FILLER               PIC X(02) VALUE SPACES.
002550     05  DET-CODIGO           PIC 9(04).
002560     05  FILLER               PIC X(02) VALUE SPACES.
002570     05  DET-SEVERIDADE       PIC 9(01).
002580     05  FILLER               PIC X(02) VALUE SPACES.
002590     05  DET-CHAMADO          PIC X(12).
002600     05  FILLER               PIC X(02) VALUE SPACES.
002610     05  DET-RODADA           PIC ZZZZZZ9.
002620     05  FILLER               PIC X(02) VALUE SPACES.
002630     05  DET-QTDE             PIC ZZZZZZ9.
002640     05  FILLER               PIC X(02) VALUE SPACES.
002650     05  DET-ULTIMA           PIC X(15).
002660     05  FILLER               PIC X(02) VALUE SPACES.
002670     05  DET-MENSAGEM         PIC X(40).
002680 01  WS-QUANDO.
002690     05  WS-QD-DATA           PIC 9(08).
002700     05  FILLER               PIC X(01) VALUE '-'.
002710     05  WS-QD-HORA           PIC 9(06).
002720 01  WS-CABEC-INCIDENTE.
002730     05  FILLER               PIC X(13) VALUE ' ACAO'.
002740     05  FILLER               PIC X(09) VALUE 'REFER.'.
002750     05  FILLER               PIC X(10) VALUE 'PROGRAMA'.
002760     05  FILLER               PIC X(06) VALUE 'COD.'.
002770     05  FILLER               PIC X(03) VALUE 'SV'.
002780     05  FILLER               PIC X(14) VALUE 'CHAMADO'.
002790     05  FILLER               PIC X(09) VALUE ' RODADA'.
002800     05  FILLER               PIC X(09) VALUE '  TOTAL'.
002810     05  FILLER               PIC X(07) VALUE 'ULTIMA'.
002820 01  WS-LINHA-TOT.
002830     05  FILLER               PIC X(01) VALUE SPACE.
002840     05  FILLER               PIC X(09) VALUE 'NOVOS = '.
002850     05  TOT-NOVOS            PIC ZZZZ9.
002860     05  FILLER               PIC X(16) VALUE '  ATUALIZADOS = '.
002870     05  TOT-ATUALIZADOS      PIC ZZZZ9.
002880     05  FILLER               PIC X(15) VALUE '  VINCULADOS = '.
002890     05  TOT-VINCULADOS       PIC ZZZZ9.
002900     05  FILLER               PIC X(13) VALUE '  FECHADOS = '.
002910     05  TOT-FECHADOS         PIC ZZZZ9.
002920     05  FILLER               PIC X(15) VALUE '  OCORRENCIAS ='.
002930     05  TOT-PROCESSADOS      PIC ZZZZZZ9.
002940     05  FILLER               PIC X(15) VALUE '  DESCARTADOS ='.
002950     05  TOT-DESCARTADOS      PIC ZZZZ9.
002960     05  FILLER               PIC X(17) VALUE SPACES.
002970*-----------------------------------------------------------*
002980* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
002990*-----------------------------------------------------------*
003000 01  GDAREL-AREA.
003010     03  GDAREL-FUNCAO        PIC X(01).
003020     03  GDAREL-TITULO        PIC X(60).
003030     03  GDAREL-CABECALHO     PIC X(80).
003040     03  GDAREL-LINHA         PIC X(132).
003050     03  GDAREL-RETORNO       PIC 9(02).
003060     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
003070     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
003080         05  GDAREL-QBR-POS   PIC 9(03).
003090         05  GDAREL-QBR-TAM   PIC 9(02).
003100     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
003110     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
003120     03  GDAREL-EXTRATO OCCURS 10 TIMES.
003130         05  GDAREL-EXT-POS   PIC 9(03).
003140         05  GDAREL-EXT-TAM   PIC 9(03).
003150     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
003160 PROCEDURE DIVISION.
003170 0000-MAINLINE.
003180*-----------------------------------------------------------*
003190* PARAGRAFO PRINCIPAL.                                       *
003200*-----------------------------------------------------------*
003210     PERFORM 1000-INITIALIZE
003220         THRU 1000-INITIALIZE-EXIT
003230     PERFORM 1100-CARREGAR-CADASTRO
003240         THRU 1100-CARREGAR-CADASTRO-EXIT
003250     PERFORM 1200-CARREGAR-CRITICIDADE
003260         THRU 1200-CARREGAR-CRITICIDADE-EXIT
003270     PERFORM 1300-APLICAR-RETORNO
003280         THRU 1300-APLICAR-RETORNO-EXIT
003290     MOVE 'N' TO WS-FIM-SW
003300     PERFORM 2000-LER-ERRLOG
003310         THRU 2000-LER-ERRLOG-EXIT
003320         UNTIL FIM-DO-ARQUIVO
003330     PERFORM 3000-EMITIR
003340         THRU 3000-EMITIR-EXIT
003350     PERFORM 4000-GRAVAR-CADASTRO
003360         THRU 4000-GRAVAR-CADASTRO-EXIT
003370     PERFORM 9999-TERMINATE
003380         THRU 9999-TERMINATE-EXIT
003390     STOP RUN
003400     .
003410 0000-MAINLINE-EXIT.
003420     EXIT.
003430 1000-INITIALIZE.
003440     OPEN INPUT ERRLOG-FILE
003450     IF WS-FS-ERRLOG NOT EQUAL '00'
003460         DISPLAY "GDAINCID: SEM ARQUIVO ERRLOG, STATUS = "
003470                 WS-FS-ERRLOG
003480         MOVE 16 TO RETURN-CODE
003490         STOP RUN
003500     END-IF
003510     OPEN OUTPUT EXPORTA-FILE
003520     IF WS-FS-EXPORTA NOT EQUAL '00'
003530         DISPLAY "GDAINCID: NAO ABRIU O INCEXPRT, STATUS = "
003540                 WS-FS-EXPORTA
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF
003580     MOVE 'A' TO GDAREL-FUNCAO
003590     MOVE 1 TO GDAREL-NUMERO
003600     MOVE 'INCIDENTES DA CENTRAL DE SERVICOS A PARTIR DO ERRLOG'
003610       TO GDAREL-TITULO
003620     MOVE WS-CABEC-INCIDENTE TO GDAREL-CABECALHO
003630     CALL 'GDAREL' USING GDAREL-AREA
003640     .
003650 1000-INITIALIZE-EXIT.
003660     EXIT.
003670 1100-CARREGAR-CADASTRO.
003680*-----------------------------------------------------------*
003690* CADASTRO DA RODADA ANTERIOR: O REGISTRO DE CONTROLE DA O   *
003700* PONTO DO ERRLOG E A ULTIMA REFERENCIA; OS INCIDENTES VAO   *
003710* PARA A TABELA. SEM O DD, E A PRIMEIRA RODADA: O ERRLOG E   *
003720* LIDO INTEIRO.                                              *
003730*-----------------------------------------------------------*
003740     OPEN INPUT INCIDENT-FILE
003750     IF WS-FS-INCIDENT NOT EQUAL '00'
003760         DISPLAY "GDAINCID: SEM CADASTRO INCIDENT (STATUS "
003770                 WS-FS-INCIDENT ") - PRIMEIRA RODADA"
003780         GO TO 1100-CARREGAR-CADASTRO-EXIT
003790     END-IF
003800     MOVE 'N' TO WS-FIM-SW
003810     PERFORM 1110-LER-INCIDENTE
003820         THRU 1110-LER-INCIDENTE-EXIT
003830         UNTIL FIM-DO-ARQUIVO
003840     CLOSE INCIDENT-FILE
003850     .
003860 1100-CARREGAR-CADASTRO-EXIT.
003870     EXIT.
003880 1110-LER-INCIDENTE.
003890     READ INCIDENT-FILE INTO WS-REG-INCIDENTE
003900         AT END
003910             SET FIM-DO-ARQUIVO TO TRUE
003920             GO TO 1110-LER-INCIDENTE-EXIT
003930     END-READ
003940     IF CTL-TIPO IS EQUAL TO 'C'
003950         MOVE CTL-ULT-REFERENCIA TO WS-ULT-REFERENCIA
003960         MOVE CTL-ULT-DATA       TO WS-MRC-DATA
003970         MOVE CTL-ULT-HORA       TO WS-MRC-HORA
003980         MOVE CTL-QTDE-INSTANTE  TO WS-MRC-QTDE
003990         GO TO 1110-LER-INCIDENTE-EXIT
004000     END-IF
004010     IF INC-TIPO NOT EQUAL 'I'
004020         OR INC-REFERENCIA IS NOT NUMERIC
004030         OR INC-QTDE IS NOT NUMERIC
004040         DISPLAY "GDAINCID: REGISTRO INVALIDO NO INCIDENT "
004050                 WS-REG-INCIDENTE(1:40)
004060         ADD 1 TO WS-DESCARTADOS
004070         GO TO 1110-LER-INCIDENTE-EXIT
004080     END-IF
004090     IF WS-INC-COUNT IS EQUAL TO WS-INC-MAX
004100         DISPLAY "GDAINCID: TABELA DE INCIDENTES CHEIA - "
004110                 "IGNORADO " WS-REG-INCIDENTE(1:40)
004120         ADD 1 TO WS-DESCARTADOS
004130         GO TO 1110-LER-INCIDENTE-EXIT
004140     END-IF
004150     ADD 1 TO WS-INC-COUNT
004160     MOVE WS-INC-COUNT TO WS-INC-IX
004170     MOVE INC-REFERENCIA TO WS-INC-REFERENCIA (WS-INC-IX)
004180     MOVE INC-PROGRAMA   TO WS-INC-PROGRAMA (WS-INC-IX)
004190     MOVE INC-CODIGO     TO WS-INC-CODIGO (WS-INC-IX)
004200     MOVE INC-SITUACAO   TO WS-INC-SITUACAO (WS-INC-IX)
004210     MOVE INC-CHAMADO    TO WS-INC-CHAMADO (WS-INC-IX)
004220     MOVE INC-SEVERIDADE TO WS-INC-SEVERIDADE (WS-INC-IX)
004230     MOVE INC-PRIM-DATA  TO WS-INC-PRIM-DT (WS-INC-IX)
004240     MOVE INC-PRIM-HORA  TO WS-INC-PRIM-HR (WS-INC-IX)
004250     MOVE INC-ULT-DATA   TO WS-INC-ULT-DT (WS-INC-IX)
004260     MOVE INC-ULT-HORA   TO WS-INC-ULT-HR (WS-INC-IX)
004270     MOVE INC-QTDE       TO WS-INC-QTDE (WS-INC-IX)
004280     MOVE INC-MENSAGEM   TO WS-INC-MENSAGEM (WS-INC-IX)
004290     MOVE ZEROES         TO WS-INC-RODADA (WS-INC-IX)
004300     MOVE SPACE          TO WS-INC-EVENTO (WS-INC-IX)
004310     .
004320 1110-LER-INCIDENTE-EXIT.
004330     EXIT.
004340 1200-CARREGAR-CRITICIDADE.
004350*-----------------------------------------------------------*
004360* TABELA DE CRITICIDADE DOS PROGRAMAS (OPCIONAL). SEM ELA,   *
004370* TODO INCIDENTE NOVO SAI COM A SEVERIDADE PADRAO.           *
004380*-----------------------------------------------------------*
004390     OPEN INPUT CRITICID-FILE
004400     IF WS-FS-CRITICID NOT EQUAL '00'
004410         DISPLAY "GDAINCID: SEM TABELA CRITICID - SEVERIDADE "
004420                 WS-SEVERIDADE-PADRAO " PARA TODOS"
004430         GO TO 1200-CARREGAR-CRITICIDADE-EXIT
004440     END-IF
004450     MOVE 'N' TO WS-FIM-SW
004460     PERFORM 1210-LER-CRITICIDADE
004470         THRU 1210-LER-CRITICIDADE-EXIT
004480         UNTIL FIM-DO-ARQUIVO
004490     CLOSE CRITICID-FILE
004500     .
004510 1200-CARREGAR-CRITICIDADE-EXIT.
004520     EXIT.
004530 1210-LER-CRITICIDADE.
004540     READ CRITICID-FILE
004550         AT END
004560             SET FIM-DO-ARQUIVO TO TRUE
004570             GO TO 1210-LER-CRITICIDADE-EXIT
004580     END-READ
004590     IF REG-CRITICID IS EQUAL TO SPACES
004600         OR REG-CRITICID(1:1) IS EQUAL TO '*'
004610         GO TO 1210-LER-CRITICIDADE-EXIT
004620     END-IF
004630     IF CRI-PROGRAMA IS EQUAL TO SPACES
004640         OR CRI-SEVERIDADE < '1'
004650         OR CRI-SEVERIDADE > '4'
004660         OR WS-CRI-COUNT IS EQUAL TO WS-CRI-MAX
004670         DISPLAY "GDAINCID: CRITICID IGNORADO " REG-CRITICID(1:10)
004680         ADD 1 TO WS-DESCARTADOS
004690         GO TO 1210-LER-CRITICIDADE-EXIT
004700     END-IF
004710     ADD 1 TO WS-CRI-COUNT
004720     MOVE CRI-PROGRAMA   TO WS-CRI-PROGRAMA (WS-CRI-COUNT)
004730     MOVE CRI-SEVERIDADE TO WS-CRI-SEVERIDADE (WS-CRI-COUNT)
004740     .
004750 1210-LER-CRITICIDADE-EXIT.
004760     EXIT.
004770 1300-APLICAR-RETORNO.
004780*-----------------------------------------------------------*
004790* RETORNO DA CENTRAL (OPCIONAL): CADA REFERENCIA NOSSA       *
004800* RECEBE O NUMERO DO CHAMADO ABERTO PARA ELA, OU E FECHADA.  *
004810* E APLICADO ANTES DO ERRLOG: ABEND NOVO DE UM GRUPO CUJO    *
004820* CHAMADO FOI FECHADO ABRE OUTRO INCIDENTE.                  *
004830*-----------------------------------------------------------*
004840     OPEN INPUT RETORNO-FILE
004850     IF WS-FS-RETORNO NOT EQUAL '00'
004860         DISPLAY "GDAINCID: SEM RETORNO SDRETORN NESTA RODADA"
004870         GO TO 1300-APLICAR-RETORNO-EXIT
004880     END-IF
004890     MOVE 'N' TO WS-FIM-SW
004900     PERFORM 1310-LER-RETORNO
004910         THRU 1310-LER-RETORNO-EXIT
004920         UNTIL FIM-DO-ARQUIVO
004930     CLOSE RETORNO-FILE
004940     .
004950 1300-APLICAR-RETORNO-EXIT.
004960     EXIT.
004970 1310-LER-RETORNO.
004980     READ RETORNO-FILE
004990         AT END
005000             SET FIM-DO-ARQUIVO TO TRUE
005010             GO TO 1310-LER-RETORNO-EXIT
005020     END-READ
005030     IF REG-RETORNO IS EQUAL TO SPACES
005040         GO TO 1310-LER-RETORNO-EXIT
005050     END-IF
005060     IF RET-REFERENCIA IS NOT NUMERIC
005070         OR (RET-SITUACAO NOT EQUAL 'A'
005080             AND RET-SITUACAO NOT EQUAL 'F')
005090         OR (RET-SITUACAO IS EQUAL TO 'A'
005100             AND RET-CHAMADO IS EQUAL TO SPACES)
005110         DISPLAY "GDAINCID: RETORNO INVALIDO " REG-RETORNO(1:22)
005120         ADD 1 TO WS-RET-DESCARTADOS
005130         GO TO 1310-LER-RETORNO-EXIT
005140     END-IF
005150     MOVE RET-REFERENCIA TO WS-PROC-REFERENCIA
005160     MOVE 'N' TO WS-GRUPO-SW
005170     PERFORM VARYING WS-INC-IX FROM 1 BY 1
005180             UNTIL WS-INC-IX IS GREATER THAN WS-INC-COUNT
005190                OR GRUPO-ACHADO
005200         IF WS-INC-REFERENCIA (WS-INC-IX) IS EQUAL TO
005210             WS-PROC-REFERENCIA
005220             SET GRUPO-ACHADO TO TRUE
005230             SUBTRACT 1 FROM WS-INC-IX
005240         END-IF
005250     END-PERFORM
005260     IF NOT GRUPO-ACHADO
005270         DISPLAY "GDAINCID: REFERENCIA DESCONHECIDA NO RETORNO "
005280                 REG-RETORNO(1:22)
005290         ADD 1 TO WS-RET-DESCARTADOS
005300         GO TO 1310-LER-RETORNO-EXIT
005310     END-IF
005320     IF RET-CHAMADO NOT EQUAL SPACES
005330         MOVE RET-CHAMADO TO WS-INC-CHAMADO (WS-INC-IX)
005340     END-IF
005350     IF RET-SITUACAO IS EQUAL TO 'F'
005360         IF WS-INC-SITUACAO (WS-INC-IX) NOT EQUAL 'F'
005370             MOVE 'F' TO WS-INC-SITUACAO (WS-INC-IX)
005380             MOVE 'F' TO WS-INC-EVENTO (WS-INC-IX)
005390             ADD 1 TO WS-FECHADOS
005400         END-IF
005410     ELSE
005420         IF WS-INC-SITUACAO (WS-INC-IX) IS EQUAL TO 'P'
005430             MOVE 'A' TO WS-INC-SITUACAO (WS-INC-IX)
005440             MOVE 'V' TO WS-INC-EVENTO (WS-INC-IX)
005450             ADD 1 TO WS-VINCULADOS
005460         END-IF
005470     END-IF
005480     .
005490 1310-LER-RETORNO-EXIT.
005500     EXIT.
005510 2000-LER-ERRLOG.
005520*-----------------------------------------------------------*
005530* UM REGISTRO DO LOG. O QUE JA FOI TRATADO NA RODADA         *
005540* ANTERIOR (ATE O PONTO DO CONTROLE) E PULADO; O RESTO SOMA  *
005550* NO INCIDENTE EM ABERTO DO PROGRAMA + CODIGO OU ABRE UM     *
005560* NOVO. REGISTRO TORTO E DESCARTADO E CONTADO.             *
005570*-----------------------------------------------------------*
005580     READ ERRLOG-FILE
005590         AT END
005600             SET FIM-DO-ARQUIVO TO TRUE
005610             GO TO 2000-LER-ERRLOG-EXIT
005620     END-READ
005630     IF ERR-DATA IS NOT NUMERIC
005640         OR ERR-HORA IS NOT NUMERIC
005650         OR ERR-CODIGO IS NOT NUMERIC
005660         ADD 1 TO WS-DESCARTADOS
005670         GO TO 2000-LER-ERRLOG-EXIT
005680     END-IF
005690     ADD 1 TO WS-LIDOS
005700     IF ERR-DATA IS GREATER THAN WS-NOVA-DATA
005710         OR (ERR-DATA IS EQUAL TO WS-NOVA-DATA
005720             AND ERR-HORA IS GREATER THAN WS-NOVA-HORA)
005730         MOVE ERR-DATA TO WS-NOVA-DATA
005740         MOVE ERR-HORA TO WS-NOVA-HORA
005750         MOVE ZEROES   TO WS-NOVA-QTDE
005760     END-IF
005770     IF ERR-DATA IS EQUAL TO WS-NOVA-DATA
005780         AND ERR-HORA IS EQUAL TO WS-NOVA-HORA
005790         ADD 1 TO WS-NOVA-QTDE
005800     END-IF
005810     IF ERR-DATA IS LESS THAN WS-MRC-DATA
005820         OR (ERR-DATA IS EQUAL TO WS-MRC-DATA
005830             AND ERR-HORA IS LESS THAN WS-MRC-HORA)
005840         ADD 1 TO WS-JA-LIDOS
005850         GO TO 2000-LER-ERRLOG-EXIT
005860     END-IF
005870     IF ERR-DATA IS EQUAL TO WS-MRC-DATA
005880         AND ERR-HORA IS EQUAL TO WS-MRC-HORA
005890         ADD 1 TO WS-MRC-IGUAIS
005900         IF WS-MRC-IGUAIS IS NOT GREATER THAN WS-MRC-QTDE
005910             ADD 1 TO WS-JA-LIDOS
005920             GO TO 2000-LER-ERRLOG-EXIT
005930         END-IF
005940     END-IF
005950     PERFORM 2100-ACHAR-GRUPO
005960         THRU 2100-ACHAR-GRUPO-EXIT
005970     IF NOT GRUPO-ACHADO
005980         PERFORM 2200-CRIAR-GRUPO
005990             THRU 2200-CRIAR-GRUPO-EXIT
006000         IF NOT GRUPO-ACHADO
006010             ADD 1 TO WS-DESCARTADOS
006020             GO TO 2000-LER-ERRLOG-EXIT
006030         END-IF
006040     END-IF
006050     ADD 1 TO WS-PROCESSADOS
006060     ADD 1 TO WS-INC-QTDE (WS-INC-IX)
006070     ADD 1 TO WS-INC-RODADA (WS-INC-IX)
006080     IF ERR-DATA IS LESS THAN WS-INC-PRIM-DT (WS-INC-IX)
006090         OR (ERR-DATA IS EQUAL TO WS-INC-PRIM-DT (WS-INC-IX)
006100             AND ERR-HORA IS LESS THAN
006110                 WS-INC-PRIM-HR (WS-INC-IX))
006120         MOVE ERR-DATA TO WS-INC-PRIM-DT (WS-INC-IX)
006130         MOVE ERR-HORA TO WS-INC-PRIM-HR (WS-INC-IX)
006140     END-IF
006150     IF ERR-DATA IS GREATER THAN WS-INC-ULT-DT (WS-INC-IX)
006160         OR (ERR-DATA IS EQUAL TO WS-INC-ULT-DT (WS-INC-IX)
006170             AND ERR-HORA IS GREATER THAN
006180                 OR EQUAL TO WS-INC-ULT-HR (WS-INC-IX))
006190         MOVE ERR-DATA TO WS-INC-ULT-DT (WS-INC-IX)
006200         MOVE ERR-HORA TO WS-INC-ULT-HR (WS-INC-IX)
006210         MOVE ERR-MENSAGEM TO WS-INC-MENSAGEM (WS-INC-IX)
006220     END-IF
006230     .
006240 2000-LER-ERRLOG-EXIT.
006250     EXIT.
006260 2100-ACHAR-GRUPO.
006270*-----------------------------------------------------------*
006280* INCIDENTE NAO FECHADO DO MESMO PROGRAMA + CODIGO.          *
006290*-----------------------------------------------------------*
006300     MOVE 'N' TO WS-GRUPO-SW
006310     PERFORM VARYING WS-INC-IX FROM 1 BY 1
006320             UNTIL WS-INC-IX IS GREATER THAN WS-INC-COUNT
006330                OR GRUPO-ACHADO
006340         IF WS-INC-PROGRAMA (WS-INC-IX) IS EQUAL TO ERR-PROGRAMA
006350             AND WS-INC-CODIGO (WS-INC-IX) IS EQUAL TO ERR-CODIGO
006360             AND WS-INC-SITUACAO (WS-INC-IX) NOT EQUAL 'F'
006370             SET GRUPO-ACHADO TO TRUE
006380             SUBTRACT 1 FROM WS-INC-IX
006390         END-IF
006400     END-PERFORM
006410     .
006420 2100-ACHAR-GRUPO-EXIT.
006430     EXIT.
006440 2200-CRIAR-GRUPO.
006450*-----------------------------------------------------------*
006460* INCIDENTE NOVO: PROXIMA REFERENCIA, SITUACAO P (ESPERANDO  *
006470* O NUMERO DO CHAMADO) E A SEVERIDADE DA CRITICIDADE.        *
006480*-----------------------------------------------------------*
006490     IF WS-INC-COUNT IS EQUAL TO WS-INC-MAX
006500         DISPLAY "GDAINCID: TABELA DE INCIDENTES CHEIA - "
006510                 "DESCARTADO " ERR-PROGRAMA " " ERR-CODIGO
006520         GO TO 2200-CRIAR-GRUPO-EXIT
006530     END-IF
006540     ADD 1 TO WS-INC-COUNT
006550     MOVE WS-INC-COUNT TO WS-INC-IX
006560     ADD 1 TO WS-ULT-REFERENCIA
006570     MOVE WS-ULT-REFERENCIA TO WS-INC-REFERENCIA (WS-INC-IX)
006580     MOVE ERR-PROGRAMA TO WS-INC-PROGRAMA (WS-INC-IX)
006590     MOVE ERR-CODIGO   TO WS-INC-CODIGO (WS-INC-IX)
006600     MOVE 'P'          TO WS-INC-SITUACAO (WS-INC-IX)
006610     MOVE SPACES       TO WS-INC-CHAMADO (WS-INC-IX)
006620     MOVE WS-SEVERIDADE-PADRAO TO WS-INC-SEVERIDADE (WS-INC-IX)
006630     PERFORM VARYING WS-CRI-IX FROM 1 BY 1
006640             UNTIL WS-CRI-IX IS GREATER THAN WS-CRI-COUNT
006650         IF WS-CRI-PROGRAMA (WS-CRI-IX) IS EQUAL TO ERR-PROGRAMA
006660             MOVE WS-CRI-SEVERIDADE (WS-CRI-IX)
006670               TO WS-INC-SEVERIDADE (WS-INC-IX)
006680         END-IF
006690     END-PERFORM
006700     MOVE 99999999     TO WS-INC-PRIM-DT (WS-INC-IX)
006710     MOVE 999999       TO WS-INC-PRIM-HR (WS-INC-IX)
006720     MOVE ZEROES       TO WS-INC-ULT-DT (WS-INC-IX)
006730     MOVE ZEROES       TO WS-INC-ULT-HR (WS-INC-IX)
006740     MOVE ZEROES       TO WS-INC-QTDE (WS-INC-IX)
006750     MOVE SPACES       TO WS-INC-MENSAGEM (WS-INC-IX)
006760     MOVE ZEROES       TO WS-INC-RODADA (WS-INC-IX)
006770     MOVE 'N'          TO WS-INC-EVENTO (WS-INC-IX)
006780     SET GRUPO-ACHADO TO TRUE
006790     .
006800 2200-CRIAR-GRUPO-EXIT.
006810     EXIT.
006820 3000-EMITIR.
006830*-----------------------------------------------------------*
006840* INCIDENTE NOVO VAI PARA A INTERFACE COMO 'N'; INCIDENTE    *
006850* EM ABERTO COM OCORRENCIAS NOVAS VAI COMO 'A' (SO AS        *
006860* CONTAGENS). TUDO QUE MUDOU NA RODADA SAI NO RELATORIO.     *
006870*-----------------------------------------------------------*
006880     PERFORM 3100-EMITIR-UM
006890         THRU 3100-EMITIR-UM-EXIT
006900         VARYING WS-INC-IX FROM 1 BY 1
006910         UNTIL WS-INC-IX IS GREATER THAN WS-INC-COUNT
006920     .
006930 3000-EMITIR-EXIT.
006940     EXIT.
006950 3100-EMITIR-UM.
006960     IF WS-INC-RODADA (WS-INC-IX) IS EQUAL TO ZEROES
006970         AND WS-INC-EVENTO (WS-INC-IX) IS EQUAL TO SPACE
006980         GO TO 3100-EMITIR-UM-EXIT
006990     END-IF
007000     EVALUATE TRUE
007010         WHEN WS-INC-EVENTO (WS-INC-IX) IS EQUAL TO 'N'
007020             MOVE 'NOVO' TO DET-ACAO
007030             ADD 1 TO WS-NOVOS
007040         WHEN WS-INC-RODADA (WS-INC-IX) IS GREATER THAN ZEROES
007050             MOVE 'ATUALIZADO' TO DET-ACAO
007060             ADD 1 TO WS-ATUALIZADOS
007070         WHEN WS-INC-EVENTO (WS-INC-IX) IS EQUAL TO 'V'
007080             MOVE 'VINCULADO' TO DET-ACAO
007090         WHEN OTHER
007100             MOVE 'FECHADO' TO DET-ACAO
007110     END-EVALUATE
007120     IF WS-INC-RODADA (WS-INC-IX) IS GREATER THAN ZEROES
007130         MOVE SPACES TO REG-EXPORTA
007140         IF WS-INC-EVENTO (WS-INC-IX) IS EQUAL TO 'N'
007150             MOVE 'N' TO EXP-TIPO
007160         ELSE
007170             MOVE 'A' TO EXP-TIPO
007180         END-IF
007190         MOVE WS-INC-REFERENCIA (WS-INC-IX) TO EXP-REFERENCIA
007200         MOVE WS-INC-CHAMADO (WS-INC-IX)    TO EXP-CHAMADO
007210         MOVE WS-INC-PROGRAMA (WS-INC-IX)   TO EXP-PROGRAMA
007220         MOVE WS-INC-CODIGO (WS-INC-IX)     TO EXP-CODIGO
007230         MOVE WS-INC-SEVERIDADE (WS-INC-IX) TO EXP-SEVERIDADE
007240         MOVE WS-INC-PRIM-DT (WS-INC-IX)    TO EXP-PRIM-DATA
007250         MOVE WS-INC-PRIM-HR (WS-INC-IX)    TO EXP-PRIM-HORA
007260         MOVE WS-INC-ULT-DT (WS-INC-IX)     TO EXP-ULT-DATA
007270         MOVE WS-INC-ULT-HR (WS-INC-IX)     TO EXP-ULT-HORA
007280         MOVE WS-INC-QTDE (WS-INC-IX)       TO EXP-QTDE
007290         MOVE WS-INC-MENSAGEM (WS-INC-IX)   TO EXP-MENSAGEM
007300         WRITE REG-EXPORTA
007310     END-IF
007320     MOVE WS-INC-REFERENCIA (WS-INC-IX) TO DET-REFERENCIA
007330     MOVE WS-INC-PROGRAMA (WS-INC-IX)   TO DET-PROGRAMA
007340     MOVE WS-INC-CODIGO (WS-INC-IX)     TO DET-CODIGO
007350     MOVE WS-INC-SEVERIDADE (WS-INC-IX) TO DET-SEVERIDADE
007360     MOVE WS-INC-CHAMADO (WS-INC-IX)    TO DET-CHAMADO
007370     MOVE WS-INC-RODADA (WS-INC-IX)     TO DET-RODADA
007380     MOVE WS-INC-QTDE (WS-INC-IX)       TO DET-QTDE
007390     MOVE WS-INC-ULT-DT (WS-INC-IX)     TO WS-QD-DATA
007400     MOVE WS-INC-ULT-HR (WS-INC-IX)     TO WS-QD-HORA
007410     MOVE WS-QUANDO TO DET-ULTIMA
007420     MOVE WS-INC-MENSAGEM (WS-INC-IX)   TO DET-MENSAGEM
007430     MOVE 'D' TO GDAREL-FUNCAO
007440     MOVE WS-LINHA-DET TO GDAREL-LINHA
007450     CALL 'GDAREL' USING GDAREL-AREA
007460     .
007470 3100-EMITIR-UM-EXIT.
007480     EXIT.
007490 4000-GRAVAR-CADASTRO.
007500*-----------------------------------------------------------*
007510* CADASTRO NOVO: CONTROLE COM O PONTO DO ERRLOG ALCANCADO E  *
007520* A ULTIMA REFERENCIA, SEGUIDO DE TODOS OS INCIDENTES.       *
007530*-----------------------------------------------------------*
007540     OPEN OUTPUT INCIDNOV-FILE
007550     IF WS-FS-INCIDNOV NOT EQUAL '00'
007560         DISPLAY "GDAINCID: NAO ABRIU O INCIDNOV, STATUS = "
007570                 WS-FS-INCIDNOV
007580         MOVE 16 TO RETURN-CODE
007590         STOP RUN
007600     END-IF
007610     IF WS-NOVA-DATA IS LESS THAN WS-MRC-DATA
007620         OR (WS-NOVA-DATA IS EQUAL TO WS-MRC-DATA
007630             AND WS-NOVA-HORA IS LESS THAN WS-MRC-HORA)
007640         MOVE WS-MRC-DATA TO WS-NOVA-DATA
007650         MOVE WS-MRC-HORA TO WS-NOVA-HORA
007660         MOVE WS-MRC-QTDE TO WS-NOVA-QTDE
007670     END-IF
007680     MOVE SPACES            TO WS-REG-CONTROLE
007690     MOVE 'C'               TO CTL-TIPO
007700     MOVE WS-ULT-REFERENCIA TO CTL-ULT-REFERENCIA
007710     MOVE WS-NOVA-DATA      TO CTL-ULT-DATA
007720     MOVE WS-NOVA-HORA      TO CTL-ULT-HORA
007730     MOVE WS-NOVA-QTDE      TO CTL-QTDE-INSTANTE
007740     WRITE REG-INCIDNOV FROM WS-REG-CONTROLE
007750     PERFORM 4100-GRAVAR-UM
007760         THRU 4100-GRAVAR-UM-EXIT
007770         VARYING WS-INC-IX FROM 1 BY 1
007780         UNTIL WS-INC-IX IS GREATER THAN WS-INC-COUNT
007790     CLOSE INCIDNOV-FILE
007800     .
007810 4000-GRAVAR-CADASTRO-EXIT.
007820     EXIT.
007830 4100-GRAVAR-UM.
007840     MOVE SPACES TO WS-REG-INCIDENTE
007850     MOVE 'I'    TO INC-TIPO
007860     MOVE WS-INC-REFERENCIA (WS-INC-IX) TO INC-REFERENCIA
007870     MOVE WS-INC-PROGRAMA (WS-INC-IX)   TO INC-PROGRAMA
007880     MOVE WS-INC-CODIGO (WS-INC-IX)     TO INC-CODIGO
007890     MOVE WS-INC-SITUACAO (WS-INC-IX)   TO INC-SITUACAO
007900     MOVE WS-INC-CHAMADO (WS-INC-IX)    TO INC-CHAMADO
007910     MOVE WS-INC-SEVERIDADE (WS-INC-IX) TO INC-SEVERIDADE
007920     MOVE WS-INC-PRIM-DT (WS-INC-IX)    TO INC-PRIM-DATA
007930     MOVE WS-INC-PRIM-HR (WS-INC-IX)    TO INC-PRIM-HORA
007940     MOVE WS-INC-ULT-DT (WS-INC-IX)     TO INC-ULT-DATA
007950     MOVE WS-INC-ULT-HR (WS-INC-IX)     TO INC-ULT-HORA
007960     MOVE WS-INC-QTDE (WS-INC-IX)       TO INC-QTDE
007970     MOVE WS-INC-MENSAGEM (WS-INC-IX)   TO INC-MENSAGEM
007980     WRITE REG-INCIDNOV FROM WS-REG-INCIDENTE
007990     .
008000 4100-GRAVAR-UM-EXIT.
008010     EXIT.
008020 9999-TERMINATE.
008030     CLOSE ERRLOG-FILE
008040     CLOSE EXPORTA-FILE
008050     MOVE WS-NOVOS        TO TOT-NOVOS
008060     MOVE WS-ATUALIZADOS  TO TOT-ATUALIZADOS
008070     MOVE WS-VINCULADOS   TO TOT-VINCULADOS
008080     MOVE WS-FECHADOS     TO TOT-FECHADOS
008090     MOVE WS-PROCESSADOS  TO TOT-PROCESSADOS
008100     COMPUTE TOT-DESCARTADOS = WS-DESCARTADOS + WS-RET-DESCARTADOS
008110     MOVE 'T' TO GDAREL-FUNCAO
008120     MOVE WS-LINHA-TOT TO GDAREL-LINHA
008130     CALL 'GDAREL' USING GDAREL-AREA
008140     MOVE 'F' TO GDAREL-FUNCAO
008150     CALL 'GDAREL' USING GDAREL-AREA
008160     DISPLAY "GDAINCID: ERRLOG LIDOS      = " WS-LIDOS
008170     DISPLAY "GDAINCID: JA TRATADOS ANTES = " WS-JA-LIDOS
008180     DISPLAY "GDAINCID: OCORRENCIAS NOVAS = " WS-PROCESSADOS
008190     DISPLAY "GDAINCID: INCIDENTES NOVOS  = " WS-NOVOS
008200     DISPLAY "GDAINCID: ATUALIZADOS       = " WS-ATUALIZADOS
008210     DISPLAY "GDAINCID: CHAMADOS VINCULADOS/FECHADOS = "
008220             WS-VINCULADOS "/" WS-FECHADOS
008230     IF WS-DESCARTADOS IS GREATER THAN ZEROES
008240         OR WS-RET-DESCARTADOS IS GREATER THAN ZEROES
008250         DISPLAY "GDAINCID: DESCARTADOS = " WS-DESCARTADOS
008260                 " RETORNOS DESCARTADOS = " WS-RET-DESCARTADOS
008270         MOVE 4 TO RETURN-CODE
008280     END-IF
008290     .
008300 9999-TERMINATE-EXIT.
008310     EXIT.
