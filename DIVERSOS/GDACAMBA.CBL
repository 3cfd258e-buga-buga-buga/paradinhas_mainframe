000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDACAMBA.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                        *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - SEGUNDA MAO DA CARGA DE    *
000120*                  TAXAS DE CAMBIO. LISTA AS TAXAS QUE O      *
000130*                  GDACAMBL SUSPENDEU POR VARIAR ALEM DA      *
000140*                  TOLERANCIA (DD CAMBSUSP) E APLICA NO       *
000150*                  CAMBIO SO AS APROVADAS NOS CARTOES DE      *
000160*                  APROVACAO, GRAVANDO NO REGISTRO QUEM DEU   *
000170*                  ENTRADA E QUEM APROVOU. QUEM APROVA E O    *
000180*                  USERID DO JOB (GDAUSRID), OUTRO QUE NAO O  *
000190*                  DA ENTRADA: APROVACAO DO PROPRIO USERID E  *
000200*                  RECUSADA E A TAXA CONTINUA SUSPENSA.       *
000210*                                                             *
000220* ARQUIVOS:                                                   *
000230*   CAMBSUSP  TAXAS SUSPENSAS (GRAVADAS PELO GDACAMBL); A     *
000240*             MESMA TAXA SUSPENSA DE NOVO (PAR + DATA) VALE A *
000250*             ULTIMA                                          *
000260*   APROVCAM  CARTOES DE APROVACAO (OPCIONAL): COLS 1-27 O    *
000270*             CARTAO DA TAXA COMO ESTA NO NEWRATES (MOEDAS,   *
000280*             DATA E TAXA) E NA COL 29 A DECISAO: A = APROVA, *
000290*             R = REJEITA. SEM CARTOES, SO LISTA              *
000300*   CAMBIO    KSDS DE TAXAS (AS APROVADAS ENTRAM AQUI)        *
000310*   CAMBSUSN  TAXAS QUE CONTINUAM SUSPENSAS (VIRA O CAMBSUSP  *
000320*             DA PROXIMA RODADA)                              *
000330*   RELPRT    RELATORIO DAS SUSPENSAS E DAS DECISOES (GDAREL) *
000340*-----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SUSPENSA-FILE ASSIGN TO CAMBSUSP
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FS-SUSPENSA.
000420     SELECT APROVA-FILE ASSIGN TO APROVCAM
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FS-APROVA.
000450     SELECT CAMBIO-FILE ASSIGN TO CAMBIO
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS CAM-CHAVE
000490         FILE STATUS IS WS-FS-CAMBIO.
000500     SELECT NOVASUSP-FILE ASSIGN TO CAMBSUSN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-NOVASUSP.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  SUSPENSA-FILE
000560     RECORDING MODE IS F.
000570 01  REG-SUSPENSA.
000580     05  SUS-CARTAO.
000590         10  SUS-MOEDA-DE    PIC X(03).
000600         10  FILLER          PIC X(01).
000610         10  SUS-MOEDA-PARA  PIC X(03).
000620         10  FILLER          PIC X(01).
000630         10  SUS-DATA-VIGENCIA PIC X(08).
000640         10  FILLER          PIC X(01).
000650         10  SUS-TAXA        PIC X(10).
000660     05  FILLER              PIC X(01).
000670     05  SUS-TAXA-ANTERIOR   PIC 9(04)V9(06).
000680     05  FILLER              PIC X(01).
000690     05  SUS-DATA-ANTERIOR   PIC 9(08).
000700     05  FILLER              PIC X(01).
000710     05  SUS-VARIACAO        PIC 9(05)V9(02).
000720     05  FILLER              PIC X(01).
000730     05  SUS-TOLERANCIA      PIC 9(03)V9(02).
000740     05  FILLER              PIC X(01).
000750     05  SUS-USU-ENTRADA     PIC X(08).
000760     05  FILLER              PIC X(01).
000770     05  SUS-DATA-ENTRADA    PIC 9(08).
000780     05  SUS-HORA-ENTRADA    PIC 9(06).
000790     05  FILLER              PIC X(35).
000800 FD  APROVA-FILE
000810     RECORDING MODE IS F.
000820 01  REG-APROVA.
000830     05  APR-CARTAO          PIC X(27).
000840     05  FILLER              PIC X(01).
000850     05  APR-DECISAO         PIC X(01).
000860     05  FILLER              PIC X(51).
000870 FD  CAMBIO-FILE.
000880 01  REG-CAMBIO.
000890     05  CAM-CHAVE.
000900         10  CAM-MOEDA-DE    PIC X(03).
000910         10  CAM-MOEDA-PARA  PIC X(03).
000920         10  CAM-DATA-INV    PIC 9(08).
000930     05  CAM-DATA-VIGENCIA   PIC 9(08).
000940     05  CAM-TAXA            PIC 9(04)V9(06).
000950     05  CAM-PIVO-MOEDA      PIC X(03).
000960     05  CAM-USU-ENTRADA     PIC X(08).
000970     05  CAM-USU-APROVACAO   PIC X(08).
000980     05  FILLER              PIC X(29).
000990 FD  NOVASUSP-FILE
001000     RECORDING MODE IS F.
001010 01  REG-NOVASUSP            PIC X(120).
001020 WORKING-STORAGE SECTION.
001030 77  WS-FS-SUSPENSA           PIC X(02) VALUE '00'.
001040 77  WS-FS-APROVA             PIC X(02) VALUE '00'.
001050 77  WS-FS-CAMBIO             PIC X(02) VALUE '00'.
001060 77  WS-FS-NOVASUSP           PIC X(02) VALUE '00'.
001070 01  WS-SWITCHES.
001080     05  WS-FIM-SW            PIC X(01) VALUE 'N'.
001090         88  FIM-DO-ARQUIVO            VALUE 'S'.
001100     05  WS-ACHOU-SW          PIC X(01) VALUE 'N'.
001110         88  SUSPENSA-ACHADA           VALUE 'S'.
001120 01  WS-CONTADORES.
001130     05  WS-SUSPENSAS         PIC 9(05) VALUE ZEROES.
001140     05  WS-SUBSTITUIDAS      PIC 9(05) VALUE ZEROES.
001150     05  WS-CARTOES           PIC 9(05) VALUE ZEROES.
001160     05  WS-APLICADAS         PIC 9(05) VALUE ZEROES.
001170     05  WS-REJEITADAS        PIC 9(05) VALUE ZEROES.
001180     05  WS-RECUSADAS         PIC 9(05) VALUE ZEROES.
001190     05  WS-PENDENTES         PIC 9(05) VALUE ZEROES.
001200     05  WS-CARTOES-ERRADOS   PIC 9(05) VALUE ZEROES.
001210     05  WS-ERROS-CAMBIO      PIC 9(05) VALUE ZEROES.
001220*-----------------------------------------------------------*
001230* TABELA DAS SUSPENSAS. SITUACAO: P = PENDENTE, A = APLICADA *
001240* NO CAMBIO, R = REJEITADA, M = APROVACAO RECUSADA (MESMO    *
001250* USERID DA ENTRADA), E = ERRO GRAVANDO NO CAMBIO. M E E     *
001260* CONTINUAM SUSPENSAS.                                       *
001270*-----------------------------------------------------------*
001280 01  WS-SUSPENSAS-TAB.
001290     05  WS-SUS-MAX           PIC 9(03) VALUE 500.
001300     05  WS-SUS-COUNT         PIC 9(03) VALUE ZEROES.
001310     05  WS-SUS-IX            PIC 9(03) VALUE ZEROES.
001320     05  WS-SUS-ENT OCCURS 500 TIMES.
001330         10  WS-SUS-REGISTRO  PIC X(120).
001340         10  WS-SUS-SITUACAO  PIC X(01).
001350         10  WS-SUS-APROVADOR PIC X(08).
001360*-----------------------------------------------------------*
001370* VISAO DO CARTAO DA TAXA (MESMO LAYOUT DO NEWRATES)         *
001380*-----------------------------------------------------------*
001390 01  WS-CARTAO.
001400     05  WS-CRT-MOEDA-DE      PIC X(03).
001410     05  FILLER               PIC X(01).
001420     05  WS-CRT-MOEDA-PARA    PIC X(03).
001430     05  FILLER               PIC X(01).
001440     05  WS-CRT-DATA          PIC 9(08).
001450     05  FILLER               PIC X(01).
001460     05  WS-CRT-TAXA          PIC 9(04)V9(06).
001470 01  WS-LINHA-DET.
001480     05  FILLER               PIC X(01) VALUE SPACE.
001490     05  DET-DE               PIC X(03).
001500     05  FILLER               PIC X(01) VALUE '/'.
001510     05  DET-PARA             PIC X(03).
001520     05  FILLER               PIC X(01) VALUE SPACE.
001530     05  DET-VIGENCIA         PIC 9(08).
001540     05  FILLER               PIC X(01) VALUE SPACE.
001550     05  DET-TAXA             PIC ZZZ9.999999.
001560     05  FILLER               PIC X(01) VALUE SPACE.
001570     05  DET-ANTERIOR         PIC ZZZ9.999999.
001580     05  FILLER               PIC X(01) VALUE SPACE.
001590     05  DET-VARIACAO         PIC ZZZZ9.99.
001600     05  FILLER               PIC X(01) VALUE SPACE.
001610     05  DET-ENTRADA          PIC X(08).
001620     05  FILLER               PIC X(01) VALUE SPACE.
001630     05  DET-SITUACAO         PIC X(09).
001640     05  FILLER               PIC X(01) VALUE SPACE.
001650     05  DET-APROVADOR        PIC X(08).
001660     05  FILLER               PIC X(54) VALUE SPACES.
001670 01  WS-CABEC-SUSPENSA.
001680     05  FILLER               PIC X(09) VALUE ' PAR'.
001690     05  FILLER               PIC X(09) VALUE 'VIGENCIA'.
001700     05  FILLER               PIC X(12) VALUE '       TAXA'.
001710     05  FILLER               PIC X(12) VALUE '   ANTERIOR'.
001720     05  FILLER               PIC X(09) VALUE ' VARIAC%'.
001730     05  FILLER               PIC X(09) VALUE 'ENTRADA'.
001740     05  FILLER               PIC X(10) VALUE 'SITUACAO'.
001750     05  FILLER               PIC X(09) VALUE 'APROVADOR'.
001760 01  WS-LINHA-TOT.
001770     05  FILLER               PIC X(01) VALUE SPACE.
001780     05  FILLER               PIC X(12) VALUE 'SUSPENSAS = '.
001790     05  TOT-SUSPENSAS        PIC ZZZZ9.
001800     05  FILLER               PIC X(14) VALUE '  APLICADAS = '.
001810     05  TOT-APLICADAS        PIC ZZZZ9.
001820     05  FILLER               PIC X(15) VALUE '  REJEITADAS = '.
001830     05  TOT-REJEITADAS       PIC ZZZZ9.
001840     05  FILLER               PIC X(14) VALUE '  RECUSADAS = '.
001850     05  TOT-RECUSADAS        PIC ZZZZ9.
001860     05  FILLER               PIC X(14) VALUE '  PENDENTES = '.
001870     05  TOT-PENDENTES        PIC ZZZZ9.
001880     05  FILLER               PIC X(21) VALUE
001890                                  '  CARTOES COM ERRO = '.
001900     05  TOT-CARTOES-ERRADOS  PIC ZZZZ9.
001910     05  FILLER               PIC X(11) VALUE SPACES.
001920*-----------------------------------------------------------*
001930* USERID DO JOB (GDAUSRID): QUEM APROVA NESTA RODADA         *
001940*-----------------------------------------------------------*
001950 01  GDAUSRID-AREA.
001960     03  USR-USUARIO          PIC X(08).
001970     03  USR-RETORNO          PIC 9(02).
001980*-----------------------------------------------------------*
001990* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
002000*-----------------------------------------------------------*
002010 01  GDAREL-AREA.
002020     03  GDAREL-FUNCAO        PIC X(01).
002030     03  GDAREL-TITULO        PIC X(60).
002040     03  GDAREL-CABECALHO     PIC X(80).
002050     03  GDAREL-LINHA         PIC X(132).
002060     03  GDAREL-RETORNO       PIC 9(02).
002070     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
002080     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
002090         05  GDAREL-QBR-POS   PIC 9(03).
002100         05  GDAREL-QBR-TAM   PIC 9(02).
002110     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
002120     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
002130     03  GDAREL-EXTRATO OCCURS 10 TIMES.
002140         05  GDAREL-EXT-POS   PIC 9(03).
002150         05  GDAREL-EXT-TAM   PIC 9(03).
002160     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
002170 PROCEDURE DIVISION.
002180 0000-MAINLINE.
002190*-----------------------------------------------------------*
002200* PARAGRAFO PRINCIPAL.                                       *
002210*-----------------------------------------------------------*
002220     PERFORM 1000-INITIALIZE
002230         THRU 1000-INITIALIZE-EXIT
002240     PERFORM 1100-CARREGAR-SUSPENSAS
002250         THRU 1100-CARREGAR-SUSPENSAS-EXIT
002260     PERFORM 2000-PROCESSAR-APROVACOES
002270         THRU 2000-PROCESSAR-APROVACOES-EXIT
002280     PERFORM 3000-EMITIR
002290         THRU 3000-EMITIR-EXIT
002300     PERFORM 9999-TERMINATE
002310         THRU 9999-TERMINATE-EXIT
002320     STOP RUN
002330     .
002340 0000-MAINLINE-EXIT.
002350     EXIT.
002360 1000-INITIALIZE.
002370*-----------------------------------------------------------*
002380* PEGA O USERID DO JOB - SEM ELE NAO HA COMO GARANTIR QUE    *
002390* QUEM APROVA NAO E QUEM DEU ENTRADA - E ABRE OS ARQUIVOS.   *
002400*-----------------------------------------------------------*
002410     CALL 'GDAUSRID' USING GDAUSRID-AREA
002420     IF USR-USUARIO IS EQUAL TO SPACES
002430         DISPLAY "GDACAMBA: USERID DO JOB NAO OBTIDO, RETORNO = "
002440                 USR-RETORNO " - NADA APROVADO"
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF
002480     OPEN I-O CAMBIO-FILE
002490     IF WS-FS-CAMBIO NOT EQUAL '00'
002500         DISPLAY "GDACAMBA: NAO ABRIU O CAMBIO, STATUS = "
002510                 WS-FS-CAMBIO
002520         MOVE 16 TO RETURN-CODE
002530         STOP RUN
002540     END-IF
002550     OPEN OUTPUT NOVASUSP-FILE
002560     IF WS-FS-NOVASUSP NOT EQUAL '00'
002570         DISPLAY "GDACAMBA: NAO ABRIU O CAMBSUSN, STATUS = "
002580                 WS-FS-NOVASUSP
002590         MOVE 16 TO RETURN-CODE
002600         STOP RUN
002610     END-IF
002620     MOVE 'A' TO GDAREL-FUNCAO
002630     MOVE 1 TO GDAREL-NUMERO
002640     MOVE 'TAXAS DE CAMBIO SUSPENSAS - APROVACAO' TO GDAREL-TITULO
002650     MOVE WS-CABEC-SUSPENSA TO GDAREL-CABECALHO
002660     CALL 'GDAREL' USING GDAREL-AREA
002670     DISPLAY "GDACAMBA: APROVACAO PELO USERID " USR-USUARIO
002680     .
002690 1000-INITIALIZE-EXIT.
002700     EXIT.
002710 1100-CARREGAR-SUSPENSAS.
002720*-----------------------------------------------------------*
002730* CARREGA AS SUSPENSAS. A MESMA TAXA (PAR + DATA) SUSPENSA   *
002740* DE NOVO - CORRECAO DO CARTAO OU CARGA REINICIADA - FICA SO *
002750* COM A ULTIMA. SEM O DD, NAO HA NADA SUSPENSO.              *
002760*-----------------------------------------------------------*
002770     OPEN INPUT SUSPENSA-FILE
002780     IF WS-FS-SUSPENSA NOT EQUAL '00'
002790         DISPLAY "GDACAMBA: SEM CAMBSUSP (STATUS "
002800                 WS-FS-SUSPENSA ") - NENHUMA TAXA SUSPENSA"
002810         GO TO 1100-CARREGAR-SUSPENSAS-EXIT
002820     END-IF
002830     MOVE 'N' TO WS-FIM-SW
002840     PERFORM 1110-LER-SUSPENSA
002850         THRU 1110-LER-SUSPENSA-EXIT
002860         UNTIL FIM-DO-ARQUIVO
002870     CLOSE SUSPENSA-FILE
002880     .
002890 1100-CARREGAR-SUSPENSAS-EXIT.
002900     EXIT.
002910 1110-LER-SUSPENSA.
002920     READ SUSPENSA-FILE
002930         AT END
002940             SET FIM-DO-ARQUIVO TO TRUE
002950             GO TO 1110-LER-SUSPENSA-EXIT
002960     END-READ
002970     IF REG-SUSPENSA IS EQUAL TO SPACES
002980         GO TO 1110-LER-SUSPENSA-EXIT
002990     END-IF
003000     MOVE 'N' TO WS-ACHOU-SW
003010     PERFORM VARYING WS-SUS-IX FROM 1 BY 1
003020             UNTIL WS-SUS-IX IS GREATER THAN WS-SUS-COUNT
003030                OR SUSPENSA-ACHADA
003040         IF WS-SUS-REGISTRO (WS-SUS-IX)(1:16) IS EQUAL TO
003050             SUS-CARTAO(1:16)
003060             SET SUSPENSA-ACHADA TO TRUE
003070             SUBTRACT 1 FROM WS-SUS-IX
003080         END-IF
003090     END-PERFORM
003100     IF SUSPENSA-ACHADA
003110         ADD 1 TO WS-SUBSTITUIDAS
003120     ELSE
003130         IF WS-SUS-COUNT IS EQUAL TO WS-SUS-MAX
003140             DISPLAY "GDACAMBA: TABELA DE SUSPENSAS CHEIA - "
003150                     "FICA PARA A PROXIMA RODADA " SUS-CARTAO
003160             WRITE REG-NOVASUSP FROM REG-SUSPENSA
003170             ADD 1 TO WS-PENDENTES
003180             GO TO 1110-LER-SUSPENSA-EXIT
003190         END-IF
003200         ADD 1 TO WS-SUS-COUNT
003210         MOVE WS-SUS-COUNT TO WS-SUS-IX
003220         ADD 1 TO WS-SUSPENSAS
003230     END-IF
003240     MOVE REG-SUSPENSA TO WS-SUS-REGISTRO (WS-SUS-IX)
003250     MOVE 'P'          TO WS-SUS-SITUACAO (WS-SUS-IX)
003260     MOVE SPACES       TO WS-SUS-APROVADOR (WS-SUS-IX)
003270     .
003280 1110-LER-SUSPENSA-EXIT.
003290     EXIT.
003300 2000-PROCESSAR-APROVACOES.
003310*-----------------------------------------------------------*
003320* CARTOES DE APROVACAO (OPCIONAL). SEM ELES, SO A LISTAGEM.  *
003330*-----------------------------------------------------------*
003340     OPEN INPUT APROVA-FILE
003350     IF WS-FS-APROVA NOT EQUAL '00'
003360         DISPLAY "GDACAMBA: SEM CARTOES APROVCAM - SO LISTAGEM"
003370         GO TO 2000-PROCESSAR-APROVACOES-EXIT
003380     END-IF
003390     MOVE 'N' TO WS-FIM-SW
003400     PERFORM 2100-LER-APROVACAO
003410         THRU 2100-LER-APROVACAO-EXIT
003420         UNTIL FIM-DO-ARQUIVO
003430     CLOSE APROVA-FILE
003440     .
003450 2000-PROCESSAR-APROVACOES-EXIT.
003460     EXIT.
003470 2100-LER-APROVACAO.
003480*-----------------------------------------------------------*
003490* O CARTAO TEM DE BATER COM UMA SUSPENSA AINDA NAO DECIDIDA, *
003500* TAXA INCLUSIVE. APROVACAO DO MESMO USERID DA ENTRADA E     *
003510* RECUSADA.                                                  *
003520*-----------------------------------------------------------*
003530     READ APROVA-FILE
003540         AT END
003550             SET FIM-DO-ARQUIVO TO TRUE
003560             GO TO 2100-LER-APROVACAO-EXIT
003570     END-READ
003580     IF REG-APROVA IS EQUAL TO SPACES
003590         OR REG-APROVA(1:1) IS EQUAL TO '*'
003600         GO TO 2100-LER-APROVACAO-EXIT
003610     END-IF
003620     ADD 1 TO WS-CARTOES
003630     IF APR-DECISAO NOT EQUAL 'A'
003640         AND APR-DECISAO NOT EQUAL 'R'
003650         ADD 1 TO WS-CARTOES-ERRADOS
003660         DISPLAY "GDACAMBA: DECISAO INVALIDA " REG-APROVA(1:29)
003670         GO TO 2100-LER-APROVACAO-EXIT
003680     END-IF
003690     MOVE 'N' TO WS-ACHOU-SW
003700     PERFORM VARYING WS-SUS-IX FROM 1 BY 1
003710             UNTIL WS-SUS-IX IS GREATER THAN WS-SUS-COUNT
003720                OR SUSPENSA-ACHADA
003730         IF WS-SUS-REGISTRO (WS-SUS-IX)(1:27) IS EQUAL TO
003740             APR-CARTAO
003750             AND (WS-SUS-SITUACAO (WS-SUS-IX) IS EQUAL TO 'P'
003760               OR WS-SUS-SITUACAO (WS-SUS-IX) IS EQUAL TO 'M')
003770             SET SUSPENSA-ACHADA TO TRUE
003780             SUBTRACT 1 FROM WS-SUS-IX
003790         END-IF
003800     END-PERFORM
003810     IF NOT SUSPENSA-ACHADA
003820         ADD 1 TO WS-CARTOES-ERRADOS
003830         DISPLAY "GDACAMBA: CARTAO SEM TAXA SUSPENSA "
003840                 REG-APROVA(1:29)
003850         GO TO 2100-LER-APROVACAO-EXIT
003860     END-IF
003870     MOVE WS-SUS-REGISTRO (WS-SUS-IX) TO REG-SUSPENSA
003880     IF SUS-USU-ENTRADA IS EQUAL TO USR-USUARIO
003890         MOVE 'M' TO WS-SUS-SITUACAO (WS-SUS-IX)
003900         DISPLAY "GDACAMBA: RECUSADA - ENTRADA E APROVACAO PELO "
003910                 "MESMO USERID " REG-APROVA(1:27)
003920         GO TO 2100-LER-APROVACAO-EXIT
003930     END-IF
003940     MOVE USR-USUARIO TO WS-SUS-APROVADOR (WS-SUS-IX)
003950     IF APR-DECISAO IS EQUAL TO 'R'
003960         MOVE 'R' TO WS-SUS-SITUACAO (WS-SUS-IX)
003970         GO TO 2100-LER-APROVACAO-EXIT
003980     END-IF
003990     PERFORM 2200-APLICAR-TAXA
004000         THRU 2200-APLICAR-TAXA-EXIT
004010     .
004020 2100-LER-APROVACAO-EXIT.
004030     EXIT.
004040 2200-APLICAR-TAXA.
004050*-----------------------------------------------------------*
004060* GRAVA A TAXA APROVADA NO CAMBIO COMO O GDACAMBL FARIA      *
004070* (WRITE, OU REWRITE SE O PAR + DATA JA EXISTE), COM O       *
004080* USERID DA ENTRADA E O DA APROVACAO.                        *
004090*-----------------------------------------------------------*
004100     MOVE SUS-CARTAO        TO WS-CARTAO
004110     MOVE SPACES            TO REG-CAMBIO
004120     MOVE WS-CRT-MOEDA-DE   TO CAM-MOEDA-DE
004130     MOVE WS-CRT-MOEDA-PARA TO CAM-MOEDA-PARA
004140     MOVE WS-CRT-DATA       TO CAM-DATA-VIGENCIA
004150     COMPUTE CAM-DATA-INV = 99999999 - CAM-DATA-VIGENCIA
004160     MOVE WS-CRT-TAXA       TO CAM-TAXA
004170     MOVE SPACES            TO CAM-PIVO-MOEDA
004180     MOVE SUS-USU-ENTRADA   TO CAM-USU-ENTRADA
004190     MOVE USR-USUARIO       TO CAM-USU-APROVACAO
004200     WRITE REG-CAMBIO
004210         INVALID KEY
004220             REWRITE REG-CAMBIO
004230     END-WRITE
004240     IF WS-FS-CAMBIO IS EQUAL TO '00'
004250         OR WS-FS-CAMBIO IS EQUAL TO '02'
004260         MOVE 'A' TO WS-SUS-SITUACAO (WS-SUS-IX)
004270     ELSE
004280         MOVE 'E' TO WS-SUS-SITUACAO (WS-SUS-IX)
004290         DISPLAY "GDACAMBA: ERRO NO CAMBIO (STATUS VSAM "
004300                 WS-FS-CAMBIO ") " CAM-CHAVE
004310     END-IF
004320     .
004330 2200-APLICAR-TAXA-EXIT.
004340     EXIT.
004350 3000-EMITIR.
004360*-----------------------------------------------------------*
004370* UMA LINHA POR SUSPENSA COM A SITUACAO FINAL (RECUSADA =    *
004380* APROVACAO PELO MESMO USERID DA ENTRADA). AS NAO DECIDIDAS, *
004390* AS RECUSADAS E AS COM ERRO VAO PARA O CAMBSUSN.            *
004400*-----------------------------------------------------------*
004410     PERFORM 3100-EMITIR-UMA
004420         THRU 3100-EMITIR-UMA-EXIT
004430         VARYING WS-SUS-IX FROM 1 BY 1
004440         UNTIL WS-SUS-IX IS GREATER THAN WS-SUS-COUNT
004450     .
004460 3000-EMITIR-EXIT.
004470     EXIT.
004480 3100-EMITIR-UMA.
004490     MOVE WS-SUS-REGISTRO (WS-SUS-IX) TO REG-SUSPENSA
004500     MOVE SUS-CARTAO TO WS-CARTAO
004510     EVALUATE WS-SUS-SITUACAO (WS-SUS-IX)
004520         WHEN 'A'
004530             MOVE 'APLICADA'  TO DET-SITUACAO
004540             ADD 1 TO WS-APLICADAS
004550         WHEN 'R'
004560             MOVE 'REJEITADA' TO DET-SITUACAO
004570             ADD 1 TO WS-REJEITADAS
004580         WHEN 'M'
004590             MOVE 'RECUSADA'  TO DET-SITUACAO
004600             ADD 1 TO WS-RECUSADAS
004610         WHEN 'E'
004620             MOVE 'ERRO VSAM' TO DET-SITUACAO
004630             ADD 1 TO WS-ERROS-CAMBIO
004640             ADD 1 TO WS-PENDENTES
004650         WHEN OTHER
004660             MOVE 'PENDENTE'  TO DET-SITUACAO
004670             ADD 1 TO WS-PENDENTES
004680     END-EVALUATE
004690     IF WS-SUS-SITUACAO (WS-SUS-IX) NOT EQUAL 'A'
004700         AND WS-SUS-SITUACAO (WS-SUS-IX) NOT EQUAL 'R'
004710         WRITE REG-NOVASUSP FROM REG-SUSPENSA
004720     END-IF
004730     MOVE SUS-MOEDA-DE      TO DET-DE
004740     MOVE SUS-MOEDA-PARA    TO DET-PARA
004750     MOVE WS-CRT-DATA       TO DET-VIGENCIA
004760     MOVE WS-CRT-TAXA       TO DET-TAXA
004770     MOVE SUS-TAXA-ANTERIOR TO DET-ANTERIOR
004780     MOVE SUS-VARIACAO      TO DET-VARIACAO
004790     MOVE SUS-USU-ENTRADA   TO DET-ENTRADA
004800     MOVE WS-SUS-APROVADOR (WS-SUS-IX) TO DET-APROVADOR
004810     MOVE 'D' TO GDAREL-FUNCAO
004820     MOVE WS-LINHA-DET TO GDAREL-LINHA
004830     CALL 'GDAREL' USING GDAREL-AREA
004840     .
004850 3100-EMITIR-UMA-EXIT.
004860     EXIT.
004870 9999-TERMINATE.
004880     CLOSE CAMBIO-FILE
004890     CLOSE NOVASUSP-FILE
004900     MOVE WS-SUSPENSAS       TO TOT-SUSPENSAS
004910     MOVE WS-APLICADAS       TO TOT-APLICADAS
004920     MOVE WS-REJEITADAS      TO TOT-REJEITADAS
004930     MOVE WS-RECUSADAS       TO TOT-RECUSADAS
004940     MOVE WS-PENDENTES       TO TOT-PENDENTES
004950     MOVE WS-CARTOES-ERRADOS TO TOT-CARTOES-ERRADOS
004960     MOVE 'T' TO GDAREL-FUNCAO
004970     MOVE WS-LINHA-TOT TO GDAREL-LINHA
004980     CALL 'GDAREL' USING GDAREL-AREA
004990     MOVE 'F' TO GDAREL-FUNCAO
005000     CALL 'GDAREL' USING GDAREL-AREA
005010     DISPLAY "GDACAMBA: SUSPENSAS LIDAS     = " WS-SUSPENSAS
005020     DISPLAY "GDACAMBA: SUSPENSAS REPETIDAS = " WS-SUBSTITUIDAS
005030     DISPLAY "GDACAMBA: CARTOES DE APROVACAO = " WS-CARTOES
005040     DISPLAY "GDACAMBA: APLICADAS / REJEITADAS = "
005050             WS-APLICADAS " / " WS-REJEITADAS
005060     DISPLAY "GDACAMBA: RECUSADAS (MESMO USERID) = " WS-RECUSADAS
005070     DISPLAY "GDACAMBA: PENDENTES SEM DECISAO = " WS-PENDENTES
005080     IF WS-RECUSADAS IS GREATER THAN ZEROES
005090         OR WS-CARTOES-ERRADOS IS GREATER THAN ZEROES
005100         OR WS-ERROS-CAMBIO IS GREATER THAN ZEROES
005110         MOVE 4 TO RETURN-CODE
005120     END-IF
005130     .
005140 9999-TERMINATE-EXIT.
005150     EXIT.
