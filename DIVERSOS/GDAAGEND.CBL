000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDAAGEND.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - CALENDARIO ANUAL DE       *
000120*                  EXECUCAO DOS JOBS. AS REGRAS DE AGENDA    *
000130*                  ("3O DIA UTIL", "ULTIMO DIA UTIL", "TODA  *
000140*                  SEGUNDA OU O DIA UTIL SEGUINTE") ERAM     *
000150*                  RESOLVIDAS A MAO TODO DEZEMBRO. LE UM     *
000160*                  CARTAO DE REGRA POR JOB E, COM O GDADTCALC*
000170*                  E O CALENDARIO DO DD FERIADOS, PRODUZ AS  *
000180*                  DATAS CONCRETAS DO ANO INTEIRO: RELATORIO *
000190*                  POR JOB VIA GDAREL (DD RELPRT, BIBLIOTECA *
000200*                  CODIGO AGD) E ARQUIVO DATADO PARA A CARGA *
000210*                  NO ESCALONADOR (DD AGENDA). REGRA SEM DATA*
000220*                  NUM MES E DOIS JOBS DECLARADOS CONFLITANTES
000230*                  NO MESMO DIA SAEM MARCADOS E O PASSO      *
000240*                  TERMINA COM RC 4. RODAR DEPOIS DO GDAFERCK,
000250*                  COM OS FERIADOS DO ANO JA CARREGADOS.     *
000260*
000270* CARTOES (DD REGRAS):                                       *
000280*   ANO=CCYY            ANO DO CALENDARIO (PADRAO: O QUE VEM)*
000290*   REGRA DE JOB:                                            *
000300*     COL 01-08  NOME DO JOB                                 *
000310*     COL 10-12  DU  = N-ESIMO DIA UTIL DO MES (NN 01-23)    *
000320*                ULT = ULTIMO DIA UTIL DO MES                *
000330*                DIA = DIA NN DO MES, OU O DIA UTIL SEGUINTE *
000340*                SEM = TODO DIA NN DA SEMANA (1=DOMINGO ..   *
000350*                      7=SABADO), OU O DIA UTIL SEGUINTE     *
000360*     COL 14-15  NN                                          *
000370*     COL 17-18  MES (BRANCOS OU 00 = TODOS OS MESES)        *
000380*     COL 20-59  DESCRICAO                                   *
000390*   CONFLITO (COL 01-08), JOB A (COL 10-17), JOB B (COL 19-26)
000400*                       OS DOIS NAO PODEM RODAR NO MESMO DIA *
000410*   '*' NA COLUNA 1     COMENTARIO                           *
000420*   UM JOB PODE TER VARIAS REGRAS (CARTOES SEGUIDOS).        *
000430*
000440* RETORNO: 0 = OK; 4 = REGRA SEM DATA EM ALGUM MES OU        *
000450*          CONFLITO; 8 = CARTAO INVALIDO; 16 = SEM REGRAS OU *
000460*          TABELA ESTOURADA.                                 *
000470*-----------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT REGRAS-FILE ASSIGN TO REGRAS
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FS-REGRAS.
000550     SELECT AGENDA-FILE ASSIGN TO AGENDA
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FS-AGENDA.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  REGRAS-FILE
000610     RECORDING MODE IS F.
000620 01  REG-REGRA.
000630     05  RGR-JOB             PIC X(08).
000640     05  FILLER              PIC X(01).
000650     05  RGR-TIPO            PIC X(03).
000660     05  FILLER              PIC X(01).
000670     05  RGR-NUM             PIC X(02).
000680     05  FILLER              PIC X(01).
000690     05  RGR-MES             PIC X(02).
000700     05  FILLER              PIC X(01).
000710     05  RGR-DESCRICAO       PIC X(40).
000720     05  FILLER              PIC X(21).
000730 01  REG-CONFLITO REDEFINES REG-REGRA.
000740     05  CFL-CARTAO          PIC X(08).
000750     05  FILLER              PIC X(01).
000760     05  CFL-JOB-A           PIC X(08).
000770     05  FILLER              PIC X(01).
000780     05  CFL-JOB-B           PIC X(08).
000790     05  FILLER              PIC X(54).
000800 FD  AGENDA-FILE
000810     RECORDING MODE IS F.
000820 01  REG-AGENDA.
000830     05  AGE-JOB             PIC X(08).
000840     05  FILLER              PIC X(01).
000850     05  AGE-DATA            PIC 9(08).
000860     05  FILLER              PIC X(01).
000870     05  AGE-SEMANA          PIC 9(01).
000880     05  FILLER              PIC X(01).
000890     05  AGE-TIPO            PIC X(03).
000900     05  FILLER              PIC X(01).
000910     05  AGE-NUM             PIC 9(02).
000920     05  FILLER              PIC X(01).
000930     05  AGE-MES             PIC 9(02).
000940     05  FILLER              PIC X(01).
000950     05  AGE-ADIADA          PIC X(01).
000960     05  FILLER              PIC X(01).
000970     05  AGE-DATA-REGRA      PIC 9(08).
000980     05  FILLER              PIC X(01).
000990     05  AGE-CONFLITO        PIC X(08).
001000     05  FILLER              PIC X(33).
001010 WORKING-STORAGE SECTION.
001020 77  WS-FS-REGRAS             PIC X(02) VALUE '00'.
001030 77  WS-FS-AGENDA             PIC X(02) VALUE '00'.
001040 01  WS-SWITCHES.
001050     05  WS-FIM-RGR-SW        PIC X(01) VALUE 'N'.
001060         88  FIM-DAS-REGRAS            VALUE 'S'.
001070     05  WS-FIM-ANO-SW        PIC X(01) VALUE 'N'.
001080         88  PASSOU-DO-ANO             VALUE 'S'.
001090     05  WS-ACHOU-SW          PIC X(01) VALUE 'N'.
001100         88  DATA-ACHADA               VALUE 'S'.
001110     05  WS-CARTAO-SW         PIC X(01) VALUE 'S'.
001120         88  CARTAO-VALIDO             VALUE 'S'.
001130 01  WS-CONTADORES.
001140     05  WS-CARTOES-INV       PIC 9(03) VALUE ZEROES.
001150     05  WS-MESES-SEM-DATA    PIC 9(03) VALUE ZEROES.
001160     05  WS-CONFLITOS         PIC 9(04) VALUE ZEROES.
001170     05  WS-GRAVADOS          PIC 9(05) VALUE ZEROES.
001180*-----------------------------------------------------------*
001190* ANO DO CALENDARIO E DATAS DE TRABALHO                      *
001200*-----------------------------------------------------------*
001210 01  WS-HOJE                  PIC 9(08) VALUE ZEROES.
001220 01  FILLER REDEFINES WS-HOJE.
001230     05  WS-HOJE-ANO          PIC 9(04).
001240     05  FILLER               PIC 9(04).
001250 01  WS-ANO                   PIC 9(04) VALUE ZEROES.
001260 01  WS-DATA                  PIC 9(08) VALUE ZEROES.
001270 01  FILLER REDEFINES WS-DATA.
001280     05  WS-DATA-ANO          PIC 9(04).
001290     05  WS-DATA-MES          PIC 9(02).
001300     05  WS-DATA-DIA          PIC 9(02).
001310 01  FILLER REDEFINES WS-DATA.
001320     05  FILLER               PIC X(02).
001330     05  WS-DATA-AAMMDD       PIC X(06).
001340 01  WS-DATA-2                PIC 9(08) VALUE ZEROES.
001350 01  FILLER REDEFINES WS-DATA-2.
001360     05  WS-DATA-2-ANO        PIC 9(04).
001370     05  WS-DATA-2-MES        PIC 9(02).
001380     05  WS-DATA-2-DIA        PIC 9(02).
001390 01  FILLER REDEFINES WS-DATA-2.
001400     05  FILLER               PIC X(02).
001410     05  WS-DATA-2-AAMMDD     PIC X(06).
001420 01  WS-DATA-EXEC             PIC 9(08) VALUE ZEROES.
001430 01  FILLER REDEFINES WS-DATA-EXEC.
001440     05  WS-EXEC-ANO          PIC 9(04).
001450     05  WS-EXEC-MES          PIC 9(02).
001460     05  WS-EXEC-DIA          PIC 9(02).
001470 01  WS-SEMANA-EXEC           PIC 9(01) VALUE ZEROES.
001480 01  WS-ADIADA-EXEC           PIC X(01) VALUE SPACE.
001490*-----------------------------------------------------------*
001500* CALENDARIO DO ANO: DIAS DE CADA MES, DIA DA SEMANA DE CADA *
001510* DIA (1=DOMINGO..7=SABADO) E SE O DIA E UTIL.               *
001520*-----------------------------------------------------------*
001530 01  WS-CALENDARIO.
001540     05  WS-CAL-MES OCCURS 12 TIMES.
001550         10  WS-CAL-DIAS      PIC 9(02).
001560         10  WS-CAL-DIA OCCURS 31 TIMES.
001570             15  WS-CAL-SEMANA
001580                              PIC 9(01).
001590             15  WS-CAL-UTIL-SW
001600                              PIC X(01).
001610                 88  CAL-DIA-UTIL          VALUE 'S'.
001620 01  WS-MES-IX                PIC 9(02) COMP VALUE ZEROES.
001630 01  WS-DIA-IX                PIC 9(02) COMP VALUE ZEROES.
001640 01  WS-SEMANA-CORR           PIC 9(01) VALUE ZEROES.
001650 01  WS-UTEIS-MES             PIC 9(02) VALUE ZEROES.
001660 01  WS-MES-DE                PIC 9(02) VALUE ZEROES.
001670 01  WS-MES-ATE               PIC 9(02) VALUE ZEROES.
001680 01  WS-NOMES-SEMANA-VAL      PIC X(21)
001690         VALUE 'DOMSEGTERQUAQUISEXSAB'.
001700 01  FILLER REDEFINES WS-NOMES-SEMANA-VAL.
001710     05  WS-NOME-SEMANA OCCURS 7 TIMES
001720                              PIC X(03).
001730*-----------------------------------------------------------*
001740* REGRAS DE JOB, NA ORDEM DOS CARTOES                        *
001750*-----------------------------------------------------------*
001760 01  WS-REGRAS.
001770     05  WS-RGR-MAX           PIC 9(03) VALUE 100.
001780     05  WS-RGR-COUNT         PIC 9(03) VALUE ZEROES.
001790     05  WS-RGR OCCURS 100 TIMES.
001800         10  WS-RGR-JOB       PIC X(08).
001810         10  WS-RGR-TIPO      PIC X(03).
001820         10  WS-RGR-NUM       PIC 9(02).
001830         10  WS-RGR-MES       PIC 9(02).
001840         10  WS-RGR-DESCRICAO PIC X(40).
001850         10  WS-RGR-FALTA-SW OCCURS 12 TIMES
001860                              PIC X(01).
001870 01  WS-RGR-IX                PIC 9(03) COMP VALUE ZEROES.
001880*-----------------------------------------------------------*
001890* PARES DE JOBS QUE NAO PODEM RODAR NO MESMO DIA             *
001900*-----------------------------------------------------------*
001910 01  WS-CONFLITOS-TAB.
001920     05  WS-CFL-MAX           PIC 9(03) VALUE 50.
001930     05  WS-CFL-COUNT         PIC 9(03) VALUE ZEROES.
001940     05  WS-CFL OCCURS 50 TIMES.
001950         10  WS-CFL-JOB-A     PIC X(08).
001960         10  WS-CFL-JOB-B     PIC X(08).
001970 01  WS-CFL-IX                PIC 9(03) COMP VALUE ZEROES.
001980*-----------------------------------------------------------*
001990* DATAS RESOLVIDAS: UMA ENTRADA POR EXECUCAO DE JOB          *
002000*-----------------------------------------------------------*
002010 01  WS-EXECUCOES.
002020     05  WS-EXE-MAX           PIC 9(04) VALUE 4000.
002030     05  WS-EXE-COUNT         PIC 9(04) VALUE ZEROES.
002040     05  WS-EXE OCCURS 4000 TIMES.
002050         10  WS-EXE-REGRA     PIC 9(03) COMP.
002060         10  WS-EXE-DATA      PIC 9(08).
002070         10  WS-EXE-SEMANA    PIC 9(01).
002080         10  WS-EXE-ADIADA    PIC X(01).
002090         10  WS-EXE-DATA-REGRA
002100                              PIC 9(08).
002110         10  WS-EXE-CONFLITO  PIC X(08).
002120 01  WS-EXE-IX                PIC 9(04) COMP VALUE ZEROES.
002130 01  WS-EXE-JX                PIC 9(04) COMP VALUE ZEROES.
002140*-----------------------------------------------------------*
002150* LINHAS DO RELATORIO                                        *
002160*-----------------------------------------------------------*
002170 01  WS-TITULO.
002180     05  FILLER               PIC X(30)
002190         VALUE 'CALENDARIO DE EXECUCAO - ANO '.
002200     05  TIT-ANO              PIC 9(04).
002210 01  WS-CABECALHO.
002220     05  FILLER               PIC X(11) VALUE ' JOB'.
002230     05  FILLER               PIC X(12) VALUE 'DATA'.
002240     05  FILLER               PIC X(05) VALUE 'DIA'.
002250     05  FILLER               PIC X(14) VALUE 'REGRA'.
002260     05  FILLER               PIC X(38) VALUE 'OBSERVACAO'.
002270 01  WS-LINHA-DET.
002280     05  FILLER               PIC X(01) VALUE SPACE.
002290     05  DET-JOB              PIC X(08).
002300     05  FILLER               PIC X(02) VALUE SPACES.
002310     05  DET-DATA.
002320         10  DET-DIA          PIC X(02).
002330         10  FILLER           PIC X(01) VALUE '/'.
002340         10  DET-MES          PIC 9(02).
002350         10  FILLER           PIC X(01) VALUE '/'.
002360         10  DET-ANO          PIC 9(04).
002370     05  FILLER               PIC X(02) VALUE SPACES.
002380     05  DET-SEMANA           PIC X(03).
002390     05  FILLER               PIC X(02) VALUE SPACES.
002400     05  DET-REGRA.
002410         10  DET-TIPO         PIC X(03).
002420         10  FILLER           PIC X(01) VALUE SPACE.
002430         10  DET-NUM          PIC 9(02).
002440         10  DET-MES-REGRA    PIC X(08).
002450     05  FILLER               PIC X(02) VALUE SPACES.
002460     05  DET-OBS              PIC X(50).
002470     05  FILLER               PIC X(42) VALUE SPACES.
002480 01  WS-OBS-ADIADA.
002490     05  FILLER               PIC X(19)
002500         VALUE 'DIA UTIL SEGUINTE A'.
002510     05  FILLER               PIC X(01) VALUE SPACE.
002520     05  OBS-DIA              PIC 9(02).
002530     05  FILLER               PIC X(01) VALUE '/'.
002540     05  OBS-MES              PIC 9(02).
002550     05  FILLER               PIC X(25) VALUE SPACES.
002560 01  WS-LINHA-TOT.
002570     05  FILLER               PIC X(01) VALUE SPACE.
002580     05  FILLER               PIC X(10) VALUE 'EXECUCOES'.
002590     05  TOT-GRAVADOS         PIC ZZZZ9.
002600     05  FILLER               PIC X(03) VALUE SPACES.
002610     05  FILLER               PIC X(15) VALUE 'MESES SEM DATA'.
002620     05  TOT-SEM-DATA         PIC ZZ9.
002630     05  FILLER               PIC X(03) VALUE SPACES.
002640     05  FILLER               PIC X(11) VALUE 'CONFLITOS'.
002650     05  TOT-CONFLITOS        PIC ZZZ9.
002660     05  FILLER               PIC X(77) VALUE SPACES.
002670*-----------------------------------------------------------*
002680* AREA DO CALCULADOR DE DATAS (GDADTCALC)                    *
002690*-----------------------------------------------------------*
002700 01  GDADTCALC-AREA.
002710     03  DTC-FUNCAO           PIC X(01).
002720     03  DTC-DATA-AAMMDD-1    PIC X(06).
002730     03  DTC-DATA-AAMMDD-2    PIC X(06).
002740     03  DTC-DIAS             PIC S9(05).
002750     03  DTC-RESULT-AAMMDD    PIC X(06).
002760     03  DTC-RESULT-CCYYMMDD  PIC 9(08).
002770     03  DTC-DIA-SEMANA       PIC 9(01).
002780     03  DTC-STATUS           PIC 9(02).
002790*-----------------------------------------------------------*
002800* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
002810*-----------------------------------------------------------*
002820 01  GDAREL-AREA.
002830     03  GDAREL-FUNCAO        PIC X(01).
002840     03  GDAREL-TITULO        PIC X(60).
002850     03  GDAREL-CABECALHO     PIC X(80).
002860     03  GDAREL-LINHA         PIC X(132).
002870     03  GDAREL-RETORNO       PIC 9(02).
002880     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
002890     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
002900         05  GDAREL-QBR-POS   PIC 9(03).
002910         05  GDAREL-QBR-TAM   PIC 9(02).
002920     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
002930     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
002940     03  GDAREL-EXTRATO OCCURS 10 TIMES.
002950         05  GDAREL-EXT-POS   PIC 9(03).
002960         05  GDAREL-EXT-TAM   PIC 9(03).
002970     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
002980 PROCEDURE DIVISION.
002990 0000-MAINLINE.
003000*-----------------------------------------------------------*
003010* PARAGRAFO PRINCIPAL.                                       *
003020*-----------------------------------------------------------*
003030     PERFORM 1000-INITIALIZE
003040         THRU 1000-INITIALIZE-EXIT
003050     PERFORM 2000-MONTAR-CALENDARIO
003060         THRU 2000-MONTAR-CALENDARIO-EXIT
003070     PERFORM 3000-RESOLVER-REGRA
003080         THRU 3000-RESOLVER-REGRA-EXIT
003090         VARYING WS-RGR-IX FROM 1 BY 1
003100         UNTIL WS-RGR-IX IS GREATER THAN WS-RGR-COUNT
003110     PERFORM 4000-VERIFICAR-CONFLITO
003120         THRU 4000-VERIFICAR-CONFLITO-EXIT
003130         VARYING WS-CFL-IX FROM 1 BY 1
003140         UNTIL WS-CFL-IX IS GREATER THAN WS-CFL-COUNT
003150     PERFORM 5000-LISTAR-REGRA
003160         THRU 5000-LISTAR-REGRA-EXIT
003170         VARYING WS-RGR-IX FROM 1 BY 1
003180         UNTIL WS-RGR-IX IS GREATER THAN WS-RGR-COUNT
003190     PERFORM 9999-TERMINATE
003200         THRU 9999-TERMINATE-EXIT
003210     STOP RUN
003220     .
003230 0000-MAINLINE-EXIT.
003240     EXIT.
003250 1000-INITIALIZE.
003260*-----------------------------------------------------------*
003270* ANO PADRAO = O QUE VEM; LE OS CARTOES DE REGRA E ABRE O    *
003280* ARQUIVO DA AGENDA E O RELATORIO.                           *
003290*-----------------------------------------------------------*
003300     ACCEPT WS-HOJE FROM DATE YYYYMMDD
003310     COMPUTE WS-ANO = WS-HOJE-ANO + 1
003320     OPEN INPUT REGRAS-FILE
003330     IF WS-FS-REGRAS NOT EQUAL '00'
003340         DISPLAY "GDAAGEND: SEM ARQUIVO REGRAS, STATUS = "
003350                 WS-FS-REGRAS
003360         MOVE 16 TO RETURN-CODE
003370         STOP RUN
003380     END-IF
003390     PERFORM 1100-LER-REGRA
003400         THRU 1100-LER-REGRA-EXIT
003410         UNTIL FIM-DAS-REGRAS
003420     CLOSE REGRAS-FILE
003430     IF WS-RGR-COUNT IS EQUAL TO ZEROES
003440         DISPLAY "GDAAGEND: NENHUMA REGRA DE JOB NOS CARTOES"
003450         MOVE 16 TO RETURN-CODE
003460         STOP RUN
003470     END-IF
003480     OPEN OUTPUT AGENDA-FILE
003490     IF WS-FS-AGENDA NOT EQUAL '00'
003500         DISPLAY "GDAAGEND: ERRO NO OPEN DA AGENDA, STATUS = "
003510                 WS-FS-AGENDA
003520         MOVE 16 TO RETURN-CODE
003530         STOP RUN
003540     END-IF
003550     MOVE WS-ANO TO TIT-ANO
003560     MOVE 'A' TO GDAREL-FUNCAO
003570     MOVE 1 TO GDAREL-NUMERO
003580     MOVE WS-TITULO TO GDAREL-TITULO
003590     MOVE WS-CABECALHO TO GDAREL-CABECALHO
003600     MOVE 2 TO GDAREL-QBR-POS (1)
003610     MOVE 8 TO GDAREL-QBR-TAM (1)
003620     MOVE ZEROES TO GDAREL-QBR-POS (2) GDAREL-QBR-TAM (2)
003630                    GDAREL-QBR-POS (3) GDAREL-QBR-TAM (3)
003640     MOVE ZEROES TO GDAREL-EXT-POS (1)
003650     MOVE 'AGD' TO GDAREL-CODIGO
003660     CALL 'GDAREL' USING GDAREL-AREA
003670     .
003680 1000-INITIALIZE-EXIT.
003690     EXIT.
003700 1100-LER-REGRA.
003710*-----------------------------------------------------------*
003720* UM CARTAO: ANO, CONFLITO, COMENTARIO OU REGRA DE JOB.      *
003730*-----------------------------------------------------------*
003740     READ REGRAS-FILE
003750         AT END
003760             SET FIM-DAS-REGRAS TO TRUE
003770             GO TO 1100-LER-REGRA-EXIT
003780     END-READ
003790     EVALUATE TRUE
003800         WHEN REG-REGRA (1:1) IS EQUAL TO '*'
003810             CONTINUE
003820         WHEN REG-REGRA IS EQUAL TO SPACES
003830             CONTINUE
003840         WHEN REG-REGRA (1:4) IS EQUAL TO 'ANO='
003850             IF REG-REGRA (5:4) IS NUMERIC
003860                 MOVE REG-REGRA (5:4) TO WS-ANO
003870             ELSE
003880                 PERFORM 1900-CARTAO-INVALIDO
003890                     THRU 1900-CARTAO-INVALIDO-EXIT
003900             END-IF
003910         WHEN CFL-CARTAO IS EQUAL TO 'CONFLITO'
003920             PERFORM 1200-GUARDAR-CONFLITO
003930                 THRU 1200-GUARDAR-CONFLITO-EXIT
003940         WHEN OTHER
003950             PERFORM 1300-GUARDAR-REGRA
003960                 THRU 1300-GUARDAR-REGRA-EXIT
003970     END-EVALUATE
003980     .
003990 1100-LER-REGRA-EXIT.
004000     EXIT.
004010 1200-GUARDAR-CONFLITO.
004020     IF CFL-JOB-A IS EQUAL TO SPACES
004030         OR CFL-JOB-B IS EQUAL TO SPACES
004040         OR CFL-JOB-A IS EQUAL TO CFL-JOB-B
004050         PERFORM 1900-CARTAO-INVALIDO
004060             THRU 1900-CARTAO-INVALIDO-EXIT
004070         GO TO 1200-GUARDAR-CONFLITO-EXIT
004080     END-IF
004090     IF WS-CFL-COUNT IS EQUAL TO WS-CFL-MAX
004100         DISPLAY "GDAAGEND: MAIS DE " WS-CFL-MAX
004110                 " CARTOES CONFLITO"
004120         MOVE 16 TO RETURN-CODE
004130         STOP RUN
004140     END-IF
004150     ADD 1 TO WS-CFL-COUNT
004160     MOVE CFL-JOB-A TO WS-CFL-JOB-A (WS-CFL-COUNT)
004170     MOVE CFL-JOB-B TO WS-CFL-JOB-B (WS-CFL-COUNT)
004180     .
004190 1200-GUARDAR-CONFLITO-EXIT.
004200     EXIT.
004210 1300-GUARDAR-REGRA.
004220*-----------------------------------------------------------*
004230* VALIDA O TIPO, O NUMERO E O MES DA REGRA E GUARDA NA       *
004240* TABELA. NUMERO DE DIA UTIL ACIMA DE 23 NUNCA TERIA DATA.   *
004250*-----------------------------------------------------------*
004260     MOVE 'S' TO WS-CARTAO-SW
004270     IF RGR-MES IS EQUAL TO SPACES
004280         MOVE '00' TO RGR-MES
004290     END-IF
004300     IF RGR-TIPO IS EQUAL TO 'ULT'
004310         AND RGR-NUM IS EQUAL TO SPACES
004320         MOVE '00' TO RGR-NUM
004330     END-IF
004340     IF RGR-JOB IS EQUAL TO SPACES
004350         OR RGR-NUM IS NOT NUMERIC
004360         OR RGR-MES IS NOT NUMERIC
004370         MOVE 'N' TO WS-CARTAO-SW
004380     ELSE
004390         IF RGR-MES IS GREATER THAN '12'
004400             MOVE 'N' TO WS-CARTAO-SW
004410         END-IF
004420         EVALUATE RGR-TIPO
004430             WHEN 'DU '
004440                 IF RGR-NUM IS LESS THAN '01'
004450                     OR RGR-NUM IS GREATER THAN '23'
004460                     MOVE 'N' TO WS-CARTAO-SW
004470                 END-IF
004480             WHEN 'ULT'
004490                 CONTINUE
004500             WHEN 'DIA'
004510                 IF RGR-NUM IS LESS THAN '01'
004520                     OR RGR-NUM IS GREATER THAN '31'
004530                     MOVE 'N' TO WS-CARTAO-SW
004540                 END-IF
004550             WHEN 'SEM'
004560                 IF RGR-NUM IS LESS THAN '01'
004570                     OR RGR-NUM IS GREATER THAN '07'
004580                     MOVE 'N' TO WS-CARTAO-SW
004590                 END-IF
004600             WHEN OTHER
004610                 MOVE 'N' TO WS-CARTAO-SW
004620         END-EVALUATE
004630     END-IF
004640     IF NOT CARTAO-VALIDO
004650         PERFORM 1900-CARTAO-INVALIDO
004660             THRU 1900-CARTAO-INVALIDO-EXIT
004670         GO TO 1300-GUARDAR-REGRA-EXIT
004680     END-IF
004690     IF WS-RGR-COUNT IS EQUAL TO WS-RGR-MAX
004700         DISPLAY "GDAAGEND: MAIS DE " WS-RGR-MAX
004710                 " REGRAS DE JOB"
004720         MOVE 16 TO RETURN-CODE
004730         STOP RUN
004740     END-IF
004750     ADD 1 TO WS-RGR-COUNT
004760     MOVE RGR-JOB       TO WS-RGR-JOB (WS-RGR-COUNT)
004770     MOVE RGR-TIPO      TO WS-RGR-TIPO (WS-RGR-COUNT)
004780     MOVE RGR-NUM       TO WS-RGR-NUM (WS-RGR-COUNT)
004790     MOVE RGR-MES       TO WS-RGR-MES (WS-RGR-COUNT)
004800     MOVE RGR-DESCRICAO TO WS-RGR-DESCRICAO (WS-RGR-COUNT)
004810     PERFORM VARYING WS-MES-IX FROM 1 BY 1
004820             UNTIL WS-MES-IX IS GREATER THAN 12
004830         MOVE 'N' TO WS-RGR-FALTA-SW (WS-RGR-COUNT, WS-MES-IX)
004840     END-PERFORM
004850     .
004860 1300-GUARDAR-REGRA-EXIT.
004870     EXIT.
004880 1900-CARTAO-INVALIDO.
004890     DISPLAY "GDAAGEND: CARTAO INVALIDO: " REG-REGRA (1:40)
004900     ADD 1 TO WS-CARTOES-INV
004910     .
004920 1900-CARTAO-INVALIDO-EXIT.
004930     EXIT.
004940 2000-MONTAR-CALENDARIO.
004950*-----------------------------------------------------------*
004960* DIAS DE CADA MES = DIAS ENTRE O DIA 1 E O DIA 1 DO MES     *
004970* SEGUINTE; DIA DA SEMANA A PARTIR DO DE 1O DE JANEIRO; DIAS *
004980* UTEIS PERCORRENDO O GDADTCALC 'U' DESDE A VESPERA DO ANO.  *
004990*-----------------------------------------------------------*
005000     MOVE WS-ANO TO WS-DATA-ANO
005010     MOVE 1 TO WS-DATA-DIA
005020     PERFORM 2100-DIAS-DO-MES
005030         THRU 2100-DIAS-DO-MES-EXIT
005040         VARYING WS-MES-IX FROM 1 BY 1
005050         UNTIL WS-MES-IX IS GREATER THAN 12
005060     MOVE WS-ANO TO WS-DATA-ANO
005070     MOVE 1 TO WS-DATA-MES
005080     MOVE 1 TO WS-DATA-DIA
005090     MOVE 'W' TO DTC-FUNCAO
005100     MOVE WS-DATA-AAMMDD TO DTC-DATA-AAMMDD-1
005110     CALL 'GDADTCALC' USING GDADTCALC-AREA
005120     MOVE DTC-DIA-SEMANA TO WS-SEMANA-CORR
005130     PERFORM VARYING WS-MES-IX FROM 1 BY 1
005140             UNTIL WS-MES-IX IS GREATER THAN 12
005150         PERFORM VARYING WS-DIA-IX FROM 1 BY 1
005160                 UNTIL WS-DIA-IX IS GREATER THAN 31
005170             MOVE ZEROES TO WS-CAL-SEMANA (WS-MES-IX, WS-DIA-IX)
005180             MOVE 'N' TO WS-CAL-UTIL-SW (WS-MES-IX, WS-DIA-IX)
005190             IF WS-DIA-IX IS NOT GREATER THAN
005200                WS-CAL-DIAS (WS-MES-IX)
005210                 MOVE WS-SEMANA-CORR
005220                     TO WS-CAL-SEMANA (WS-MES-IX, WS-DIA-IX)
005230                 IF WS-SEMANA-CORR IS EQUAL TO 7
005240                     MOVE 1 TO WS-SEMANA-CORR
005250                 ELSE
005260                     ADD 1 TO WS-SEMANA-CORR
005270                 END-IF
005280             END-IF
005290         END-PERFORM
005300     END-PERFORM
005310     MOVE 'S' TO DTC-FUNCAO
005320     MOVE WS-DATA-AAMMDD TO DTC-DATA-AAMMDD-1
005330     MOVE -1 TO DTC-DIAS
005340     CALL 'GDADTCALC' USING GDADTCALC-AREA
005350     MOVE DTC-RESULT-AAMMDD TO DTC-DATA-AAMMDD-1
005360     PERFORM 2200-PROXIMO-DIA-UTIL
005370         THRU 2200-PROXIMO-DIA-UTIL-EXIT
005380         UNTIL PASSOU-DO-ANO
005390     .
005400 2000-MONTAR-CALENDARIO-EXIT.
005410     EXIT.
005420 2100-DIAS-DO-MES.
005430     MOVE WS-MES-IX TO WS-DATA-MES
005440     MOVE WS-DATA TO WS-DATA-2
005450     IF WS-DATA-2-MES IS EQUAL TO 12
005460         MOVE 1 TO WS-DATA-2-MES
005470         ADD 1 TO WS-DATA-2-ANO
005480     ELSE
005490         ADD 1 TO WS-DATA-2-MES
005500     END-IF
005510     MOVE 'D' TO DTC-FUNCAO
005520     MOVE WS-DATA-AAMMDD TO DTC-DATA-AAMMDD-1
005530     MOVE WS-DATA-2-AAMMDD TO DTC-DATA-AAMMDD-2
005540     CALL 'GDADTCALC' USING GDADTCALC-AREA
005550     IF DTC-STATUS NOT EQUAL ZEROES
005560         DISPLAY "GDAAGEND: ANO INVALIDO " WS-ANO
005570                 ", STATUS GDADTCALC = " DTC-STATUS
005580         MOVE 16 TO RETURN-CODE
005590         STOP RUN
005600     END-IF
005610     MOVE DTC-DIAS TO WS-CAL-DIAS (WS-MES-IX)
005620     .
005630 2100-DIAS-DO-MES-EXIT.
005640     EXIT.
005650 2200-PROXIMO-DIA-UTIL.
005660     MOVE 'U' TO DTC-FUNCAO
005670     CALL 'GDADTCALC' USING GDADTCALC-AREA
005680     IF DTC-STATUS NOT EQUAL ZEROES
005690         DISPLAY "GDAAGEND: ERRO NO CALENDARIO DE DIAS UTEIS, "
005700                 "STATUS GDADTCALC = " DTC-STATUS
005710         MOVE 16 TO RETURN-CODE
005720         STOP RUN
005730     END-IF
005740     MOVE DTC-RESULT-CCYYMMDD TO WS-DATA
005750     IF WS-DATA-ANO IS GREATER THAN WS-ANO
005760         SET PASSOU-DO-ANO TO TRUE
005770         GO TO 2200-PROXIMO-DIA-UTIL-EXIT
005780     END-IF
005790     MOVE 'S' TO WS-CAL-UTIL-SW (WS-DATA-MES, WS-DATA-DIA)
005800     MOVE DTC-RESULT-AAMMDD TO DTC-DATA-AAMMDD-1
005810     .
005820 2200-PROXIMO-DIA-UTIL-EXIT.
005830     EXIT.
005840 3000-RESOLVER-REGRA.
005850*-----------------------------------------------------------*
005860* RESOLVE UMA REGRA EM CADA MES QUE ELA COBRE (TODOS, OU SO  *
005870* O MES DO CARTAO).                                          *
005880*-----------------------------------------------------------*
005890     IF WS-RGR-MES (WS-RGR-IX) IS EQUAL TO ZEROES
005900         MOVE 1  TO WS-MES-DE
005910         MOVE 12 TO WS-MES-ATE
005920     ELSE
005930         MOVE WS-RGR-MES (WS-RGR-IX) TO WS-MES-DE WS-MES-ATE
005940     END-IF
005950     PERFORM 3100-RESOLVER-MES
005960         THRU 3100-RESOLVER-MES-EXIT
005970         VARYING WS-MES-IX FROM WS-MES-DE BY 1
005980         UNTIL WS-MES-IX IS GREATER THAN WS-MES-ATE
005990     .
006000 3000-RESOLVER-REGRA-EXIT.
006010     EXIT.
006020 3100-RESOLVER-MES.
006030*-----------------------------------------------------------*
006040* DU:  CONTA OS DIAS UTEIS DO MES ATE O N-ESIMO.             *
006050* ULT: O ULTIMO DIA UTIL DO MES.                             *
006060* DIA: O DIA NN (SE O MES TEM ESSE DIA), OU O UTIL SEGUINTE. *
006070* SEM: CADA DIA DA SEMANA NN DO MES, OU O UTIL SEGUINTE.     *
006080* REGRA QUE NAO ACHA DATA NO MES MARCA O MES COMO FALTANTE.  *
006090*-----------------------------------------------------------*
006100     MOVE 'N' TO WS-ACHOU-SW
006110     EVALUATE WS-RGR-TIPO (WS-RGR-IX)
006120         WHEN 'DU '
006130             MOVE ZEROES TO WS-UTEIS-MES
006140             PERFORM VARYING WS-DIA-IX FROM 1 BY 1
006150                     UNTIL WS-DIA-IX IS GREATER THAN
006160                           WS-CAL-DIAS (WS-MES-IX)
006170                        OR DATA-ACHADA
006180                 IF CAL-DIA-UTIL (WS-MES-IX, WS-DIA-IX)
006190                     ADD 1 TO WS-UTEIS-MES
006200                     IF WS-UTEIS-MES IS EQUAL TO
006210                        WS-RGR-NUM (WS-RGR-IX)
006220                         PERFORM 3200-DATA-DO-DIA
006230                             THRU 3200-DATA-DO-DIA-EXIT
006240                     END-IF
006250                 END-IF
006260             END-PERFORM
006270         WHEN 'ULT'
006280             PERFORM VARYING WS-DIA-IX
006290                     FROM WS-CAL-DIAS (WS-MES-IX) BY -1
006300                     UNTIL WS-DIA-IX IS LESS THAN 1
006310                        OR DATA-ACHADA
006320                 IF CAL-DIA-UTIL (WS-MES-IX, WS-DIA-IX)
006330                     PERFORM 3200-DATA-DO-DIA
006340                         THRU 3200-DATA-DO-DIA-EXIT
006350                 END-IF
006360             END-PERFORM
006370         WHEN 'DIA'
006380             IF WS-RGR-NUM (WS-RGR-IX) IS NOT GREATER THAN
006390                WS-CAL-DIAS (WS-MES-IX)
006400                 MOVE WS-RGR-NUM (WS-RGR-IX) TO WS-DIA-IX
006410                 PERFORM 3200-DATA-DO-DIA
006420                     THRU 3200-DATA-DO-DIA-EXIT
006430             END-IF
006440         WHEN 'SEM'
006450             PERFORM VARYING WS-DIA-IX FROM 1 BY 1
006460                     UNTIL WS-DIA-IX IS GREATER THAN
006470                           WS-CAL-DIAS (WS-MES-IX)
006480                 IF WS-CAL-SEMANA (WS-MES-IX, WS-DIA-IX)
006490                    IS EQUAL TO WS-RGR-NUM (WS-RGR-IX)
006500                     PERFORM 3200-DATA-DO-DIA
006510                         THRU 3200-DATA-DO-DIA-EXIT
006520                 END-IF
006530             END-PERFORM
006540     END-EVALUATE
006550     IF NOT DATA-ACHADA
006560         MOVE 'S' TO WS-RGR-FALTA-SW (WS-RGR-IX, WS-MES-IX)
006570         ADD 1 TO WS-MESES-SEM-DATA
006580     END-IF
006590     .
006600 3100-RESOLVER-MES-EXIT.
006610     EXIT.
006620 3200-DATA-DO-DIA.
006630*-----------------------------------------------------------*
006640* DIA DA REGRA -> DATA DE EXECUCAO. DIA NAO UTIL PASSA PARA  *
006650* O PROXIMO DIA UTIL (GDADTCALC 'U'), MESMO QUE NO MES OU NO *
006660* ANO SEGUINTE.                                              *
006670*-----------------------------------------------------------*
006680     SET DATA-ACHADA TO TRUE
006690     MOVE WS-ANO    TO WS-DATA-ANO
006700     MOVE WS-MES-IX TO WS-DATA-MES
006710     MOVE WS-DIA-IX TO WS-DATA-DIA
006720     MOVE WS-DATA TO WS-DATA-EXEC
006730     MOVE WS-CAL-SEMANA (WS-MES-IX, WS-DIA-IX) TO WS-SEMANA-EXEC
006740     MOVE 'N' TO WS-ADIADA-EXEC
006750     IF NOT CAL-DIA-UTIL (WS-MES-IX, WS-DIA-IX)
006760         MOVE 'U' TO DTC-FUNCAO
006770         MOVE WS-DATA-AAMMDD TO DTC-DATA-AAMMDD-1
006780         CALL 'GDADTCALC' USING GDADTCALC-AREA
006790         MOVE DTC-RESULT-CCYYMMDD TO WS-DATA-EXEC
006800         MOVE 'W' TO DTC-FUNCAO
006810         MOVE DTC-RESULT-AAMMDD TO DTC-DATA-AAMMDD-1
006820         CALL 'GDADTCALC' USING GDADTCALC-AREA
006830         MOVE DTC-DIA-SEMANA TO WS-SEMANA-EXEC
006840         MOVE 'S' TO WS-ADIADA-EXEC
006850     END-IF
006860     PERFORM 3300-INCLUIR-EXECUCAO
006870         THRU 3300-INCLUIR-EXECUCAO-EXIT
006880     .
006890 3200-DATA-DO-DIA-EXIT.
006900     EXIT.
006910 3300-INCLUIR-EXECUCAO.
006920*-----------------------------------------------------------*
006930* O MESMO JOB NAO RODA DUAS VEZES NO MESMO DIA: DATA JA      *
006940* RESOLVIDA POR OUTRA REGRA DELE NAO ENTRA DE NOVO.          *
006950*-----------------------------------------------------------*
006960     PERFORM VARYING WS-EXE-IX FROM 1 BY 1
006970             UNTIL WS-EXE-IX IS GREATER THAN WS-EXE-COUNT
006980         IF WS-EXE-DATA (WS-EXE-IX) IS EQUAL TO WS-DATA-EXEC
006990             AND WS-RGR-JOB (WS-EXE-REGRA (WS-EXE-IX))
007000                 IS EQUAL TO WS-RGR-JOB (WS-RGR-IX)
007010             GO TO 3300-INCLUIR-EXECUCAO-EXIT
007020         END-IF
007030     END-PERFORM
007040     IF WS-EXE-COUNT IS EQUAL TO WS-EXE-MAX
007050         DISPLAY "GDAAGEND: MAIS DE " WS-EXE-MAX
007060                 " EXECUCOES NO ANO"
007070         MOVE 16 TO RETURN-CODE
007080         STOP RUN
007090     END-IF
007100     ADD 1 TO WS-EXE-COUNT
007110     MOVE WS-RGR-IX      TO WS-EXE-REGRA (WS-EXE-COUNT)
007120     MOVE WS-DATA-EXEC   TO WS-EXE-DATA (WS-EXE-COUNT)
007130     MOVE WS-SEMANA-EXEC TO WS-EXE-SEMANA (WS-EXE-COUNT)
007140     MOVE WS-ADIADA-EXEC TO WS-EXE-ADIADA (WS-EXE-COUNT)
007150     MOVE WS-DATA        TO WS-EXE-DATA-REGRA (WS-EXE-COUNT)
007160     MOVE SPACES         TO WS-EXE-CONFLITO (WS-EXE-COUNT)
007170     .
007180 3300-INCLUIR-EXECUCAO-EXIT.
007190     EXIT.
007200 4000-VERIFICAR-CONFLITO.
007210*-----------------------------------------------------------*
007220* CADA EXECUCAO DO JOB A CONTRA CADA EXECUCAO DO JOB B: NA   *
007230* MESMA DATA, AS DUAS FICAM MARCADAS COM O NOME DO OUTRO.    *
007240*-----------------------------------------------------------*
007250     PERFORM 4100-CONFLITO-DO-JOB-A
007260         THRU 4100-CONFLITO-DO-JOB-A-EXIT
007270         VARYING WS-EXE-IX FROM 1 BY 1
007280         UNTIL WS-EXE-IX IS GREATER THAN WS-EXE-COUNT
007290     .
007300 4000-VERIFICAR-CONFLITO-EXIT.
007310     EXIT.
007320 4100-CONFLITO-DO-JOB-A.
007330     IF WS-RGR-JOB (WS-EXE-REGRA (WS-EXE-IX))
007340        NOT EQUAL WS-CFL-JOB-A (WS-CFL-IX)
007350         GO TO 4100-CONFLITO-DO-JOB-A-EXIT
007360     END-IF
007370     PERFORM VARYING WS-EXE-JX FROM 1 BY 1
007380             UNTIL WS-EXE-JX IS GREATER THAN WS-EXE-COUNT
007390         IF WS-EXE-DATA (WS-EXE-JX) IS EQUAL TO
007400            WS-EXE-DATA (WS-EXE-IX)
007410            AND WS-RGR-JOB (WS-EXE-REGRA (WS-EXE-JX))
007420                IS EQUAL TO WS-CFL-JOB-B (WS-CFL-IX)
007430             MOVE WS-CFL-JOB-B (WS-CFL-IX)
007440                 TO WS-EXE-CONFLITO (WS-EXE-IX)
007450             MOVE WS-CFL-JOB-A (WS-CFL-IX)
007460                 TO WS-EXE-CONFLITO (WS-EXE-JX)
007470             ADD 1 TO WS-CONFLITOS
007480         END-IF
007490     END-PERFORM
007500     .
007510 4100-CONFLITO-DO-JOB-A-EXIT.
007520     EXIT.
007530 5000-LISTAR-REGRA.
007540*-----------------------------------------------------------*
007550* AS EXECUCOES DE UMA REGRA (JA EM ORDEM DE DATA) NO         *
007560* RELATORIO E NA AGENDA, DEPOIS OS MESES SEM DATA DELA.      *
007570*-----------------------------------------------------------*
007580     MOVE WS-RGR-JOB (WS-RGR-IX)  TO DET-JOB
007590     MOVE WS-RGR-TIPO (WS-RGR-IX) TO DET-TIPO
007600     MOVE WS-RGR-NUM (WS-RGR-IX)  TO DET-NUM
007610     IF WS-RGR-MES (WS-RGR-IX) IS EQUAL TO ZEROES
007620         MOVE SPACES TO DET-MES-REGRA
007630     ELSE
007640         MOVE SPACES TO DET-MES-REGRA
007650         STRING ' MES ' WS-RGR-MES (WS-RGR-IX)
007660             DELIMITED BY SIZE INTO DET-MES-REGRA
007670     END-IF
007680     PERFORM 5100-LISTAR-EXECUCAO
007690         THRU 5100-LISTAR-EXECUCAO-EXIT
007700         VARYING WS-EXE-IX FROM 1 BY 1
007710         UNTIL WS-EXE-IX IS GREATER THAN WS-EXE-COUNT
007720     PERFORM 5200-LISTAR-FALTA
007730         THRU 5200-LISTAR-FALTA-EXIT
007740         VARYING WS-MES-IX FROM 1 BY 1
007750         UNTIL WS-MES-IX IS GREATER THAN 12
007760     .
007770 5000-LISTAR-REGRA-EXIT.
007780     EXIT.
007790 5100-LISTAR-EXECUCAO.
007800     IF WS-EXE-REGRA (WS-EXE-IX) NOT EQUAL WS-RGR-IX
007810         GO TO 5100-LISTAR-EXECUCAO-EXIT
007820     END-IF
007830     MOVE WS-EXE-DATA (WS-EXE-IX) TO WS-DATA-EXEC
007840     MOVE WS-EXEC-DIA TO DET-DIA
007850     MOVE WS-EXEC-MES TO DET-MES
007860     MOVE WS-EXEC-ANO TO DET-ANO
007870     MOVE WS-NOME-SEMANA (WS-EXE-SEMANA (WS-EXE-IX))
007880         TO DET-SEMANA
007890     MOVE SPACES TO DET-OBS
007900     IF WS-EXE-CONFLITO (WS-EXE-IX) NOT EQUAL SPACES
007910         STRING '*** CONFLITO COM ' WS-EXE-CONFLITO (WS-EXE-IX)
007920             DELIMITED BY SIZE INTO DET-OBS
007930     ELSE
007940         IF WS-EXE-ADIADA (WS-EXE-IX) IS EQUAL TO 'S'
007950             MOVE WS-EXE-DATA-REGRA (WS-EXE-IX) TO WS-DATA
007960             MOVE WS-DATA-DIA TO OBS-DIA
007970             MOVE WS-DATA-MES TO OBS-MES
007980             MOVE WS-OBS-ADIADA TO DET-OBS
007990         END-IF
008000     END-IF
008010     MOVE 'D' TO GDAREL-FUNCAO
008020     MOVE WS-LINHA-DET TO GDAREL-LINHA
008030     CALL 'GDAREL' USING GDAREL-AREA
008040     MOVE SPACES TO REG-AGENDA
008050     MOVE WS-RGR-JOB (WS-RGR-IX)  TO AGE-JOB
008060     MOVE WS-EXE-DATA (WS-EXE-IX) TO AGE-DATA
008070     MOVE WS-EXE-SEMANA (WS-EXE-IX) TO AGE-SEMANA
008080     MOVE WS-RGR-TIPO (WS-RGR-IX) TO AGE-TIPO
008090     MOVE WS-RGR-NUM (WS-RGR-IX)  TO AGE-NUM
008100     MOVE WS-RGR-MES (WS-RGR-IX)  TO AGE-MES
008110     MOVE WS-EXE-ADIADA (WS-EXE-IX) TO AGE-ADIADA
008120     MOVE WS-EXE-DATA-REGRA (WS-EXE-IX) TO AGE-DATA-REGRA
008130     MOVE WS-EXE-CONFLITO (WS-EXE-IX) TO AGE-CONFLITO
008140     WRITE REG-AGENDA
008150     ADD 1 TO WS-GRAVADOS
008160     .
008170 5100-LISTAR-EXECUCAO-EXIT.
008180     EXIT.
008190 5200-LISTAR-FALTA.
008200     IF WS-RGR-FALTA-SW (WS-RGR-IX, WS-MES-IX) NOT EQUAL 'S'
008210         GO TO 5200-LISTAR-FALTA-EXIT
008220     END-IF
008230     MOVE '--'      TO DET-DIA
008240     MOVE WS-MES-IX TO DET-MES
008250     MOVE WS-ANO    TO DET-ANO
008260     MOVE SPACES    TO DET-SEMANA
008270     MOVE '*** REGRA SEM DATA NESTE MES' TO DET-OBS
008280     MOVE 'D' TO GDAREL-FUNCAO
008290     MOVE WS-LINHA-DET TO GDAREL-LINHA
008300     CALL 'GDAREL' USING GDAREL-AREA
008310     .
008320 5200-LISTAR-FALTA-EXIT.
008330     EXIT.
008340 9999-TERMINATE.
008350*-----------------------------------------------------------*
008360* TOTAIS, FECHAMENTO E CODIGO DE RETORNO.                    *
008370*-----------------------------------------------------------*
008380     CLOSE AGENDA-FILE
008390     MOVE WS-GRAVADOS       TO TOT-GRAVADOS
008400     MOVE WS-MESES-SEM-DATA TO TOT-SEM-DATA
008410     MOVE WS-CONFLITOS      TO TOT-CONFLITOS
008420     MOVE 'T' TO GDAREL-FUNCAO
008430     MOVE WS-LINHA-TOT TO GDAREL-LINHA
008440     CALL 'GDAREL' USING GDAREL-AREA
008450     MOVE 'F' TO GDAREL-FUNCAO
008460     CALL 'GDAREL' USING GDAREL-AREA
008470     DISPLAY "GDAAGEND: ANO " WS-ANO ", " WS-RGR-COUNT
008480             " REGRA(S), " WS-GRAVADOS " EXECUCAO(OES), "
008490             WS-MESES-SEM-DATA " MES(ES) SEM DATA, "
008500             WS-CONFLITOS " CONFLITO(S)"
008510     EVALUATE TRUE
008520         WHEN WS-CARTOES-INV IS GREATER THAN ZEROES
008530             MOVE 8 TO RETURN-CODE
008540         WHEN WS-MESES-SEM-DATA IS GREATER THAN ZEROES
008550           OR WS-CONFLITOS IS GREATER THAN ZEROES
008560             MOVE 4 TO RETURN-CODE
008570     END-EVALUATE
008580     .
008590 9999-TERMINATE-EXIT.
008600     EXIT.
