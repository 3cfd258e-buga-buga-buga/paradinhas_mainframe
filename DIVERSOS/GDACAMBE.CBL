000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDACAMBE.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                        *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - ESTATISTICA MENSAL DE      *
000120*                  CAMBIO POR PAR PARA A REAVALIACAO DE FIM   *
000130*                  DE MES DA CONTABILIDADE (QUE HOJE SAI DE   *
000140*                  PLANILHA). LE O CAMBIO INTEIRO E APURA,    *
000150*                  POR PAR E PARA O MES PEDIDO, A TAXA EM     *
000160*                  VIGOR EM CADA DIA (A TAXA VALE ATE SER     *
000170*                  SUBSTITUIDA, MESMO COM VIGENCIA DE MES     *
000180*                  ANTERIOR). SOBRE OS DIAS DA BASE SAEM A    *
000190*                  MEDIA PONDERADA PELOS DIAS EM VIGOR, A     *
000200*                  MINIMA, A MAXIMA, A PRIMEIRA E A ULTIMA    *
000210*                  TAXA. A BASE E DE DIAS CORRIDOS, OU SO DE  *
000220*                  DIAS UTEIS (GDADTCALC, COM O CALENDARIO DO *
000230*                  DD FERIADOS). RELATORIO VIA GDAREL (DD     *
000240*                  RELPRT) E EXTRATO DELIMITADO POR ';' PARA  *
000250*                  A CONTABILIDADE (DD RELEXT). PAR COM DIA   *
000260*                  DO MES SEM TAXA EM VIGOR SAI MARCADO E O   *
000270*                  PASSO TERMINA COM RC 4.                    *
000280*                                                             *
000290* CARTOES (DD CARTAO, OPCIONAL):                              *
000300*   MES=CCYYMM          MES APURADO (PADRAO: MES ANTERIOR)    *
000310*   DIAS=CORRIDOS       BASE EM DIAS CORRIDOS (PADRAO)        *
000320*   DIAS=UTEIS          BASE SO EM DIAS UTEIS                 *
000330*-----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CAMBIO-FILE ASSIGN TO CAMBIO
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS CAM-CHAVE
000420         FILE STATUS IS WS-FS-CAMBIO.
000430     SELECT CARTAO-FILE ASSIGN TO CARTAO
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-CARTAO.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CAMBIO-FILE.
000490 01  REG-CAMBIO.
000500     05  CAM-CHAVE.
000510         10  CAM-MOEDA-DE    PIC X(03).
000520         10  CAM-MOEDA-PARA  PIC X(03).
000530         10  CAM-DATA-INV    PIC 9(08).
000540     05  CAM-DATA-VIGENCIA   PIC 9(08).
000550     05  CAM-TAXA            PIC 9(04)V9(06).
000560     05  CAM-PIVO-MOEDA      PIC X(03).
000570     05  FILLER              PIC X(45).
000580 FD  CARTAO-FILE
000590     RECORDING MODE IS F.
000600 01  REG-CARTAO              PIC X(80).
000610 WORKING-STORAGE SECTION.
000620 77  WS-FS-CAMBIO             PIC X(02) VALUE '00'.
000630 77  WS-FS-CARTAO             PIC X(02) VALUE '00'.
000640 01  WS-SWITCHES.
000650     05  WS-FIM-SW            PIC X(01) VALUE 'N'.
000660         88  FIM-DO-CAMBIO             VALUE 'S'.
000670     05  WS-FIM-CRT-SW        PIC X(01) VALUE 'N'.
000680         88  FIM-DOS-CARTOES           VALUE 'S'.
000690     05  WS-BASE-SW           PIC X(01) VALUE 'C'.
000700         88  BASE-CORRIDOS             VALUE 'C'.
000710         88  BASE-UTEIS                VALUE 'U'.
000720     05  WS-FIM-MES-SW        PIC X(01) VALUE 'N'.
000730         88  PASSOU-DO-MES             VALUE 'S'.
000740 01  WS-CONTADORES.
000750     05  WS-REGISTROS         PIC 9(05) VALUE ZEROES.
000760     05  WS-PARES             PIC 9(03) VALUE ZEROES.
000770     05  WS-PARES-FALTA       PIC 9(03) VALUE ZEROES.
000780*-----------------------------------------------------------*
000790* MES APURADO: PRIMEIRO E ULTIMO DIA (CCYYMMDD) E QUANTIDADE *
000800* DE DIAS; DIAS DA BASE (TODOS, OU SO OS UTEIS).             *
000810*-----------------------------------------------------------*
000820 01  WS-HOJE                  PIC 9(08) VALUE ZEROES.
000830 01  FILLER REDEFINES WS-HOJE.
000840     05  WS-HOJE-ANO          PIC 9(04).
000850     05  WS-HOJE-MES          PIC 9(02).
000860     05  WS-HOJE-DIA          PIC 9(02).
000870 01  WS-MES-INICIO            PIC 9(08) VALUE ZEROES.
000880 01  FILLER REDEFINES WS-MES-INICIO.
000890     05  WS-MES-ANO           PIC 9(04).
000900     05  WS-MES-MES           PIC 9(02).
000910     05  WS-MES-DIA           PIC 9(02).
000920 01  FILLER REDEFINES WS-MES-INICIO.
000930     05  WS-MES-ANOMES        PIC 9(06).
000940     05  FILLER               PIC 9(02).
000950 01  FILLER REDEFINES WS-MES-INICIO.
000960     05  FILLER               PIC X(02).
000970     05  WS-MES-INICIO-AAMMDD PIC X(06).
000980 01  WS-MES-SEGUINTE          PIC 9(08) VALUE ZEROES.
000990 01  FILLER REDEFINES WS-MES-SEGUINTE.
001000     05  WS-SEG-ANO           PIC 9(04).
001010     05  WS-SEG-MES           PIC 9(02).
001020     05  WS-SEG-DIA           PIC 9(02).
001030 01  FILLER REDEFINES WS-MES-SEGUINTE.
001040     05  FILLER               PIC X(02).
001050     05  WS-MES-SEGUINTE-AAMMDD
001060                              PIC X(06).
001070 01  WS-MES-FIM               PIC 9(08) VALUE ZEROES.
001080 01  WS-DIAS-MES              PIC 9(02) VALUE ZEROES.
001090 01  WS-DIAS-BASE             PIC 9(02) VALUE ZEROES.
001100 01  WS-UTIL-AAMMDD           PIC X(06) VALUE SPACES.
001110 01  WS-UTIL-DATA             PIC 9(08) VALUE ZEROES.
001120 01  FILLER REDEFINES WS-UTIL-DATA.
001130     05  FILLER               PIC 9(06).
001140     05  WS-UTIL-DIA          PIC 9(02).
001150*-----------------------------------------------------------*
001160* TABELA DOS DIAS DO MES COM A TAXA EM VIGOR NO PAR CORRENTE *
001170*-----------------------------------------------------------*
001180 01  WS-DIAS-TAB.
001190     05  WS-DIA-ENT OCCURS 31 TIMES.
001200         10  WS-DIA-BASE-SW   PIC X(01).
001210             88  DIA-NA-BASE           VALUE 'S'.
001220         10  WS-DIA-TAXA-SW   PIC X(01).
001230             88  DIA-COM-TAXA          VALUE 'S'.
001240         10  WS-DIA-TAXA      PIC 9(04)V9(06).
001250 01  WS-DIA-IX                PIC 9(02) VALUE ZEROES.
001260 01  WS-DIA-DE                PIC 9(02) VALUE ZEROES.
001270 01  WS-DIA-ATE               PIC 9(02) VALUE ZEROES.
001280*-----------------------------------------------------------*
001290* PAR CORRENTE: OS REGISTROS DE UM PAR CHEGAM DA VIGENCIA    *
001300* MAIS RECENTE PARA A MAIS ANTIGA (CHAVE COM A DATA          *
001310* INVERTIDA). WS-VIG-LIMITE E A VIGENCIA DO REGISTRO         *
001320* ANTERIOR, ONDE A TAXA DO REGISTRO ATUAL DEIXA DE VALER.    *
001330*-----------------------------------------------------------*
001340 01  WS-PAR-ATUAL.
001350     05  WS-PAR-DE            PIC X(03) VALUE SPACES.
001360     05  WS-PAR-PARA          PIC X(03) VALUE SPACES.
001370 01  WS-VIG-LIMITE            PIC 9(08) VALUE ZEROES.
001380 01  WS-VIG-LIMITE-R REDEFINES WS-VIG-LIMITE.
001390     05  FILLER               PIC 9(06).
001400     05  WS-VIG-LIMITE-DIA    PIC 9(02).
001410 01  WS-VIG-ATUAL             PIC 9(08) VALUE ZEROES.
001420 01  WS-VIG-ATUAL-R REDEFINES WS-VIG-ATUAL.
001430     05  FILLER               PIC 9(06).
001440     05  WS-VIG-ATUAL-DIA     PIC 9(02).
001450 01  WS-ESTATISTICA.
001460     05  WS-EST-DIAS-TAXA     PIC 9(02).
001470     05  WS-EST-DIAS-FALTA    PIC 9(02).
001480     05  WS-EST-SOMA          PIC 9(06)V9(06).
001490     05  WS-EST-MEDIA         PIC 9(04)V9(06).
001500     05  WS-EST-MINIMA        PIC 9(04)V9(06).
001510     05  WS-EST-MAXIMA        PIC 9(04)V9(06).
001520     05  WS-EST-PRIMEIRA      PIC 9(04)V9(06).
001530     05  WS-EST-ULTIMA        PIC 9(04)V9(06).
001540*-----------------------------------------------------------*
001550* LINHA DE DETALHE: AS TAXAS SAEM SEM SUPRESSAO DE ZEROS E   *
001560* COM PONTO DECIMAL, PARA O EXTRATO DA CONTABILIDADE. A      *
001570* LINHA DE TOTAIS USA AS MESMAS COLUNAS, PARA SAIR NO        *
001580* EXTRATO COMO REGISTRO FINAL ('TOTAIS' NA PRIMEIRA COLUNA). *
001590*-----------------------------------------------------------*
001600 01  WS-LINHA-DET.
001610     05  FILLER               PIC X(01) VALUE SPACE.
001620     05  DET-DE               PIC X(03).
001630     05  FILLER               PIC X(01) VALUE '/'.
001640     05  DET-PARA             PIC X(03).
001650     05  FILLER               PIC X(01) VALUE SPACE.
001660     05  DET-MEDIA            PIC 9(04).9(06).
001670     05  FILLER               PIC X(01) VALUE SPACE.
001680     05  DET-MINIMA           PIC 9(04).9(06).
001690     05  FILLER               PIC X(01) VALUE SPACE.
001700     05  DET-MAXIMA           PIC 9(04).9(06).
001710     05  FILLER               PIC X(01) VALUE SPACE.
001720     05  DET-PRIMEIRA         PIC 9(04).9(06).
001730     05  FILLER               PIC X(01) VALUE SPACE.
001740     05  DET-ULTIMA           PIC 9(04).9(06).
001750     05  FILLER               PIC X(01) VALUE SPACE.
001760     05  DET-DIAS-TAXA        PIC ZZ9.
001770     05  FILLER               PIC X(01) VALUE SPACE.
001780     05  DET-DIAS-FALTA       PIC ZZ9.
001790     05  FILLER               PIC X(01) VALUE SPACE.
001800     05  DET-ALERTA           PIC X(20).
001810     05  FILLER               PIC X(35) VALUE SPACES.
001820 01  WS-CABECALHO.
001830     05  FILLER               PIC X(09) VALUE ' PAR'.
001840     05  FILLER               PIC X(12) VALUE '      MEDIA '.
001850     05  FILLER               PIC X(12) VALUE '     MINIMA '.
001860     05  FILLER               PIC X(12) VALUE '     MAXIMA '.
001870     05  FILLER               PIC X(12) VALUE '   PRIMEIRA '.
001880     05  FILLER               PIC X(12) VALUE '     ULTIMA '.
001890     05  FILLER               PIC X(04) VALUE 'C/T '.
001900     05  FILLER               PIC X(04) VALUE 'S/T '.
001910     05  FILLER               PIC X(03) VALUE 'OBS'.
001920 01  WS-TITULO.
001930     05  FILLER               PIC X(33)
001940         VALUE 'ESTATISTICA MENSAL DE CAMBIO MES '.
001950     05  TIT-ANOMES           PIC 9(06).
001960     05  FILLER               PIC X(01) VALUE SPACE.
001970     05  TIT-BASE             PIC X(20).
001980 01  WS-LINHA-TOT.
001990     05  FILLER               PIC X(01) VALUE SPACE.
002000     05  FILLER               PIC X(08) VALUE 'TOTAIS'.
002010     05  FILLER               PIC X(12) VALUE 'PARES'.
002020     05  TOT-PARES            PIC Z(10)9.
002030     05  FILLER               PIC X(01) VALUE SPACE.
002040     05  FILLER               PIC X(12) VALUE 'C/DIA S/TX'.
002050     05  TOT-PARES-FALTA      PIC Z(10)9.
002060     05  FILLER               PIC X(01) VALUE SPACE.
002070     05  FILLER               PIC X(12) VALUE 'DIAS BASE'.
002080     05  TOT-DIAS-BASE        PIC ZZ9.
002090     05  FILLER               PIC X(60) VALUE SPACES.
002100*-----------------------------------------------------------*
002110* AREA DO CALCULADOR DE DATAS (GDADTCALC)                    *
002120*-----------------------------------------------------------*
002130 01  GDADTCALC-AREA.
002140     03  DTC-FUNCAO           PIC X(01).
002150     03  DTC-DATA-AAMMDD-1    PIC X(06).
002160     03  DTC-DATA-AAMMDD-2    PIC X(06).
002170     03  DTC-DIAS             PIC S9(05).
002180     03  DTC-RESULT-AAMMDD    PIC X(06).
002190     03  DTC-RESULT-CCYYMMDD  PIC 9(08).
002200     03  DTC-DIA-SEMANA       PIC 9(01).
002210     03  DTC-STATUS           PIC 9(02).
002220*-----------------------------------------------------------*
002230* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
002240*-----------------------------------------------------------*
002250 01  GDAREL-AREA.
002260     03  GDAREL-FUNCAO        PIC X(01).
002270     03  GDAREL-TITULO        PIC X(60).
002280     03  GDAREL-CABECALHO     PIC X(80).
002290     03  GDAREL-LINHA         PIC X(132).
002300     03  GDAREL-RETORNO       PIC 9(02).
002310     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
002320     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
002330         05  GDAREL-QBR-POS   PIC 9(03).
002340         05  GDAREL-QBR-TAM   PIC 9(02).
002350     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
002360     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
002370     03  GDAREL-EXTRATO OCCURS 10 TIMES.
002380         05  GDAREL-EXT-POS   PIC 9(03).
002390         05  GDAREL-EXT-TAM   PIC 9(03).
002400     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
002410 PROCEDURE DIVISION.
002420 0000-MAINLINE.
002430*-----------------------------------------------------------*
002440* PARAGRAFO PRINCIPAL.                                       *
002450*-----------------------------------------------------------*
002460     PERFORM 1000-INITIALIZE
002470         THRU 1000-INITIALIZE-EXIT
002480     PERFORM 2000-LER-CAMBIO
002490         THRU 2000-LER-CAMBIO-EXIT
002500         UNTIL FIM-DO-CAMBIO
002510     IF WS-PAR-ATUAL NOT EQUAL SPACES
002520         PERFORM 3000-FECHAR-PAR
002530             THRU 3000-FECHAR-PAR-EXIT
002540     END-IF
002550     PERFORM 9999-TERMINATE
002560         THRU 9999-TERMINATE-EXIT
002570     STOP RUN
002580     .
002590 0000-MAINLINE-EXIT.
002600     EXIT.
002610 1000-INITIALIZE.
002620*-----------------------------------------------------------*
002630* MES PADRAO = MES ANTERIOR AO DA RODADA; LE OS CARTOES,     *
002640* MONTA O CALENDARIO DO MES, ABRE O CAMBIO E O RELATORIO.    *
002650*-----------------------------------------------------------*
002660     ACCEPT WS-HOJE FROM DATE YYYYMMDD
002670     MOVE WS-HOJE-ANO TO WS-MES-ANO
002680     MOVE WS-HOJE-MES TO WS-MES-MES
002690     MOVE 1 TO WS-MES-DIA
002700     IF WS-MES-MES IS EQUAL TO 1
002710         MOVE 12 TO WS-MES-MES
002720         SUBTRACT 1 FROM WS-MES-ANO
002730     ELSE
002740         SUBTRACT 1 FROM WS-MES-MES
002750     END-IF
002760     OPEN INPUT CARTAO-FILE
002770     IF WS-FS-CARTAO IS EQUAL TO '00'
002780         PERFORM 1100-LER-CARTAO
002790             THRU 1100-LER-CARTAO-EXIT
002800             UNTIL FIM-DOS-CARTOES
002810         CLOSE CARTAO-FILE
002820     END-IF
002830     PERFORM 1200-MONTAR-CALENDARIO
002840         THRU 1200-MONTAR-CALENDARIO-EXIT
002850     OPEN INPUT CAMBIO-FILE
002860     IF WS-FS-CAMBIO NOT EQUAL '00'
002870         DISPLAY "GDACAMBE: SEM ARQUIVO CAMBIO, STATUS = "
002880                 WS-FS-CAMBIO
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF
002920     MOVE WS-MES-ANOMES TO TIT-ANOMES
002930     IF BASE-UTEIS
002940         MOVE '- DIAS UTEIS' TO TIT-BASE
002950     ELSE
002960         MOVE '- DIAS CORRIDOS' TO TIT-BASE
002970     END-IF
002980     MOVE 'A' TO GDAREL-FUNCAO
002990     MOVE 1 TO GDAREL-NUMERO
003000     MOVE WS-TITULO TO GDAREL-TITULO
003010     MOVE WS-CABECALHO TO GDAREL-CABECALHO
003020     PERFORM 1300-COLUNAS-EXTRATO
003030         THRU 1300-COLUNAS-EXTRATO-EXIT
003040     CALL 'GDAREL' USING GDAREL-AREA
003050     .
003060 1000-INITIALIZE-EXIT.
003070     EXIT.
003080 1100-LER-CARTAO.
003090     READ CARTAO-FILE
003100         AT END
003110             SET FIM-DOS-CARTOES TO TRUE
003120             GO TO 1100-LER-CARTAO-EXIT
003130     END-READ
003140     EVALUATE TRUE
003150         WHEN REG-CARTAO (1:4) IS EQUAL TO 'MES='
003160             IF REG-CARTAO (5:6) IS NOT NUMERIC
003170                 OR REG-CARTAO (9:2) IS LESS THAN '01'
003180                 OR REG-CARTAO (9:2) IS GREATER THAN '12'
003190                 DISPLAY "GDACAMBE: CARTAO MES INVALIDO: "
003200                         REG-CARTAO (1:20)
003210                 MOVE 16 TO RETURN-CODE
003220                 STOP RUN
003230             END-IF
003240             MOVE REG-CARTAO (5:6) TO WS-MES-ANOMES
003250             MOVE 1 TO WS-MES-DIA
003260         WHEN REG-CARTAO (1:10) IS EQUAL TO 'DIAS=UTEIS'
003270             SET BASE-UTEIS TO TRUE
003280         WHEN REG-CARTAO (1:13) IS EQUAL TO 'DIAS=CORRIDOS'
003290             SET BASE-CORRIDOS TO TRUE
003300         WHEN REG-CARTAO (1:1) IS EQUAL TO '*'
003310             CONTINUE
003320         WHEN OTHER
003330             DISPLAY "GDACAMBE: CARTAO IGNORADO: "
003340                     REG-CARTAO (1:20)
003350     END-EVALUATE
003360     .
003370 1100-LER-CARTAO-EXIT.
003380     EXIT.
003390 1200-MONTAR-CALENDARIO.
003400*-----------------------------------------------------------*
003410* DIAS DO MES = DIAS ENTRE O DIA 1 E O DIA 1 DO MES SEGUINTE *
003420* (GDADTCALC). NA BASE DE DIAS UTEIS, PERCORRE OS DIAS UTEIS *
003430* A PARTIR DA VESPERA DO DIA 1 ATE SAIR DO MES.              *
003440*-----------------------------------------------------------*
003450     MOVE WS-MES-INICIO TO WS-MES-SEGUINTE
003460     IF WS-SEG-MES IS EQUAL TO 12
003470         MOVE 1 TO WS-SEG-MES
003480         ADD 1 TO WS-SEG-ANO
003490     ELSE
003500         ADD 1 TO WS-SEG-MES
003510     END-IF
003520     MOVE 'D' TO DTC-FUNCAO
003530     MOVE WS-MES-INICIO-AAMMDD TO DTC-DATA-AAMMDD-1
003540     MOVE WS-MES-SEGUINTE-AAMMDD TO DTC-DATA-AAMMDD-2
003550     CALL 'GDADTCALC' USING GDADTCALC-AREA
003560     IF DTC-STATUS NOT EQUAL ZEROES
003570         DISPLAY "GDACAMBE: MES INVALIDO " WS-MES-ANOMES
003580                 ", STATUS GDADTCALC = " DTC-STATUS
003590         MOVE 16 TO RETURN-CODE
003600         STOP RUN
003610     END-IF
003620     MOVE DTC-DIAS TO WS-DIAS-MES
003630     MOVE WS-MES-INICIO TO WS-MES-FIM
003640     ADD WS-DIAS-MES TO WS-MES-FIM
003650     SUBTRACT 1 FROM WS-MES-FIM
003660     IF BASE-CORRIDOS
003670         PERFORM VARYING WS-DIA-IX FROM 1 BY 1
003680                 UNTIL WS-DIA-IX IS GREATER THAN WS-DIAS-MES
003690             MOVE 'S' TO WS-DIA-BASE-SW (WS-DIA-IX)
003700         END-PERFORM
003710         MOVE WS-DIAS-MES TO WS-DIAS-BASE
003720         GO TO 1200-MONTAR-CALENDARIO-EXIT
003730     END-IF
003740     PERFORM VARYING WS-DIA-IX FROM 1 BY 1
003750             UNTIL WS-DIA-IX IS GREATER THAN 31
003760         MOVE 'N' TO WS-DIA-BASE-SW (WS-DIA-IX)
003770     END-PERFORM
003780     MOVE 'S' TO DTC-FUNCAO
003790     MOVE WS-MES-INICIO-AAMMDD TO DTC-DATA-AAMMDD-1
003800     MOVE -1 TO DTC-DIAS
003810     CALL 'GDADTCALC' USING GDADTCALC-AREA
003820     MOVE DTC-RESULT-AAMMDD TO WS-UTIL-AAMMDD
003830     PERFORM 1210-PROXIMO-DIA-UTIL
003840         THRU 1210-PROXIMO-DIA-UTIL-EXIT
003850         UNTIL PASSOU-DO-MES
003860     .
003870 1200-MONTAR-CALENDARIO-EXIT.
003880     EXIT.
003890 1210-PROXIMO-DIA-UTIL.
003900     MOVE 'U' TO DTC-FUNCAO
003910     MOVE WS-UTIL-AAMMDD TO DTC-DATA-AAMMDD-1
003920     CALL 'GDADTCALC' USING GDADTCALC-AREA
003930     IF DTC-STATUS NOT EQUAL ZEROES
003940         DISPLAY "GDACAMBE: ERRO NO CALENDARIO DE DIAS UTEIS, "
003950                 "STATUS GDADTCALC = " DTC-STATUS
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF
003990     MOVE DTC-RESULT-CCYYMMDD TO WS-UTIL-DATA
004000     IF WS-UTIL-DATA IS GREATER THAN WS-MES-FIM
004010         SET PASSOU-DO-MES TO TRUE
004020         GO TO 1210-PROXIMO-DIA-UTIL-EXIT
004030     END-IF
004040     MOVE 'S' TO WS-DIA-BASE-SW (WS-UTIL-DIA)
004050     ADD 1 TO WS-DIAS-BASE
004060     MOVE DTC-RESULT-AAMMDD TO WS-UTIL-AAMMDD
004070     .
004080 1210-PROXIMO-DIA-UTIL-EXIT.
004090     EXIT.
004100 1300-COLUNAS-EXTRATO.
004110*-----------------------------------------------------------*
004120* COLUNAS DA LINHA DE DETALHE QUE VAO PARA O EXTRATO         *
004130* DELIMITADO DA CONTABILIDADE (DD RELEXT DO GDAREL).         *
004140*-----------------------------------------------------------*
004150     MOVE ZEROES TO GDAREL-QBR-POS (1) GDAREL-QBR-TAM (1)
004160                    GDAREL-QBR-POS (2) GDAREL-QBR-TAM (2)
004170                    GDAREL-QBR-POS (3) GDAREL-QBR-TAM (3)
004180     PERFORM VARYING WS-DIA-IX FROM 1 BY 1
004190             UNTIL WS-DIA-IX IS GREATER THAN 10
004200         MOVE ZEROES TO GDAREL-EXT-POS (WS-DIA-IX)
004210                        GDAREL-EXT-TAM (WS-DIA-IX)
004220     END-PERFORM
004230     MOVE 2  TO GDAREL-EXT-POS (1)
004240     MOVE 7  TO GDAREL-EXT-TAM (1)
004250     MOVE 10 TO GDAREL-EXT-POS (2)
004260     MOVE 22 TO GDAREL-EXT-POS (3)
004270     MOVE 34 TO GDAREL-EXT-POS (4)
004280     MOVE 46 TO GDAREL-EXT-POS (5)
004290     MOVE 58 TO GDAREL-EXT-POS (6)
004300     MOVE 11 TO GDAREL-EXT-TAM (2) GDAREL-EXT-TAM (3)
004310                GDAREL-EXT-TAM (4) GDAREL-EXT-TAM (5)
004320                GDAREL-EXT-TAM (6)
004330     MOVE 70 TO GDAREL-EXT-POS (7)
004340     MOVE 3  TO GDAREL-EXT-TAM (7)
004350     MOVE 74 TO GDAREL-EXT-POS (8)
004360     MOVE 3  TO GDAREL-EXT-TAM (8)
004370     MOVE 78 TO GDAREL-EXT-POS (9)
004380     MOVE 20 TO GDAREL-EXT-TAM (9)
004390     .
004400 1300-COLUNAS-EXTRATO-EXIT.
004410     EXIT.
004420 2000-LER-CAMBIO.
004430*-----------------------------------------------------------*
004440* UM REGISTRO DO CAMBIO. NA TROCA DE PAR, FECHA O ANTERIOR.  *
004450* A TAXA DO REGISTRO VALE DA VIGENCIA DELE ATE A VESPERA DA  *
004460* VIGENCIA SEGUINTE DO MESMO PAR; MARCA OS DIAS DO MES QUE   *
004470* CAEM NESSE INTERVALO. O REGISTRO *PV DO PIVO NAO E PAR.    *
004480*-----------------------------------------------------------*
004490     READ CAMBIO-FILE
004500         AT END
004510             SET FIM-DO-CAMBIO TO TRUE
004520             GO TO 2000-LER-CAMBIO-EXIT
004530     END-READ
004540     IF CAM-MOEDA-DE IS EQUAL TO '*PV'
004550         OR CAM-DATA-VIGENCIA IS NOT NUMERIC
004560         OR CAM-TAXA IS NOT NUMERIC
004570         GO TO 2000-LER-CAMBIO-EXIT
004580     END-IF
004590     ADD 1 TO WS-REGISTROS
004600     IF CAM-MOEDA-DE NOT EQUAL WS-PAR-DE
004610         OR CAM-MOEDA-PARA NOT EQUAL WS-PAR-PARA
004620         IF WS-PAR-ATUAL NOT EQUAL SPACES
004630             PERFORM 3000-FECHAR-PAR
004640                 THRU 3000-FECHAR-PAR-EXIT
004650         END-IF
004660         PERFORM 2100-NOVO-PAR
004670             THRU 2100-NOVO-PAR-EXIT
004680     END-IF
004690     IF CAM-DATA-VIGENCIA IS NOT LESS THAN WS-VIG-LIMITE
004700         GO TO 2000-LER-CAMBIO-EXIT
004710     END-IF
004720     MOVE CAM-DATA-VIGENCIA TO WS-VIG-ATUAL
004730     IF WS-VIG-ATUAL IS GREATER THAN WS-MES-FIM
004740         OR WS-VIG-LIMITE IS NOT GREATER THAN WS-MES-INICIO
004750         MOVE WS-VIG-ATUAL TO WS-VIG-LIMITE
004760         GO TO 2000-LER-CAMBIO-EXIT
004770     END-IF
004780     IF WS-VIG-ATUAL IS GREATER THAN WS-MES-INICIO
004790         MOVE WS-VIG-ATUAL-DIA TO WS-DIA-DE
004800     ELSE
004810         MOVE 1 TO WS-DIA-DE
004820     END-IF
004830     IF WS-VIG-LIMITE IS GREATER THAN WS-MES-FIM
004840         MOVE WS-DIAS-MES TO WS-DIA-ATE
004850     ELSE
004860         COMPUTE WS-DIA-ATE = WS-VIG-LIMITE-DIA - 1
004870     END-IF
004880     PERFORM VARYING WS-DIA-IX FROM WS-DIA-DE BY 1
004890             UNTIL WS-DIA-IX IS GREATER THAN WS-DIA-ATE
004900         MOVE 'S'      TO WS-DIA-TAXA-SW (WS-DIA-IX)
004910         MOVE CAM-TAXA TO WS-DIA-TAXA (WS-DIA-IX)
004920     END-PERFORM
004930     MOVE WS-VIG-ATUAL TO WS-VIG-LIMITE
004940     .
004950 2000-LER-CAMBIO-EXIT.
004960     EXIT.
004970 2100-NOVO-PAR.
004980     MOVE CAM-MOEDA-DE   TO WS-PAR-DE
004990     MOVE CAM-MOEDA-PARA TO WS-PAR-PARA
005000     MOVE 99999999 TO WS-VIG-LIMITE
005010     PERFORM VARYING WS-DIA-IX FROM 1 BY 1
005020             UNTIL WS-DIA-IX IS GREATER THAN 31
005030         MOVE 'N'    TO WS-DIA-TAXA-SW (WS-DIA-IX)
005040         MOVE ZEROES TO WS-DIA-TAXA (WS-DIA-IX)
005050     END-PERFORM
005060     .
005070 2100-NOVO-PAR-EXIT.
005080     EXIT.
005090 3000-FECHAR-PAR.
005100*-----------------------------------------------------------*
005110* ESTATISTICA DO PAR SOBRE OS DIAS DA BASE COM TAXA EM       *
005120* VIGOR: A MEDIA PONDERADA PELOS DIAS E A SOMA DAS TAXAS DIA *
005130* A DIA DIVIDIDA PELOS DIAS. DIA DO MES SEM TAXA EM VIGOR    *
005140* (CORRIDO, QUALQUER QUE SEJA A BASE) MARCA O PAR.           *
005150*-----------------------------------------------------------*
005160     ADD 1 TO WS-PARES
005170     INITIALIZE WS-ESTATISTICA
005180     PERFORM VARYING WS-DIA-IX FROM 1 BY 1
005190             UNTIL WS-DIA-IX IS GREATER THAN WS-DIAS-MES
005200         PERFORM 3100-CONTAR-DIA
005210             THRU 3100-CONTAR-DIA-EXIT
005220     END-PERFORM
005230     IF WS-EST-DIAS-TAXA IS GREATER THAN ZEROES
005240         COMPUTE WS-EST-MEDIA ROUNDED =
005250             WS-EST-SOMA / WS-EST-DIAS-TAXA
005260     END-IF
005270     MOVE SPACES TO DET-ALERTA
005280     IF WS-EST-DIAS-FALTA IS GREATER THAN ZEROES
005290         ADD 1 TO WS-PARES-FALTA
005300         IF WS-EST-DIAS-TAXA IS EQUAL TO ZEROES
005310             MOVE 'SEM TAXA NO MES' TO DET-ALERTA
005320         ELSE
005330             MOVE 'DIAS SEM TAXA' TO DET-ALERTA
005340         END-IF
005350     END-IF
005360     MOVE WS-PAR-DE         TO DET-DE
005370     MOVE WS-PAR-PARA       TO DET-PARA
005380     MOVE WS-EST-MEDIA      TO DET-MEDIA
005390     MOVE WS-EST-MINIMA     TO DET-MINIMA
005400     MOVE WS-EST-MAXIMA     TO DET-MAXIMA
005410     MOVE WS-EST-PRIMEIRA   TO DET-PRIMEIRA
005420     MOVE WS-EST-ULTIMA     TO DET-ULTIMA
005430     MOVE WS-EST-DIAS-TAXA  TO DET-DIAS-TAXA
005440     MOVE WS-EST-DIAS-FALTA TO DET-DIAS-FALTA
005450     MOVE 'D' TO GDAREL-FUNCAO
005460     MOVE WS-LINHA-DET TO GDAREL-LINHA
005470     CALL 'GDAREL' USING GDAREL-AREA
005480     .
005490 3000-FECHAR-PAR-EXIT.
005500     EXIT.
005510 3100-CONTAR-DIA.
005520     IF NOT DIA-COM-TAXA (WS-DIA-IX)
005530         ADD 1 TO WS-EST-DIAS-FALTA
005540         GO TO 3100-CONTAR-DIA-EXIT
005550     END-IF
005560     IF NOT DIA-NA-BASE (WS-DIA-IX)
005570         GO TO 3100-CONTAR-DIA-EXIT
005580     END-IF
005590     ADD 1 TO WS-EST-DIAS-TAXA
005600     ADD WS-DIA-TAXA (WS-DIA-IX) TO WS-EST-SOMA
005610     IF WS-EST-DIAS-TAXA IS EQUAL TO 1
005620         MOVE WS-DIA-TAXA (WS-DIA-IX) TO WS-EST-PRIMEIRA
005630                                         WS-EST-MINIMA
005640                                         WS-EST-MAXIMA
005650     END-IF
005660     IF WS-DIA-TAXA (WS-DIA-IX) IS LESS THAN WS-EST-MINIMA
005670         MOVE WS-DIA-TAXA (WS-DIA-IX) TO WS-EST-MINIMA
005680     END-IF
005690     IF WS-DIA-TAXA (WS-DIA-IX) IS GREATER THAN WS-EST-MAXIMA
005700         MOVE WS-DIA-TAXA (WS-DIA-IX) TO WS-EST-MAXIMA
005710     END-IF
005720     MOVE WS-DIA-TAXA (WS-DIA-IX) TO WS-EST-ULTIMA
005730     .
005740 3100-CONTAR-DIA-EXIT.
005750     EXIT.
005760 9999-TERMINATE.
005770*-----------------------------------------------------------*
005780* TOTAIS, FECHAMENTO E RC 4 QUANDO ALGUM PAR TEVE DIA SEM    *
005790* TAXA EM VIGOR NO MES.                                      *
005800*-----------------------------------------------------------*
005810     CLOSE CAMBIO-FILE
005820     MOVE WS-PARES       TO TOT-PARES
005830     MOVE WS-PARES-FALTA TO TOT-PARES-FALTA
005840     MOVE WS-DIAS-BASE   TO TOT-DIAS-BASE
005850     MOVE 'T' TO GDAREL-FUNCAO
005860     MOVE WS-LINHA-TOT TO GDAREL-LINHA
005870     CALL 'GDAREL' USING GDAREL-AREA
005880     MOVE 'F' TO GDAREL-FUNCAO
005890     CALL 'GDAREL' USING GDAREL-AREA
005900     DISPLAY "GDACAMBE: MES " WS-MES-ANOMES ", " WS-PARES
005910             " PAR(ES), " WS-PARES-FALTA " COM DIAS SEM TAXA"
005920     IF WS-PARES-FALTA IS GREATER THAN ZEROES
005930         MOVE 4 TO RETURN-CODE
005940     END-IF
005950     .
005960 9999-TERMINATE-EXIT.
005970     EXIT.
