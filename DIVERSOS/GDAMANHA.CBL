000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDAMANHA.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - RESUMO DA MANHA. LE O     *
000120*                  ARQUIVO COMUM DE ACHADOS (DD ACHADOS,     *
000130*                  ALIMENTADO PELO GDAACHAD NO FIM DE CADA   *
000140*                  VIGIA) E IMPRIME EM UMA PAGINA (GDAREL, DD*
000150*                  RELPRT) O QUE A NOITE DEIXOU: A CONTAGEM POR
000160*                  SEVERIDADE, O VEREDITO DA NOITE E UMA LINHA
000170*                  POR VIGIA, DO CRITICO AO INFORMATIVO, COM O
000180*                  RELATORIO DE DETALHE A ABRIR EM CADA CASO.*
000190*                  NADA ACIMA DE INFORMATIVO = NOITE TRANQUILA.
000200*
000210* CARTOES (DD CARTAO, OPCIONAL), UM POR LINHA:               *
000220*   DESDE=CCYYMMDDHHMM   INICIO DO PERIODO; SEM ELE, AS ULTIMAS
000230*                        24 HORAS (ONTEM NA HORA CORRENTE)   *
000240*   ESPERADO=XXXXXXXX    VIGIA QUE TEM DE LANCAR TODA NOITE; SEM
000250*                        LANCAMENTO NO PERIODO ELE ENTRA NO  *
000260*                        RESUMO COMO ALERTA (ATE 20 CARTOES) *
000270*   '*' NA COLUNA 1 = COMENTARIO                             *
000280*
000290* DE CADA ORIGEM VALE O ULTIMO LANCAMENTO DO PERIODO (UM VIGIA
000300* REEXECUTADO SUBSTITUI O LANCAMENTO ANTERIOR).              *
000310*
000320* RETORNO: 0 = NOITE TRANQUILA; 4 = HA ALERTA; 8 = HA        *
000330*          CRITICO; 16 = ERRO DE ARQUIVO OU DE CARTAO.       *
000340*-----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CARTAO-FILE ASSIGN TO CARTAO
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FS-CARTAO.
000420     SELECT ACHADOS-FILE ASSIGN TO ACHADOS
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FS-ACHADOS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CARTAO-FILE
000480     RECORDING MODE IS F.
000490 01  REG-CARTAO               PIC X(80).
000500 FD  ACHADOS-FILE
000510     RECORDING MODE IS F.
000520 01  REG-ACHADO.
000530     05  ACR-DATA             PIC 9(08).
000540     05  FILLER               PIC X(01).
000550     05  ACR-HORA             PIC 9(06).
000560     05  FILLER               PIC X(01).
000570     05  ACR-ORIGEM           PIC X(08).
000580     05  FILLER               PIC X(01).
000590     05  ACR-SEVERIDADE       PIC X(01).
000600     05  FILLER               PIC X(01).
000610     05  ACR-QTDE             PIC 9(07).
000620     05  FILLER               PIC X(01).
000630     05  ACR-TEXTO            PIC X(50).
000640     05  FILLER               PIC X(01).
000650     05  ACR-DETALHE          PIC X(30).
000660     05  FILLER               PIC X(04).
000670 WORKING-STORAGE SECTION.
000680 77  WS-FS-CARTAO             PIC X(02) VALUE '00'.
000690 77  WS-FS-ACHADOS            PIC X(02) VALUE '00'.
000700 01  WS-SWITCHES.
000710     05  WS-FIM-ACH-SW        PIC X(01) VALUE 'N'.
000720         88  FIM-DOS-ACHADOS           VALUE 'S'.
000730     05  WS-FIM-CTL-SW        PIC X(01) VALUE 'N'.
000740         88  FIM-DOS-CARTOES           VALUE 'S'.
000750     05  WS-ACHOU-SW          PIC X(01) VALUE 'N'.
000760         88  ACHOU-ORIGEM              VALUE 'S'.
000770*-----------------------------------------------------------*
000780* INICIO DO PERIODO E CHAVE DATA/HORA DO LANCAMENTO LIDO     *
000790*-----------------------------------------------------------*
000800 01  WS-DESDE.
000810     05  WS-DESDE-DATA        PIC 9(08) VALUE ZEROES.
000820     05  WS-DESDE-HHMM        PIC 9(04) VALUE ZEROES.
000830 01  WS-DESDE-N REDEFINES WS-DESDE
000840                              PIC 9(12).
000850 01  WS-CHAVE-REG.
000860     05  WS-CHR-DATA          PIC 9(08) VALUE ZEROES.
000870     05  WS-CHR-HHMM          PIC 9(04) VALUE ZEROES.
000880 01  WS-CHAVE-REG-N REDEFINES WS-CHAVE-REG
000890                              PIC 9(12).
000900 01  WS-HOJE-AAMMDD           PIC X(06) VALUE SPACES.
000910 01  WS-HORA-AGORA            PIC 9(08) VALUE ZEROES.
000920 01  WS-DATA-ED.
000930     05  WS-DATA-ED-DIA       PIC 9(02).
000940     05  FILLER               PIC X(01) VALUE '/'.
000950     05  WS-DATA-ED-MES       PIC 9(02).
000960     05  FILLER               PIC X(01) VALUE '/'.
000970     05  WS-DATA-ED-ANO       PIC 9(04).
000980 01  WS-HORA-ED.
000990     05  WS-HORA-ED-HH        PIC 9(02).
001000     05  FILLER               PIC X(01) VALUE ':'.
001010     05  WS-HORA-ED-MM        PIC 9(02).
001020 01  WS-CONTADORES.
001030     05  WS-LIDOS             PIC 9(07) VALUE ZEROES.
001040     05  WS-NO-PERIODO        PIC 9(07) VALUE ZEROES.
001050     05  WS-QT-CRITICO        PIC 9(05) VALUE ZEROES.
001060     05  WS-QT-ALERTA         PIC 9(05) VALUE ZEROES.
001070     05  WS-QT-INFORMATIVO    PIC 9(05) VALUE ZEROES.
001080     05  WS-QT-AUSENTES       PIC 9(05) VALUE ZEROES.
001090     05  WS-ESTOURO           PIC 9(05) VALUE ZEROES.
001100*-----------------------------------------------------------*
001110* ULTIMO ACHADO DE CADA ORIGEM NO PERIODO                    *
001120*-----------------------------------------------------------*
001130 01  WS-TAB-ACHADOS.
001140     05  WS-ACH-MAX           PIC 9(03) VALUE 300.
001150     05  WS-ACH-COUNT         PIC 9(03) VALUE ZEROES.
001160     05  WS-ACH-IX            PIC 9(03) VALUE ZEROES.
001170     05  WS-ACH-ENT OCCURS 300 TIMES.
001180         10  WS-ACH-ORIGEM    PIC X(08).
001190         10  WS-ACH-SEVERIDADE
001200                              PIC X(01).
001210         10  WS-ACH-DATA      PIC 9(08).
001220         10  WS-ACH-HORA      PIC 9(06).
001230         10  WS-ACH-QTDE      PIC 9(07).
001240         10  WS-ACH-TEXTO     PIC X(50).
001250         10  WS-ACH-DETALHE   PIC X(30).
001260*-----------------------------------------------------------*
001270* VIGIAS ESPERADOS (CARTOES ESPERADO=)                       *
001280*-----------------------------------------------------------*
001290 01  WS-TAB-ESPERADOS.
001300     05  WS-ESP-MAX           PIC 9(02) VALUE 20.
001310     05  WS-ESP-COUNT         PIC 9(02) VALUE ZEROES.
001320     05  WS-ESP-IX            PIC 9(02) VALUE ZEROES.
001330     05  WS-ESP-ORIGEM OCCURS 20 TIMES
001340                              PIC X(08).
001350 01  WS-PROCURA-ORIGEM        PIC X(08) VALUE SPACES.
001360*-----------------------------------------------------------*
001370* ORDEM DE IMPRESSAO: CRITICO, ALERTA, INFORMATIVO           *
001380*-----------------------------------------------------------*
001390 01  WS-ORDEM-SEVERIDADES.
001400     05  FILLER               PIC X(12) VALUE 'CCRITICO    '.
001410     05  FILLER               PIC X(12) VALUE 'AALERTA     '.
001420     05  FILLER               PIC X(12) VALUE 'IINFORMATIVO'.
001430 01  WS-ORDEM-TAB REDEFINES WS-ORDEM-SEVERIDADES.
001440     05  WS-ORD-ENT OCCURS 3 TIMES.
001450         10  WS-ORD-CODIGO    PIC X(01).
001460         10  WS-ORD-NOME      PIC X(11).
001470 01  WS-ORD-IX                PIC 9(01) VALUE ZEROES.
001480 01  WS-LINHA-DET.
001490     05  FILLER               PIC X(01) VALUE SPACE.
001500     05  DET-SEVERIDADE       PIC X(11).
001510     05  FILLER               PIC X(01) VALUE SPACE.
001520     05  DET-ORIGEM           PIC X(08).
001530     05  FILLER               PIC X(01) VALUE SPACE.
001540     05  DET-DATA             PIC X(10).
001550     05  FILLER               PIC X(01) VALUE SPACE.
001560     05  DET-HORA             PIC X(05).
001570     05  FILLER               PIC X(01) VALUE SPACE.
001580     05  DET-QTDE             PIC ZZZZZZ9.
001590     05  FILLER               PIC X(01) VALUE SPACE.
001600     05  DET-TEXTO            PIC X(50).
001610     05  FILLER               PIC X(01) VALUE SPACE.
001620     05  DET-DETALHE          PIC X(30).
001630     05  FILLER               PIC X(04) VALUE SPACES.
001640 01  WS-LINHA-RESUMO.
001650     05  FILLER               PIC X(10) VALUE ' RESUMO:  '.
001660     05  RES-CRITICO          PIC ZZZZ9.
001670     05  FILLER               PIC X(14) VALUE ' CRITICO(S),  '.
001680     05  RES-ALERTA           PIC ZZZZ9.
001690     05  FILLER               PIC X(13) VALUE ' ALERTA(S),  '.
001700     05  RES-INFORMATIVO      PIC ZZZZ9.
001710     05  FILLER               PIC X(19) VALUE
001720                                  ' INFORMATIVO(S) DE '.
001730     05  RES-VIGIAS           PIC ZZZZ9.
001740     05  FILLER               PIC X(10) VALUE ' VIGIA(S) '.
001750     05  FILLER               PIC X(46) VALUE SPACES.
001760 01  WS-LINHA-VEREDITO.
001770     05  FILLER               PIC X(01) VALUE SPACE.
001780     05  VER-TEXTO            PIC X(100).
001790     05  FILLER               PIC X(31) VALUE SPACES.
001800 01  WS-LINHA-TOT.
001810     05  FILLER               PIC X(01) VALUE SPACE.
001820     05  FILLER               PIC X(20) VALUE
001830                                  'LANCAMENTOS LIDOS = '.
001840     05  TOT-LIDOS            PIC ZZZZZZ9.
001850     05  FILLER               PIC X(17) VALUE
001860                                  '  NO PERIODO =   '.
001870     05  TOT-NO-PERIODO       PIC ZZZZZZ9.
001880     05  FILLER               PIC X(21) VALUE
001890                                  '  SEM LANCAMENTO =   '.
001900     05  TOT-AUSENTES         PIC ZZZZ9.
001910     05  FILLER               PIC X(54) VALUE SPACES.
001920 01  WS-ED-QTDE               PIC ZZZZ9.
001930*-----------------------------------------------------------*
001940* AREA DA ROTINA DE CALCULO DE DATAS (GDADTCALC)             *
001950*-----------------------------------------------------------*
001960 01  GDADTCALC-AREA.
001970     03  DTC-FUNCAO           PIC X(01).
001980     03  DTC-DATA-AAMMDD-1    PIC X(06).
001990     03  DTC-DATA-AAMMDD-2    PIC X(06).
002000     03  DTC-DIAS             PIC S9(05).
002010     03  DTC-RESULT-AAMMDD    PIC X(06).
002020     03  DTC-RESULT-CCYYMMDD  PIC 9(08).
002030     03  DTC-DIA-SEMANA       PIC 9(01).
002040     03  DTC-STATUS           PIC 9(02).
002050*-----------------------------------------------------------*
002060* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
002070*-----------------------------------------------------------*
002080 01  GDAREL-AREA.
002090     03  GDAREL-FUNCAO        PIC X(01).
002100     03  GDAREL-TITULO        PIC X(60).
002110     03  GDAREL-CABECALHO     PIC X(80).
002120     03  GDAREL-LINHA         PIC X(132).
002130     03  GDAREL-RETORNO       PIC 9(02).
002140     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
002150     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
002160         05  GDAREL-QBR-POS   PIC 9(03).
002170         05  GDAREL-QBR-TAM   PIC 9(02).
002180     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
002190     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
002200     03  GDAREL-EXTRATO OCCURS 10 TIMES.
002210         05  GDAREL-EXT-POS   PIC 9(03).
002220         05  GDAREL-EXT-TAM   PIC 9(03).
002230     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
002240 PROCEDURE DIVISION.
002250 0000-MAINLINE.
002260*-----------------------------------------------------------*
002270* PARAGRAFO PRINCIPAL.                                       *
002280*-----------------------------------------------------------*
002290     PERFORM 1000-INITIALIZE
002300         THRU 1000-INITIALIZE-EXIT
002310     PERFORM 2000-CARREGAR-ACHADO
002320         THRU 2000-CARREGAR-ACHADO-EXIT
002330         UNTIL FIM-DOS-ACHADOS
002340     PERFORM 2500-CONFERIR-ESPERADO
002350         THRU 2500-CONFERIR-ESPERADO-EXIT
002360         VARYING WS-ESP-IX FROM 1 BY 1
002370         UNTIL WS-ESP-IX > WS-ESP-COUNT
002380     PERFORM 3000-IMPRIMIR-RESUMO
002390         THRU 3000-IMPRIMIR-RESUMO-EXIT
002400     PERFORM 9999-TERMINATE
002410         THRU 9999-TERMINATE-EXIT
002420     STOP RUN
002430     .
002440 0000-MAINLINE-EXIT.
002450     EXIT.
002460 1000-INITIALIZE.
002470*-----------------------------------------------------------*
002480* PERIODO PADRAO (ULTIMAS 24 HORAS), CARTOES, ABERTURA DO    *
002490* ACHADOS.                                                   *
002500*-----------------------------------------------------------*
002510     ACCEPT WS-HOJE-AAMMDD FROM DATE
002520     ACCEPT WS-HORA-AGORA  FROM TIME
002530     MOVE 'S' TO DTC-FUNCAO
002540     MOVE WS-HOJE-AAMMDD TO DTC-DATA-AAMMDD-1
002550     MOVE -1 TO DTC-DIAS
002560     CALL 'GDADTCALC' USING GDADTCALC-AREA
002570     IF DTC-STATUS IS NOT EQUAL TO ZEROES
002580         DISPLAY "GDAMANHA: ERRO NO CALCULO DE ONTEM, STATUS = "
002590                 DTC-STATUS
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF
002630     MOVE DTC-RESULT-CCYYMMDD TO WS-DESDE-DATA
002640     MOVE WS-HORA-AGORA (1:4) TO WS-DESDE-HHMM
002650     OPEN INPUT CARTAO-FILE
002660     IF WS-FS-CARTAO IS EQUAL TO '00'
002670         PERFORM 1100-LER-CARTAO
002680             THRU 1100-LER-CARTAO-EXIT
002690             UNTIL FIM-DOS-CARTOES
002700         CLOSE CARTAO-FILE
002710     END-IF
002720     OPEN INPUT ACHADOS-FILE
002730     IF WS-FS-ACHADOS NOT EQUAL '00'
002740         DISPLAY "GDAMANHA: ERRO NO OPEN DO ACHADOS, STATUS = "
002750                 WS-FS-ACHADOS
002760         MOVE 16 TO RETURN-CODE
002770         STOP RUN
002780     END-IF
002790     MOVE WS-DESDE-DATA (7:2) TO WS-DATA-ED-DIA
002800     MOVE WS-DESDE-DATA (5:2) TO WS-DATA-ED-MES
002810     MOVE WS-DESDE-DATA (1:4) TO WS-DATA-ED-ANO
002820     MOVE WS-DESDE-HHMM (1:2) TO WS-HORA-ED-HH
002830     MOVE WS-DESDE-HHMM (3:2) TO WS-HORA-ED-MM
002840     MOVE 'A' TO GDAREL-FUNCAO
002850     MOVE 1 TO GDAREL-NUMERO
002860     MOVE SPACES TO GDAREL-TITULO
002870     STRING 'RESUMO DA NOITE - ACHADOS DESDE '
002880            WS-DATA-ED ' ' WS-HORA-ED
002890         DELIMITED BY SIZE INTO GDAREL-TITULO
002900     MOVE SPACES TO GDAREL-CABECALHO
002910     MOVE 'SEVERIDADE'  TO GDAREL-CABECALHO (2:10)
002920     MOVE 'ORIGEM'      TO GDAREL-CABECALHO (14:6)
002930     MOVE 'DATA'        TO GDAREL-CABECALHO (23:4)
002940     MOVE 'HORA'        TO GDAREL-CABECALHO (34:4)
002950     MOVE 'QTDE'        TO GDAREL-CABECALHO (43:4)
002960     MOVE 'ACHADO E RELATORIO A ABRIR'
002970                        TO GDAREL-CABECALHO (48:26)
002980     MOVE ZEROES TO GDAREL-QBR-POS (1) GDAREL-QBR-TAM (1)
002990                    GDAREL-QBR-POS (2) GDAREL-QBR-TAM (2)
003000                    GDAREL-QBR-POS (3) GDAREL-QBR-TAM (3)
003010     MOVE ZEROES TO GDAREL-EXT-POS (1)
003020     CALL 'GDAREL' USING GDAREL-AREA
003030     .
003040 1000-INITIALIZE-EXIT.
003050     EXIT.
003060 1100-LER-CARTAO.
003070*-----------------------------------------------------------*
003080* UM CARTAO: DESDE= OU ESPERADO=.                            *
003090*-----------------------------------------------------------*
003100     READ CARTAO-FILE
003110         AT END
003120             SET FIM-DOS-CARTOES TO TRUE
003130             GO TO 1100-LER-CARTAO-EXIT
003140     END-READ
003150     IF REG-CARTAO (1:1) IS EQUAL TO '*'
003160         OR REG-CARTAO IS EQUAL TO SPACES
003170         GO TO 1100-LER-CARTAO-EXIT
003180     END-IF
003190     EVALUATE TRUE
003200         WHEN REG-CARTAO (1:6) IS EQUAL TO 'DESDE='
003210             IF REG-CARTAO (7:12) IS NOT NUMERIC
003220                 DISPLAY "GDAMANHA: DESDE INVALIDO NO CARTAO: "
003230                         REG-CARTAO (7:12)
003240                 MOVE 16 TO RETURN-CODE
003250                 STOP RUN
003260             END-IF
003270             MOVE REG-CARTAO (7:12) TO WS-DESDE
003280         WHEN REG-CARTAO (1:9) IS EQUAL TO 'ESPERADO='
003290             IF WS-ESP-COUNT IS EQUAL TO WS-ESP-MAX
003300                 DISPLAY "GDAMANHA: MAIS DE " WS-ESP-MAX
003310                         " CARTOES ESPERADO=, IGNORADO: "
003320                         REG-CARTAO (10:8)
003330             ELSE
003340                 ADD 1 TO WS-ESP-COUNT
003350                 MOVE REG-CARTAO (10:8)
003360                   TO WS-ESP-ORIGEM (WS-ESP-COUNT)
003370             END-IF
003380         WHEN OTHER
003390             DISPLAY "GDAMANHA: CARTAO INVALIDO: " REG-CARTAO
003400             MOVE 16 TO RETURN-CODE
003410             STOP RUN
003420     END-EVALUATE
003430     .
003440 1100-LER-CARTAO-EXIT.
003450     EXIT.
003460 2000-CARREGAR-ACHADO.
003470*-----------------------------------------------------------*
003480* UM LANCAMENTO DO ARQUIVO. SO O PERIODO INTERESSA; O        *
003490* ARQUIVO E CRONOLOGICO, ENTAO O LANCAMENTO MAIS RECENTE DE  *
003500* UMA ORIGEM SOBREPOE O ANTERIOR NA TABELA.                  *
003510*-----------------------------------------------------------*
003520     READ ACHADOS-FILE
003530         AT END
003540             SET FIM-DOS-ACHADOS TO TRUE
003550             GO TO 2000-CARREGAR-ACHADO-EXIT
003560     END-READ
003570     ADD 1 TO WS-LIDOS
003580     IF ACR-DATA IS NOT NUMERIC
003590         OR ACR-HORA IS NOT NUMERIC
003600         GO TO 2000-CARREGAR-ACHADO-EXIT
003610     END-IF
003620     MOVE ACR-DATA        TO WS-CHR-DATA
003630     MOVE ACR-HORA (1:4)  TO WS-CHR-HHMM
003640     IF WS-CHAVE-REG-N IS LESS THAN WS-DESDE-N
003650         GO TO 2000-CARREGAR-ACHADO-EXIT
003660     END-IF
003670     ADD 1 TO WS-NO-PERIODO
003680     MOVE ACR-ORIGEM TO WS-PROCURA-ORIGEM
003690     PERFORM 7000-PROCURAR-ORIGEM
003700         THRU 7000-PROCURAR-ORIGEM-EXIT
003710     IF NOT ACHOU-ORIGEM
003720         IF WS-ACH-COUNT IS EQUAL TO WS-ACH-MAX
003730             ADD 1 TO WS-ESTOURO
003740             GO TO 2000-CARREGAR-ACHADO-EXIT
003750         END-IF
003760         ADD 1 TO WS-ACH-COUNT
003770         MOVE WS-ACH-COUNT TO WS-ACH-IX
003780         MOVE ACR-ORIGEM TO WS-ACH-ORIGEM (WS-ACH-IX)
003790     END-IF
003800     MOVE ACR-SEVERIDADE TO WS-ACH-SEVERIDADE (WS-ACH-IX)
003810     MOVE ACR-DATA       TO WS-ACH-DATA (WS-ACH-IX)
003820     MOVE ACR-HORA       TO WS-ACH-HORA (WS-ACH-IX)
003830     MOVE ACR-QTDE       TO WS-ACH-QTDE (WS-ACH-IX)
003840     MOVE ACR-TEXTO      TO WS-ACH-TEXTO (WS-ACH-IX)
003850     MOVE ACR-DETALHE    TO WS-ACH-DETALHE (WS-ACH-IX)
003860     .
003870 2000-CARREGAR-ACHADO-EXIT.
003880     EXIT.
003890 2500-CONFERIR-ESPERADO.
003900*-----------------------------------------------------------*
003910* VIGIA ESPERADO SEM LANCAMENTO NO PERIODO: NAO RODOU OU     *
003920* CAIU ANTES DO FIM - ENTRA NO RESUMO COMO ALERTA.           *
003930*-----------------------------------------------------------*
003940     MOVE WS-ESP-ORIGEM (WS-ESP-IX) TO WS-PROCURA-ORIGEM
003950     PERFORM 7000-PROCURAR-ORIGEM
003960         THRU 7000-PROCURAR-ORIGEM-EXIT
003970     IF ACHOU-ORIGEM
003980         GO TO 2500-CONFERIR-ESPERADO-EXIT
003990     END-IF
004000     ADD 1 TO WS-QT-AUSENTES
004010     IF WS-ACH-COUNT IS EQUAL TO WS-ACH-MAX
004020         ADD 1 TO WS-ESTOURO
004030         GO TO 2500-CONFERIR-ESPERADO-EXIT
004040     END-IF
004050     ADD 1 TO WS-ACH-COUNT
004060     MOVE WS-ACH-COUNT TO WS-ACH-IX
004070     MOVE WS-PROCURA-ORIGEM TO WS-ACH-ORIGEM (WS-ACH-IX)
004080     MOVE 'A'               TO WS-ACH-SEVERIDADE (WS-ACH-IX)
004090     MOVE ZEROES            TO WS-ACH-DATA (WS-ACH-IX)
004100                               WS-ACH-HORA (WS-ACH-IX)
004110                               WS-ACH-QTDE (WS-ACH-IX)
004120     MOVE 'SEM LANCAMENTO NO PERIODO - VIGIA NAO RODOU?'
004130                            TO WS-ACH-TEXTO (WS-ACH-IX)
004140     MOVE SPACES            TO WS-ACH-DETALHE (WS-ACH-IX)
004150     STRING 'SYSOUT DO JOB DO ' WS-PROCURA-ORIGEM
004160         DELIMITED BY SIZE INTO WS-ACH-DETALHE (WS-ACH-IX)
004170     .
004180 2500-CONFERIR-ESPERADO-EXIT.
004190     EXIT.
004200 3000-IMPRIMIR-RESUMO.
004210*-----------------------------------------------------------*
004220* CONTAGEM, VEREDITO E AS LINHAS DOS VIGIAS POR SEVERIDADE.  *
004230*-----------------------------------------------------------*
004240     PERFORM 3100-CONTAR-ACHADO
004250         THRU 3100-CONTAR-ACHADO-EXIT
004260         VARYING WS-ACH-IX FROM 1 BY 1
004270         UNTIL WS-ACH-IX > WS-ACH-COUNT
004280     MOVE WS-QT-CRITICO     TO RES-CRITICO
004290     MOVE WS-QT-ALERTA      TO RES-ALERTA
004300     MOVE WS-QT-INFORMATIVO TO RES-INFORMATIVO
004310     MOVE WS-ACH-COUNT      TO RES-VIGIAS
004320     MOVE 'D' TO GDAREL-FUNCAO
004330     MOVE WS-LINHA-RESUMO TO GDAREL-LINHA
004340     CALL 'GDAREL' USING GDAREL-AREA
004350     MOVE SPACES TO VER-TEXTO
004360     EVALUATE TRUE
004370         WHEN WS-ACH-COUNT IS EQUAL TO ZEROES
004380             MOVE 'NOITE TRANQUILA - NENHUM ACHADO NO PERIODO'
004390               TO VER-TEXTO
004400         WHEN WS-QT-CRITICO IS EQUAL TO ZEROES
004410          AND WS-QT-ALERTA IS EQUAL TO ZEROES
004420             MOVE 'NOITE TRANQUILA - NADA ACIMA DE INFORMATIVO'
004430               TO VER-TEXTO
004440         WHEN OTHER
004450             MOVE WS-QT-CRITICO TO WS-ED-QTDE
004460             STRING '*** ATENCAO: ' WS-ED-QTDE ' CRITICO(S) E '
004470                 DELIMITED BY SIZE INTO VER-TEXTO
004480             MOVE WS-QT-ALERTA TO WS-ED-QTDE
004490             MOVE WS-ED-QTDE TO VER-TEXTO (33:5)
004500             MOVE ' ALERTA(S) - ABRIR OS RELATORIOS INDICADOS ***'
004510               TO VER-TEXTO (38:46)
004520     END-EVALUATE
004530     MOVE WS-LINHA-VEREDITO TO GDAREL-LINHA
004540     CALL 'GDAREL' USING GDAREL-AREA
004550     MOVE SPACES TO GDAREL-LINHA
004560     CALL 'GDAREL' USING GDAREL-AREA
004570     PERFORM 3200-IMPRIMIR-SEVERIDADE
004580         THRU 3200-IMPRIMIR-SEVERIDADE-EXIT
004590         VARYING WS-ORD-IX FROM 1 BY 1
004600         UNTIL WS-ORD-IX > 3
004610     .
004620 3000-IMPRIMIR-RESUMO-EXIT.
004630     EXIT.
004640 3100-CONTAR-ACHADO.
004650     EVALUATE WS-ACH-SEVERIDADE (WS-ACH-IX)
004660         WHEN 'C'
004670             ADD 1 TO WS-QT-CRITICO
004680         WHEN 'A'
004690             ADD 1 TO WS-QT-ALERTA
004700         WHEN OTHER
004710             ADD 1 TO WS-QT-INFORMATIVO
004720     END-EVALUATE
004730     .
004740 3100-CONTAR-ACHADO-EXIT.
004750     EXIT.
004760 3200-IMPRIMIR-SEVERIDADE.
004770*-----------------------------------------------------------*
004780* UMA PASSADA NA TABELA POR SEVERIDADE, DA MAIS GRAVE A MENOS*
004790* GRAVE; SEVERIDADE DESCONHECIDA SAI COMO INFORMATIVO.       *
004800*-----------------------------------------------------------*
004810     PERFORM 3300-IMPRIMIR-ACHADO
004820         THRU 3300-IMPRIMIR-ACHADO-EXIT
004830         VARYING WS-ACH-IX FROM 1 BY 1
004840         UNTIL WS-ACH-IX > WS-ACH-COUNT
004850     .
004860 3200-IMPRIMIR-SEVERIDADE-EXIT.
004870     EXIT.
004880 3300-IMPRIMIR-ACHADO.
004890     EVALUATE TRUE
004900         WHEN WS-ACH-SEVERIDADE (WS-ACH-IX) IS EQUAL TO
004910              WS-ORD-CODIGO (WS-ORD-IX)
004920             CONTINUE
004930         WHEN WS-ORD-CODIGO (WS-ORD-IX) IS EQUAL TO 'I'
004940          AND WS-ACH-SEVERIDADE (WS-ACH-IX) NOT EQUAL 'C'
004950          AND WS-ACH-SEVERIDADE (WS-ACH-IX) NOT EQUAL 'A'
004960             CONTINUE
004970         WHEN OTHER
004980             GO TO 3300-IMPRIMIR-ACHADO-EXIT
004990     END-EVALUATE
005000     MOVE SPACES TO WS-LINHA-DET
005010     MOVE WS-ORD-NOME (WS-ORD-IX)      TO DET-SEVERIDADE
005020     MOVE WS-ACH-ORIGEM (WS-ACH-IX)    TO DET-ORIGEM
005030     IF WS-ACH-DATA (WS-ACH-IX) IS EQUAL TO ZEROES
005040         MOVE '    ---'                 TO DET-DATA
005050     ELSE
005060         MOVE WS-ACH-DATA (WS-ACH-IX) (7:2) TO WS-DATA-ED-DIA
005070         MOVE WS-ACH-DATA (WS-ACH-IX) (5:2) TO WS-DATA-ED-MES
005080         MOVE WS-ACH-DATA (WS-ACH-IX) (1:4) TO WS-DATA-ED-ANO
005090         MOVE WS-DATA-ED                TO DET-DATA
005100         MOVE WS-ACH-HORA (WS-ACH-IX) (1:2) TO WS-HORA-ED-HH
005110         MOVE WS-ACH-HORA (WS-ACH-IX) (3:2) TO WS-HORA-ED-MM
005120         MOVE WS-HORA-ED                TO DET-HORA
005130     END-IF
005140     MOVE WS-ACH-QTDE (WS-ACH-IX)      TO DET-QTDE
005150     MOVE WS-ACH-TEXTO (WS-ACH-IX)     TO DET-TEXTO
005160     MOVE WS-ACH-DETALHE (WS-ACH-IX)   TO DET-DETALHE
005170     MOVE 'D' TO GDAREL-FUNCAO
005180     MOVE WS-LINHA-DET TO GDAREL-LINHA
005190     CALL 'GDAREL' USING GDAREL-AREA
005200     .
005210 3300-IMPRIMIR-ACHADO-EXIT.
005220     EXIT.
005230 7000-PROCURAR-ORIGEM.
005240*-----------------------------------------------------------*
005250* BUSCA SEQUENCIAL DE WS-PROCURA-ORIGEM; ACHANDO, WS-ACH-IX  *
005260* APONTA A ENTRADA.                                          *
005270*-----------------------------------------------------------*
005280     MOVE 'N' TO WS-ACHOU-SW
005290     PERFORM VARYING WS-ACH-IX FROM 1 BY 1
005300             UNTIL WS-ACH-IX > WS-ACH-COUNT
005310                OR ACHOU-ORIGEM
005320         IF WS-ACH-ORIGEM (WS-ACH-IX) IS EQUAL TO
005330                WS-PROCURA-ORIGEM
005340             SET ACHOU-ORIGEM TO TRUE
005350         END-IF
005360     END-PERFORM
005370     IF ACHOU-ORIGEM
005380         SUBTRACT 1 FROM WS-ACH-IX
005390     END-IF
005400     .
005410 7000-PROCURAR-ORIGEM-EXIT.
005420     EXIT.
005430 9999-TERMINATE.
005440     CLOSE ACHADOS-FILE
005450     MOVE WS-LIDOS       TO TOT-LIDOS
005460     MOVE WS-NO-PERIODO  TO TOT-NO-PERIODO
005470     MOVE WS-QT-AUSENTES TO TOT-AUSENTES
005480     MOVE 'T' TO GDAREL-FUNCAO
005490     MOVE WS-LINHA-TOT TO GDAREL-LINHA
005500     CALL 'GDAREL' USING GDAREL-AREA
005510     MOVE 'F' TO GDAREL-FUNCAO
005520     CALL 'GDAREL' USING GDAREL-AREA
005530     DISPLAY "GDAMANHA: DESDE " WS-DESDE ", " WS-ACH-COUNT
005540             " VIGIA(S), " WS-QT-CRITICO " CRITICO(S), "
005550             WS-QT-ALERTA " ALERTA(S), " WS-QT-AUSENTES
005560             " SEM LANCAMENTO"
005570     IF WS-ESTOURO IS GREATER THAN ZEROES
005580         DISPLAY "GDAMANHA: " WS-ESTOURO " ORIGEM(NS) ALEM DA"
005590                 " TABELA IGNORADA(S)"
005600     END-IF
005610     EVALUATE TRUE
005620         WHEN WS-QT-CRITICO IS GREATER THAN ZEROES
005630             MOVE 8 TO RETURN-CODE
005640         WHEN WS-QT-ALERTA IS GREATER THAN ZEROES
005650             MOVE 4 TO RETURN-CODE
005660     END-EVALUATE
005670     .
005680 9999-TERMINATE-EXIT.
005690     EXIT.
