000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDAJUROS.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - MULTA E JUROS DE MORA.    *
000120*                  CADA PROGRAMA QUE COBRA ATRASO CONTAVA OS *
000130*                  DIAS DO SEU JEITO, UNS EM DIAS CORRIDOS A *
000140*                  PARTIR DO VENCIMENTO NO FERIADO, OUTROS NAO.
000150*                  AGORA O VENCIMENTO QUE CAI EM SABADO,     *
000160*                  DOMINGO OU FERIADO (DD FERIADOS, VIA      *
000170*                  GDADTCALC) PASSA PARA O PROXIMO DIA UTIL E*
000180*                  OS DIAS DE ATRASO SAO CORRIDOS A PARTIR DELE.
000190*                  A REGRA (DD REGJUROS) DA A MULTA FIXA, OS *
000200*                  JUROS AO DIA, SIMPLES OU COMPOSTOS, E A   *
000210*                  CARENCIA. CADA PARCELA VOLTA SEPARADA, COM O
000220*                  TOTAL E UM CODIGO DE STATUS.              *
000230*
000240* INTERFACE (GDAJUROS-AREA):                                 *
000250*   JUR-REGRA          ENTRADA, CODIGO DA REGRA NO REGJUROS  *
000260*   JUR-VENCIMENTO     ENTRADA, VENCIMENTO CCYYMMDD          *
000270*   JUR-PAGAMENTO      ENTRADA, DATA DO PAGAMENTO CCYYMMDD   *
000280*   JUR-VALOR          ENTRADA, VALOR ORIGINAL               *
000290*   JUR-VENC-AJUSTADO  SAIDA, VENCIMENTO NO DIA UTIL         *
000300*   JUR-DIAS-ATRASO    SAIDA, DIAS CORRIDOS DO VENCIMENTO    *
000310*                      AJUSTADO ATE O PAGAMENTO (ZERO EM DIA)*
000320*   JUR-MULTA          SAIDA, MULTA (ARREDONDADA A 2 DECIMAIS)
000330*   JUR-JUROS          SAIDA, JUROS (ARREDONDADOS A 2 DECIMAIS)
000340*   JUR-TOTAL          SAIDA, VALOR + MULTA + JUROS          *
000350*   JUR-STATUS         00 = OK (EM DIA OU DENTRO DA CARENCIA *
000360*                           SAI COM MULTA E JUROS ZERADOS)   *
000370*                      04 = VENCIMENTO INVALIDO              *
000380*                      08 = PAGAMENTO INVALIDO               *
000390*                      12 = VALOR NEGATIVO OU ZERO           *
000400*                      16 = REGRA NAO CADASTRADA             *
000410*                      20 = DD REGJUROS INDISPONIVEL OU VAZIO*
000420*                      24 = ENCARGO NAO CABE NO CAMPO        *
000430*
000440* AS DATAS PASSAM PELA JANELA DE SECULO DO GDADTVAL (1950 A  *
000450* 2049); FORA DELA A DATA E' RECUSADA.                       *
000460*
000470* REGRAS (DD REGJUROS, CARREGADO NA PRIMEIRA CHAMADA; '*' NA *
000480* COL 01 E' COMENTARIO):                                     *
000490*   COLS 01-03  CODIGO DA REGRA                              *
000500*   COLS 05-09  MULTA EM PERCENTUAL, 99V999 (02000 = 2%)     *
000510*   COL  11     JUROS: S = SIMPLES, C = COMPOSTOS            *
000520*   COLS 13-20  JUROS AO DIA EM PERCENTUAL, 99V999999        *
000530*               (00033333 = 0,033333% AO DIA)                *
000540*   COLS 22-24  CARENCIA EM DIAS: ATRASO ATE ELA NAO E'      *
000550*               COBRADO; PASSANDO DELA, COBRA DESDE O        *
000560*               PRIMEIRO DIA                                 *
000570*   COLS 26-80  DESCRICAO (LIVRE)                            *
000580*-----------------------------------------------------------*
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT REGJUROS-FILE ASSIGN TO REGJUROS
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FS-REGJUROS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  REGJUROS-FILE
000690     RECORDING MODE IS F.
000700 01  REG-REGJUROS.
000710     05  RJR-CODIGO          PIC X(03).
000720     05  FILLER              PIC X(01).
000730     05  RJR-MULTA           PIC 9(02)V9(03).
000740     05  FILLER              PIC X(01).
000750     05  RJR-TIPO            PIC X(01).
000760     05  FILLER              PIC X(01).
000770     05  RJR-JUROS-DIA       PIC 9(02)V9(06).
000780     05  FILLER              PIC X(01).
000790     05  RJR-CARENCIA        PIC 9(03).
000800     05  FILLER              PIC X(56).
000810 WORKING-STORAGE SECTION.
000820 77  WS-FS-REGJUROS           PIC X(02) VALUE '00'.
000830 01  WS-SWITCHES.
000840     05  WS-TAB-SW            PIC X(01) VALUE 'N'.
000850         88  TABELA-CARREGADA          VALUE 'S'.
000860     05  WS-FIM-SW            PIC X(01) VALUE 'N'.
000870         88  FIM-DAS-REGRAS            VALUE 'S'.
000880*-----------------------------------------------------------*
000890* REGRAS EM MEMORIA                                          *
000900*-----------------------------------------------------------*
000910 01  WS-REGRAS.
000920     05  WS-RGR-MAX           PIC 9(03) VALUE 50.
000930     05  WS-RGR-COUNT         PIC 9(03) VALUE ZEROES.
000940     05  WS-RGR-IX            PIC 9(03) VALUE ZEROES.
000950     05  WS-RGR-ENT OCCURS 50 TIMES.
000960         10  WS-RGR-CODIGO    PIC X(03).
000970         10  WS-RGR-MULTA     PIC 9(02)V9(03).
000980         10  WS-RGR-TIPO      PIC X(01).
000990             88  JUROS-COMPOSTOS           VALUE 'C'.
001000         10  WS-RGR-JUROS-DIA PIC 9(02)V9(06).
001010         10  WS-RGR-CARENCIA  PIC 9(03).
001020*-----------------------------------------------------------*
001030* DATAS E CALCULO                                            *
001040*-----------------------------------------------------------*
001050 01  WS-DATA-CCYYMMDD         PIC 9(08) VALUE ZEROES.
001060 01  FILLER REDEFINES WS-DATA-CCYYMMDD.
001070     05  FILLER               PIC X(02).
001080     05  WS-DATA-AAMMDD       PIC X(06).
001090 01  WS-VENC-AAMMDD           PIC X(06) VALUE SPACES.
001100 01  WS-PAGTO-AAMMDD          PIC X(06) VALUE SPACES.
001110 01  WS-FATOR                 PIC 9(07)V9(10) VALUE ZEROES.
001120*-----------------------------------------------------------*
001130* AREAS DOS SERVICOS DE DATA                                 *
001140*-----------------------------------------------------------*
001150 01  GDADTVAL-AREA.
001160     03  DTV-DATA-AAMMDD      PIC X(06).
001170     03  DTV-DATA-CCYYMMDD    PIC 9(08).
001180     03  DTV-STATUS           PIC 9(02).
001190 01  GDADTCALC-AREA.
001200     03  DTC-FUNCAO           PIC X(01).
001210     03  DTC-DATA-AAMMDD-1    PIC X(06).
001220     03  DTC-DATA-AAMMDD-2    PIC X(06).
001230     03  DTC-DIAS             PIC S9(05).
001240     03  DTC-RESULT-AAMMDD    PIC X(06).
001250     03  DTC-RESULT-CCYYMMDD  PIC 9(08).
001260     03  DTC-DIA-SEMANA       PIC 9(01).
001270     03  DTC-STATUS           PIC 9(02).
001280 LINKAGE SECTION.
001290 01  GDAJUROS-AREA.
001300     03  JUR-REGRA            PIC X(03).
001310     03  JUR-VENCIMENTO       PIC 9(08).
001320     03  JUR-PAGAMENTO        PIC 9(08).
001330     03  JUR-VALOR            PIC S9(13)V9(02).
001340     03  JUR-VENC-AJUSTADO    PIC 9(08).
001350     03  JUR-DIAS-ATRASO      PIC 9(05).
001360     03  JUR-MULTA            PIC S9(13)V9(02).
001370     03  JUR-JUROS            PIC S9(13)V9(02).
001380     03  JUR-TOTAL            PIC S9(13)V9(02).
001390     03  JUR-STATUS           PIC 9(02).
001400 PROCEDURE DIVISION USING GDAJUROS-AREA.
001410 0000-MAINLINE.
001420*-----------------------------------------------------------*
001430* CARREGA AS REGRAS NA PRIMEIRA CHAMADA, CRITICA A ENTRADA,  *
001440* AJUSTA O VENCIMENTO, CONTA O ATRASO E CALCULA OS ENCARGOS. *
001450*-----------------------------------------------------------*
001460     MOVE ZEROES TO JUR-VENC-AJUSTADO
001470     MOVE ZEROES TO JUR-DIAS-ATRASO
001480     MOVE ZEROES TO JUR-MULTA
001490     MOVE ZEROES TO JUR-JUROS
001500     MOVE ZEROES TO JUR-TOTAL
001510     MOVE ZEROES TO JUR-STATUS
001520     IF NOT TABELA-CARREGADA
001530         PERFORM 1000-CARREGAR-REGRAS
001540             THRU 1000-CARREGAR-REGRAS-EXIT
001550     END-IF
001560     PERFORM 2000-CRITICAR-ENTRADA
001570         THRU 2000-CRITICAR-ENTRADA-EXIT
001580     IF JUR-STATUS IS NOT EQUAL TO ZEROES
001590         GOBACK
001600     END-IF
001610     PERFORM 3000-AJUSTAR-VENCIMENTO
001620         THRU 3000-AJUSTAR-VENCIMENTO-EXIT
001630     IF JUR-STATUS IS NOT EQUAL TO ZEROES
001640         GOBACK
001650     END-IF
001660     MOVE JUR-VALOR TO JUR-TOTAL
001670     IF JUR-DIAS-ATRASO IS GREATER THAN
001680         WS-RGR-CARENCIA (WS-RGR-IX)
001690         PERFORM 4000-CALCULAR-ENCARGOS
001700             THRU 4000-CALCULAR-ENCARGOS-EXIT
001710     END-IF
001720     GOBACK
001730     .
001740 0000-MAINLINE-EXIT.
001750     EXIT.
001760 1000-CARREGAR-REGRAS.
001770*-----------------------------------------------------------*
001780* SEM O DD, A TABELA FICA VAZIA E TODA CHAMADA VOLTA 20.     *
001790*-----------------------------------------------------------*
001800     MOVE 'S' TO WS-TAB-SW
001810     OPEN INPUT REGJUROS-FILE
001820     IF WS-FS-REGJUROS NOT EQUAL '00'
001830         DISPLAY "GDAJUROS: SEM DD REGJUROS, STATUS = "
001840                 WS-FS-REGJUROS
001850         GO TO 1000-CARREGAR-REGRAS-EXIT
001860     END-IF
001870     PERFORM 1100-LER-UMA-REGRA
001880         THRU 1100-LER-UMA-REGRA-EXIT
001890         UNTIL FIM-DAS-REGRAS
001900     CLOSE REGJUROS-FILE
001910     .
001920 1000-CARREGAR-REGRAS-EXIT.
001930     EXIT.
001940 1100-LER-UMA-REGRA.
001950     READ REGJUROS-FILE
001960         AT END
001970             SET FIM-DAS-REGRAS TO TRUE
001980             GO TO 1100-LER-UMA-REGRA-EXIT
001990     END-READ
002000     IF REG-REGJUROS (1:1) IS EQUAL TO '*'
002010         OR REG-REGJUROS IS EQUAL TO SPACES
002020         GO TO 1100-LER-UMA-REGRA-EXIT
002030     END-IF
002040     IF RJR-CODIGO IS EQUAL TO SPACES
002050         OR RJR-MULTA IS NOT NUMERIC
002060         OR RJR-JUROS-DIA IS NOT NUMERIC
002070         OR RJR-CARENCIA IS NOT NUMERIC
002080         OR (RJR-TIPO IS NOT EQUAL TO 'S'
002090             AND RJR-TIPO IS NOT EQUAL TO 'C')
002100         DISPLAY "GDAJUROS: REGRA IGNORADA: " REG-REGJUROS (1:24)
002110         GO TO 1100-LER-UMA-REGRA-EXIT
002120     END-IF
002130     IF WS-RGR-COUNT IS EQUAL TO WS-RGR-MAX
002140         DISPLAY "GDAJUROS: MAIS DE " WS-RGR-MAX
002150                 " REGRAS, EXCEDENTE IGNORADO"
002160         SET FIM-DAS-REGRAS TO TRUE
002170         GO TO 1100-LER-UMA-REGRA-EXIT
002180     END-IF
002190     ADD 1 TO WS-RGR-COUNT
002200     MOVE RJR-CODIGO    TO WS-RGR-CODIGO (WS-RGR-COUNT)
002210     MOVE RJR-MULTA     TO WS-RGR-MULTA (WS-RGR-COUNT)
002220     MOVE RJR-TIPO      TO WS-RGR-TIPO (WS-RGR-COUNT)
002230     MOVE RJR-JUROS-DIA TO WS-RGR-JUROS-DIA (WS-RGR-COUNT)
002240     MOVE RJR-CARENCIA  TO WS-RGR-CARENCIA (WS-RGR-COUNT)
002250     .
002260 1100-LER-UMA-REGRA-EXIT.
002270     EXIT.
002280 2000-CRITICAR-ENTRADA.
002290*-----------------------------------------------------------*
002300* REGRA CADASTRADA, VALOR POSITIVO E AS DUAS DATAS VALIDAS   *
002310* DENTRO DA JANELA DE SECULO.                                *
002320*-----------------------------------------------------------*
002330     IF WS-RGR-COUNT IS EQUAL TO ZEROES
002340         MOVE 20 TO JUR-STATUS
002350         GO TO 2000-CRITICAR-ENTRADA-EXIT
002360     END-IF
002370     PERFORM 2100-PROCURAR-REGRA
002380         THRU 2100-PROCURAR-REGRA-EXIT
002390         VARYING WS-RGR-IX FROM 1 BY 1
002400         UNTIL WS-RGR-IX IS GREATER THAN WS-RGR-COUNT
002410            OR WS-RGR-CODIGO (WS-RGR-IX) IS EQUAL TO JUR-REGRA
002420     IF WS-RGR-IX IS GREATER THAN WS-RGR-COUNT
002430         MOVE 16 TO JUR-STATUS
002440         GO TO 2000-CRITICAR-ENTRADA-EXIT
002450     END-IF
002460     IF JUR-VALOR IS NOT NUMERIC
002470         OR JUR-VALOR IS NOT GREATER THAN ZEROES
002480         MOVE 12 TO JUR-STATUS
002490         GO TO 2000-CRITICAR-ENTRADA-EXIT
002500     END-IF
002510     MOVE JUR-VENCIMENTO TO WS-DATA-CCYYMMDD
002520     PERFORM 2200-VALIDAR-DATA
002530         THRU 2200-VALIDAR-DATA-EXIT
002540     IF DTV-STATUS IS NOT EQUAL TO ZEROES
002550         MOVE 4 TO JUR-STATUS
002560         GO TO 2000-CRITICAR-ENTRADA-EXIT
002570     END-IF
002580     MOVE WS-DATA-AAMMDD TO WS-VENC-AAMMDD
002590     MOVE JUR-PAGAMENTO TO WS-DATA-CCYYMMDD
002600     PERFORM 2200-VALIDAR-DATA
002610         THRU 2200-VALIDAR-DATA-EXIT
002620     IF DTV-STATUS IS NOT EQUAL TO ZEROES
002630         MOVE 8 TO JUR-STATUS
002640         GO TO 2000-CRITICAR-ENTRADA-EXIT
002650     END-IF
002660     MOVE WS-DATA-AAMMDD TO WS-PAGTO-AAMMDD
002670     .
002680 2000-CRITICAR-ENTRADA-EXIT.
002690     EXIT.
002700 2100-PROCURAR-REGRA.
002710     CONTINUE
002720     .
002730 2100-PROCURAR-REGRA-EXIT.
002740     EXIT.
002750 2200-VALIDAR-DATA.
002760*    O GDADTCALC TRABALHA EM AAMMDD: A DATA SO SERVE SE A JANELA
002770*    DE SECULO DEVOLVER O MESMO CCYYMMDD QUE ENTROU.        *
002780     IF WS-DATA-CCYYMMDD IS NOT NUMERIC
002790         MOVE 4 TO DTV-STATUS
002800         GO TO 2200-VALIDAR-DATA-EXIT
002810     END-IF
002820     MOVE WS-DATA-AAMMDD TO DTV-DATA-AAMMDD
002830     CALL 'GDADTVAL' USING GDADTVAL-AREA
002840     IF DTV-STATUS IS EQUAL TO ZEROES
002850         AND DTV-DATA-CCYYMMDD IS NOT EQUAL TO WS-DATA-CCYYMMDD
002860         MOVE 4 TO DTV-STATUS
002870     END-IF
002880     .
002890 2200-VALIDAR-DATA-EXIT.
002900     EXIT.
002910 3000-AJUSTAR-VENCIMENTO.
002920*-----------------------------------------------------------*
002930* PRIMEIRO DIA UTIL NO VENCIMENTO OU DEPOIS DELE: O PROXIMO  *
002940* DIA UTIL APOS A VESPERA. DEPOIS, OS DIAS CORRIDOS ATE O    *
002950* PAGAMENTO (NEGATIVO = PAGO ANTES, SEM ATRASO).             *
002960*-----------------------------------------------------------*
002970     MOVE 'S' TO DTC-FUNCAO
002980     MOVE WS-VENC-AAMMDD TO DTC-DATA-AAMMDD-1
002990     MOVE -1 TO DTC-DIAS
003000     CALL 'GDADTCALC' USING GDADTCALC-AREA
003010     IF DTC-STATUS IS NOT EQUAL TO ZEROES
003020         MOVE 4 TO JUR-STATUS
003030         GO TO 3000-AJUSTAR-VENCIMENTO-EXIT
003040     END-IF
003050     MOVE 'U' TO DTC-FUNCAO
003060     MOVE DTC-RESULT-AAMMDD TO DTC-DATA-AAMMDD-1
003070     CALL 'GDADTCALC' USING GDADTCALC-AREA
003080     IF DTC-STATUS IS NOT EQUAL TO ZEROES
003090         MOVE 4 TO JUR-STATUS
003100         GO TO 3000-AJUSTAR-VENCIMENTO-EXIT
003110     END-IF
003120     MOVE DTC-RESULT-CCYYMMDD TO JUR-VENC-AJUSTADO
003130     MOVE 'D' TO DTC-FUNCAO
003140     MOVE DTC-RESULT-AAMMDD TO DTC-DATA-AAMMDD-1
003150     MOVE WS-PAGTO-AAMMDD TO DTC-DATA-AAMMDD-2
003160     CALL 'GDADTCALC' USING GDADTCALC-AREA
003170     IF DTC-STATUS IS NOT EQUAL TO ZEROES
003180         MOVE 8 TO JUR-STATUS
003190         GO TO 3000-AJUSTAR-VENCIMENTO-EXIT
003200     END-IF
003210     IF DTC-DIAS IS GREATER THAN ZEROES
003220         MOVE DTC-DIAS TO JUR-DIAS-ATRASO
003230     END-IF
003240     .
003250 3000-AJUSTAR-VENCIMENTO-EXIT.
003260     EXIT.
003270 4000-CALCULAR-ENCARGOS.
003280*-----------------------------------------------------------*
003290* MULTA FIXA SOBRE O VALOR; JUROS SIMPLES = VALOR X TAXA X   *
003300* DIAS, COMPOSTOS = VALOR X ((1 + TAXA) ** DIAS - 1).        *
003310*-----------------------------------------------------------*
003320     COMPUTE JUR-MULTA ROUNDED =
003330         JUR-VALOR * WS-RGR-MULTA (WS-RGR-IX) / 100
003340         ON SIZE ERROR
003350             MOVE 24 TO JUR-STATUS
003360     END-COMPUTE
003370     IF JUROS-COMPOSTOS (WS-RGR-IX)
003380         COMPUTE WS-FATOR ROUNDED =
003390             (1 + WS-RGR-JUROS-DIA (WS-RGR-IX) / 100)
003400             ** JUR-DIAS-ATRASO
003410             ON SIZE ERROR
003420                 MOVE 24 TO JUR-STATUS
003430         END-COMPUTE
003440         IF JUR-STATUS IS EQUAL TO ZEROES
003450             COMPUTE JUR-JUROS ROUNDED =
003460                 JUR-VALOR * (WS-FATOR - 1)
003470                 ON SIZE ERROR
003480                     MOVE 24 TO JUR-STATUS
003490             END-COMPUTE
003500         END-IF
003510     ELSE
003520         COMPUTE JUR-JUROS ROUNDED =
003530             JUR-VALOR * WS-RGR-JUROS-DIA (WS-RGR-IX) / 100
003540             * JUR-DIAS-ATRASO
003550             ON SIZE ERROR
003560                 MOVE 24 TO JUR-STATUS
003570         END-COMPUTE
003580     END-IF
003590     IF JUR-STATUS IS EQUAL TO ZEROES
003600         COMPUTE JUR-TOTAL = JUR-VALOR + JUR-MULTA + JUR-JUROS
003610             ON SIZE ERROR
003620                 MOVE 24 TO JUR-STATUS
003630         END-COMPUTE
003640     END-IF
003650     IF JUR-STATUS IS NOT EQUAL TO ZEROES
003660         MOVE ZEROES TO JUR-MULTA
003670         MOVE ZEROES TO JUR-JUROS
003680         MOVE ZEROES TO JUR-TOTAL
003690     END-IF
003700     .
003710 4000-CALCULAR-ENCARGOS-EXIT.
003720     EXIT.
