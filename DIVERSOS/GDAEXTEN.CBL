000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDAEXTEN.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - VALOR POR EXTENSO PARA    *
000120*                  RECIBOS E CHEQUES. O GDAMOEDA SO EDITA O  *
000130*                  NUMERO; ESTA ROTINA ESCREVE O VALOR COM A *
000140*                  CONCORDANCIA DO PORTUGUES (UM REAL, DOIS  *
000150*                  REAIS, UM MILHAO DE REAIS, OS CONECTIVOS  *
000160*                  'E', CENTAVOS ZERADOS OMITIDOS), EM       *
000170*                  MAIUSCULAS E SEM ACENTO COMO O RESTO DA   *
000180*                  CASA. OPCIONALMENTE QUEBRA O TEXTO EM     *
000190*                  LINHAS DE LARGURA DADA, SEM CORTAR PALAVRA,
000200*                  E PREENCHE O RESTO COM ASTERISCOS PARA A  *
000210*                  IMPRESSAO DE CHEQUE. COM O CODIGO DE MOEDA*
000220*                  DO GDACAMB ESCREVE O NOME DA MOEDA        *
000230*                  ESTRANGEIRA (LIBRA E' FEMININA: DUAS MIL  *
000240*                  LIBRAS).                                  *
000250*
000260* INTERFACE (GDAEXTEN-AREA):                                 *
000270*   EXT-VALOR        ENTRADA, VALOR S9(13)V99                *
000280*   EXT-MOEDA        ENTRADA, CODIGO ISO DA MOEDA COMO NO    *
000290*                    GDACAMB (BRANCO = BRL)                  *
000300*   EXT-LARGURA      ENTRADA, LARGURA DA LINHA (30 A 100);   *
000310*                    ZEROS = NAO QUEBRAR EM LINHAS           *
000320*   EXT-LINHAS-FORM  ENTRADA, LINHAS DO FORMULARIO (CHEQUE); *
000330*                    AS QUE SOBRAREM SAEM SO COM ASTERISCOS  *
000340*                    QUANDO HOUVER PREENCHIMENTO. ZEROS = QUANTAS
000350*                    O TEXTO PEDIR                           *
000360*   EXT-PREENCHER    ENTRADA, 'S' = COMPLETAR AS LINHAS COM '*'
000370*   EXT-EXTENSO      SAIDA, O TEXTO INTEIRO NUMA LINHA SO    *
000380*   EXT-TAMANHO      SAIDA, TAMANHO DO TEXTO                 *
000390*   EXT-QTDE-LINHAS  SAIDA, LINHAS PREENCHIDAS EM EXT-LINHA  *
000400*   EXT-LINHA        SAIDA, ATE 10 LINHAS DE ATE 100 POSICOES*
000410*   EXT-STATUS       00 = OK                                 *
000420*                    04 = VALOR NEGATIVO (NADA GERADO)       *
000430*                    08 = MOEDA SEM NOME NA TABELA (NADA     *
000440*                         GERADO)                            *
000450*                    12 = LARGURA FORA DE 30 A 100, OU O TEXTO
000460*                         NAO COUBE NAS LINHAS DO FORMULARIO *
000470*                         (SO EXT-EXTENSO PREENCHIDO)        *
000480*-----------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 DATA DIVISION.
000520 WORKING-STORAGE SECTION.
000530 01  WS-VALOR-ABS             PIC 9(13)V9(02) VALUE ZEROES.
000540 01  FILLER REDEFINES WS-VALOR-ABS.
000550     05  WS-INTEIRO           PIC 9(13).
000560     05  WS-CENTAVOS          PIC 9(02).
000570*-----------------------------------------------------------*
000580* O INTEIRO EM CINCO GRUPOS DE TRES DIGITOS: TRILHOES,       *
000590* BILHOES, MILHOES, MILHARES E UNIDADES.                     *
000600*-----------------------------------------------------------*
000610 01  WS-GRUPOS                PIC 9(15) VALUE ZEROES.
000620 01  FILLER REDEFINES WS-GRUPOS.
000630     05  WS-GRUPO OCCURS 5    PIC 9(03).
000640 01  WS-GRP-IX                PIC 9(01) VALUE ZEROES.
000650 01  WS-GRP-ULTIMO            PIC 9(01) VALUE ZEROES.
000660 01  WS-GRP-ESCRITOS          PIC 9(01) VALUE ZEROES.
000670 01  WS-GRUPO-VALOR           PIC 9(03) VALUE ZEROES.
000680 01  FILLER REDEFINES WS-GRUPO-VALOR.
000690     05  WS-CENTENA           PIC 9(01).
000700     05  WS-DEZENA            PIC 9(01).
000710     05  WS-UNIDADE           PIC 9(01).
000720 01  FILLER REDEFINES WS-GRUPO-VALOR.
000730     05  FILLER               PIC 9(01).
000740     05  WS-RESTO-CENTENA     PIC 9(02).
000750 01  WS-GENERO                PIC X(01) VALUE 'M'.
000760     88  GENERO-FEMININO               VALUE 'F'.
000770 01  WS-PALAVRA               PIC X(20) VALUE SPACES.
000780 01  WS-PTR                   PIC 9(03) VALUE ZEROES.
000790*-----------------------------------------------------------*
000800* PALAVRAS DOS NUMEROS                                       *
000810*-----------------------------------------------------------*
000820 01  WS-UNIDADES-VAL.
000830     05  FILLER               PIC X(06) VALUE 'UM'.
000840     05  FILLER               PIC X(06) VALUE 'DOIS'.
000850     05  FILLER               PIC X(06) VALUE 'TRES'.
000860     05  FILLER               PIC X(06) VALUE 'QUATRO'.
000870     05  FILLER               PIC X(06) VALUE 'CINCO'.
000880     05  FILLER               PIC X(06) VALUE 'SEIS'.
000890     05  FILLER               PIC X(06) VALUE 'SETE'.
000900     05  FILLER               PIC X(06) VALUE 'OITO'.
000910     05  FILLER               PIC X(06) VALUE 'NOVE'.
000920 01  FILLER REDEFINES WS-UNIDADES-VAL.
000930     05  WS-NOME-UNIDADE OCCURS 9
000940                              PIC X(06).
000950 01  WS-DEZ-A-DEZENOVE-VAL.
000960     05  FILLER               PIC X(09) VALUE 'DEZ'.
000970     05  FILLER               PIC X(09) VALUE 'ONZE'.
000980     05  FILLER               PIC X(09) VALUE 'DOZE'.
000990     05  FILLER               PIC X(09) VALUE 'TREZE'.
001000     05  FILLER               PIC X(09) VALUE 'QUATORZE'.
001010     05  FILLER               PIC X(09) VALUE 'QUINZE'.
001020     05  FILLER               PIC X(09) VALUE 'DEZESSEIS'.
001030     05  FILLER               PIC X(09) VALUE 'DEZESSETE'.
001040     05  FILLER               PIC X(09) VALUE 'DEZOITO'.
001050     05  FILLER               PIC X(09) VALUE 'DEZENOVE'.
001060 01  FILLER REDEFINES WS-DEZ-A-DEZENOVE-VAL.
001070     05  WS-NOME-DEZ-A-DEZENOVE OCCURS 10
001080                              PIC X(09).
001090 01  WS-DEZENAS-VAL.
001100     05  FILLER               PIC X(09) VALUE SPACES.
001110     05  FILLER               PIC X(09) VALUE 'VINTE'.
001120     05  FILLER               PIC X(09) VALUE 'TRINTA'.
001130     05  FILLER               PIC X(09) VALUE 'QUARENTA'.
001140     05  FILLER               PIC X(09) VALUE 'CINQUENTA'.
001150     05  FILLER               PIC X(09) VALUE 'SESSENTA'.
001160     05  FILLER               PIC X(09) VALUE 'SETENTA'.
001170     05  FILLER               PIC X(09) VALUE 'OITENTA'.
001180     05  FILLER               PIC X(09) VALUE 'NOVENTA'.
001190 01  FILLER REDEFINES WS-DEZENAS-VAL.
001200     05  WS-NOME-DEZENA OCCURS 9
001210                              PIC X(09).
001220*-----------------------------------------------------------*
001230* CENTENAS NO MASCULINO; O FEMININO TROCA O FINAL -OS POR    *
001240* -AS (DUZENTAS, TREZENTAS...), MENOS CENTO.                 *
001250*-----------------------------------------------------------*
001260 01  WS-CENTENAS-VAL.
001270     05  FILLER               PIC X(12) VALUE 'CENTO'.
001280     05  FILLER               PIC X(12) VALUE 'DUZENTOS'.
001290     05  FILLER               PIC X(12) VALUE 'TREZENTOS'.
001300     05  FILLER               PIC X(12) VALUE 'QUATROCENTOS'.
001310     05  FILLER               PIC X(12) VALUE 'QUINHENTOS'.
001320     05  FILLER               PIC X(12) VALUE 'SEISCENTOS'.
001330     05  FILLER               PIC X(12) VALUE 'SETECENTOS'.
001340     05  FILLER               PIC X(12) VALUE 'OITOCENTOS'.
001350     05  FILLER               PIC X(12) VALUE 'NOVECENTOS'.
001360 01  FILLER REDEFINES WS-CENTENAS-VAL.
001370     05  WS-NOME-CENTENA OCCURS 9
001380                              PIC X(12).
001390 01  WS-TAM-CENTENA           PIC 9(02) VALUE ZEROES.
001400*-----------------------------------------------------------*
001410* ESCALAS POR GRUPO (SINGULAR E PLURAL); O GRUPO 4 E' MIL.   *
001420*-----------------------------------------------------------*
001430 01  WS-ESCALAS-VAL.
001440     05  FILLER               PIC X(16) VALUE 'TRILHAO TRILHOES'.
001450     05  FILLER               PIC X(16) VALUE 'BILHAO  BILHOES '.
001460     05  FILLER               PIC X(16) VALUE 'MILHAO  MILHOES '.
001470     05  FILLER               PIC X(16) VALUE 'MIL     MIL     '.
001480 01  FILLER REDEFINES WS-ESCALAS-VAL.
001490     05  WS-ESCALA OCCURS 4.
001500         10  WS-ESCALA-SING   PIC X(08).
001510         10  WS-ESCALA-PLUR   PIC X(08).
001520*-----------------------------------------------------------*
001530* MOEDAS: CODIGO ISO (O MESMO DO GDACAMB), GENERO DO NOME,   *
001540* NOME NO SINGULAR E NO PLURAL, FRACAO NO SINGULAR E NO      *
001550* PLURAL. MOEDA NOVA NO CAMBIO ENTRA AQUI.                   *
001560*-----------------------------------------------------------*
001570 01  WS-MOEDAS-VAL.
001580     05  FILLER               PIC X(04) VALUE 'BRLM'.
001590     05  FILLER               PIC X(20) VALUE 'REAL'.
001600     05  FILLER               PIC X(20) VALUE 'REAIS'.
001610     05  FILLER               PIC X(10) VALUE 'CENTAVO'.
001620     05  FILLER               PIC X(10) VALUE 'CENTAVOS'.
001630     05  FILLER               PIC X(04) VALUE 'USDM'.
001640     05  FILLER               PIC X(20) VALUE 'DOLAR AMERICANO'.
001650     05  FILLER               PIC X(20)
001660         VALUE 'DOLARES AMERICANOS'.
001670     05  FILLER               PIC X(10) VALUE 'CENTAVO'.
001680     05  FILLER               PIC X(10) VALUE 'CENTAVOS'.
001690     05  FILLER               PIC X(04) VALUE 'EURM'.
001700     05  FILLER               PIC X(20) VALUE 'EURO'.
001710     05  FILLER               PIC X(20) VALUE 'EUROS'.
001720     05  FILLER               PIC X(10) VALUE 'CENTIMO'.
001730     05  FILLER               PIC X(10) VALUE 'CENTIMOS'.
001740     05  FILLER               PIC X(04) VALUE 'GBPF'.
001750     05  FILLER               PIC X(20) VALUE 'LIBRA ESTERLINA'.
001760     05  FILLER               PIC X(20) VALUE 'LIBRAS ESTERLINAS'.
001770     05  FILLER               PIC X(10) VALUE 'PENNY'.
001780     05  FILLER               PIC X(10) VALUE 'PENCE'.
001790     05  FILLER               PIC X(04) VALUE 'ARSM'.
001800     05  FILLER               PIC X(20) VALUE 'PESO ARGENTINO'.
001810     05  FILLER               PIC X(20) VALUE 'PESOS ARGENTINOS'.
001820     05  FILLER               PIC X(10) VALUE 'CENTAVO'.
001830     05  FILLER               PIC X(10) VALUE 'CENTAVOS'.
001840     05  FILLER               PIC X(04) VALUE 'UYUM'.
001850     05  FILLER               PIC X(20) VALUE 'PESO URUGUAIO'.
001860     05  FILLER               PIC X(20) VALUE 'PESOS URUGUAIOS'.
001870     05  FILLER               PIC X(10) VALUE 'CENTESIMO'.
001880     05  FILLER               PIC X(10) VALUE 'CENTESIMOS'.
001890     05  FILLER               PIC X(04) VALUE 'CADM'.
001900     05  FILLER               PIC X(20) VALUE 'DOLAR CANADENSE'.
001910     05  FILLER               PIC X(20)
001920         VALUE 'DOLARES CANADENSES'.
001930     05  FILLER               PIC X(10) VALUE 'CENTAVO'.
001940     05  FILLER               PIC X(10) VALUE 'CENTAVOS'.
001950     05  FILLER               PIC X(04) VALUE 'CHFM'.
001960     05  FILLER               PIC X(20) VALUE 'FRANCO SUICO'.
001970     05  FILLER               PIC X(20) VALUE 'FRANCOS SUICOS'.
001980     05  FILLER               PIC X(10) VALUE 'CENTIMO'.
001990     05  FILLER               PIC X(10) VALUE 'CENTIMOS'.
002000 01  FILLER REDEFINES WS-MOEDAS-VAL.
002010     05  WS-MOE-ENT OCCURS 8.
002020         10  WS-MOE-CODIGO    PIC X(03).
002030         10  WS-MOE-GENERO    PIC X(01).
002040         10  WS-MOE-SING      PIC X(20).
002050         10  WS-MOE-PLUR      PIC X(20).
002060         10  WS-MOE-FRAC-SING PIC X(10).
002070         10  WS-MOE-FRAC-PLUR PIC X(10).
002080 01  WS-MOE-MAX               PIC 9(02) VALUE 8.
002090 01  WS-MOE-IX                PIC 9(02) VALUE ZEROES.
002100 01  WS-MOEDA                 PIC X(03) VALUE SPACES.
002110*-----------------------------------------------------------*
002120* QUEBRA EM LINHAS                                           *
002130*-----------------------------------------------------------*
002140 01  WS-INICIO                PIC 9(03) VALUE ZEROES.
002150 01  WS-CORTE                 PIC 9(03) VALUE ZEROES.
002160 01  WS-SOBRA                 PIC 9(03) VALUE ZEROES.
002170 01  WS-LIN-TAM               PIC 9(03) VALUE ZEROES.
002180 01  WS-LIN-IX                PIC 9(02) VALUE ZEROES.
002190 01  WS-LINHAS-TOTAL          PIC 9(02) VALUE ZEROES.
002200 01  WS-ASTERISCOS            PIC X(100) VALUE ALL '*'.
002210 LINKAGE SECTION.
002220 01  GDAEXTEN-AREA.
002230     03  EXT-VALOR            PIC S9(13)V9(02).
002240     03  EXT-MOEDA            PIC X(03).
002250     03  EXT-LARGURA          PIC 9(03).
002260     03  EXT-LINHAS-FORM      PIC 9(02).
002270     03  EXT-PREENCHER        PIC X(01).
002280     03  EXT-EXTENSO          PIC X(400).
002290     03  EXT-TAMANHO          PIC 9(03).
002300     03  EXT-QTDE-LINHAS      PIC 9(02).
002310     03  EXT-LINHA OCCURS 10  PIC X(100).
002320     03  EXT-STATUS           PIC 9(02).
002330 PROCEDURE DIVISION USING GDAEXTEN-AREA.
002340 0000-MAINLINE.
002350*-----------------------------------------------------------*
002360* ACHA A MOEDA, ESCREVE O INTEIRO E OS CENTAVOS E, SE FOI    *
002370* PEDIDA UMA LARGURA, QUEBRA O TEXTO EM LINHAS.              *
002380*-----------------------------------------------------------*
002390     MOVE SPACES TO EXT-EXTENSO
002400     MOVE ZEROES TO EXT-TAMANHO
002410     MOVE ZEROES TO EXT-QTDE-LINHAS
002420     MOVE ZEROES TO EXT-STATUS
002430     PERFORM 0100-LIMPAR-LINHA
002440         THRU 0100-LIMPAR-LINHA-EXIT
002450         VARYING WS-LIN-IX FROM 1 BY 1
002460         UNTIL WS-LIN-IX IS GREATER THAN 10
002470     IF EXT-VALOR IS NEGATIVE
002480         MOVE 4 TO EXT-STATUS
002490         GOBACK
002500     END-IF
002510     MOVE EXT-MOEDA TO WS-MOEDA
002520     IF WS-MOEDA IS EQUAL TO SPACES
002530         MOVE 'BRL' TO WS-MOEDA
002540     END-IF
002550     PERFORM 1000-PROCURAR-MOEDA
002560         THRU 1000-PROCURAR-MOEDA-EXIT
002570     IF WS-MOE-IX IS GREATER THAN WS-MOE-MAX
002580         MOVE 8 TO EXT-STATUS
002590         GOBACK
002600     END-IF
002610     MOVE EXT-VALOR TO WS-VALOR-ABS
002620     MOVE 1 TO WS-PTR
002630     PERFORM 2000-ESCREVER-INTEIRO
002640         THRU 2000-ESCREVER-INTEIRO-EXIT
002650     PERFORM 4000-ESCREVER-CENTAVOS
002660         THRU 4000-ESCREVER-CENTAVOS-EXIT
002670     COMPUTE EXT-TAMANHO = WS-PTR - 1
002680     IF EXT-LARGURA IS EQUAL TO ZEROES
002690         GOBACK
002700     END-IF
002710     IF EXT-LARGURA IS LESS THAN 30
002720         OR EXT-LARGURA IS GREATER THAN 100
002730         MOVE 12 TO EXT-STATUS
002740         GOBACK
002750     END-IF
002760     PERFORM 5000-QUEBRAR-LINHAS
002770         THRU 5000-QUEBRAR-LINHAS-EXIT
002780     GOBACK
002790     .
002800 0000-MAINLINE-EXIT.
002810     EXIT.
002820 0100-LIMPAR-LINHA.
002830     MOVE SPACES TO EXT-LINHA (WS-LIN-IX)
002840     .
002850 0100-LIMPAR-LINHA-EXIT.
002860     EXIT.
002870 1000-PROCURAR-MOEDA.
002880     PERFORM 1100-COMPARAR-MOEDA
002890         THRU 1100-COMPARAR-MOEDA-EXIT
002900         VARYING WS-MOE-IX FROM 1 BY 1
002910         UNTIL WS-MOE-IX IS GREATER THAN WS-MOE-MAX
002920            OR WS-MOE-CODIGO (WS-MOE-IX) IS EQUAL TO WS-MOEDA
002930     .
002940 1000-PROCURAR-MOEDA-EXIT.
002950     EXIT.
002960 1100-COMPARAR-MOEDA.
002970     CONTINUE
002980     .
002990 1100-COMPARAR-MOEDA-EXIT.
003000     EXIT.
003010 2000-ESCREVER-INTEIRO.
003020*-----------------------------------------------------------*
003030* GRUPO A GRUPO, DO TRILHAO PARA AS UNIDADES. O 'E' ENTRE    *
003040* GRUPOS SO ENTRA ANTES DO ULTIMO GRUPO ESCRITO QUANDO ELE   *
003050* E' MENOR QUE CEM OU CENTENA REDONDA (MIL E DUZENTOS, MIL E *
003060* CINQUENTA, MAS MIL DUZENTOS E TRINTA). MILHAO E ACIMA SEM  *
003070* NADA NOS MILHARES E UNIDADES PEDE 'DE' (UM MILHAO DE       *
003080* REAIS).                                                    *
003090*-----------------------------------------------------------*
003100     IF WS-INTEIRO IS EQUAL TO ZEROES
003110         IF WS-CENTAVOS IS EQUAL TO ZEROES
003120             MOVE 'ZERO' TO WS-PALAVRA
003130             PERFORM 8000-ACRESCENTAR
003140                 THRU 8000-ACRESCENTAR-EXIT
003150             MOVE WS-MOE-PLUR (WS-MOE-IX) TO WS-PALAVRA
003160             PERFORM 8000-ACRESCENTAR
003170                 THRU 8000-ACRESCENTAR-EXIT
003180         END-IF
003190         GO TO 2000-ESCREVER-INTEIRO-EXIT
003200     END-IF
003210     MOVE WS-INTEIRO TO WS-GRUPOS
003220     MOVE ZEROES TO WS-GRP-ULTIMO
003230     PERFORM 2100-ACHAR-ULTIMO-GRUPO
003240         THRU 2100-ACHAR-ULTIMO-GRUPO-EXIT
003250         VARYING WS-GRP-IX FROM 1 BY 1
003260         UNTIL WS-GRP-IX IS GREATER THAN 5
003270     MOVE ZEROES TO WS-GRP-ESCRITOS
003280     PERFORM 2200-ESCREVER-GRUPO
003290         THRU 2200-ESCREVER-GRUPO-EXIT
003300         VARYING WS-GRP-IX FROM 1 BY 1
003310         UNTIL WS-GRP-IX IS GREATER THAN 5
003320     IF WS-GRUPO (4) IS EQUAL TO ZEROES
003330         AND WS-GRUPO (5) IS EQUAL TO ZEROES
003340         AND WS-GRP-ULTIMO IS LESS THAN 4
003350         MOVE 'DE' TO WS-PALAVRA
003360         PERFORM 8000-ACRESCENTAR
003370             THRU 8000-ACRESCENTAR-EXIT
003380     END-IF
003390     IF WS-INTEIRO IS EQUAL TO 1
003400         MOVE WS-MOE-SING (WS-MOE-IX) TO WS-PALAVRA
003410     ELSE
003420         MOVE WS-MOE-PLUR (WS-MOE-IX) TO WS-PALAVRA
003430     END-IF
003440     PERFORM 8000-ACRESCENTAR
003450         THRU 8000-ACRESCENTAR-EXIT
003460     .
003470 2000-ESCREVER-INTEIRO-EXIT.
003480     EXIT.
003490 2100-ACHAR-ULTIMO-GRUPO.
003500     IF WS-GRUPO (WS-GRP-IX) IS NOT EQUAL TO ZEROES
003510         MOVE WS-GRP-IX TO WS-GRP-ULTIMO
003520     END-IF
003530     .
003540 2100-ACHAR-ULTIMO-GRUPO-EXIT.
003550     EXIT.
003560 2200-ESCREVER-GRUPO.
003570     IF WS-GRUPO (WS-GRP-IX) IS EQUAL TO ZEROES
003580         GO TO 2200-ESCREVER-GRUPO-EXIT
003590     END-IF
003600     MOVE WS-GRUPO (WS-GRP-IX) TO WS-GRUPO-VALOR
003610     IF WS-GRP-ESCRITOS IS GREATER THAN ZEROES
003620         AND WS-GRP-IX IS EQUAL TO WS-GRP-ULTIMO
003630         IF WS-CENTENA IS EQUAL TO ZEROES
003640             OR WS-RESTO-CENTENA IS EQUAL TO ZEROES
003650             MOVE 'E' TO WS-PALAVRA
003660             PERFORM 8000-ACRESCENTAR
003670                 THRU 8000-ACRESCENTAR-EXIT
003680         END-IF
003690     END-IF
003700     ADD 1 TO WS-GRP-ESCRITOS
003710*    MILHAO, BILHAO E TRILHAO SAO MASCULINOS; MILHARES E    *
003720*    UNIDADES CONCORDAM COM A MOEDA.                        *
003730     IF WS-GRP-IX IS LESS THAN 4
003740         MOVE 'M' TO WS-GENERO
003750     ELSE
003760         MOVE WS-MOE-GENERO (WS-MOE-IX) TO WS-GENERO
003770     END-IF
003780*    MIL SOZINHO, SEM 'UM' NA FRENTE.                       *
003790     IF WS-GRP-IX IS NOT EQUAL TO 4
003800         OR WS-GRUPO-VALOR IS NOT EQUAL TO 1
003810         PERFORM 3000-ESCREVER-CENTENA
003820             THRU 3000-ESCREVER-CENTENA-EXIT
003830     END-IF
003840     IF WS-GRP-IX IS LESS THAN 5
003850         IF WS-GRUPO-VALOR IS EQUAL TO 1
003860             MOVE WS-ESCALA-SING (WS-GRP-IX) TO WS-PALAVRA
003870         ELSE
003880             MOVE WS-ESCALA-PLUR (WS-GRP-IX) TO WS-PALAVRA
003890         END-IF
003900         PERFORM 8000-ACRESCENTAR
003910             THRU 8000-ACRESCENTAR-EXIT
003920     END-IF
003930     .
003940 2200-ESCREVER-GRUPO-EXIT.
003950     EXIT.
003960 3000-ESCREVER-CENTENA.
003970*-----------------------------------------------------------*
003980* DE 1 A 999 EM WS-GRUPO-VALOR, NO GENERO DE WS-GENERO.      *
003990*-----------------------------------------------------------*
004000     IF WS-GRUPO-VALOR IS EQUAL TO 100
004010         MOVE 'CEM' TO WS-PALAVRA
004020         PERFORM 8000-ACRESCENTAR
004030             THRU 8000-ACRESCENTAR-EXIT
004040         GO TO 3000-ESCREVER-CENTENA-EXIT
004050     END-IF
004060     IF WS-CENTENA IS GREATER THAN ZEROES
004070         MOVE WS-NOME-CENTENA (WS-CENTENA) TO WS-PALAVRA
004080         IF GENERO-FEMININO
004090             AND WS-CENTENA IS GREATER THAN 1
004100             PERFORM 3100-CENTENA-FEMININA
004110                 THRU 3100-CENTENA-FEMININA-EXIT
004120         END-IF
004130         PERFORM 8000-ACRESCENTAR
004140             THRU 8000-ACRESCENTAR-EXIT
004150         IF WS-RESTO-CENTENA IS EQUAL TO ZEROES
004160             GO TO 3000-ESCREVER-CENTENA-EXIT
004170         END-IF
004180         MOVE 'E' TO WS-PALAVRA
004190         PERFORM 8000-ACRESCENTAR
004200             THRU 8000-ACRESCENTAR-EXIT
004210     END-IF
004220     IF WS-RESTO-CENTENA IS GREATER THAN 9
004230         AND WS-RESTO-CENTENA IS LESS THAN 20
004240         MOVE WS-NOME-DEZ-A-DEZENOVE (WS-UNIDADE + 1)
004250           TO WS-PALAVRA
004260         PERFORM 8000-ACRESCENTAR
004270             THRU 8000-ACRESCENTAR-EXIT
004280         GO TO 3000-ESCREVER-CENTENA-EXIT
004290     END-IF
004300     IF WS-DEZENA IS GREATER THAN 1
004310         MOVE WS-NOME-DEZENA (WS-DEZENA) TO WS-PALAVRA
004320         PERFORM 8000-ACRESCENTAR
004330             THRU 8000-ACRESCENTAR-EXIT
004340         IF WS-UNIDADE IS EQUAL TO ZEROES
004350             GO TO 3000-ESCREVER-CENTENA-EXIT
004360         END-IF
004370         MOVE 'E' TO WS-PALAVRA
004380         PERFORM 8000-ACRESCENTAR
004390             THRU 8000-ACRESCENTAR-EXIT
004400     END-IF
004410     IF WS-UNIDADE IS GREATER THAN ZEROES
004420         MOVE WS-NOME-UNIDADE (WS-UNIDADE) TO WS-PALAVRA
004430         IF GENERO-FEMININO
004440             IF WS-UNIDADE IS EQUAL TO 1
004450                 MOVE 'UMA' TO WS-PALAVRA
004460             END-IF
004470             IF WS-UNIDADE IS EQUAL TO 2
004480                 MOVE 'DUAS' TO WS-PALAVRA
004490             END-IF
004500         END-IF
004510         PERFORM 8000-ACRESCENTAR
004520             THRU 8000-ACRESCENTAR-EXIT
004530     END-IF
004540     .
004550 3000-ESCREVER-CENTENA-EXIT.
004560     EXIT.
004570 3100-CENTENA-FEMININA.
004580*    DUZENTOS -> DUZENTAS: TROCA O 'O' DO FINAL '-OS'.      *
004590     MOVE ZEROES TO WS-TAM-CENTENA
004600     INSPECT WS-NOME-CENTENA (WS-CENTENA)
004610         TALLYING WS-TAM-CENTENA FOR CHARACTERS
004620         BEFORE INITIAL SPACE
004630     MOVE 'A' TO WS-PALAVRA (WS-TAM-CENTENA - 1:1)
004640     .
004650 3100-CENTENA-FEMININA-EXIT.
004660     EXIT.
004670 4000-ESCREVER-CENTAVOS.
004680*-----------------------------------------------------------*
004690* CENTAVOS ZERADOS NAO SAEM. COM INTEIRO, ENTRAM DEPOIS DE   *
004700* 'E'; SEM INTEIRO, SAEM SOZINHOS (CINQUENTA CENTAVOS).      *
004710*-----------------------------------------------------------*
004720     IF WS-CENTAVOS IS EQUAL TO ZEROES
004730         GO TO 4000-ESCREVER-CENTAVOS-EXIT
004740     END-IF
004750     IF WS-INTEIRO IS GREATER THAN ZEROES
004760         MOVE 'E' TO WS-PALAVRA
004770         PERFORM 8000-ACRESCENTAR
004780             THRU 8000-ACRESCENTAR-EXIT
004790     END-IF
004800     MOVE 'M' TO WS-GENERO
004810     MOVE WS-CENTAVOS TO WS-GRUPO-VALOR
004820     PERFORM 3000-ESCREVER-CENTENA
004830         THRU 3000-ESCREVER-CENTENA-EXIT
004840     IF WS-CENTAVOS IS EQUAL TO 1
004850         MOVE WS-MOE-FRAC-SING (WS-MOE-IX) TO WS-PALAVRA
004860     ELSE
004870         MOVE WS-MOE-FRAC-PLUR (WS-MOE-IX) TO WS-PALAVRA
004880     END-IF
004890     PERFORM 8000-ACRESCENTAR
004900         THRU 8000-ACRESCENTAR-EXIT
004910     .
004920 4000-ESCREVER-CENTAVOS-EXIT.
004930     EXIT.
004940 5000-QUEBRAR-LINHAS.
004950*-----------------------------------------------------------*
004960* CORTA NO ULTIMO BRANCO QUE CABE NA LARGURA, SEM PARTIR     *
004970* PALAVRA. COM PREENCHIMENTO, O RESTO DE CADA LINHA (DEPOIS  *
004980* DE UM BRANCO) E AS LINHAS QUE SOBRAREM NO FORMULARIO SAEM  *
004990* COM ASTERISCOS.                                            *
005000*-----------------------------------------------------------*
005010     MOVE 1 TO WS-INICIO
005020     PERFORM 5100-CORTAR-LINHA
005030         THRU 5100-CORTAR-LINHA-EXIT
005040         UNTIL WS-INICIO IS GREATER THAN EXT-TAMANHO
005050            OR EXT-STATUS IS NOT EQUAL TO ZEROES
005060     IF EXT-STATUS IS NOT EQUAL TO ZEROES
005070         PERFORM 0100-LIMPAR-LINHA
005080             THRU 0100-LIMPAR-LINHA-EXIT
005090             VARYING WS-LIN-IX FROM 1 BY 1
005100             UNTIL WS-LIN-IX IS GREATER THAN 10
005110         MOVE ZEROES TO EXT-QTDE-LINHAS
005120         GO TO 5000-QUEBRAR-LINHAS-EXIT
005130     END-IF
005140     MOVE EXT-QTDE-LINHAS TO WS-LINHAS-TOTAL
005150     IF EXT-LINHAS-FORM IS GREATER THAN WS-LINHAS-TOTAL
005160         AND EXT-LINHAS-FORM IS NOT GREATER THAN 10
005170         MOVE EXT-LINHAS-FORM TO WS-LINHAS-TOTAL
005180     END-IF
005190     IF EXT-PREENCHER IS EQUAL TO 'S'
005200         PERFORM 5200-PREENCHER-LINHA
005210             THRU 5200-PREENCHER-LINHA-EXIT
005220             VARYING WS-LIN-IX FROM 1 BY 1
005230             UNTIL WS-LIN-IX IS GREATER THAN WS-LINHAS-TOTAL
005240         MOVE WS-LINHAS-TOTAL TO EXT-QTDE-LINHAS
005250     END-IF
005260     .
005270 5000-QUEBRAR-LINHAS-EXIT.
005280     EXIT.
005290 5100-CORTAR-LINHA.
005300     IF EXT-QTDE-LINHAS IS EQUAL TO 10
005310         OR (EXT-LINHAS-FORM IS GREATER THAN ZEROES
005320             AND EXT-QTDE-LINHAS IS NOT LESS THAN
005330                 EXT-LINHAS-FORM)
005340         MOVE 12 TO EXT-STATUS
005350         GO TO 5100-CORTAR-LINHA-EXIT
005360     END-IF
005370     ADD 1 TO EXT-QTDE-LINHAS
005380     COMPUTE WS-SOBRA = EXT-TAMANHO - WS-INICIO + 1
005390     IF WS-SOBRA IS NOT GREATER THAN EXT-LARGURA
005400         MOVE EXT-EXTENSO (WS-INICIO:WS-SOBRA)
005410           TO EXT-LINHA (EXT-QTDE-LINHAS)
005420         COMPUTE WS-INICIO = EXT-TAMANHO + 1
005430         GO TO 5100-CORTAR-LINHA-EXIT
005440     END-IF
005450*    O BRANCO DE CORTE PODE CAIR LOGO DEPOIS DA LARGURA.    *
005460     COMPUTE WS-CORTE = EXT-LARGURA + 1
005470     PERFORM 5110-RECUAR-CORTE
005480         THRU 5110-RECUAR-CORTE-EXIT
005490         UNTIL WS-CORTE IS LESS THAN 2
005500            OR EXT-EXTENSO (WS-INICIO + WS-CORTE - 1:1)
005510               IS EQUAL TO SPACE
005520     IF WS-CORTE IS LESS THAN 2
005530         MOVE 12 TO EXT-STATUS
005540         GO TO 5100-CORTAR-LINHA-EXIT
005550     END-IF
005560     MOVE EXT-EXTENSO (WS-INICIO:WS-CORTE - 1)
005570       TO EXT-LINHA (EXT-QTDE-LINHAS)
005580     ADD WS-CORTE TO WS-INICIO
005590     .
005600 5100-CORTAR-LINHA-EXIT.
005610     EXIT.
005620 5110-RECUAR-CORTE.
005630     SUBTRACT 1 FROM WS-CORTE
005640     .
005650 5110-RECUAR-CORTE-EXIT.
005660     EXIT.
005670 5200-PREENCHER-LINHA.
005680     MOVE ZEROES TO WS-LIN-TAM
005690     IF EXT-LINHA (WS-LIN-IX) IS NOT EQUAL TO SPACES
005700         MOVE EXT-LARGURA TO WS-LIN-TAM
005710         PERFORM 5210-MEDIR-LINHA
005720             THRU 5210-MEDIR-LINHA-EXIT
005730             UNTIL WS-LIN-TAM IS EQUAL TO ZEROES
005740                OR EXT-LINHA (WS-LIN-IX) (WS-LIN-TAM:1)
005750                   IS NOT EQUAL TO SPACE
005760         ADD 1 TO WS-LIN-TAM
005770     END-IF
005780     IF WS-LIN-TAM IS LESS THAN EXT-LARGURA
005790         MOVE WS-ASTERISCOS
005800           TO EXT-LINHA (WS-LIN-IX)
005810              (WS-LIN-TAM + 1:EXT-LARGURA - WS-LIN-TAM)
005820     END-IF
005830     .
005840 5200-PREENCHER-LINHA-EXIT.
005850     EXIT.
005860 5210-MEDIR-LINHA.
005870     SUBTRACT 1 FROM WS-LIN-TAM
005880     .
005890 5210-MEDIR-LINHA-EXIT.
005900     EXIT.
005910 8000-ACRESCENTAR.
005920*-----------------------------------------------------------*
005930* POE WS-PALAVRA NO FIM DO TEXTO, COM UM BRANCO ANTES. O     *
005940* NOME DE MOEDA COMPOSTO (PESO ARGENTINO) TEM UM BRANCO SO,  *
005950* POR ISSO O DELIMITADOR E' DE DOIS BRANCOS.                 *
005960*-----------------------------------------------------------*
005970     IF WS-PTR IS GREATER THAN 1
005980         STRING ' ' DELIMITED BY SIZE
005990           INTO EXT-EXTENSO
006000           WITH POINTER WS-PTR
006010         END-STRING
006020     END-IF
006030     STRING WS-PALAVRA DELIMITED BY '  '
006040       INTO EXT-EXTENSO
006050       WITH POINTER WS-PTR
006060     END-STRING
006070     MOVE SPACES TO WS-PALAVRA
006080     .
006090 8000-ACRESCENTAR-EXIT.
006100     EXIT.
