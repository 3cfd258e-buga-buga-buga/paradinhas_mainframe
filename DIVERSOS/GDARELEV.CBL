000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDARELEV.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - ENVELOPE DE CONTROLE DOS  *
000120*                  EXTRATOS DELIMITADOS DO GDAREL (DD RELEXT/*
000130*                  RELEXT2/RELEXT3). O GDAREL CHAMA NA ABERTURA
000140*                  DO EXTRATO, A CADA REGISTRO GRAVADO NELE E NO
000150*                  FECHAMENTO; LIGADO O ENVELOPE, O EXTRATO SAI
000160*                  COM UM REGISTRO DE CABECALHO NO INICIO E UM
000170*                  TRAILER NO FIM, PARA QUEM RECEBE PERCEBER UMA
000180*                  TRANSFERENCIA TRUNCADA. O CONFERIDOR DA   *
000190*                  RECEPCAO (GDAEXTVF) USA A FUNCAO 'H' PARA *
000200*                  CALCULAR O HASH PELA MESMA REGRA.         *
000210*
000220* INTERFACE (GDARELEV-AREA):                                 *
000230*   ENV-FUNCAO   'A' = ABRIR O ENVELOPE DO EXTRATO ENV-NUMERO:
000240*                      LE OS CARTOES E DEVOLVE ENV-LIGADO 'S'/'N'
000250*                      E, LIGADO, O CABECALHO EM ENV-LINHA   *
000260*                'R' = REGISTRO DO CORPO EM ENV-LINHA (CONTA E
000270*                      SOMA A COLUNA DO HASH)                *
000280*                'F' = FECHAR: DEVOLVE O TRAILER EM ENV-LINHA E
000290*                      GRAVA A GERACAO NO DD RELGERA         *
000300*                'H' = SO CALCULA: VALOR DA COLUNA ENV-COLUNA DE
000310*                      ENV-LINHA EM ENV-VALOR                *
000320*   ENV-NUMERO   EXTRATO 1, 2 OU 3 (ZERO VALE 1)             *
000330*   ENV-CODIGO   NA ABERTURA, O GDAREL-CODIGO DO RELATORIO   *
000340*   ENV-RETORNO  00 = OK; 04 = ('H') COLUNA NAO NUMERICA, VALOR
000350*                ZERO; 08 = FUNCAO/NUMERO INVALIDO OU ENVELOPE
000360*                SEM CODIGO (FICA DESLIGADO)                 *
000370*
000380* CARTOES (DD RELENV, OPCIONAL - SEM O DD OU SEM CARTAO PARA O
000390* NUMERO, O EXTRATO SAI COMO SEMPRE SAIU):                   *
000400*   COL 1 O NUMERO DO EXTRATO (BRANCO VALE 1) E, A PARTIR DA *
000410*   COL 3, SEPARADOS POR BRANCO:                             *
000420*   CODIGO=XXX      CODIGO DO RELATORIO (PADRAO GDAREL-CODIGO)
000430*   LAYOUT=NN       VERSAO DO LAYOUT DAS COLUNAS (PADRAO 01) *
000440*   SOMA=NN         COLUNA DO EXTRATO PARA O HASH (PADRAO 00 =
000450*                   SEM HASH)                                *
000460*   GERACAO=NNNNNNN FORCA A GERACAO (REENVIO); SEM ELE, A    *
000470*                   ULTIMA DO CODIGO NO DD RELGERA MAIS 1    *
000480*   EXEMPLO:  1 LAYOUT=02 SOMA=03                            *
000490*
000500* REGISTROS DO ENVELOPE (SEPARADOS POR PONTO-E-VIRGULA, COMO O
000510* RESTO DO EXTRATO):                                         *
000520*   HDR;COD;CCYYMMDD;GERACAO;LAYOUT;COLUNA  ANTES DO TITULO  *
000530*   TRL;COD;GERACAO;QTDE;HASH              DEPOIS DO ULTIMO  *
000540* QTDE CONTA TODO REGISTRO ENTRE O HDR E O TRL (TITULO,      *
000550* CABECALHO, DETALHES E TOTAIS). O HASH SOMA A COLUNA DECLARADA
000560* DOS REGISTROS EM QUE ELA E' NUMERICA: SO DIGITOS, BRANCO,  *
000570* PONTO, VIRGULA E SINAL; VALE O NUMERO FORMADO PELOS DIGITOS*
000580* (ATE 15), SEM SINAL NEM VIRGULA; A SOMA GUARDA OS 15 DIGITOS
000590* DA DIREITA.                                                *
000600*
000610* DD RELGERA (FB 80): CODIGO (COL 1-3), ULTIMA GERACAO (COL  *
000620* 5-11) E DATA DO EXTRATO (COL 13-20), UM POR CODIGO; CRIADO NO
000630* PRIMEIRO FECHAMENTO E REGRAVADO A CADA FECHAMENTO - A GERACAO
000640* SO CONTA QUANDO O EXTRATO FECHA INTEIRO.                   *
000650*-----------------------------------------------------------*
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT ENV-FILE ASSIGN TO RELENV
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-FS-ENV.
000730     SELECT GER-FILE ASSIGN TO RELGERA
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-FS-GER.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  ENV-FILE
000790     RECORDING MODE IS F.
000800 01  ENV-CARTAO.
000810     05  ENC-NUMERO           PIC X(01).
000820     05  FILLER               PIC X(01).
000830     05  ENC-PARAMETROS       PIC X(78).
000840 FD  GER-FILE
000850     RECORDING MODE IS F.
000860 01  GER-RECORD.
000870     05  GER-CODIGO           PIC X(03).
000880     05  FILLER               PIC X(01).
000890     05  GER-GERACAO          PIC 9(07).
000900     05  FILLER               PIC X(01).
000910     05  GER-DATA             PIC 9(08).
000920     05  FILLER               PIC X(60).
000930 WORKING-STORAGE SECTION.
000940 77  WS-FS-ENV                PIC X(02) VALUE '00'.
000950 77  WS-FS-GER                PIC X(02) VALUE '00'.
000960 77  ENV-IDX                  PIC 9(01) VALUE 1.
000970 77  ENV-IX                   PIC 9(03) VALUE ZEROES.
000980 77  ENV-POS                  PIC 9(03) VALUE ZEROES.
000990 77  ENV-PONTEIRO             PIC 9(03) VALUE ZEROES.
001000 77  ENV-DIGITOS              PIC 9(02) VALUE ZEROES.
001010 77  ENV-DIGITO               PIC 9(01) VALUE ZERO.
001020*-----------------------------------------------------------*
001030* ESTADO DE CADA EXTRATO (PERSISTE ENTRE AS CHAMADAS)        *
001040*-----------------------------------------------------------*
001050 01  WS-ENVELOPES.
001060     05  WS-ENV OCCURS 3 TIMES.
001070         10  WS-ENV-SW            PIC X(01) VALUE 'N'.
001080             88  ENVELOPE-LIGADO          VALUE 'S'.
001090         10  WS-ENV-CODIGO        PIC X(03) VALUE SPACES.
001100         10  WS-ENV-DATA          PIC 9(08) VALUE ZEROES.
001110         10  WS-ENV-GERACAO       PIC 9(07) VALUE ZEROES.
001120         10  WS-ENV-LAYOUT        PIC 9(02) VALUE ZEROES.
001130         10  WS-ENV-COLUNA        PIC 9(02) VALUE ZEROES.
001140         10  WS-ENV-QTDE          PIC 9(09) VALUE ZEROES.
001150         10  WS-ENV-HASH          PIC 9(15) VALUE ZEROES.
001160 01  WS-SWITCHES.
001170     05  WS-FIM-SW            PIC X(01) VALUE 'N'.
001180         88  FIM-DO-ARQUIVO            VALUE 'S'.
001190     05  WS-CARTAO-SW         PIC X(01) VALUE 'N'.
001200         88  CARTAO-ACHADO             VALUE 'S'.
001210     05  WS-FORCADA-SW        PIC X(01) VALUE 'N'.
001220         88  GERACAO-FORCADA           VALUE 'S'.
001230     05  WS-NUMERICO-SW       PIC X(01) VALUE 'S'.
001240         88  CAMPO-NUMERICO            VALUE 'S'.
001250*-----------------------------------------------------------*
001260* PARAMETROS DO CARTAO                                       *
001270*-----------------------------------------------------------*
001280 01  WS-PARAMETROS.
001290     05  WS-PARM OCCURS 4 TIMES PIC X(20).
001300 01  WS-PARM-IX               PIC 9(01) VALUE ZERO.
001310*-----------------------------------------------------------*
001320* GERACOES POR CODIGO (DD RELGERA)                           *
001330*-----------------------------------------------------------*
001340 01  WS-GERACOES.
001350     05  WS-GER-MAX           PIC 9(03) VALUE 200.
001360     05  WS-GER-QTDE          PIC 9(03) VALUE ZEROES.
001370     05  WS-GER-ENT OCCURS 200 TIMES.
001380         10  WS-GER-COD       PIC X(03).
001390         10  WS-GER-NUM       PIC 9(07).
001400         10  WS-GER-DT        PIC 9(08).
001410*-----------------------------------------------------------*
001420* COLUNA DO HASH: CAMPO RECORTADO E SOMA COM ESTOURO         *
001430*-----------------------------------------------------------*
001440 01  WS-CAMPO                 PIC X(200) VALUE SPACES.
001450 01  WS-VALOR                 PIC 9(15) VALUE ZEROES.
001460 01  WS-SOMA                  PIC 9(16) VALUE ZEROES.
001470*-----------------------------------------------------------*
001480* REGISTROS DO ENVELOPE                                      *
001490*-----------------------------------------------------------*
001500 01  WS-REG-HDR.
001510     05  FILLER               PIC X(04) VALUE 'HDR;'.
001520     05  WS-HDR-CODIGO        PIC X(03).
001530     05  FILLER               PIC X(01) VALUE ';'.
001540     05  WS-HDR-DATA          PIC 9(08).
001550     05  FILLER               PIC X(01) VALUE ';'.
001560     05  WS-HDR-GERACAO       PIC 9(07).
001570     05  FILLER               PIC X(01) VALUE ';'.
001580     05  WS-HDR-LAYOUT        PIC 9(02).
001590     05  FILLER               PIC X(01) VALUE ';'.
001600     05  WS-HDR-COLUNA        PIC 9(02).
001610 01  WS-REG-TRL.
001620     05  FILLER               PIC X(04) VALUE 'TRL;'.
001630     05  WS-TRL-CODIGO        PIC X(03).
001640     05  FILLER               PIC X(01) VALUE ';'.
001650     05  WS-TRL-GERACAO       PIC 9(07).
001660     05  FILLER               PIC X(01) VALUE ';'.
001670     05  WS-TRL-QTDE          PIC 9(09).
001680     05  FILLER               PIC X(01) VALUE ';'.
001690     05  WS-TRL-HASH          PIC 9(15).
001700 LINKAGE SECTION.
001710 01  GDARELEV-AREA.
001720     03  ENV-FUNCAO           PIC X(01).
001730     03  ENV-NUMERO           PIC 9(01).
001740     03  ENV-CODIGO           PIC X(03).
001750     03  ENV-LIGADO           PIC X(01).
001760     03  ENV-LINHA            PIC X(200).
001770     03  ENV-COLUNA           PIC 9(02).
001780     03  ENV-VALOR            PIC 9(15).
001790     03  ENV-RETORNO          PIC 9(02).
001800 PROCEDURE DIVISION USING GDARELEV-AREA.
001810 0000-MAINLINE.
001820*-----------------------------------------------------------*
001830* DESPACHA A FUNCAO PEDIDA NO EXTRATO DO NUMERO PEDIDO.      *
001840*-----------------------------------------------------------*
001850     MOVE ZEROES TO ENV-RETORNO
001860     IF ENV-NUMERO IS NOT NUMERIC
001870         OR ENV-NUMERO IS EQUAL TO ZERO
001880         MOVE 1 TO ENV-IDX
001890     ELSE
001900         IF ENV-NUMERO IS GREATER THAN 3
001910             MOVE 8 TO ENV-RETORNO
001920             GOBACK
001930         END-IF
001940         MOVE ENV-NUMERO TO ENV-IDX
001950     END-IF
001960     EVALUATE ENV-FUNCAO
001970         WHEN 'A'
001980             PERFORM 1000-ABRIR
001990                 THRU 1000-ABRIR-EXIT
002000         WHEN 'R'
002010             PERFORM 2000-REGISTRO
002020                 THRU 2000-REGISTRO-EXIT
002030         WHEN 'F'
002040             PERFORM 3000-FECHAR
002050                 THRU 3000-FECHAR-EXIT
002060         WHEN 'H'
002070             PERFORM 5000-VALOR-DA-COLUNA
002080                 THRU 5000-VALOR-DA-COLUNA-EXIT
002090             MOVE WS-VALOR TO ENV-VALOR
002100             IF NOT CAMPO-NUMERICO
002110                 MOVE 4 TO ENV-RETORNO
002120             END-IF
002130         WHEN OTHER
002140             MOVE 8 TO ENV-RETORNO
002150     END-EVALUATE
002160     GOBACK
002170     .
002180 0000-MAINLINE-EXIT.
002190     EXIT.
002200 1000-ABRIR.
002210*-----------------------------------------------------------*
002220* PROCURA O CARTAO DO EXTRATO; ACHANDO, RESOLVE CODIGO,      *
002230* LAYOUT, COLUNA E GERACAO E DEVOLVE O CABECALHO.            *
002240*-----------------------------------------------------------*
002250     MOVE 'N' TO WS-ENV-SW (ENV-IDX)
002260     MOVE 'N' TO ENV-LIGADO
002270     MOVE SPACES TO ENV-LINHA
002280     MOVE ENV-CODIGO TO WS-ENV-CODIGO (ENV-IDX)
002290     MOVE 1 TO WS-ENV-LAYOUT (ENV-IDX)
002300     MOVE ZEROES TO WS-ENV-COLUNA (ENV-IDX)
002310     MOVE ZEROES TO WS-ENV-GERACAO (ENV-IDX)
002320     MOVE ZEROES TO WS-ENV-QTDE (ENV-IDX)
002330     MOVE ZEROES TO WS-ENV-HASH (ENV-IDX)
002340     MOVE 'N' TO WS-CARTAO-SW
002350     MOVE 'N' TO WS-FORCADA-SW
002360     OPEN INPUT ENV-FILE
002370     IF WS-FS-ENV NOT EQUAL '00'
002380         GO TO 1000-ABRIR-EXIT
002390     END-IF
002400     MOVE 'N' TO WS-FIM-SW
002410     PERFORM 1100-LER-CARTAO
002420         THRU 1100-LER-CARTAO-EXIT
002430         UNTIL FIM-DO-ARQUIVO
002440            OR CARTAO-ACHADO
002450     CLOSE ENV-FILE
002460     IF NOT CARTAO-ACHADO
002470         GO TO 1000-ABRIR-EXIT
002480     END-IF
002490     IF WS-ENV-CODIGO (ENV-IDX) IS EQUAL TO SPACES
002500         OR WS-ENV-CODIGO (ENV-IDX) IS EQUAL TO LOW-VALUES
002510         DISPLAY "GDARELEV: EXTRATO " ENV-IDX " SEM CODIGO DE "
002520                 "RELATORIO - SAI SEM ENVELOPE"
002530         MOVE 8 TO ENV-RETORNO
002540         GO TO 1000-ABRIR-EXIT
002550     END-IF
002560     IF NOT GERACAO-FORCADA
002570         PERFORM 4000-CARREGAR-GERACOES
002580             THRU 4000-CARREGAR-GERACOES-EXIT
002590         PERFORM 4200-ACHAR-CODIGO
002600             THRU 4200-ACHAR-CODIGO-EXIT
002610         IF ENV-IX IS GREATER THAN ZEROES
002620             COMPUTE WS-ENV-GERACAO (ENV-IDX) =
002630                     WS-GER-NUM (ENV-IX) + 1
002640         ELSE
002650             MOVE 1 TO WS-ENV-GERACAO (ENV-IDX)
002660         END-IF
002670     END-IF
002680     ACCEPT WS-ENV-DATA (ENV-IDX) FROM DATE YYYYMMDD
002690     SET ENVELOPE-LIGADO (ENV-IDX) TO TRUE
002700     MOVE 'S' TO ENV-LIGADO
002710     MOVE WS-ENV-CODIGO (ENV-IDX)  TO WS-HDR-CODIGO
002720     MOVE WS-ENV-DATA (ENV-IDX)    TO WS-HDR-DATA
002730     MOVE WS-ENV-GERACAO (ENV-IDX) TO WS-HDR-GERACAO
002740     MOVE WS-ENV-LAYOUT (ENV-IDX)  TO WS-HDR-LAYOUT
002750     MOVE WS-ENV-COLUNA (ENV-IDX)  TO WS-HDR-COLUNA
002760     MOVE WS-REG-HDR TO ENV-LINHA
002770     .
002780 1000-ABRIR-EXIT.
002790     EXIT.
002800 1100-LER-CARTAO.
002810*-----------------------------------------------------------*
002820* UM CARTAO: SO VALE O DO NUMERO DO EXTRATO (BRANCO = 1).    *
002830*-----------------------------------------------------------*
002840     READ ENV-FILE
002850         AT END
002860             SET FIM-DO-ARQUIVO TO TRUE
002870             GO TO 1100-LER-CARTAO-EXIT
002880     END-READ
002890     IF ENC-NUMERO IS EQUAL TO '*'
002900         GO TO 1100-LER-CARTAO-EXIT
002910     END-IF
002920     IF ENC-NUMERO IS EQUAL TO SPACE
002930         MOVE '1' TO ENC-NUMERO
002940     END-IF
002950     IF ENC-NUMERO IS NOT EQUAL TO ENV-IDX
002960         GO TO 1100-LER-CARTAO-EXIT
002970     END-IF
002980     SET CARTAO-ACHADO TO TRUE
002990     MOVE SPACES TO WS-PARAMETROS
003000     UNSTRING ENC-PARAMETROS DELIMITED BY ALL SPACE
003010         INTO WS-PARM (1) WS-PARM (2) WS-PARM (3) WS-PARM (4)
003020     END-UNSTRING
003030     PERFORM 1200-UM-PARAMETRO
003040         THRU 1200-UM-PARAMETRO-EXIT
003050         VARYING WS-PARM-IX FROM 1 BY 1
003060         UNTIL WS-PARM-IX > 4
003070     .
003080 1100-LER-CARTAO-EXIT.
003090     EXIT.
003100 1200-UM-PARAMETRO.
003110*-----------------------------------------------------------*
003120* CODIGO=, LAYOUT=, SOMA= OU GERACAO=. PARAMETRO INVALIDO    *
003130* SO E' AVISADO: O ENVELOPE SAI COM O VALOR PADRAO.          *
003140*-----------------------------------------------------------*
003150     EVALUATE TRUE
003160         WHEN WS-PARM (WS-PARM-IX) IS EQUAL TO SPACES
003170             CONTINUE
003180         WHEN WS-PARM (WS-PARM-IX) (1:7) IS EQUAL TO 'CODIGO='
003190             MOVE WS-PARM (WS-PARM-IX) (8:3)
003200               TO WS-ENV-CODIGO (ENV-IDX)
003210         WHEN WS-PARM (WS-PARM-IX) (1:7) IS EQUAL TO 'LAYOUT='
003220          AND WS-PARM (WS-PARM-IX) (8:2) IS NUMERIC
003230             MOVE WS-PARM (WS-PARM-IX) (8:2)
003240               TO WS-ENV-LAYOUT (ENV-IDX)
003250         WHEN WS-PARM (WS-PARM-IX) (1:5) IS EQUAL TO 'SOMA='
003260          AND WS-PARM (WS-PARM-IX) (6:2) IS NUMERIC
003270          AND WS-PARM (WS-PARM-IX) (6:2) IS NOT GREATER THAN '10'
003280             MOVE WS-PARM (WS-PARM-IX) (6:2)
003290               TO WS-ENV-COLUNA (ENV-IDX)
003300         WHEN WS-PARM (WS-PARM-IX) (1:8) IS EQUAL TO 'GERACAO='
003310          AND WS-PARM (WS-PARM-IX) (9:7) IS NUMERIC
003320             MOVE WS-PARM (WS-PARM-IX) (9:7)
003330               TO WS-ENV-GERACAO (ENV-IDX)
003340             SET GERACAO-FORCADA TO TRUE
003350         WHEN OTHER
003360             DISPLAY "GDARELEV: PARAMETRO INVALIDO NO RELENV: "
003370                     WS-PARM (WS-PARM-IX)
003380     END-EVALUATE
003390     .
003400 1200-UM-PARAMETRO-EXIT.
003410     EXIT.
003420 2000-REGISTRO.
003430*-----------------------------------------------------------*
003440* UM REGISTRO DO CORPO DO EXTRATO: CONTA E SOMA A COLUNA     *
003450* DO HASH QUANDO ELA E' NUMERICA.                            *
003460*-----------------------------------------------------------*
003470     IF NOT ENVELOPE-LIGADO (ENV-IDX)
003480         GO TO 2000-REGISTRO-EXIT
003490     END-IF
003500     ADD 1 TO WS-ENV-QTDE (ENV-IDX)
003510     IF WS-ENV-COLUNA (ENV-IDX) IS EQUAL TO ZEROES
003520         GO TO 2000-REGISTRO-EXIT
003530     END-IF
003540     MOVE WS-ENV-COLUNA (ENV-IDX) TO ENV-COLUNA
003550     PERFORM 5000-VALOR-DA-COLUNA
003560         THRU 5000-VALOR-DA-COLUNA-EXIT
003570     COMPUTE WS-SOMA = WS-ENV-HASH (ENV-IDX) + WS-VALOR
003580     IF WS-SOMA IS GREATER THAN 999999999999999
003590         SUBTRACT 1000000000000000 FROM WS-SOMA
003600     END-IF
003610     MOVE WS-SOMA TO WS-ENV-HASH (ENV-IDX)
003620     .
003630 2000-REGISTRO-EXIT.
003640     EXIT.
003650 3000-FECHAR.
003660*-----------------------------------------------------------*
003670* DEVOLVE O TRAILER E GRAVA A GERACAO DO CODIGO NO RELGERA   *
003680* (RECARREGADO AGORA: OUTRO EXTRATO PODE TER FECHADO ANTES). *
003690*-----------------------------------------------------------*
003700     MOVE SPACES TO ENV-LINHA
003710     IF NOT ENVELOPE-LIGADO (ENV-IDX)
003720         GO TO 3000-FECHAR-EXIT
003730     END-IF
003740     MOVE WS-ENV-CODIGO (ENV-IDX)  TO WS-TRL-CODIGO
003750     MOVE WS-ENV-GERACAO (ENV-IDX) TO WS-TRL-GERACAO
003760     MOVE WS-ENV-QTDE (ENV-IDX)    TO WS-TRL-QTDE
003770     MOVE WS-ENV-HASH (ENV-IDX)    TO WS-TRL-HASH
003780     MOVE WS-REG-TRL TO ENV-LINHA
003790     MOVE 'N' TO WS-ENV-SW (ENV-IDX)
003800     PERFORM 4000-CARREGAR-GERACOES
003810         THRU 4000-CARREGAR-GERACOES-EXIT
003820     PERFORM 4200-ACHAR-CODIGO
003830         THRU 4200-ACHAR-CODIGO-EXIT
003840     IF ENV-IX IS EQUAL TO ZEROES
003850         IF WS-GER-QTDE IS EQUAL TO WS-GER-MAX
003860             DISPLAY "GDARELEV: TABELA DO RELGERA CHEIA - "
003870                     "GERACAO DE " WS-ENV-CODIGO (ENV-IDX)
003880                     " NAO GRAVADA"
003890             GO TO 3000-FECHAR-EXIT
003900         END-IF
003910         ADD 1 TO WS-GER-QTDE
003920         MOVE WS-GER-QTDE TO ENV-IX
003930         MOVE WS-ENV-CODIGO (ENV-IDX) TO WS-GER-COD (ENV-IX)
003940     END-IF
003950     MOVE WS-ENV-GERACAO (ENV-IDX) TO WS-GER-NUM (ENV-IX)
003960     MOVE WS-ENV-DATA (ENV-IDX)    TO WS-GER-DT (ENV-IX)
003970     OPEN OUTPUT GER-FILE
003980     IF WS-FS-GER NOT EQUAL '00'
003990         DISPLAY "GDARELEV: ERRO NO OPEN DO RELGERA, STATUS = "
004000                 WS-FS-GER " - GERACAO NAO GRAVADA"
004010         GO TO 3000-FECHAR-EXIT
004020     END-IF
004030     PERFORM 4300-GRAVAR-GERACAO
004040         THRU 4300-GRAVAR-GERACAO-EXIT
004050         VARYING ENV-IX FROM 1 BY 1
004060         UNTIL ENV-IX > WS-GER-QTDE
004070     CLOSE GER-FILE
004080     .
004090 3000-FECHAR-EXIT.
004100     EXIT.
004110 4000-CARREGAR-GERACOES.
004120*-----------------------------------------------------------*
004130* CARREGA O RELGERA NA TABELA (SEM O ARQUIVO, TABELA VAZIA). *
004140*-----------------------------------------------------------*
004150     MOVE ZEROES TO WS-GER-QTDE
004160     OPEN INPUT GER-FILE
004170     IF WS-FS-GER NOT EQUAL '00'
004180         GO TO 4000-CARREGAR-GERACOES-EXIT
004190     END-IF
004200     MOVE 'N' TO WS-FIM-SW
004210     PERFORM 4100-LER-GERACAO
004220         THRU 4100-LER-GERACAO-EXIT
004230         UNTIL FIM-DO-ARQUIVO
004240     CLOSE GER-FILE
004250     .
004260 4000-CARREGAR-GERACOES-EXIT.
004270     EXIT.
004280 4100-LER-GERACAO.
004290     READ GER-FILE
004300         AT END
004310             SET FIM-DO-ARQUIVO TO TRUE
004320             GO TO 4100-LER-GERACAO-EXIT
004330     END-READ
004340     IF GER-GERACAO IS NOT NUMERIC
004350         OR WS-GER-QTDE IS EQUAL TO WS-GER-MAX
004360         GO TO 4100-LER-GERACAO-EXIT
004370     END-IF
004380     ADD 1 TO WS-GER-QTDE
004390     MOVE GER-CODIGO  TO WS-GER-COD (WS-GER-QTDE)
004400     MOVE GER-GERACAO TO WS-GER-NUM (WS-GER-QTDE)
004410     MOVE GER-DATA    TO WS-GER-DT (WS-GER-QTDE)
004420     .
004430 4100-LER-GERACAO-EXIT.
004440     EXIT.
004450 4200-ACHAR-CODIGO.
004460*-----------------------------------------------------------*
004470* POSICAO DO CODIGO DO EXTRATO NA TABELA (ZERO = NAO ESTA).  *
004480*-----------------------------------------------------------*
004490     MOVE ZEROES TO ENV-POS
004500     PERFORM 4210-COMPARAR-CODIGO
004510         THRU 4210-COMPARAR-CODIGO-EXIT
004520         VARYING ENV-IX FROM 1 BY 1
004530         UNTIL ENV-IX > WS-GER-QTDE
004540            OR ENV-POS IS GREATER THAN ZEROES
004550     MOVE ENV-POS TO ENV-IX
004560     .
004570 4200-ACHAR-CODIGO-EXIT.
004580     EXIT.
004590 4210-COMPARAR-CODIGO.
004600     IF WS-GER-COD (ENV-IX) IS EQUAL TO WS-ENV-CODIGO (ENV-IDX)
004610         MOVE ENV-IX TO ENV-POS
004620     END-IF
004630     .
004640 4210-COMPARAR-CODIGO-EXIT.
004650     EXIT.
004660 4300-GRAVAR-GERACAO.
004670     MOVE SPACES              TO GER-RECORD
004680     MOVE WS-GER-COD (ENV-IX) TO GER-CODIGO
004690     MOVE WS-GER-NUM (ENV-IX) TO GER-GERACAO
004700     MOVE WS-GER-DT (ENV-IX)  TO GER-DATA
004710     WRITE GER-RECORD
004720     .
004730 4300-GRAVAR-GERACAO-EXIT.
004740     EXIT.
004750 5000-VALOR-DA-COLUNA.
004760*-----------------------------------------------------------*
004770* RECORTA A COLUNA ENV-COLUNA DE ENV-LINHA E, SE ELA FOR     *
004780* NUMERICA PELA REGRA DO ENVELOPE, DEVOLVE EM WS-VALOR O     *
004790* NUMERO FORMADO PELOS DIGITOS.                              *
004800*-----------------------------------------------------------*
004810     MOVE ZEROES TO WS-VALOR
004820     MOVE ZEROES TO ENV-DIGITOS
004830     MOVE 'N' TO WS-NUMERICO-SW
004840     IF ENV-COLUNA IS NOT NUMERIC
004850         OR ENV-COLUNA IS EQUAL TO ZEROES
004860         GO TO 5000-VALOR-DA-COLUNA-EXIT
004870     END-IF
004880     MOVE 1 TO ENV-PONTEIRO
004890     PERFORM 5100-PULAR-COLUNA
004900         THRU 5100-PULAR-COLUNA-EXIT
004910         VARYING ENV-POS FROM 1 BY 1
004920         UNTIL ENV-POS > ENV-COLUNA
004930     IF WS-CAMPO IS EQUAL TO SPACES
004940         GO TO 5000-VALOR-DA-COLUNA-EXIT
004950     END-IF
004960     MOVE 'S' TO WS-NUMERICO-SW
004970     PERFORM 5200-UM-CARACTER
004980         THRU 5200-UM-CARACTER-EXIT
004990         VARYING ENV-POS FROM 1 BY 1
005000         UNTIL ENV-POS > 200
005010            OR NOT CAMPO-NUMERICO
005020     IF ENV-DIGITOS IS EQUAL TO ZEROES
005030         MOVE 'N' TO WS-NUMERICO-SW
005040     END-IF
005050     IF NOT CAMPO-NUMERICO
005060         MOVE ZEROES TO WS-VALOR
005070     END-IF
005080     .
005090 5000-VALOR-DA-COLUNA-EXIT.
005100     EXIT.
005110 5100-PULAR-COLUNA.
005120     MOVE SPACES TO WS-CAMPO
005130     IF ENV-PONTEIRO IS GREATER THAN 200
005140         GO TO 5100-PULAR-COLUNA-EXIT
005150     END-IF
005160     UNSTRING ENV-LINHA DELIMITED BY ';'
005170         INTO WS-CAMPO
005180         WITH POINTER ENV-PONTEIRO
005190     END-UNSTRING
005200     .
005210 5100-PULAR-COLUNA-EXIT.
005220     EXIT.
005230 5200-UM-CARACTER.
005240     EVALUATE TRUE
005250         WHEN WS-CAMPO (ENV-POS:1) IS NUMERIC
005260             IF ENV-DIGITOS IS EQUAL TO 15
005270                 MOVE 'N' TO WS-NUMERICO-SW
005280                 GO TO 5200-UM-CARACTER-EXIT
005290             END-IF
005300             ADD 1 TO ENV-DIGITOS
005310             MOVE WS-CAMPO (ENV-POS:1) TO ENV-DIGITO
005320             COMPUTE WS-VALOR = WS-VALOR * 10 + ENV-DIGITO
005330         WHEN WS-CAMPO (ENV-POS:1) IS EQUAL TO SPACE
005340         WHEN WS-CAMPO (ENV-POS:1) IS EQUAL TO '.'
005350         WHEN WS-CAMPO (ENV-POS:1) IS EQUAL TO ','
005360         WHEN WS-CAMPO (ENV-POS:1) IS EQUAL TO '-'
005370         WHEN WS-CAMPO (ENV-POS:1) IS EQUAL TO '+'
005380             CONTINUE
005390         WHEN OTHER
005400             MOVE 'N' TO WS-NUMERICO-SW
005410     END-EVALUATE
005420     .
005430 5200-UM-CARACTER-EXIT.
005440     EXIT.
