000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDATOTRC.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - CONCILIACAO DOS TOTAIS DE *
000120*                  CONTROLE DO DIA. LE O LIVRO CENTRAL (DD   *
000130*                  TOTAIS, ALIMENTADO PELO GDATOTAL NO FIM DE*
000140*                  CADA BATCH) E, PARA CADA REGRA DE CADEIA DO
000150*                  DD REGRAS, CONFRONTA O CONTADOR DE UM PASSO
000160*                  COM O DO OUTRO NA DATA DE NEGOCIO - POR   *
000170*                  EXEMPLO, O QUE O JVRPLAPD GRAVOU NO REPLAY*
000180*                  TEM DE SER O QUE O JVLIVRO LEU DELE. CADA *
000190*                  REGRA SAI NO RELATORIO (GDAREL, DD RELPRT)*
000200*                  COM OS DOIS VALORES, A DIFERENCA E A      *
000210*                  SITUACAO.                                 *
000220*
000230* REGRAS (DD REGRAS), UMA POR CARTAO:                        *
000240*   COL 01-08  PROGRAMA DO LADO ESQUERDO                     *
000250*   COL 10-17  CONTADOR: LIDOS, GRAVADOS OU REJEITAD         *
000260*   COL 19-26  DD DO LADO ESQUERDO                           *
000270*   COL 28     '='                                           *
000280*   COL 30-37  PROGRAMA DO LADO DIREITO                      *
000290*   COL 39-46  CONTADOR DO LADO DIREITO                      *
000300*   COL 48-55  DD DO LADO DIREITO                            *
000310*   COL 57-80  COMENTARIO LIVRE                              *
000320*   '*' NA COLUNA 1 = COMENTARIO                             *
000330*   EXEMPLO:                                                 *
000340*   JVRPLAPD GRAVADOS REPLAY   = JVLIVRO  LIDOS    REPLAY    *
000350*
000360* CARTAO (DD CARTAO, OPCIONAL): DATA=CCYYMMDD, A DATA DE     *
000370* NEGOCIO A CONCILIAR; SEM ELE, A DATA DO RELOGIO.           *
000380*
000390* DE CADA PROGRAMA/DD VALE O ULTIMO LANCAMENTO DA DATA (UM   *
000400* PASSO REEXECUTADO SUBSTITUI O LANCAMENTO ANTERIOR).        *
000410*
000420* RETORNO: 0 = TODAS AS CADEIAS BATEM; 4 = CADEIA SEM        *
000430*          LANCAMENTO DE UM DOS LADOS (PASSO NAO RODOU OU NAO*
000440*          LANCA); 8 = CADEIA QUE NAO BATE OU REGRA INVALIDA;*
000450*          16 = ERRO DE ARQUIVO.                             *
000460*-----------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CARTAO-FILE ASSIGN TO CARTAO
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-CARTAO.
000540     SELECT REGRAS-FILE ASSIGN TO REGRAS
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-REGRAS.
000570     SELECT TOTAIS-FILE ASSIGN TO TOTAIS
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-TOTAIS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CARTAO-FILE
000630     RECORDING MODE IS F.
000640 01  REG-CARTAO               PIC X(80).
000650 FD  REGRAS-FILE
000660     RECORDING MODE IS F.
000670 01  REG-REGRA.
000680     05  RGR-ESQUERDO.
000690         10  RGR-PROG-ESQ     PIC X(08).
000700         10  FILLER           PIC X(01).
000710         10  RGR-TIPO-ESQ     PIC X(08).
000720         10  FILLER           PIC X(01).
000730         10  RGR-DD-ESQ       PIC X(08).
000740     05  FILLER               PIC X(01).
000750     05  RGR-IGUAL            PIC X(01).
000760     05  FILLER               PIC X(01).
000770     05  RGR-DIREITO.
000780         10  RGR-PROG-DIR     PIC X(08).
000790         10  FILLER           PIC X(01).
000800         10  RGR-TIPO-DIR     PIC X(08).
000810         10  FILLER           PIC X(01).
000820         10  RGR-DD-DIR       PIC X(08).
000830     05  FILLER               PIC X(25).
000840 FD  TOTAIS-FILE
000850     RECORDING MODE IS F.
000860 01  REG-TOTAIS.
000870     05  TTS-DATA-NEGOCIO     PIC 9(08).
000880     05  FILLER               PIC X(01).
000890     05  TTS-DATA-GRAVACAO    PIC 9(08).
000900     05  FILLER               PIC X(01).
000910     05  TTS-HORA             PIC 9(06).
000920     05  FILLER               PIC X(01).
000930     05  TTS-JOB              PIC X(08).
000940     05  FILLER               PIC X(01).
000950     05  TTS-PASSO            PIC X(08).
000960     05  FILLER               PIC X(01).
000970     05  TTS-PROGRAMA         PIC X(08).
000980     05  FILLER               PIC X(01).
000990     05  TTS-DD               PIC X(08).
001000     05  FILLER               PIC X(01).
001010     05  TTS-LIDOS            PIC 9(09).
001020     05  FILLER               PIC X(01).
001030     05  TTS-GRAVADOS         PIC 9(09).
001040     05  FILLER               PIC X(01).
001050     05  TTS-REJEITADOS       PIC 9(09).
001060     05  FILLER               PIC X(10).
001070 WORKING-STORAGE SECTION.
001080 77  WS-FS-CARTAO             PIC X(02) VALUE '00'.
001090 77  WS-FS-REGRAS             PIC X(02) VALUE '00'.
001100 77  WS-FS-TOTAIS             PIC X(02) VALUE '00'.
001110 01  WS-SWITCHES.
001120     05  WS-FIM-TTS-SW        PIC X(01) VALUE 'N'.
001130         88  FIM-DO-TOTAIS             VALUE 'S'.
001140     05  WS-FIM-RGR-SW        PIC X(01) VALUE 'N'.
001150         88  FIM-DAS-REGRAS            VALUE 'S'.
001160     05  WS-ACHOU-SW          PIC X(01) VALUE 'N'.
001170         88  ACHOU-LANCAMENTO          VALUE 'S'.
001180 01  WS-DATA-NEGOCIO          PIC 9(08) VALUE ZEROES.
001190 01  WS-DATA-ED.
001200     05  WS-DATA-ED-DIA       PIC 9(02).
001210     05  FILLER               PIC X(01) VALUE '/'.
001220     05  WS-DATA-ED-MES       PIC 9(02).
001230     05  FILLER               PIC X(01) VALUE '/'.
001240     05  WS-DATA-ED-ANO       PIC 9(04).
001250 01  WS-CONTADORES.
001260     05  WS-LANCAMENTOS       PIC 9(07) VALUE ZEROES.
001270     05  WS-REGRAS            PIC 9(05) VALUE ZEROES.
001280     05  WS-OK                PIC 9(05) VALUE ZEROES.
001290     05  WS-DIFERENCAS        PIC 9(05) VALUE ZEROES.
001300     05  WS-SEM-LANCAMENTO    PIC 9(05) VALUE ZEROES.
001310     05  WS-INVALIDAS         PIC 9(05) VALUE ZEROES.
001320*-----------------------------------------------------------*
001330* ULTIMO LANCAMENTO DE CADA PROGRAMA/DD NA DATA DE NEGOCIO   *
001340*-----------------------------------------------------------*
001350 01  WS-TAB-LANCAMENTOS.
001360     05  WS-LAN-MAX           PIC 9(04) VALUE 1000.
001370     05  WS-LAN-COUNT         PIC 9(04) VALUE ZEROES.
001380     05  WS-LAN-IX            PIC 9(04) VALUE ZEROES.
001390     05  WS-LAN-ENT OCCURS 1000 TIMES.
001400         10  WS-LAN-PROGRAMA  PIC X(08).
001410         10  WS-LAN-DD        PIC X(08).
001420         10  WS-LAN-LIDOS     PIC 9(09).
001430         10  WS-LAN-GRAVADOS  PIC 9(09).
001440         10  WS-LAN-REJEITADOS
001450                              PIC 9(09).
001460 01  WS-LAN-ESTOURO           PIC 9(05) VALUE ZEROES.
001470*-----------------------------------------------------------*
001480* UM LADO DA REGRA: PROCURA E VALOR ENCONTRADO               *
001490*-----------------------------------------------------------*
001500 01  WS-LADO.
001510     05  WS-LADO-PROGRAMA     PIC X(08).
001520     05  WS-LADO-TIPO         PIC X(08).
001530     05  WS-LADO-DD           PIC X(08).
001540     05  WS-LADO-VALOR        PIC 9(09).
001550 01  WS-VALOR-ESQ             PIC 9(09) VALUE ZEROES.
001560 01  WS-VALOR-DIR             PIC 9(09) VALUE ZEROES.
001570 01  WS-ACHOU-ESQ             PIC X(01) VALUE 'N'.
001580 01  WS-ACHOU-DIR             PIC X(01) VALUE 'N'.
001590 01  WS-DIFERENCA             PIC S9(09) VALUE ZEROES.
001600 01  WS-LINHA-DET.
001610     05  FILLER               PIC X(01) VALUE SPACE.
001620     05  DET-REGRA            PIC X(55).
001630     05  FILLER               PIC X(02) VALUE SPACES.
001640     05  DET-ESQ              PIC X(09).
001650     05  FILLER               PIC X(02) VALUE SPACES.
001660     05  DET-DIR              PIC X(09).
001670     05  FILLER               PIC X(02) VALUE SPACES.
001680     05  DET-DIF              PIC X(10).
001690     05  FILLER               PIC X(02) VALUE SPACES.
001700     05  DET-SITUACAO         PIC X(30).
001710     05  FILLER               PIC X(10) VALUE SPACES.
001720 01  WS-ED-VALOR              PIC ZZZZZZZZ9.
001730 01  WS-ED-DIF                PIC -ZZZZZZZZ9.
001740 01  WS-LINHA-TOT.
001750     05  FILLER               PIC X(01) VALUE SPACE.
001760     05  FILLER               PIC X(08) VALUE 'REGRAS ='.
001770     05  TOT-REGRAS           PIC ZZZZ9.
001780     05  FILLER               PIC X(07) VALUE '  OK = '.
001790     05  TOT-OK               PIC ZZZZ9.
001800     05  FILLER               PIC X(15) VALUE '  DIFERENCAS = '.
001810     05  TOT-DIFERENCAS       PIC ZZZZ9.
001820     05  FILLER               PIC X(20) VALUE
001830                                  '  SEM LANCAMENTO = '.
001840     05  TOT-SEM-LANCAMENTO   PIC ZZZZ9.
001850     05  FILLER               PIC X(13) VALUE '  INVALIDAS ='.
001860     05  TOT-INVALIDAS        PIC ZZZZ9.
001870     05  FILLER               PIC X(43) VALUE SPACES.
001880*-----------------------------------------------------------*
001890* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
001900*-----------------------------------------------------------*
001910 01  GDAREL-AREA.
001920     03  GDAREL-FUNCAO        PIC X(01).
001930     03  GDAREL-TITULO        PIC X(60).
001940     03  GDAREL-CABECALHO     PIC X(80).
001950     03  GDAREL-LINHA         PIC X(132).
001960     03  GDAREL-RETORNO       PIC 9(02).
001970     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
001980     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
001990         05  GDAREL-QBR-POS   PIC 9(03).
002000         05  GDAREL-QBR-TAM   PIC 9(02).
002010     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
002020     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
002030     03  GDAREL-EXTRATO OCCURS 10 TIMES.
002040         05  GDAREL-EXT-POS   PIC 9(03).
002050         05  GDAREL-EXT-TAM   PIC 9(03).
002060     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
002070 PROCEDURE DIVISION.
002080 0000-MAINLINE.
002090*-----------------------------------------------------------*
002100* PARAGRAFO PRINCIPAL.                                       *
002110*-----------------------------------------------------------*
002120     PERFORM 1000-INITIALIZE
002130         THRU 1000-INITIALIZE-EXIT
002140     PERFORM 2000-CARREGAR-LANCAMENTO
002150         THRU 2000-CARREGAR-LANCAMENTO-EXIT
002160         UNTIL FIM-DO-TOTAIS
002170     PERFORM 3000-CONFERIR-REGRA
002180         THRU 3000-CONFERIR-REGRA-EXIT
002190         UNTIL FIM-DAS-REGRAS
002200     PERFORM 9999-TERMINATE
002210         THRU 9999-TERMINATE-EXIT
002220     STOP RUN
002230     .
002240 0000-MAINLINE-EXIT.
002250     EXIT.
002260 1000-INITIALIZE.
002270*-----------------------------------------------------------*
002280* DATA DE NEGOCIO (CARTAO OU RELOGIO), ABERTURA DOS ARQUIVOS *
002290* E CABECALHO DO RELATORIO.                                  *
002300*-----------------------------------------------------------*
002310     ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
002320     OPEN INPUT CARTAO-FILE
002330     IF WS-FS-CARTAO IS EQUAL TO '00'
002340         READ CARTAO-FILE
002350             AT END
002360                 MOVE SPACES TO REG-CARTAO
002370         END-READ
002380         IF REG-CARTAO (1:5) IS EQUAL TO 'DATA='
002390             IF REG-CARTAO (6:8) IS NUMERIC
002400                 MOVE REG-CARTAO (6:8) TO WS-DATA-NEGOCIO
002410             ELSE
002420                 DISPLAY "GDATOTRC: DATA INVALIDA NO CARTAO: "
002430                         REG-CARTAO (6:8)
002440                 MOVE 16 TO RETURN-CODE
002450                 STOP RUN
002460             END-IF
002470         END-IF
002480         CLOSE CARTAO-FILE
002490     END-IF
002500     OPEN INPUT TOTAIS-FILE
002510     IF WS-FS-TOTAIS NOT EQUAL '00'
002520         DISPLAY "GDATOTRC: ERRO NO OPEN DO TOTAIS, STATUS = "
002530                 WS-FS-TOTAIS
002540         MOVE 16 TO RETURN-CODE
002550         STOP RUN
002560     END-IF
002570     OPEN INPUT REGRAS-FILE
002580     IF WS-FS-REGRAS NOT EQUAL '00'
002590         DISPLAY "GDATOTRC: ERRO NO OPEN DO REGRAS, STATUS = "
002600                 WS-FS-REGRAS
002610         MOVE 16 TO RETURN-CODE
002620         STOP RUN
002630     END-IF
002640     MOVE WS-DATA-NEGOCIO (7:2) TO WS-DATA-ED-DIA
002650     MOVE WS-DATA-NEGOCIO (5:2) TO WS-DATA-ED-MES
002660     MOVE WS-DATA-NEGOCIO (1:4) TO WS-DATA-ED-ANO
002670     MOVE 'A' TO GDAREL-FUNCAO
002680     MOVE 1 TO GDAREL-NUMERO
002690     MOVE SPACES TO GDAREL-TITULO
002700     STRING 'CONCILIACAO DOS TOTAIS DE CONTROLE - '
002710            WS-DATA-ED
002720         DELIMITED BY SIZE INTO GDAREL-TITULO
002730     MOVE ' REGRA, VALOR ESQUERDO, VALOR DIREITO, DIFERENCA E'
002740       TO GDAREL-CABECALHO
002750     MOVE 'SITUACAO' TO GDAREL-CABECALHO (52:8)
002760     MOVE ZEROES TO GDAREL-QBR-POS (1) GDAREL-QBR-TAM (1)
002770                    GDAREL-QBR-POS (2) GDAREL-QBR-TAM (2)
002780                    GDAREL-QBR-POS (3) GDAREL-QBR-TAM (3)
002790     MOVE ZEROES TO GDAREL-EXT-POS (1)
002800     CALL 'GDAREL' USING GDAREL-AREA
002810     .
002820 1000-INITIALIZE-EXIT.
002830     EXIT.
002840 2000-CARREGAR-LANCAMENTO.
002850*-----------------------------------------------------------*
002860* UM LANCAMENTO DO LIVRO. SO A DATA DE NEGOCIO INTERESSA; O  *
002870* LIVRO E CRONOLOGICO, ENTAO O LANCAMENTO MAIS RECENTE DE UM *
002880* PROGRAMA/DD SOBREPOE O ANTERIOR NA TABELA.                 *
002890*-----------------------------------------------------------*
002900     READ TOTAIS-FILE
002910         AT END
002920             SET FIM-DO-TOTAIS TO TRUE
002930             GO TO 2000-CARREGAR-LANCAMENTO-EXIT
002940     END-READ
002950     IF TTS-DATA-NEGOCIO IS NOT NUMERIC
002960         OR TTS-DATA-NEGOCIO NOT EQUAL WS-DATA-NEGOCIO
002970         GO TO 2000-CARREGAR-LANCAMENTO-EXIT
002980     END-IF
002990     ADD 1 TO WS-LANCAMENTOS
003000     MOVE TTS-PROGRAMA TO WS-LADO-PROGRAMA
003010     MOVE TTS-DD       TO WS-LADO-DD
003020     PERFORM 7000-PROCURAR-LANCAMENTO
003030         THRU 7000-PROCURAR-LANCAMENTO-EXIT
003040     IF NOT ACHOU-LANCAMENTO
003050         IF WS-LAN-COUNT IS EQUAL TO WS-LAN-MAX
003060             ADD 1 TO WS-LAN-ESTOURO
003070             GO TO 2000-CARREGAR-LANCAMENTO-EXIT
003080         END-IF
003090         ADD 1 TO WS-LAN-COUNT
003100         MOVE WS-LAN-COUNT TO WS-LAN-IX
003110         MOVE TTS-PROGRAMA TO WS-LAN-PROGRAMA (WS-LAN-IX)
003120         MOVE TTS-DD       TO WS-LAN-DD (WS-LAN-IX)
003130     END-IF
003140     MOVE TTS-LIDOS      TO WS-LAN-LIDOS (WS-LAN-IX)
003150     MOVE TTS-GRAVADOS   TO WS-LAN-GRAVADOS (WS-LAN-IX)
003160     MOVE TTS-REJEITADOS TO WS-LAN-REJEITADOS (WS-LAN-IX)
003170     .
003180 2000-CARREGAR-LANCAMENTO-EXIT.
003190     EXIT.
003200 3000-CONFERIR-REGRA.
003210*-----------------------------------------------------------*
003220* UMA REGRA: VALOR DE CADA LADO, DIFERENCA E SITUACAO.       *
003230*-----------------------------------------------------------*
003240     READ REGRAS-FILE
003250         AT END
003260             SET FIM-DAS-REGRAS TO TRUE
003270             GO TO 3000-CONFERIR-REGRA-EXIT
003280     END-READ
003290     IF REG-REGRA (1:1) IS EQUAL TO '*'
003300         OR REG-REGRA IS EQUAL TO SPACES
003310         GO TO 3000-CONFERIR-REGRA-EXIT
003320     END-IF
003330     ADD 1 TO WS-REGRAS
003340     MOVE SPACES TO WS-LINHA-DET
003350     MOVE REG-REGRA (1:55) TO DET-REGRA
003360     IF RGR-IGUAL NOT EQUAL '='
003370         OR RGR-PROG-ESQ IS EQUAL TO SPACES
003380         OR RGR-DD-ESQ IS EQUAL TO SPACES
003390         OR RGR-PROG-DIR IS EQUAL TO SPACES
003400         OR RGR-DD-DIR IS EQUAL TO SPACES
003410         OR (RGR-TIPO-ESQ NOT EQUAL 'LIDOS'
003420             AND RGR-TIPO-ESQ NOT EQUAL 'GRAVADOS'
003430             AND RGR-TIPO-ESQ NOT EQUAL 'REJEITAD')
003440         OR (RGR-TIPO-DIR NOT EQUAL 'LIDOS'
003450             AND RGR-TIPO-DIR NOT EQUAL 'GRAVADOS'
003460             AND RGR-TIPO-DIR NOT EQUAL 'REJEITAD')
003470         ADD 1 TO WS-INVALIDAS
003480         MOVE 'REGRA INVALIDA' TO DET-SITUACAO
003490         GO TO 3000-IMPRIMIR
003500     END-IF
003510     MOVE RGR-PROG-ESQ TO WS-LADO-PROGRAMA
003520     MOVE RGR-TIPO-ESQ TO WS-LADO-TIPO
003530     MOVE RGR-DD-ESQ   TO WS-LADO-DD
003540     PERFORM 3100-VALOR-DO-LADO
003550         THRU 3100-VALOR-DO-LADO-EXIT
003560     MOVE WS-ACHOU-SW   TO WS-ACHOU-ESQ
003570     MOVE WS-LADO-VALOR TO WS-VALOR-ESQ
003580     MOVE RGR-PROG-DIR TO WS-LADO-PROGRAMA
003590     MOVE RGR-TIPO-DIR TO WS-LADO-TIPO
003600     MOVE RGR-DD-DIR   TO WS-LADO-DD
003610     PERFORM 3100-VALOR-DO-LADO
003620         THRU 3100-VALOR-DO-LADO-EXIT
003630     MOVE WS-ACHOU-SW   TO WS-ACHOU-DIR
003640     MOVE WS-LADO-VALOR TO WS-VALOR-DIR
003650     IF WS-ACHOU-ESQ IS EQUAL TO 'S'
003660         MOVE WS-VALOR-ESQ TO WS-ED-VALOR
003670         MOVE WS-ED-VALOR TO DET-ESQ
003680     ELSE
003690         MOVE '      ---' TO DET-ESQ
003700     END-IF
003710     IF WS-ACHOU-DIR IS EQUAL TO 'S'
003720         MOVE WS-VALOR-DIR TO WS-ED-VALOR
003730         MOVE WS-ED-VALOR TO DET-DIR
003740     ELSE
003750         MOVE '      ---' TO DET-DIR
003760     END-IF
003770     EVALUATE TRUE
003780         WHEN WS-ACHOU-ESQ IS EQUAL TO 'N'
003790          AND WS-ACHOU-DIR IS EQUAL TO 'N'
003800             ADD 1 TO WS-SEM-LANCAMENTO
003810             MOVE 'SEM LANCAMENTO DOS DOIS LADOS' TO DET-SITUACAO
003820         WHEN WS-ACHOU-ESQ IS EQUAL TO 'N'
003830             ADD 1 TO WS-SEM-LANCAMENTO
003840             MOVE 'SEM LANCAMENTO DO ESQUERDO' TO DET-SITUACAO
003850         WHEN WS-ACHOU-DIR IS EQUAL TO 'N'
003860             ADD 1 TO WS-SEM-LANCAMENTO
003870             MOVE 'SEM LANCAMENTO DO DIREITO' TO DET-SITUACAO
003880         WHEN OTHER
003890             COMPUTE WS-DIFERENCA = WS-VALOR-ESQ - WS-VALOR-DIR
003900             MOVE WS-DIFERENCA TO WS-ED-DIF
003910             MOVE WS-ED-DIF TO DET-DIF
003920             IF WS-DIFERENCA IS EQUAL TO ZEROES
003930                 ADD 1 TO WS-OK
003940                 MOVE 'OK' TO DET-SITUACAO
003950             ELSE
003960                 ADD 1 TO WS-DIFERENCAS
003970                 MOVE '*** DIFERENCA ***' TO DET-SITUACAO
003980             END-IF
003990     END-EVALUATE
004000     .
004010 3000-IMPRIMIR.
004020     MOVE 'D' TO GDAREL-FUNCAO
004030     MOVE WS-LINHA-DET TO GDAREL-LINHA
004040     CALL 'GDAREL' USING GDAREL-AREA
004050     .
004060 3000-CONFERIR-REGRA-EXIT.
004070     EXIT.
004080 3100-VALOR-DO-LADO.
004090*-----------------------------------------------------------*
004100* PROCURA O PROGRAMA/DD DE WS-LADO NA TABELA E DEVOLVE O     *
004110* CONTADOR PEDIDO EM WS-LADO-VALOR.                          *
004120*-----------------------------------------------------------*
004130     MOVE ZEROES TO WS-LADO-VALOR
004140     PERFORM 7000-PROCURAR-LANCAMENTO
004150         THRU 7000-PROCURAR-LANCAMENTO-EXIT
004160     IF NOT ACHOU-LANCAMENTO
004170         GO TO 3100-VALOR-DO-LADO-EXIT
004180     END-IF
004190     EVALUATE WS-LADO-TIPO
004200         WHEN 'LIDOS'
004210             MOVE WS-LAN-LIDOS (WS-LAN-IX) TO WS-LADO-VALOR
004220         WHEN 'GRAVADOS'
004230             MOVE WS-LAN-GRAVADOS (WS-LAN-IX) TO WS-LADO-VALOR
004240         WHEN 'REJEITAD'
004250             MOVE WS-LAN-REJEITADOS (WS-LAN-IX) TO WS-LADO-VALOR
004260     END-EVALUATE
004270     .
004280 3100-VALOR-DO-LADO-EXIT.
004290     EXIT.
004300 7000-PROCURAR-LANCAMENTO.
004310*-----------------------------------------------------------*
004320* BUSCA SEQUENCIAL DE WS-LADO-PROGRAMA/WS-LADO-DD; ACHANDO,  *
004330* WS-LAN-IX APONTA A ENTRADA.                                *
004340*-----------------------------------------------------------*
004350     MOVE 'N' TO WS-ACHOU-SW
004360     PERFORM VARYING WS-LAN-IX FROM 1 BY 1
004370             UNTIL WS-LAN-IX > WS-LAN-COUNT
004380                OR ACHOU-LANCAMENTO
004390         IF WS-LAN-PROGRAMA (WS-LAN-IX) IS EQUAL TO
004400                WS-LADO-PROGRAMA
004410            AND WS-LAN-DD (WS-LAN-IX) IS EQUAL TO WS-LADO-DD
004420             SET ACHOU-LANCAMENTO TO TRUE
004430         END-IF
004440     END-PERFORM
004450     IF ACHOU-LANCAMENTO
004460         SUBTRACT 1 FROM WS-LAN-IX
004470     END-IF
004480     .
004490 7000-PROCURAR-LANCAMENTO-EXIT.
004500     EXIT.
004510 9999-TERMINATE.
004520     CLOSE TOTAIS-FILE
004530     CLOSE REGRAS-FILE
004540     MOVE WS-REGRAS         TO TOT-REGRAS
004550     MOVE WS-OK             TO TOT-OK
004560     MOVE WS-DIFERENCAS     TO TOT-DIFERENCAS
004570     MOVE WS-SEM-LANCAMENTO TO TOT-SEM-LANCAMENTO
004580     MOVE WS-INVALIDAS      TO TOT-INVALIDAS
004590     MOVE 'T' TO GDAREL-FUNCAO
004600     MOVE WS-LINHA-TOT TO GDAREL-LINHA
004610     CALL 'GDAREL' USING GDAREL-AREA
004620     MOVE 'F' TO GDAREL-FUNCAO
004630     CALL 'GDAREL' USING GDAREL-AREA
004640     DISPLAY "GDATOTRC: DATA " WS-DATA-NEGOCIO ", "
004650             WS-LANCAMENTOS " LANCAMENTO(S), " WS-REGRAS
004660             " REGRA(S), " WS-DIFERENCAS " DIFERENCA(S), "
004670             WS-SEM-LANCAMENTO " SEM LANCAMENTO"
004680     IF WS-LAN-ESTOURO IS GREATER THAN ZEROES
004690         DISPLAY "GDATOTRC: " WS-LAN-ESTOURO " LANCAMENTO(S) ALEM"
004700                 " DA TABELA IGNORADO(S)"
004710     END-IF
004720     EVALUATE TRUE
004730         WHEN WS-DIFERENCAS IS GREATER THAN ZEROES
004740         WHEN WS-INVALIDAS IS GREATER THAN ZEROES
004750             MOVE 8 TO RETURN-CODE
004760         WHEN WS-SEM-LANCAMENTO IS GREATER THAN ZEROES
004770             MOVE 4 TO RETURN-CODE
004780     END-EVALUATE
004790     .
004800 9999-TERMINATE-EXIT.
004810     EXIT.
