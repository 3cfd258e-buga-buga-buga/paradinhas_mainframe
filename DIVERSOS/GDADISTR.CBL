000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDADISTR.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - DISTRIBUICAO DOS RELATORIOS
000120*                  DO DIA PELO CADASTRO DE DISTRIBUICAO (DD  *
000130*                  DISTRIB, MANTIDO PELO GDADISMN). LE O DECK*
000140*                  DA BIBLIOTECA DO DIA (DD RELDIA, OS DECKS *
000150*                  IEBUPDTE QUE O GDAREL GRAVOU NOS DD RELBIB,
000160*                  CONCATENADOS) E SEPARA OS MEMBROS CCCAADDD*
000170*                  DA DATA. CLASSIFICA O CADASTRO POR        *
000180*                  DEPARTAMENTO E NOME DO DESTINATARIO E, PARA
000190*                  CADA RELATORIO DO DESTINATARIO QUE SAIU NO*
000200*                  DIA, GRAVA A PAGINA DE ROSTO (DESTINATARIO,
000210*                  DEPARTAMENTO, MEMBRO, COPIA N DE M) E A   *
000220*                  COPIA: NO DD IMPRESSAO (PAPEL, PARA A SALA*
000230*                  DE IMPRESSAO) TANTAS VEZES QUANTAS AS     *
000240*                  COPIAS, OU UMA VEZ NO DD ENVIO (DATASET). O
000250*                  RELATORIO (GDAREL, DD RELPRT, QUEBRA POR  *
000260*                  DEPARTAMENTO) LISTA AS ENTREGAS E AS      *
000270*                  EXCECOES: RELATORIO DO DIA SEM NINGUEM NO *
000280*                  CADASTRO E RELATORIO DIARIO QUE O         *
000290*                  DESTINATARIO ESPERAVA E NAO SAIU.         *
000300*
000310* CARTOES (DD CARTAO, OPCIONAL):                             *
000320*   DATA=AADDD   DIA JULIANO DOS MEMBROS A DISTRIBUIR (PADRAO*
000330*                HOJE; SERVE PARA REPROCESSAR UM DIA ANTERIOR)
000340*
000350* RETORNO: 0 = TUDO DISTRIBUIDO; 4 = HA EXCECOES;            *
000360*          16 = ERRO DE ARQUIVO OU DE CARTAO.                *
000370*-----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CARTAO-FILE ASSIGN TO CARTAO
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FS-CARTAO.
000450     SELECT RELDIA-FILE ASSIGN TO RELDIA
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-FS-RELDIA.
000480     SELECT DISTRIB-FILE ASSIGN TO DISTRIB
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS DIS-CHAVE
000520         FILE STATUS IS WS-FS-DISTRIB.
000530     SELECT IMPRESSAO-FILE ASSIGN TO IMPRESSAO
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-FS-IMPRESSAO.
000560     SELECT ENVIO-FILE ASSIGN TO ENVIO
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-FS-ENVIO.
000590     SELECT SORT-FILE ASSIGN TO SORTWK1.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CARTAO-FILE
000630     RECORDING MODE IS F.
000640 01  REG-CARTAO              PIC X(80).
000650 FD  RELDIA-FILE
000660     RECORDING MODE IS F
000670     BLOCK CONTAINS 0 RECORDS
000680     LABEL RECORDS ARE STANDARD.
000690 01  REG-RELDIA.
000700     05  RDI-ADD             PIC X(12).
000710         88  RDI-CARTAO-ADD            VALUE './ ADD NAME='.
000720     05  RDI-MEMBRO.
000730         10  RDI-CODIGO      PIC X(03).
000740         10  RDI-DATA        PIC X(05).
000750     05  FILLER              PIC X(112).
000760 FD  DISTRIB-FILE.
000770 01  REG-DISTRIB.
000780     05  DIS-CHAVE.
000790         10  DIS-CODIGO      PIC X(03).
000800         10  DIS-USUARIO     PIC X(08).
000810     05  DIS-NOME            PIC X(30).
000820     05  DIS-DEPTO           PIC X(20).
000830     05  DIS-COPIAS          PIC 9(02).
000840     05  DIS-MEIO            PIC X(01).
000850     05  DIS-FREQUENCIA      PIC X(01).
000860     05  FILLER              PIC X(15).
000870 FD  IMPRESSAO-FILE
000880     RECORDING MODE IS F
000890     BLOCK CONTAINS 0 RECORDS
000900     LABEL RECORDS ARE STANDARD.
000910 01  REG-IMPRESSAO           PIC X(132).
000920 FD  ENVIO-FILE
000930     RECORDING MODE IS F
000940     BLOCK CONTAINS 0 RECORDS
000950     LABEL RECORDS ARE STANDARD.
000960 01  REG-ENVIO               PIC X(132).
000970 SD  SORT-FILE.
000980 01  SRT-REG.
000990     05  SRT-DEPTO           PIC X(20).
001000     05  SRT-NOME            PIC X(30).
001010     05  SRT-USUARIO         PIC X(08).
001020     05  SRT-CODIGO          PIC X(03).
001030     05  SRT-COPIAS          PIC 9(02).
001040     05  SRT-MEIO            PIC X(01).
001050         88  SRT-PAPEL                 VALUE 'P'.
001060     05  SRT-FREQUENCIA      PIC X(01).
001070         88  SRT-DIARIO                VALUE 'D'.
001080 WORKING-STORAGE SECTION.
001090 77  WS-FS-CARTAO             PIC X(02) VALUE '00'.
001100 77  WS-FS-RELDIA             PIC X(02) VALUE '00'.
001110 77  WS-FS-DISTRIB            PIC X(02) VALUE '00'.
001120 77  WS-FS-IMPRESSAO          PIC X(02) VALUE '00'.
001130 77  WS-FS-ENVIO              PIC X(02) VALUE '00'.
001140 01  WS-SWITCHES.
001150     05  WS-FIM-CRT-SW        PIC X(01) VALUE 'N'.
001160         88  FIM-DOS-CARTOES           VALUE 'S'.
001170     05  WS-FIM-RDI-SW        PIC X(01) VALUE 'N'.
001180         88  FIM-DO-DECK               VALUE 'S'.
001190     05  WS-FIM-DIS-SW        PIC X(01) VALUE 'N'.
001200         88  FIM-DO-CADASTRO           VALUE 'S'.
001210     05  WS-FIM-SRT-SW        PIC X(01) VALUE 'N'.
001220         88  FIM-DA-CLASSIFICACAO      VALUE 'S'.
001230     05  WS-DENTRO-SW         PIC X(01) VALUE 'N'.
001240         88  DENTRO-DO-MEMBRO          VALUE 'S'.
001250     05  WS-DESTINO-SW        PIC X(01) VALUE 'P'.
001260         88  DESTINO-PAPEL             VALUE 'P'.
001270         88  DESTINO-DATASET           VALUE 'D'.
001280*-----------------------------------------------------------*
001290* DATAS: O DIA JULIANO DOS MEMBROS E A DATA DA DISTRIBUICAO  *
001300*-----------------------------------------------------------*
001310 01  WS-DATA-ALVO             PIC X(05) VALUE SPACES.
001320 01  WS-DIA-JULIANO           PIC 9(05) VALUE ZEROES.
001330 01  WS-HOJE.
001340     05  WS-HOJE-ANO          PIC 9(04).
001350     05  WS-HOJE-MES          PIC 9(02).
001360     05  WS-HOJE-DIA          PIC 9(02).
001370*-----------------------------------------------------------*
001380* MEMBROS DO DIA ENCONTRADOS NO DECK                         *
001390*-----------------------------------------------------------*
001400 01  WS-MBR-MAX               PIC 9(04) COMP VALUE 300.
001410 01  WS-MBR-COUNT             PIC 9(04) COMP VALUE ZEROES.
001420 01  WS-MBR-ATUAL             PIC 9(04) COMP VALUE ZEROES.
001430 01  WS-MBR-TABLE.
001440     05  WS-MBR-ENTRY OCCURS 300 TIMES
001450                      INDEXED BY MBR-IDX.
001460         10  MBR-CODIGO       PIC X(03).
001470         10  MBR-TITULO       PIC X(60).
001480         10  MBR-LINHAS       PIC 9(07) COMP.
001490         10  MBR-ENTREGUE-SW  PIC X(01).
001500             88  MBR-ENTREGUE          VALUE 'S'.
001510 01  WS-OUTROS-DIAS           PIC 9(05) VALUE ZEROES.
001520 01  WS-MEMBRO-ALVO.
001530     05  WS-ALVO-CODIGO       PIC X(03).
001540     05  WS-ALVO-DATA         PIC X(05).
001550 01  WS-COPIA                 PIC 9(02) VALUE ZEROES.
001560 01  WS-COPIAS-TOTAL          PIC 9(02) VALUE ZEROES.
001570*-----------------------------------------------------------*
001580* CONTADORES                                                 *
001590*-----------------------------------------------------------*
001600 01  WS-CONTADORES.
001610     05  WS-ENTREGAS          PIC 9(05) VALUE ZEROES.
001620     05  WS-COPIAS-PAPEL      PIC 9(05) VALUE ZEROES.
001630     05  WS-COPIAS-DATASET    PIC 9(05) VALUE ZEROES.
001640     05  WS-SEM-DISTRIBUICAO  PIC 9(05) VALUE ZEROES.
001650     05  WS-NAO-CHEGOU        PIC 9(05) VALUE ZEROES.
001660*-----------------------------------------------------------*
001670* PAGINA DE ROSTO DE CADA COPIA                              *
001680*-----------------------------------------------------------*
001690 01  WS-LINHA-SAIDA           PIC X(132) VALUE SPACES.
001700 01  WS-ROSTO-ESTRELAS        PIC X(132) VALUE ALL '*'.
001710 01  WS-ROSTO-BRANCO          PIC X(132) VALUE SPACES.
001720 01  WS-ROSTO-DESTINATARIO.
001730     05  FILLER               PIC X(05) VALUE '*** '.
001740     05  FILLER               PIC X(17) VALUE 'DESTINATARIO   : '.
001750     05  RST-NOME             PIC X(30).
001760     05  FILLER               PIC X(02) VALUE ' ('.
001770     05  RST-USUARIO          PIC X(08).
001780     05  FILLER               PIC X(01) VALUE ')'.
001790     05  FILLER               PIC X(69) VALUE SPACES.
001800 01  WS-ROSTO-DEPTO.
001810     05  FILLER               PIC X(05) VALUE '*** '.
001820     05  FILLER               PIC X(17) VALUE 'DEPARTAMENTO   : '.
001830     05  RST-DEPTO            PIC X(20).
001840     05  FILLER               PIC X(90) VALUE SPACES.
001850 01  WS-ROSTO-RELATORIO.
001860     05  FILLER               PIC X(05) VALUE '*** '.
001870     05  FILLER               PIC X(17) VALUE 'RELATORIO      : '.
001880     05  RST-MEMBRO           PIC X(08).
001890     05  FILLER               PIC X(03) VALUE ' - '.
001900     05  RST-TITULO           PIC X(60).
001910     05  FILLER               PIC X(39) VALUE SPACES.
001920 01  WS-ROSTO-COPIA.
001930     05  FILLER               PIC X(05) VALUE '*** '.
001940     05  FILLER               PIC X(17) VALUE 'COPIA          : '.
001950     05  RST-COPIA            PIC Z9.
001960     05  FILLER               PIC X(04) VALUE ' DE '.
001970     05  RST-COPIAS           PIC Z9.
001980     05  FILLER               PIC X(03) VALUE SPACES.
001990     05  RST-MEIO             PIC X(30).
002000     05  FILLER               PIC X(69) VALUE SPACES.
002010 01  WS-ROSTO-DATA.
002020     05  FILLER               PIC X(05) VALUE '*** '.
002030     05  FILLER               PIC X(17) VALUE 'DISTRIBUIDO EM : '.
002040     05  RST-DIA              PIC 9(02).
002050     05  FILLER               PIC X(01) VALUE '/'.
002060     05  RST-MES              PIC 9(02).
002070     05  FILLER               PIC X(01) VALUE '/'.
002080     05  RST-ANO              PIC 9(04).
002090     05  FILLER               PIC X(100) VALUE SPACES.
002100*-----------------------------------------------------------*
002110* LINHAS DO RELATORIO                                        *
002120*-----------------------------------------------------------*
002130 01  WS-TITULO.
002140     05  FILLER               PIC X(43) VALUE
002150         'DISTRIBUICAO DE RELATORIOS - MEMBROS DO DIA'.
002160     05  FILLER               PIC X(01) VALUE SPACE.
002170     05  TIT-DATA             PIC X(05).
002180     05  FILLER               PIC X(11) VALUE SPACES.
002190 01  WS-CABECALHO.
002200     05  FILLER               PIC X(22) VALUE ' DEPARTAMENTO'.
002210     05  FILLER               PIC X(26) VALUE 'DESTINATARIO'.
002220     05  FILLER               PIC X(09) VALUE 'USERID'.
002230     05  FILLER               PIC X(09) VALUE 'MEMBRO'.
002240     05  FILLER               PIC X(03) VALUE 'CP'.
002250     05  FILLER               PIC X(02) VALUE 'M'.
002260     05  FILLER               PIC X(09) VALUE 'SITUACAO'.
002270 01  WS-LINHA-DET.
002280     05  FILLER               PIC X(01) VALUE SPACE.
002290     05  DET-DEPTO            PIC X(20).
002300     05  FILLER               PIC X(01) VALUE SPACE.
002310     05  DET-NOME             PIC X(25).
002320     05  FILLER               PIC X(01) VALUE SPACE.
002330     05  DET-USUARIO          PIC X(08).
002340     05  FILLER               PIC X(01) VALUE SPACE.
002350     05  DET-MEMBRO           PIC X(08).
002360     05  FILLER               PIC X(01) VALUE SPACE.
002370     05  DET-COPIAS           PIC Z9.
002380     05  FILLER               PIC X(01) VALUE SPACE.
002390     05  DET-MEIO             PIC X(01).
002400     05  FILLER               PIC X(01) VALUE SPACE.
002410     05  DET-SITUACAO         PIC X(40).
002420     05  FILLER               PIC X(21) VALUE SPACES.
002430 01  WS-LINHA-TOT.
002440     05  FILLER               PIC X(01) VALUE SPACE.
002450     05  FILLER               PIC X(11) VALUE 'ENTREGAS = '.
002460     05  TOT-ENTREGAS         PIC ZZZZ9.
002470     05  FILLER               PIC X(10) VALUE '  PAPEL = '.
002480     05  TOT-PAPEL            PIC ZZZZ9.
002490     05  FILLER               PIC X(12) VALUE '  DATASET = '.
002500     05  TOT-DATASET          PIC ZZZZ9.
002510     05  FILLER               PIC X(21) VALUE
002520         '  SEM DISTRIBUICAO = '.
002530     05  TOT-SEM-DISTR        PIC ZZZZ9.
002540     05  FILLER               PIC X(17) VALUE
002550         '  NAO CHEGARAM = '.
002560     05  TOT-NAO-CHEGOU       PIC ZZZZ9.
002570     05  FILLER               PIC X(35) VALUE SPACES.
002580*-----------------------------------------------------------*
002590* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
002600*-----------------------------------------------------------*
002610 01  GDAREL-AREA.
002620     03  GDAREL-FUNCAO        PIC X(01).
002630     03  GDAREL-TITULO        PIC X(60).
002640     03  GDAREL-CABECALHO     PIC X(80).
002650     03  GDAREL-LINHA         PIC X(132).
002660     03  GDAREL-RETORNO       PIC 9(02).
002670     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
002680     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
002690         05  GDAREL-QBR-POS   PIC 9(03).
002700         05  GDAREL-QBR-TAM   PIC 9(02).
002710     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
002720     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
002730     03  GDAREL-EXTRATO OCCURS 10 TIMES.
002740         05  GDAREL-EXT-POS   PIC 9(03).
002750         05  GDAREL-EXT-TAM   PIC 9(03).
002760     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
002770 PROCEDURE DIVISION.
002780 0000-MAINLINE.
002790*-----------------------------------------------------------*
002800* PARAGRAFO PRINCIPAL.                                       *
002810*-----------------------------------------------------------*
002820     PERFORM 1000-INITIALIZE
002830         THRU 1000-INITIALIZE-EXIT
002840     SORT SORT-FILE
002850         ON ASCENDING KEY SRT-DEPTO SRT-NOME
002860                          SRT-USUARIO SRT-CODIGO
002870         INPUT PROCEDURE IS 2000-LER-CADASTRO
002880             THRU 2000-LER-CADASTRO-EXIT
002890         OUTPUT PROCEDURE IS 3000-DISTRIBUIR
002900             THRU 3000-DISTRIBUIR-EXIT
002910     PERFORM 4000-SEM-DISTRIBUICAO
002920         THRU 4000-SEM-DISTRIBUICAO-EXIT
002930         VARYING MBR-IDX FROM 1 BY 1
002940         UNTIL MBR-IDX IS GREATER THAN WS-MBR-COUNT
002950     PERFORM 9999-TERMINATE
002960         THRU 9999-TERMINATE-EXIT
002970     STOP RUN
002980     .
002990 0000-MAINLINE-EXIT.
003000     EXIT.
003010 1000-INITIALIZE.
003020*-----------------------------------------------------------*
003030* DIA PADRAO = HOJE; LE O CARTAO, SEPARA OS MEMBROS DO DIA   *
003040* NO DECK E ABRE AS SAIDAS E O RELATORIO.                    *
003050*-----------------------------------------------------------*
003060     ACCEPT WS-HOJE FROM DATE YYYYMMDD
003070     ACCEPT WS-DIA-JULIANO FROM DAY
003080     MOVE WS-DIA-JULIANO TO WS-DATA-ALVO
003090     OPEN INPUT CARTAO-FILE
003100     IF WS-FS-CARTAO IS EQUAL TO '00'
003110         PERFORM 1100-LER-CARTAO
003120             THRU 1100-LER-CARTAO-EXIT
003130             UNTIL FIM-DOS-CARTOES
003140         CLOSE CARTAO-FILE
003150     END-IF
003160     OPEN INPUT RELDIA-FILE
003170     IF WS-FS-RELDIA NOT EQUAL '00'
003180         DISPLAY "GDADISTR: ERRO NO OPEN DO RELDIA, STATUS = "
003190                 WS-FS-RELDIA
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF
003230     MOVE 'N' TO WS-FIM-RDI-SW
003240     PERFORM 1200-CARREGAR-MEMBRO
003250         THRU 1200-CARREGAR-MEMBRO-EXIT
003260         UNTIL FIM-DO-DECK
003270     CLOSE RELDIA-FILE
003280     OPEN OUTPUT IMPRESSAO-FILE
003290     IF WS-FS-IMPRESSAO NOT EQUAL '00'
003300         DISPLAY "GDADISTR: ERRO NO OPEN DA IMPRESSAO, STATUS = "
003310                 WS-FS-IMPRESSAO
003320         MOVE 16 TO RETURN-CODE
003330         STOP RUN
003340     END-IF
003350     OPEN OUTPUT ENVIO-FILE
003360     IF WS-FS-ENVIO NOT EQUAL '00'
003370         DISPLAY "GDADISTR: ERRO NO OPEN DO ENVIO, STATUS = "
003380                 WS-FS-ENVIO
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF
003420     MOVE WS-HOJE-DIA TO RST-DIA
003430     MOVE WS-HOJE-MES TO RST-MES
003440     MOVE WS-HOJE-ANO TO RST-ANO
003450     MOVE WS-DATA-ALVO TO TIT-DATA
003460     MOVE 'A' TO GDAREL-FUNCAO
003470     MOVE 1 TO GDAREL-NUMERO
003480     MOVE WS-TITULO TO GDAREL-TITULO
003490     MOVE WS-CABECALHO TO GDAREL-CABECALHO
003500     MOVE 2 TO GDAREL-QBR-POS (1)
003510     MOVE 20 TO GDAREL-QBR-TAM (1)
003520     MOVE ZEROES TO GDAREL-QBR-POS (2) GDAREL-QBR-TAM (2)
003530                    GDAREL-QBR-POS (3) GDAREL-QBR-TAM (3)
003540     MOVE 67 TO GDAREL-ACM-POS
003550     MOVE 2 TO GDAREL-ACM-TAM
003560     MOVE ZEROES TO GDAREL-EXT-POS (1)
003570     CALL 'GDAREL' USING GDAREL-AREA
003580     .
003590 1000-INITIALIZE-EXIT.
003600     EXIT.
003610 1100-LER-CARTAO.
003620     READ CARTAO-FILE
003630         AT END
003640             SET FIM-DOS-CARTOES TO TRUE
003650             GO TO 1100-LER-CARTAO-EXIT
003660     END-READ
003670     EVALUATE TRUE
003680         WHEN REG-CARTAO (1:1) IS EQUAL TO '*'
003690         WHEN REG-CARTAO IS EQUAL TO SPACES
003700             CONTINUE
003710         WHEN REG-CARTAO (1:5) IS EQUAL TO 'DATA='
003720             IF REG-CARTAO (6:5) IS NOT NUMERIC
003730                 DISPLAY "GDADISTR: DATA= DEVE SER AADDD: "
003740                         REG-CARTAO
003750                 MOVE 16 TO RETURN-CODE
003760                 STOP RUN
003770             END-IF
003780             MOVE REG-CARTAO (6:5) TO WS-DATA-ALVO
003790         WHEN OTHER
003800             DISPLAY "GDADISTR: CARTAO DESCONHECIDO: " REG-CARTAO
003810             MOVE 16 TO RETURN-CODE
003820             STOP RUN
003830     END-EVALUATE
003840     .
003850 1100-LER-CARTAO-EXIT.
003860     EXIT.
003870 1200-CARREGAR-MEMBRO.
003880*-----------------------------------------------------------*
003890* UMA LINHA DO DECK. NO ./ ADD DE UM MEMBRO DA DATA ABRE A   *
003900* ENTRADA DA TABELA; AS LINHAS DO MEMBRO SO SAO CONTADAS, E  *
003910* DA PRIMEIRA LINHA DE TITULO DO GDAREL SAI O TITULO QUE VAI *
003920* NA PAGINA DE ROSTO. MEMBRO DE OUTRA DATA E' IGNORADO.      *
003930*-----------------------------------------------------------*
003940     READ RELDIA-FILE
003950         AT END
003960             SET FIM-DO-DECK TO TRUE
003970             GO TO 1200-CARREGAR-MEMBRO-EXIT
003980     END-READ
003990     IF RDI-CARTAO-ADD
004000         MOVE ZEROES TO WS-MBR-ATUAL
004010         IF RDI-DATA NOT EQUAL WS-DATA-ALVO
004020             ADD 1 TO WS-OUTROS-DIAS
004030             GO TO 1200-CARREGAR-MEMBRO-EXIT
004040         END-IF
004050         SET MBR-IDX TO 1
004060         SEARCH WS-MBR-ENTRY
004070             AT END
004080                 CONTINUE
004090             WHEN MBR-IDX IS GREATER THAN WS-MBR-COUNT
004100                 CONTINUE
004110             WHEN MBR-CODIGO (MBR-IDX) IS EQUAL TO RDI-CODIGO
004120                 GO TO 1200-CARREGAR-MEMBRO-EXIT
004130         END-SEARCH
004140         IF WS-MBR-COUNT IS NOT LESS THAN WS-MBR-MAX
004150             DISPLAY "GDADISTR: MAIS DE 300 MEMBROS NO DIA"
004160             MOVE 16 TO RETURN-CODE
004170             STOP RUN
004180         END-IF
004190         ADD 1 TO WS-MBR-COUNT
004200         MOVE WS-MBR-COUNT TO WS-MBR-ATUAL
004210         MOVE RDI-CODIGO TO MBR-CODIGO (WS-MBR-ATUAL)
004220         MOVE SPACES TO MBR-TITULO (WS-MBR-ATUAL)
004230         MOVE ZEROES TO MBR-LINHAS (WS-MBR-ATUAL)
004240         MOVE 'N' TO MBR-ENTREGUE-SW (WS-MBR-ATUAL)
004250         GO TO 1200-CARREGAR-MEMBRO-EXIT
004260     END-IF
004270     IF REG-RELDIA (1:8) IS EQUAL TO './ ENDUP'
004280         MOVE ZEROES TO WS-MBR-ATUAL
004290         GO TO 1200-CARREGAR-MEMBRO-EXIT
004300     END-IF
004310     IF WS-MBR-ATUAL IS GREATER THAN ZEROES
004320         ADD 1 TO MBR-LINHAS (WS-MBR-ATUAL)
004330         IF MBR-TITULO (WS-MBR-ATUAL) IS EQUAL TO SPACES
004340             AND REG-RELDIA (62:15) IS EQUAL TO ' PROCESSADO EM '
004350             MOVE REG-RELDIA (2:60) TO MBR-TITULO (WS-MBR-ATUAL)
004360         END-IF
004370     END-IF
004380     .
004390 1200-CARREGAR-MEMBRO-EXIT.
004400     EXIT.
004410 2000-LER-CADASTRO.
004420*-----------------------------------------------------------*
004430* ENTRADA DA CLASSIFICACAO: O CADASTRO DE DISTRIBUICAO       *
004440* INTEIRO, NA ORDEM DO DESTINATARIO.                         *
004450*-----------------------------------------------------------*
004460     OPEN INPUT DISTRIB-FILE
004470     IF WS-FS-DISTRIB NOT EQUAL '00'
004480         DISPLAY "GDADISTR: ERRO NO OPEN DO DISTRIB, STATUS = "
004490                 WS-FS-DISTRIB
004500         MOVE 16 TO RETURN-CODE
004510         STOP RUN
004520     END-IF
004530     PERFORM 2100-LIBERAR-DESTINATARIO
004540         THRU 2100-LIBERAR-DESTINATARIO-EXIT
004550         UNTIL FIM-DO-CADASTRO
004560     CLOSE DISTRIB-FILE
004570     .
004580 2000-LER-CADASTRO-EXIT.
004590     EXIT.
004600 2100-LIBERAR-DESTINATARIO.
004610     READ DISTRIB-FILE
004620         AT END
004630             SET FIM-DO-CADASTRO TO TRUE
004640             GO TO 2100-LIBERAR-DESTINATARIO-EXIT
004650     END-READ
004660     MOVE DIS-DEPTO      TO SRT-DEPTO
004670     MOVE DIS-NOME       TO SRT-NOME
004680     MOVE DIS-USUARIO    TO SRT-USUARIO
004690     MOVE DIS-CODIGO     TO SRT-CODIGO
004700     MOVE DIS-COPIAS     TO SRT-COPIAS
004710     MOVE DIS-MEIO       TO SRT-MEIO
004720     MOVE DIS-FREQUENCIA TO SRT-FREQUENCIA
004730     RELEASE SRT-REG
004740     .
004750 2100-LIBERAR-DESTINATARIO-EXIT.
004760     EXIT.
004770 3000-DISTRIBUIR.
004780*-----------------------------------------------------------*
004790* SAIDA DA CLASSIFICACAO: UM DESTINATARIO/RELATORIO POR VEZ. *
004800*-----------------------------------------------------------*
004810     PERFORM 3100-ATENDER-DESTINATARIO
004820         THRU 3100-ATENDER-DESTINATARIO-EXIT
004830         UNTIL FIM-DA-CLASSIFICACAO
004840     .
004850 3000-DISTRIBUIR-EXIT.
004860     EXIT.
004870 3100-ATENDER-DESTINATARIO.
004880*-----------------------------------------------------------*
004890* RELATORIO QUE SAIU NO DIA: ENTREGA AS COPIAS. RELATORIO    *
004900* DIARIO QUE NAO SAIU: EXCECAO. RELATORIO EVENTUAL QUE NAO   *
004910* SAIU NAO E' LISTADO.                                       *
004920*-----------------------------------------------------------*
004930     RETURN SORT-FILE
004940         AT END
004950             SET FIM-DA-CLASSIFICACAO TO TRUE
004960             GO TO 3100-ATENDER-DESTINATARIO-EXIT
004970     END-RETURN
004980     MOVE SRT-CODIGO   TO WS-ALVO-CODIGO
004990     MOVE WS-DATA-ALVO TO WS-ALVO-DATA
005000     MOVE SPACES TO WS-LINHA-DET
005010     MOVE SRT-DEPTO   TO DET-DEPTO
005020     MOVE SRT-NOME    TO DET-NOME
005030     MOVE SRT-USUARIO TO DET-USUARIO
005040     MOVE WS-MEMBRO-ALVO TO DET-MEMBRO
005050     SET MBR-IDX TO 1
005060     SEARCH WS-MBR-ENTRY
005070         AT END
005080             SET MBR-IDX TO WS-MBR-MAX
005090             SET MBR-IDX UP BY 1
005100         WHEN MBR-IDX IS GREATER THAN WS-MBR-COUNT
005110             CONTINUE
005120         WHEN MBR-CODIGO (MBR-IDX) IS EQUAL TO SRT-CODIGO
005130             CONTINUE
005140     END-SEARCH
005150     IF MBR-IDX IS GREATER THAN WS-MBR-COUNT
005160         IF NOT SRT-DIARIO
005170             GO TO 3100-ATENDER-DESTINATARIO-EXIT
005180         END-IF
005190         ADD 1 TO WS-NAO-CHEGOU
005200         MOVE 'EXCECAO: ESPERADO E NAO CHEGOU' TO DET-SITUACAO
005210         PERFORM 3900-GRAVAR-DETALHE
005220             THRU 3900-GRAVAR-DETALHE-EXIT
005230         GO TO 3100-ATENDER-DESTINATARIO-EXIT
005240     END-IF
005250     MOVE 'S' TO MBR-ENTREGUE-SW (MBR-IDX)
005260     MOVE MBR-TITULO (MBR-IDX) TO RST-TITULO
005270     MOVE SRT-NOME    TO RST-NOME
005280     MOVE SRT-USUARIO TO RST-USUARIO
005290     MOVE SRT-DEPTO   TO RST-DEPTO
005300     MOVE WS-MEMBRO-ALVO TO RST-MEMBRO
005310     IF SRT-PAPEL
005320         SET DESTINO-PAPEL TO TRUE
005330         MOVE SRT-COPIAS TO WS-COPIAS-TOTAL
005340         MOVE 'EM PAPEL' TO RST-MEIO
005350         MOVE 'ENTREGUE EM PAPEL' TO DET-SITUACAO
005360     ELSE
005370         SET DESTINO-DATASET TO TRUE
005380         MOVE 1 TO WS-COPIAS-TOTAL
005390         MOVE 'POR DATASET' TO RST-MEIO
005400         MOVE 'ENTREGUE POR DATASET' TO DET-SITUACAO
005410     END-IF
005420     MOVE WS-COPIAS-TOTAL TO RST-COPIAS
005430     PERFORM 3200-ENTREGAR-COPIA
005440         THRU 3200-ENTREGAR-COPIA-EXIT
005450         VARYING WS-COPIA FROM 1 BY 1
005460         UNTIL WS-COPIA IS GREATER THAN WS-COPIAS-TOTAL
005470     ADD 1 TO WS-ENTREGAS
005480     MOVE WS-COPIAS-TOTAL TO DET-COPIAS
005490     MOVE SRT-MEIO TO DET-MEIO
005500     PERFORM 3900-GRAVAR-DETALHE
005510         THRU 3900-GRAVAR-DETALHE-EXIT
005520     .
005530 3100-ATENDER-DESTINATARIO-EXIT.
005540     EXIT.
005550 3200-ENTREGAR-COPIA.
005560*-----------------------------------------------------------*
005570* UMA COPIA: PAGINA DE ROSTO E O MEMBRO, RELIDO DO DECK.     *
005580*-----------------------------------------------------------*
005590     MOVE WS-COPIA TO RST-COPIA
005600     IF DESTINO-PAPEL
005610         ADD 1 TO WS-COPIAS-PAPEL
005620         WRITE REG-IMPRESSAO FROM WS-ROSTO-ESTRELAS
005630             AFTER ADVANCING PAGE
005640     ELSE
005650         ADD 1 TO WS-COPIAS-DATASET
005660         MOVE WS-ROSTO-ESTRELAS TO WS-LINHA-SAIDA
005670         PERFORM 3400-GRAVAR-LINHA
005680             THRU 3400-GRAVAR-LINHA-EXIT
005690     END-IF
005700     MOVE WS-ROSTO-BRANCO TO WS-LINHA-SAIDA
005710     PERFORM 3400-GRAVAR-LINHA
005720         THRU 3400-GRAVAR-LINHA-EXIT
005730     MOVE WS-ROSTO-DESTINATARIO TO WS-LINHA-SAIDA
005740     PERFORM 3400-GRAVAR-LINHA
005750         THRU 3400-GRAVAR-LINHA-EXIT
005760     MOVE WS-ROSTO-DEPTO TO WS-LINHA-SAIDA
005770     PERFORM 3400-GRAVAR-LINHA
005780         THRU 3400-GRAVAR-LINHA-EXIT
005790     MOVE WS-ROSTO-RELATORIO TO WS-LINHA-SAIDA
005800     PERFORM 3400-GRAVAR-LINHA
005810         THRU 3400-GRAVAR-LINHA-EXIT
005820     MOVE WS-ROSTO-COPIA TO WS-LINHA-SAIDA
005830     PERFORM 3400-GRAVAR-LINHA
005840         THRU 3400-GRAVAR-LINHA-EXIT
005850     MOVE WS-ROSTO-DATA TO WS-LINHA-SAIDA
005860     PERFORM 3400-GRAVAR-LINHA
005870         THRU 3400-GRAVAR-LINHA-EXIT
005880     MOVE WS-ROSTO-BRANCO TO WS-LINHA-SAIDA
005890     PERFORM 3400-GRAVAR-LINHA
005900         THRU 3400-GRAVAR-LINHA-EXIT
005910     MOVE WS-ROSTO-ESTRELAS TO WS-LINHA-SAIDA
005920     PERFORM 3400-GRAVAR-LINHA
005930         THRU 3400-GRAVAR-LINHA-EXIT
005940     OPEN INPUT RELDIA-FILE
005950     MOVE 'N' TO WS-FIM-RDI-SW
005960     MOVE 'N' TO WS-DENTRO-SW
005970     PERFORM 3300-COPIAR-MEMBRO
005980         THRU 3300-COPIAR-MEMBRO-EXIT
005990         UNTIL FIM-DO-DECK
006000     CLOSE RELDIA-FILE
006010     .
006020 3200-ENTREGAR-COPIA-EXIT.
006030     EXIT.
006040 3300-COPIAR-MEMBRO.
006050*-----------------------------------------------------------*
006060* PROCURA O ./ ADD DO MEMBRO E COPIA AS LINHAS ATE O         *
006070* ./ ENDUP OU O ./ ADD SEGUINTE.                             *
006080*-----------------------------------------------------------*
006090     READ RELDIA-FILE
006100         AT END
006110             SET FIM-DO-DECK TO TRUE
006120             GO TO 3300-COPIAR-MEMBRO-EXIT
006130     END-READ
006140     IF RDI-CARTAO-ADD
006150         IF DENTRO-DO-MEMBRO
006160             SET FIM-DO-DECK TO TRUE
006170         END-IF
006180         IF RDI-MEMBRO IS EQUAL TO WS-MEMBRO-ALVO
006190             MOVE 'S' TO WS-DENTRO-SW
006200         END-IF
006210         GO TO 3300-COPIAR-MEMBRO-EXIT
006220     END-IF
006230     IF NOT DENTRO-DO-MEMBRO
006240         GO TO 3300-COPIAR-MEMBRO-EXIT
006250     END-IF
006260     IF REG-RELDIA (1:8) IS EQUAL TO './ ENDUP'
006270         SET FIM-DO-DECK TO TRUE
006280         GO TO 3300-COPIAR-MEMBRO-EXIT
006290     END-IF
006300     MOVE REG-RELDIA TO WS-LINHA-SAIDA
006310     PERFORM 3400-GRAVAR-LINHA
006320         THRU 3400-GRAVAR-LINHA-EXIT
006330     .
006340 3300-COPIAR-MEMBRO-EXIT.
006350     EXIT.
006360 3400-GRAVAR-LINHA.
006370*-----------------------------------------------------------*
006380* GRAVA A LINHA NO DESTINO. NO PAPEL, A LINHA DE TITULO DO   *
006390* GDAREL ABRE PAGINA NOVA (O DECK DA BIBLIOTECA E' CORRIDO). *
006400*-----------------------------------------------------------*
006410     IF DESTINO-DATASET
006420         WRITE REG-ENVIO FROM WS-LINHA-SAIDA
006430         GO TO 3400-GRAVAR-LINHA-EXIT
006440     END-IF
006450     IF WS-LINHA-SAIDA (62:15) IS EQUAL TO ' PROCESSADO EM '
006460         WRITE REG-IMPRESSAO FROM WS-LINHA-SAIDA
006470             AFTER ADVANCING PAGE
006480     ELSE
006490         WRITE REG-IMPRESSAO FROM WS-LINHA-SAIDA
006500             AFTER ADVANCING 1 LINE
006510     END-IF
006520     .
006530 3400-GRAVAR-LINHA-EXIT.
006540     EXIT.
006550 3900-GRAVAR-DETALHE.
006560     MOVE 'D' TO GDAREL-FUNCAO
006570     MOVE WS-LINHA-DET TO GDAREL-LINHA
006580     CALL 'GDAREL' USING GDAREL-AREA
006590     .
006600 3900-GRAVAR-DETALHE-EXIT.
006610     EXIT.
006620 4000-SEM-DISTRIBUICAO.
006630*-----------------------------------------------------------*
006640* MEMBRO DO DIA QUE NINGUEM DO CADASTRO RECEBEU.             *
006650*-----------------------------------------------------------*
006660     IF MBR-ENTREGUE (MBR-IDX)
006670         GO TO 4000-SEM-DISTRIBUICAO-EXIT
006680     END-IF
006690     ADD 1 TO WS-SEM-DISTRIBUICAO
006700     MOVE SPACES TO WS-LINHA-DET
006710     MOVE '*SEM DISTRIBUICAO*' TO DET-DEPTO
006720     MOVE MBR-CODIGO (MBR-IDX) TO WS-ALVO-CODIGO
006730     MOVE WS-MEMBRO-ALVO TO DET-MEMBRO
006740     MOVE MBR-TITULO (MBR-IDX) TO DET-NOME
006750     MOVE 'EXCECAO: SEM DISTRIBUICAO NO CADASTRO'
006760       TO DET-SITUACAO
006770     PERFORM 3900-GRAVAR-DETALHE
006780         THRU 3900-GRAVAR-DETALHE-EXIT
006790     .
006800 4000-SEM-DISTRIBUICAO-EXIT.
006810     EXIT.
006820 9999-TERMINATE.
006830     CLOSE IMPRESSAO-FILE
006840     CLOSE ENVIO-FILE
006850     MOVE WS-ENTREGAS         TO TOT-ENTREGAS
006860     MOVE WS-COPIAS-PAPEL     TO TOT-PAPEL
006870     MOVE WS-COPIAS-DATASET   TO TOT-DATASET
006880     MOVE WS-SEM-DISTRIBUICAO TO TOT-SEM-DISTR
006890     MOVE WS-NAO-CHEGOU       TO TOT-NAO-CHEGOU
006900     MOVE 'T' TO GDAREL-FUNCAO
006910     MOVE WS-LINHA-TOT TO GDAREL-LINHA
006920     CALL 'GDAREL' USING GDAREL-AREA
006930     MOVE 'F' TO GDAREL-FUNCAO
006940     CALL 'GDAREL' USING GDAREL-AREA
006950     DISPLAY "GDADISTR: " WS-MBR-COUNT " MEMBRO(S) DO DIA "
006960             WS-DATA-ALVO ", " WS-ENTREGAS " ENTREGA(S), "
006970             WS-SEM-DISTRIBUICAO " SEM DISTRIBUICAO, "
006980             WS-NAO-CHEGOU " NAO CHEGARAM"
006990     IF WS-SEM-DISTRIBUICAO IS GREATER THAN ZEROES
007000         OR WS-NAO-CHEGOU IS GREATER THAN ZEROES
007010         MOVE 4 TO RETURN-CODE
007020     ELSE
007030         MOVE ZEROES TO RETURN-CODE
007040     END-IF
007050     .
007060 9999-TERMINATE-EXIT.
007070     EXIT.
