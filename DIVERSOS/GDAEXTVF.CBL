000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDAEXTVF.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - CONFERENCIA, NO LADO QUE  *
000120*                  RECEBE, DO EXTRATO DELIMITADO COM ENVELOPE*
000130*                  DE CONTROLE (GDAREL + GDARELEV): CABECALHO*
000140*                  NO INICIO, TRAILER NO FIM, QTDE E HASH DO *
000150*                  TRAILER BATENDO COM O CORPO RECEBIDO E    *
000160*                  GERACAO NA SEQUENCIA DA ULTIMA ACEITA. O  *
000170*                  HASH E' CALCULADO PELO PROPRIO GDARELEV   *
000180*                  (FUNCAO 'H'), COM A MESMA REGRA DO ENVIO. *
000190*
000200* CARTOES (DD CARTAO, OPCIONAL), EM QUALQUER ORDEM:          *
000210*   CODIGO=XXX   CODIGO DE RELATORIO ESPERADO NO CABECALHO   *
000220*   LAYOUT=NN    VERSAO DE LAYOUT ESPERADA NO CABECALHO      *
000230*
000240* DD EXTRATO (FB 200) - O EXTRATO RECEBIDO.                  *
000250* DD GERACAO (OPCIONAL) - ULTIMA GERACAO ACEITA POR CODIGO, NO
000260*   LAYOUT DO DD RELGERA DO GDARELEV (CODIGO, GERACAO, DATA).*
000270* DD GERACNOV - O MESMO ARQUIVO ATUALIZADO: COM O EXTRATO    *
000280*   CONFERIDO SEM DIVERGENCIA, A GERACAO DELE PASSA A SER A  *
000290*   ULTIMA ACEITA DO CODIGO; COM DIVERGENCIA, SAI IGUAL AO   *
000300*   DD GERACAO. CODIGO SEM GERACAO ANTERIOR E' ACEITO COMO   *
000310*   PRIMEIRA RECEPCAO.                                       *
000320*
000330* RETURN-CODE:                                               *
000340*   00 = EXTRATO CONFERIDO, PODE SER CARREGADO               *
000350*   08 = DIVERGENCIA: SEM CABECALHO, SEM TRAILER (TRANSFERENCIA
000360*        TRUNCADA), REGISTRO DEPOIS DO TRAILER, CODIGO/GERACAO
000370*        DO TRAILER DIFERENTE DO CABECALHO, QTDE OU HASH NAO *
000380*        BATEM, CODIGO/LAYOUT DIFERENTE DO CARTAO, GERACAO JA*
000390*        RECEBIDA OU FORA DE SEQUENCIA                       *
000400*   16 = ERRO DE ARQUIVO OU CARTAO INVALIDO                  *
000410*-----------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CARTAO-FILE ASSIGN TO CARTAO
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-CARTAO.
000490     SELECT EXTRATO-FILE ASSIGN TO EXTRATO
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-FS-EXTRATO.
000520     SELECT GERACAO-FILE ASSIGN TO GERACAO
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FS-GERACAO.
000550     SELECT GERACNOV-FILE ASSIGN TO GERACNOV
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FS-GERACNOV.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CARTAO-FILE
000610     RECORDING MODE IS F.
000620 01  CARTAO-RECORD                PIC X(80).
000630 FD  EXTRATO-FILE
000640     RECORDING MODE IS F
000650     BLOCK CONTAINS 0 RECORDS
000660     LABEL RECORDS ARE STANDARD.
000670 01  EXTRATO-RECORD               PIC X(200).
000680 FD  GERACAO-FILE
000690     RECORDING MODE IS F.
000700 01  GERACAO-RECORD.
000710     05  GERA-CODIGO              PIC X(03).
000720     05  FILLER                   PIC X(01).
000730     05  GERA-GERACAO             PIC 9(07).
000740     05  FILLER                   PIC X(01).
000750     05  GERA-DATA                PIC 9(08).
000760     05  FILLER                   PIC X(60).
000770 FD  GERACNOV-FILE
000780     RECORDING MODE IS F.
000790 01  GERACNOV-RECORD              PIC X(80).
000800 WORKING-STORAGE SECTION.
000810 77  WS-FS-CARTAO                 PIC X(02) VALUE '00'.
000820 77  WS-FS-EXTRATO                PIC X(02) VALUE '00'.
000830 77  WS-FS-GERACAO                PIC X(02) VALUE '00'.
000840 77  WS-FS-GERACNOV               PIC X(02) VALUE '00'.
000850 77  WS-RC                        PIC 9(02) VALUE ZEROES.
000860 77  WS-IX                        PIC 9(03) VALUE ZEROES.
000870 77  WS-POS                       PIC 9(03) VALUE ZEROES.
000880 01  WS-SWITCHES.
000890     05  WS-FIM-SW                PIC X(01) VALUE 'N'.
000900         88  FIM-DO-ARQUIVO                VALUE 'S'.
000910     05  WS-TRAILER-SW            PIC X(01) VALUE 'N'.
000920         88  TRAILER-RECEBIDO              VALUE 'S'.
000930     05  WS-CABEC-SW              PIC X(01) VALUE 'N'.
000940         88  CABECALHO-VALIDO              VALUE 'S'.
000950     05  WS-ABERTO-SW             PIC X(01) VALUE 'N'.
000960         88  EXTRATO-ABERTO                VALUE 'S'.
000970*-----------------------------------------------------------*
000980* CARTOES                                                    *
000990*-----------------------------------------------------------*
001000 01  WS-CARTAO-CODIGO             PIC X(03) VALUE SPACES.
001010 01  WS-CARTAO-LAYOUT             PIC X(02) VALUE SPACES.
001020*-----------------------------------------------------------*
001030* ENVELOPE RECEBIDO                                          *
001040*-----------------------------------------------------------*
001050 01  WS-HDR.
001060     05  WS-HDR-TIPO              PIC X(03).
001070     05  WS-HDR-CODIGO            PIC X(03).
001080     05  WS-HDR-DATA              PIC X(08).
001090     05  WS-HDR-GERACAO           PIC X(07).
001100     05  WS-HDR-GERACAO-R REDEFINES WS-HDR-GERACAO
001110                                  PIC 9(07).
001120     05  WS-HDR-LAYOUT            PIC X(02).
001130     05  WS-HDR-COLUNA            PIC X(02).
001140     05  WS-HDR-COLUNA-R REDEFINES WS-HDR-COLUNA
001150                                  PIC 9(02).
001160 01  WS-TRL.
001170     05  WS-TRL-TIPO              PIC X(03).
001180     05  WS-TRL-CODIGO            PIC X(03).
001190     05  WS-TRL-GERACAO           PIC X(07).
001200     05  WS-TRL-QTDE              PIC X(09).
001210     05  WS-TRL-QTDE-R REDEFINES WS-TRL-QTDE
001220                                  PIC 9(09).
001230     05  WS-TRL-HASH              PIC X(15).
001240     05  WS-TRL-HASH-R REDEFINES WS-TRL-HASH
001250                                  PIC 9(15).
001260*-----------------------------------------------------------*
001270* TOTAIS DO CORPO RECEBIDO                                   *
001280*-----------------------------------------------------------*
001290 01  WS-QTDE-CORPO                PIC 9(09) VALUE ZEROES.
001300 01  WS-QTDE-DEPOIS               PIC 9(09) VALUE ZEROES.
001310 01  WS-HASH-CORPO                PIC 9(15) VALUE ZEROES.
001320 01  WS-SOMA                      PIC 9(16) VALUE ZEROES.
001330*-----------------------------------------------------------*
001340* GERACOES ACEITAS POR CODIGO (DD GERACAO / GERACNOV)        *
001350*-----------------------------------------------------------*
001360 01  WS-GERACOES.
001370     05  WS-GER-MAX               PIC 9(03) VALUE 200.
001380     05  WS-GER-QTDE              PIC 9(03) VALUE ZEROES.
001390     05  WS-GER-ENT OCCURS 200 TIMES.
001400         10  WS-GER-COD           PIC X(03).
001410         10  WS-GER-NUM           PIC 9(07).
001420         10  WS-GER-DT            PIC 9(08).
001430 01  WS-GER-ESPERADA              PIC 9(07) VALUE ZEROES.
001440 01  WS-GER-LINHA.
001450     05  WS-GLN-CODIGO            PIC X(03).
001460     05  FILLER                   PIC X(01) VALUE SPACE.
001470     05  WS-GLN-GERACAO           PIC 9(07).
001480     05  FILLER                   PIC X(01) VALUE SPACE.
001490     05  WS-GLN-DATA              PIC 9(08).
001500     05  FILLER                   PIC X(60) VALUE SPACES.
001510*-----------------------------------------------------------*
001520* AREA DO GDARELEV (FUNCAO 'H' - VALOR DA COLUNA DO HASH)    *
001530*-----------------------------------------------------------*
001540 01  GDARELEV-AREA.
001550     03  ENV-FUNCAO               PIC X(01).
001560     03  ENV-NUMERO               PIC 9(01).
001570     03  ENV-CODIGO               PIC X(03).
001580     03  ENV-LIGADO               PIC X(01).
001590     03  ENV-LINHA                PIC X(200).
001600     03  ENV-COLUNA               PIC 9(02).
001610     03  ENV-VALOR                PIC 9(15).
001620     03  ENV-RETORNO              PIC 9(02).
001630 PROCEDURE DIVISION.
001640 0000-MAINLINE.
001650     PERFORM 1000-INICIALIZAR
001660         THRU 1000-INICIALIZAR-EXIT
001670     IF WS-RC IS LESS THAN 16
001680         PERFORM 2000-CONFERIR-EXTRATO
001690             THRU 2000-CONFERIR-EXTRATO-EXIT
001700         PERFORM 3000-CONFERIR-GERACAO
001710             THRU 3000-CONFERIR-GERACAO-EXIT
001720         PERFORM 4000-GRAVAR-GERACOES
001730             THRU 4000-GRAVAR-GERACOES-EXIT
001740     END-IF
001750     PERFORM 9000-FINALIZAR
001760         THRU 9000-FINALIZAR-EXIT
001770     MOVE WS-RC TO RETURN-CODE
001780     STOP RUN.
001790 1000-INICIALIZAR.
001800*-----------------------------------------------------------*
001810* CARTOES, ABERTURA DO EXTRATO E CARGA DAS GERACOES ACEITAS. *
001820*-----------------------------------------------------------*
001830     OPEN INPUT CARTAO-FILE
001840     IF WS-FS-CARTAO IS EQUAL TO '00'
001850         MOVE 'N' TO WS-FIM-SW
001860         PERFORM 1100-LER-CARTAO
001870             THRU 1100-LER-CARTAO-EXIT
001880             UNTIL FIM-DO-ARQUIVO
001890         CLOSE CARTAO-FILE
001900     END-IF
001910     IF WS-RC IS EQUAL TO 16
001920         GO TO 1000-INICIALIZAR-EXIT
001930     END-IF
001940     OPEN INPUT EXTRATO-FILE
001950     IF WS-FS-EXTRATO NOT EQUAL '00'
001960         DISPLAY "GDAEXTVF: ERRO NO OPEN DO EXTRATO, STATUS = "
001970                 WS-FS-EXTRATO
001980         MOVE 16 TO WS-RC
001990         GO TO 1000-INICIALIZAR-EXIT
002000     END-IF
002010     SET EXTRATO-ABERTO TO TRUE
002020     OPEN INPUT GERACAO-FILE
002030     IF WS-FS-GERACAO IS EQUAL TO '00'
002040         MOVE 'N' TO WS-FIM-SW
002050         PERFORM 1200-LER-GERACAO
002060             THRU 1200-LER-GERACAO-EXIT
002070             UNTIL FIM-DO-ARQUIVO
002080         CLOSE GERACAO-FILE
002090     END-IF
002100     .
002110 1000-INICIALIZAR-EXIT.
002120     EXIT.
002130 1100-LER-CARTAO.
002140     READ CARTAO-FILE
002150         AT END
002160             SET FIM-DO-ARQUIVO TO TRUE
002170             GO TO 1100-LER-CARTAO-EXIT
002180     END-READ
002190     EVALUATE TRUE
002200         WHEN CARTAO-RECORD IS EQUAL TO SPACES
002210         WHEN CARTAO-RECORD (1:1) IS EQUAL TO '*'
002220             CONTINUE
002230         WHEN CARTAO-RECORD (1:7) IS EQUAL TO 'CODIGO='
002240             MOVE CARTAO-RECORD (8:3) TO WS-CARTAO-CODIGO
002250         WHEN CARTAO-RECORD (1:7) IS EQUAL TO 'LAYOUT='
002260          AND CARTAO-RECORD (8:2) IS NUMERIC
002270             MOVE CARTAO-RECORD (8:2) TO WS-CARTAO-LAYOUT
002280         WHEN OTHER
002290             DISPLAY "GDAEXTVF: CARTAO INVALIDO: " CARTAO-RECORD
002300             MOVE 16 TO WS-RC
002310     END-EVALUATE
002320     .
002330 1100-LER-CARTAO-EXIT.
002340     EXIT.
002350 1200-LER-GERACAO.
002360     READ GERACAO-FILE
002370         AT END
002380             SET FIM-DO-ARQUIVO TO TRUE
002390             GO TO 1200-LER-GERACAO-EXIT
002400     END-READ
002410     IF GERA-GERACAO IS NOT NUMERIC
002420         OR WS-GER-QTDE IS EQUAL TO WS-GER-MAX
002430         GO TO 1200-LER-GERACAO-EXIT
002440     END-IF
002450     ADD 1 TO WS-GER-QTDE
002460     MOVE GERA-CODIGO  TO WS-GER-COD (WS-GER-QTDE)
002470     MOVE GERA-GERACAO TO WS-GER-NUM (WS-GER-QTDE)
002480     MOVE GERA-DATA    TO WS-GER-DT (WS-GER-QTDE)
002490     .
002500 1200-LER-GERACAO-EXIT.
002510     EXIT.
002520 2000-CONFERIR-EXTRATO.
002530*-----------------------------------------------------------*
002540* CABECALHO NO PRIMEIRO REGISTRO, CORPO CONTADO E SOMADO     *
002550* ATE O TRAILER, NADA DEPOIS DELE; NO FIM, TRAILER CONTRA    *
002560* CABECALHO, CONTRA O CORPO E CONTRA OS CARTOES.             *
002570*-----------------------------------------------------------*
002580     MOVE 'N' TO WS-FIM-SW
002590     READ EXTRATO-FILE
002600         AT END
002610             DISPLAY "GDAEXTVF: EXTRATO VAZIO - SEM CABECALHO "
002620                     "DE ENVELOPE"
002630             MOVE 8 TO WS-RC
002640             GO TO 2000-CONFERIR-EXTRATO-EXIT
002650     END-READ
002660     IF EXTRATO-RECORD (1:4) IS NOT EQUAL TO 'HDR;'
002670         DISPLAY "GDAEXTVF: PRIMEIRO REGISTRO NAO E' O CABECALHO "
002680                 "DE ENVELOPE"
002690         MOVE 8 TO WS-RC
002700         GO TO 2000-CONFERIR-EXTRATO-EXIT
002710     END-IF
002720     MOVE SPACES TO WS-HDR
002730     UNSTRING EXTRATO-RECORD DELIMITED BY ';'
002740         INTO WS-HDR-TIPO WS-HDR-CODIGO WS-HDR-DATA
002750              WS-HDR-GERACAO WS-HDR-LAYOUT WS-HDR-COLUNA
002760     END-UNSTRING
002770     IF WS-HDR-DATA IS NOT NUMERIC
002780         OR WS-HDR-GERACAO IS NOT NUMERIC
002790         OR WS-HDR-LAYOUT IS NOT NUMERIC
002800         OR WS-HDR-COLUNA IS NOT NUMERIC
002810         DISPLAY "GDAEXTVF: CABECALHO DE ENVELOPE INVALIDO: "
002820                 EXTRATO-RECORD (1:40)
002830         MOVE 8 TO WS-RC
002840         GO TO 2000-CONFERIR-EXTRATO-EXIT
002850     END-IF
002860     SET CABECALHO-VALIDO TO TRUE
002870     DISPLAY "GDAEXTVF: EXTRATO " WS-HDR-CODIGO " DE "
002880             WS-HDR-DATA " GERACAO " WS-HDR-GERACAO
002890             " LAYOUT " WS-HDR-LAYOUT " COLUNA DO HASH "
002900             WS-HDR-COLUNA
002910     PERFORM 2100-LER-CORPO
002920         THRU 2100-LER-CORPO-EXIT
002930         UNTIL FIM-DO-ARQUIVO
002940     IF NOT TRAILER-RECEBIDO
002950         DISPLAY "GDAEXTVF: TRAILER AUSENTE - TRANSFERENCIA "
002960                 "TRUNCADA (" WS-QTDE-CORPO
002970                 " REGISTROS RECEBIDOS)"
002980         MOVE 8 TO WS-RC
002990         GO TO 2000-CONFERIR-EXTRATO-EXIT
003000     END-IF
003010     IF WS-QTDE-DEPOIS IS GREATER THAN ZEROES
003020         DISPLAY "GDAEXTVF: " WS-QTDE-DEPOIS
003030                 " REGISTROS DEPOIS DO TRAILER"
003040         MOVE 8 TO WS-RC
003050     END-IF
003060     IF WS-TRL-CODIGO IS NOT EQUAL TO WS-HDR-CODIGO
003070         OR WS-TRL-GERACAO IS NOT EQUAL TO WS-HDR-GERACAO
003080         DISPLAY "GDAEXTVF: TRAILER DE OUTRO EXTRATO: CODIGO "
003090                 WS-TRL-CODIGO " GERACAO " WS-TRL-GERACAO
003100         MOVE 8 TO WS-RC
003110     END-IF
003120     IF WS-TRL-QTDE IS NOT NUMERIC
003130         OR WS-TRL-QTDE-R IS NOT EQUAL TO WS-QTDE-CORPO
003140         DISPLAY "GDAEXTVF: QTDE NAO BATE - TRAILER "
003150                 WS-TRL-QTDE " RECEBIDOS " WS-QTDE-CORPO
003160         MOVE 8 TO WS-RC
003170     END-IF
003180     IF WS-TRL-HASH IS NOT NUMERIC
003190         OR WS-TRL-HASH-R IS NOT EQUAL TO WS-HASH-CORPO
003200         DISPLAY "GDAEXTVF: HASH NAO BATE - TRAILER "
003210                 WS-TRL-HASH " RECEBIDO " WS-HASH-CORPO
003220         MOVE 8 TO WS-RC
003230     END-IF
003240     IF WS-CARTAO-CODIGO IS NOT EQUAL TO SPACES
003250      AND WS-CARTAO-CODIGO IS NOT EQUAL TO WS-HDR-CODIGO
003260         DISPLAY "GDAEXTVF: CODIGO " WS-HDR-CODIGO
003270                 " DIFERENTE DO ESPERADO " WS-CARTAO-CODIGO
003280         MOVE 8 TO WS-RC
003290     END-IF
003300     IF WS-CARTAO-LAYOUT IS NOT EQUAL TO SPACES
003310      AND WS-CARTAO-LAYOUT IS NOT EQUAL TO WS-HDR-LAYOUT
003320         DISPLAY "GDAEXTVF: LAYOUT " WS-HDR-LAYOUT
003330                 " DIFERENTE DO ESPERADO " WS-CARTAO-LAYOUT
003340         MOVE 8 TO WS-RC
003350     END-IF
003360     .
003370 2000-CONFERIR-EXTRATO-EXIT.
003380     EXIT.
003390 2100-LER-CORPO.
003400     READ EXTRATO-FILE
003410         AT END
003420             SET FIM-DO-ARQUIVO TO TRUE
003430             GO TO 2100-LER-CORPO-EXIT
003440     END-READ
003450     IF TRAILER-RECEBIDO
003460         ADD 1 TO WS-QTDE-DEPOIS
003470         GO TO 2100-LER-CORPO-EXIT
003480     END-IF
003490     IF EXTRATO-RECORD (1:4) IS EQUAL TO 'TRL;'
003500         SET TRAILER-RECEBIDO TO TRUE
003510         MOVE SPACES TO WS-TRL
003520         UNSTRING EXTRATO-RECORD DELIMITED BY ';'
003530             INTO WS-TRL-TIPO WS-TRL-CODIGO WS-TRL-GERACAO
003540                  WS-TRL-QTDE WS-TRL-HASH
003550         END-UNSTRING
003560         GO TO 2100-LER-CORPO-EXIT
003570     END-IF
003580     ADD 1 TO WS-QTDE-CORPO
003590     IF WS-HDR-COLUNA-R IS EQUAL TO ZEROES
003600         GO TO 2100-LER-CORPO-EXIT
003610     END-IF
003620     MOVE 'H'             TO ENV-FUNCAO
003630     MOVE 1               TO ENV-NUMERO
003640     MOVE EXTRATO-RECORD  TO ENV-LINHA
003650     MOVE WS-HDR-COLUNA-R TO ENV-COLUNA
003660     CALL 'GDARELEV' USING GDARELEV-AREA
003670     COMPUTE WS-SOMA = WS-HASH-CORPO + ENV-VALOR
003680     IF WS-SOMA IS GREATER THAN 999999999999999
003690         SUBTRACT 1000000000000000 FROM WS-SOMA
003700     END-IF
003710     MOVE WS-SOMA TO WS-HASH-CORPO
003720     .
003730 2100-LER-CORPO-EXIT.
003740     EXIT.
003750 3000-CONFERIR-GERACAO.
003760*-----------------------------------------------------------*
003770* A GERACAO TEM DE SER A ULTIMA ACEITA DO CODIGO MAIS 1.     *
003780* SO COM O EXTRATO TODO CONFERIDO ELA PASSA A SER A ULTIMA.  *
003790*-----------------------------------------------------------*
003800     IF NOT CABECALHO-VALIDO
003810         GO TO 3000-CONFERIR-GERACAO-EXIT
003820     END-IF
003830     MOVE ZEROES TO WS-POS
003840     PERFORM 3100-COMPARAR-CODIGO
003850         THRU 3100-COMPARAR-CODIGO-EXIT
003860         VARYING WS-IX FROM 1 BY 1
003870         UNTIL WS-IX > WS-GER-QTDE
003880            OR WS-POS IS GREATER THAN ZEROES
003890     IF WS-POS IS EQUAL TO ZEROES
003900         DISPLAY "GDAEXTVF: CODIGO " WS-HDR-CODIGO
003910                 " SEM GERACAO ANTERIOR - PRIMEIRA RECEPCAO"
003920     ELSE
003930         COMPUTE WS-GER-ESPERADA = WS-GER-NUM (WS-POS) + 1
003940         IF WS-HDR-GERACAO-R IS NOT GREATER THAN
003950            WS-GER-NUM (WS-POS)
003960             DISPLAY "GDAEXTVF: GERACAO " WS-HDR-GERACAO
003970                     " JA RECEBIDA - ULTIMA ACEITA "
003980                     WS-GER-NUM (WS-POS)
003990             MOVE 8 TO WS-RC
004000         END-IF
004010         IF WS-HDR-GERACAO-R IS GREATER THAN WS-GER-ESPERADA
004020             DISPLAY "GDAEXTVF: GERACAO " WS-HDR-GERACAO
004030                     " FORA DE SEQUENCIA - ESPERADA "
004040                     WS-GER-ESPERADA
004050             MOVE 8 TO WS-RC
004060         END-IF
004070     END-IF
004080     IF WS-RC IS NOT EQUAL TO ZEROES
004090         GO TO 3000-CONFERIR-GERACAO-EXIT
004100     END-IF
004110     IF WS-POS IS EQUAL TO ZEROES
004120         IF WS-GER-QTDE IS EQUAL TO WS-GER-MAX
004130             DISPLAY "GDAEXTVF: TABELA DE GERACOES CHEIA"
004140             MOVE 16 TO WS-RC
004150             GO TO 3000-CONFERIR-GERACAO-EXIT
004160         END-IF
004170         ADD 1 TO WS-GER-QTDE
004180         MOVE WS-GER-QTDE   TO WS-POS
004190         MOVE WS-HDR-CODIGO TO WS-GER-COD (WS-POS)
004200     END-IF
004210     MOVE WS-HDR-GERACAO-R TO WS-GER-NUM (WS-POS)
004220     MOVE WS-HDR-DATA      TO WS-GER-DT (WS-POS)
004230     .
004240 3000-CONFERIR-GERACAO-EXIT.
004250     EXIT.
004260 3100-COMPARAR-CODIGO.
004270     IF WS-GER-COD (WS-IX) IS EQUAL TO WS-HDR-CODIGO
004280         MOVE WS-IX TO WS-POS
004290     END-IF
004300     .
004310 3100-COMPARAR-CODIGO-EXIT.
004320     EXIT.
004330 4000-GRAVAR-GERACOES.
004340*-----------------------------------------------------------*
004350* GRAVA O GERACNOV (ATUALIZADO SO SE O EXTRATO FOI ACEITO).  *
004360*-----------------------------------------------------------*
004370     OPEN OUTPUT GERACNOV-FILE
004380     IF WS-FS-GERACNOV NOT EQUAL '00'
004390         DISPLAY "GDAEXTVF: ERRO NO OPEN DO GERACNOV, STATUS = "
004400                 WS-FS-GERACNOV
004410         MOVE 16 TO WS-RC
004420         GO TO 4000-GRAVAR-GERACOES-EXIT
004430     END-IF
004440     PERFORM 4100-GRAVAR-GERACAO
004450         THRU 4100-GRAVAR-GERACAO-EXIT
004460         VARYING WS-IX FROM 1 BY 1
004470         UNTIL WS-IX > WS-GER-QTDE
004480     CLOSE GERACNOV-FILE
004490     .
004500 4000-GRAVAR-GERACOES-EXIT.
004510     EXIT.
004520 4100-GRAVAR-GERACAO.
004530     MOVE WS-GER-COD (WS-IX) TO WS-GLN-CODIGO
004540     MOVE WS-GER-NUM (WS-IX) TO WS-GLN-GERACAO
004550     MOVE WS-GER-DT (WS-IX)  TO WS-GLN-DATA
004560     WRITE GERACNOV-RECORD FROM WS-GER-LINHA
004570     .
004580 4100-GRAVAR-GERACAO-EXIT.
004590     EXIT.
004600 9000-FINALIZAR.
004610     IF EXTRATO-ABERTO
004620         CLOSE EXTRATO-FILE
004630     END-IF
004640     EVALUATE WS-RC
004650         WHEN ZEROES
004660             DISPLAY "GDAEXTVF: EXTRATO " WS-HDR-CODIGO
004670                     " GERACAO " WS-HDR-GERACAO
004680                     " CONFERIDO - " WS-QTDE-CORPO " REGISTROS"
004690         WHEN 8
004700             DISPLAY "GDAEXTVF: EXTRATO COM DIVERGENCIA - NAO "
004710                     "CARREGAR"
004720         WHEN OTHER
004730             DISPLAY "GDAEXTVF: CONFERENCIA NAO EXECUTADA"
004740     END-EVALUATE
004750     .
004760 9000-FINALIZAR-EXIT.
004770     EXIT.
