000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDARELCG.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - CARGA DA BIBLIOTECA DE    *
000120*                  RELATORIOS PARA A CONSULTA ONLINE (GDARELCI).
000130*                  O CICS NAO LE A PDS, ENTAO ESTE PASSO RODA*
000140*                  LOGO DEPOIS DO EXPURGO (GDARELSW) E REFAZ O
000150*                  KSDS RELVIEW (DEFINIDO COM REUSE) A PARTIR DA
000160*                  BIBLIOTECA INTEIRA DESCARREGADA NO FORMATO*
000170*                  IEBUPDTE (DD BIBLIO, ./ ADD NAME=CCCAADDD).
000180*                  ASSIM O KSDS TEM SEMPRE OS MESMOS MEMBROS QUE
000190*                  A PDS, DENTRO DA RETENCAO. CADA MEMBRO GERA:
000200*                    'D' + MEMBRO          DIRETORIO (TITULO,*
000210*                                          LINHAS, PAGINAS, DATA)
000220*                    'L' + MEMBRO + LINHA  CADA LINHA DO MEMBRO
000230*                    'P' + MEMBRO + PAGINA 1A LINHA DA PAGINA*
000240*                  A PAGINA COMECA NA LINHA DE TITULO DO GDAREL.
000250*                  O RELATORIO DA CARGA (GDAREL, DD RELPRT) LISTA
000260*                  OS MEMBROS CARREGADOS.                    *
000270*
000280* RETORNO: 0 = CARGA OK; 4 = MEMBRO REPETIDO NO DECK (FICA O *
000290*          PRIMEIRO); 16 = ERRO DE ARQUIVO.                  *
000300*-----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT BIBLIO-FILE ASSIGN TO BIBLIO
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-FS-BIBLIO.
000380     SELECT RELVIEW-FILE ASSIGN TO RELVIEW
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS RVW-CHAVE
000420         FILE STATUS IS WS-FS-RELVIEW.
000430     SELECT SORT-FILE ASSIGN TO SORTWK1.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  BIBLIO-FILE
000470     RECORDING MODE IS F
000480     BLOCK CONTAINS 0 RECORDS
000490     LABEL RECORDS ARE STANDARD.
000500 01  REG-BIBLIO.
000510     05  BIB-ADD             PIC X(12).
000520         88  BIB-CARTAO-ADD            VALUE './ ADD NAME='.
000530     05  BIB-MEMBRO          PIC X(08).
000540     05  FILLER              PIC X(112).
000550 FD  RELVIEW-FILE.
000560 01  REG-RELVIEW.
000570     05  RVW-CHAVE.
000580         10  RVW-TIPO        PIC X(01).
000590         10  RVW-MEMBRO      PIC X(08).
000600         10  RVW-SEQ         PIC 9(06).
000610     05  RVW-DADOS           PIC X(132).
000620     05  FILLER              PIC X(03).
000630 SD  SORT-FILE.
000640 01  SRT-REG.
000650     05  SRT-CHAVE.
000660         10  SRT-TIPO        PIC X(01).
000670         10  SRT-MEMBRO      PIC X(08).
000680         10  SRT-SEQ         PIC 9(06).
000690     05  SRT-DADOS           PIC X(132).
000700     05  SRT-DIRETORIO REDEFINES SRT-DADOS.
000710         10  SRT-TITULO      PIC X(60).
000720         10  SRT-LINHAS      PIC 9(06).
000730         10  SRT-PAGINAS     PIC 9(04).
000740         10  SRT-DATA        PIC 9(08).
000750         10  FILLER          PIC X(54).
000760     05  SRT-PAGINA REDEFINES SRT-DADOS.
000770         10  SRT-PAG-LINHA   PIC 9(06).
000780         10  FILLER          PIC X(126).
000790     05  FILLER              PIC X(03).
000800 WORKING-STORAGE SECTION.
000810 77  WS-FS-BIBLIO             PIC X(02) VALUE '00'.
000820 77  WS-FS-RELVIEW            PIC X(02) VALUE '00'.
000830 01  WS-SWITCHES.
000840     05  WS-FIM-BIB-SW        PIC X(01) VALUE 'N'.
000850         88  FIM-DA-BIBLIOTECA         VALUE 'S'.
000860     05  WS-FIM-SRT-SW        PIC X(01) VALUE 'N'.
000870         88  FIM-DA-CLASSIFICACAO      VALUE 'S'.
000880     05  WS-DENTRO-SW         PIC X(01) VALUE 'N'.
000890         88  DENTRO-DO-MEMBRO          VALUE 'S'.
000900         88  PULANDO-MEMBRO            VALUE 'R'.
000910*-----------------------------------------------------------*
000920* MEMBRO CORRENTE DO DECK                                    *
000930*-----------------------------------------------------------*
000940 01  WS-MEMBRO.
000950     05  WS-MBR-NOME          PIC X(08) VALUE SPACES.
000960     05  FILLER REDEFINES WS-MBR-NOME.
000970         10  WS-MBR-CODIGO    PIC X(03).
000980         10  WS-MBR-DATA      PIC X(05).
000990         10  FILLER REDEFINES WS-MBR-DATA.
001000             15  WS-MBR-ANO   PIC 9(02).
001010             15  WS-MBR-DIA   PIC 9(03).
001020     05  WS-MBR-TITULO        PIC X(60) VALUE SPACES.
001030     05  WS-MBR-LINHAS        PIC 9(06) VALUE ZEROES.
001040     05  WS-MBR-PAGINAS       PIC 9(04) VALUE ZEROES.
001050 01  WS-DATA-AAMMDD.
001060     05  WS-DATA-ANO          PIC 9(02).
001070     05  WS-DATA-MES          PIC 9(02) VALUE 01.
001080     05  WS-DATA-DIA          PIC 9(02) VALUE 01.
001090*-----------------------------------------------------------*
001100* MEMBROS JA LIDOS, PARA RECUSAR O REPETIDO NO DECK          *
001110*-----------------------------------------------------------*
001120 01  WS-VISTO-MAX             PIC 9(04) COMP VALUE 3000.
001130 01  WS-VISTO-COUNT           PIC 9(04) COMP VALUE ZEROES.
001140 01  WS-VISTO-TABLE.
001150     05  WS-VISTO OCCURS 3000 TIMES
001160                  INDEXED BY VIS-IDX
001170                              PIC X(08).
001180*-----------------------------------------------------------*
001190* CONTADORES                                                 *
001200*-----------------------------------------------------------*
001210 01  WS-CONTADORES.
001220     05  WS-MEMBROS           PIC 9(05) VALUE ZEROES.
001230     05  WS-GRAVADOS          PIC 9(07) VALUE ZEROES.
001240     05  WS-REPETIDOS         PIC 9(05) VALUE ZEROES.
001250*-----------------------------------------------------------*
001260* LINHAS DO RELATORIO                                        *
001270*-----------------------------------------------------------*
001280 01  WS-CABECALHO.
001290     05  FILLER               PIC X(10) VALUE ' MEMBRO'.
001300     05  FILLER               PIC X(11) VALUE 'DATA'.
001310     05  FILLER               PIC X(08) VALUE ' LINHAS'.
001320     05  FILLER               PIC X(06) VALUE 'PAGS'.
001330     05  FILLER               PIC X(45) VALUE ' TITULO'.
001340 01  WS-LINHA-DET.
001350     05  FILLER               PIC X(01) VALUE SPACE.
001360     05  DET-MEMBRO           PIC X(08).
001370     05  FILLER               PIC X(01) VALUE SPACE.
001380     05  DET-DIA              PIC 9(02).
001390     05  FILLER               PIC X(01) VALUE '/'.
001400     05  DET-MES              PIC 9(02).
001410     05  FILLER               PIC X(01) VALUE '/'.
001420     05  DET-ANO              PIC 9(04).
001430     05  FILLER               PIC X(01) VALUE SPACE.
001440     05  DET-LINHAS           PIC ZZZZZ9.
001450     05  FILLER               PIC X(02) VALUE SPACES.
001460     05  DET-PAGINAS          PIC ZZZ9.
001470     05  FILLER               PIC X(03) VALUE SPACES.
001480     05  DET-TITULO           PIC X(60).
001490     05  DET-SITUACAO         PIC X(20).
001500     05  FILLER               PIC X(16) VALUE SPACES.
001510 01  WS-DATA-DET              PIC 9(08).
001520 01  FILLER REDEFINES WS-DATA-DET.
001530     05  WS-DATA-DET-ANO      PIC 9(04).
001540     05  WS-DATA-DET-MES      PIC 9(02).
001550     05  WS-DATA-DET-DIA      PIC 9(02).
001560 01  WS-LINHA-TOT.
001570     05  FILLER               PIC X(01) VALUE SPACE.
001580     05  FILLER               PIC X(10) VALUE 'MEMBROS = '.
001590     05  TOT-MEMBROS          PIC ZZZZ9.
001600     05  FILLER               PIC X(24) VALUE
001610         '  REGISTROS NO KSDS = '.
001620     05  TOT-GRAVADOS         PIC ZZZZZZ9.
001630     05  FILLER               PIC X(14) VALUE '  REPETIDOS = '.
001640     05  TOT-REPETIDOS        PIC ZZZZ9.
001650     05  FILLER               PIC X(66) VALUE SPACES.
001660*-----------------------------------------------------------*
001670* AREA DA ARITMETICA DE DATAS (GDADTCALC)                    *
001680*-----------------------------------------------------------*
001690 01  GDADTCALC-AREA.
001700     03  DTC-FUNCAO           PIC X(01).
001710     03  DTC-DATA-AAMMDD-1    PIC X(06).
001720     03  DTC-DATA-AAMMDD-2    PIC X(06).
001730     03  DTC-DIAS             PIC S9(05).
001740     03  DTC-RESULT-AAMMDD    PIC X(06).
001750     03  DTC-RESULT-CCYYMMDD  PIC 9(08).
001760     03  DTC-DIA-SEMANA       PIC 9(01).
001770     03  DTC-STATUS           PIC 9(02).
001780*-----------------------------------------------------------*
001790* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
001800*-----------------------------------------------------------*
001810 01  GDAREL-AREA.
001820     03  GDAREL-FUNCAO        PIC X(01).
001830     03  GDAREL-TITULO        PIC X(60).
001840     03  GDAREL-CABECALHO     PIC X(80).
001850     03  GDAREL-LINHA         PIC X(132).
001860     03  GDAREL-RETORNO       PIC 9(02).
001870     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
001880     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
001890         05  GDAREL-QBR-POS   PIC 9(03).
001900         05  GDAREL-QBR-TAM   PIC 9(02).
001910     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
001920     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
001930     03  GDAREL-EXTRATO OCCURS 10 TIMES.
001940         05  GDAREL-EXT-POS   PIC 9(03).
001950         05  GDAREL-EXT-TAM   PIC 9(03).
001960     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
001970 PROCEDURE DIVISION.
001980 0000-MAINLINE.
001990*-----------------------------------------------------------*
002000* PARAGRAFO PRINCIPAL.                                       *
002010*-----------------------------------------------------------*
002020     PERFORM 1000-INITIALIZE
002030         THRU 1000-INITIALIZE-EXIT
002040     SORT SORT-FILE
002050         ON ASCENDING KEY SRT-CHAVE
002060         INPUT PROCEDURE IS 2000-LER-BIBLIOTECA
002070             THRU 2000-LER-BIBLIOTECA-EXIT
002080         OUTPUT PROCEDURE IS 3000-CARREGAR-KSDS
002090             THRU 3000-CARREGAR-KSDS-EXIT
002100     PERFORM 9999-TERMINATE
002110         THRU 9999-TERMINATE-EXIT
002120     STOP RUN
002130     .
002140 0000-MAINLINE-EXIT.
002150     EXIT.
002160 1000-INITIALIZE.
002170     OPEN INPUT BIBLIO-FILE
002180     IF WS-FS-BIBLIO NOT EQUAL '00'
002190         DISPLAY "GDARELCG: ERRO NO OPEN DO BIBLIO, STATUS = "
002200                 WS-FS-BIBLIO
002210         MOVE 16 TO RETURN-CODE
002220         STOP RUN
002230     END-IF
002240     OPEN OUTPUT RELVIEW-FILE
002250     IF WS-FS-RELVIEW NOT EQUAL '00'
002260         DISPLAY "GDARELCG: ERRO NO OPEN DO RELVIEW, STATUS = "
002270                 WS-FS-RELVIEW
002280         MOVE 16 TO RETURN-CODE
002290         STOP RUN
002300     END-IF
002310     MOVE 'A' TO GDAREL-FUNCAO
002320     MOVE 1 TO GDAREL-NUMERO
002330     MOVE 'CARGA DA BIBLIOTECA DE RELATORIOS PARA A CONSULTA'
002340       TO GDAREL-TITULO
002350     MOVE WS-CABECALHO TO GDAREL-CABECALHO
002360     MOVE ZEROES TO GDAREL-QBR-POS (1) GDAREL-QBR-TAM (1)
002370                    GDAREL-QBR-POS (2) GDAREL-QBR-TAM (2)
002380                    GDAREL-QBR-POS (3) GDAREL-QBR-TAM (3)
002390     MOVE ZEROES TO GDAREL-EXT-POS (1)
002400     CALL 'GDAREL' USING GDAREL-AREA
002410     .
002420 1000-INITIALIZE-EXIT.
002430     EXIT.
002440 2000-LER-BIBLIOTECA.
002450*-----------------------------------------------------------*
002460* ENTRADA DA CLASSIFICACAO: O DECK DA BIBLIOTECA INTEIRA.    *
002470*-----------------------------------------------------------*
002480     PERFORM 2100-LER-LINHA
002490         THRU 2100-LER-LINHA-EXIT
002500         UNTIL FIM-DA-BIBLIOTECA
002510     IF DENTRO-DO-MEMBRO
002520         PERFORM 2300-FECHAR-MEMBRO
002530             THRU 2300-FECHAR-MEMBRO-EXIT
002540     END-IF
002550     CLOSE BIBLIO-FILE
002560     .
002570 2000-LER-BIBLIOTECA-EXIT.
002580     EXIT.
002590 2100-LER-LINHA.
002600*-----------------------------------------------------------*
002610* UMA LINHA DO DECK: ./ ADD ABRE O MEMBRO, ./ ENDUP FECHA, O *
002620* RESTO E' LINHA DO MEMBRO ABERTO.                           *
002630*-----------------------------------------------------------*
002640     READ BIBLIO-FILE
002650         AT END
002660             SET FIM-DA-BIBLIOTECA TO TRUE
002670             GO TO 2100-LER-LINHA-EXIT
002680     END-READ
002690     IF BIB-CARTAO-ADD
002700         IF DENTRO-DO-MEMBRO
002710             PERFORM 2300-FECHAR-MEMBRO
002720                 THRU 2300-FECHAR-MEMBRO-EXIT
002730         END-IF
002740         MOVE BIB-MEMBRO TO WS-MBR-NOME
002750         MOVE SPACES TO WS-MBR-TITULO
002760         MOVE ZEROES TO WS-MBR-LINHAS WS-MBR-PAGINAS
002770         MOVE 'S' TO WS-DENTRO-SW
002780         PERFORM 2150-CONFERIR-REPETIDO
002790             THRU 2150-CONFERIR-REPETIDO-EXIT
002800         GO TO 2100-LER-LINHA-EXIT
002810     END-IF
002820     IF PULANDO-MEMBRO
002830         AND REG-BIBLIO (1:8) IS EQUAL TO './ ENDUP'
002840         MOVE 'N' TO WS-DENTRO-SW
002850     END-IF
002860     IF NOT DENTRO-DO-MEMBRO
002870         GO TO 2100-LER-LINHA-EXIT
002880     END-IF
002890     IF REG-BIBLIO (1:8) IS EQUAL TO './ ENDUP'
002900         PERFORM 2300-FECHAR-MEMBRO
002910             THRU 2300-FECHAR-MEMBRO-EXIT
002920         GO TO 2100-LER-LINHA-EXIT
002930     END-IF
002940     PERFORM 2200-LIBERAR-LINHA
002950         THRU 2200-LIBERAR-LINHA-EXIT
002960     .
002970 2100-LER-LINHA-EXIT.
002980     EXIT.
002990 2150-CONFERIR-REPETIDO.
003000*-----------------------------------------------------------*
003010* MEMBRO QUE JA APARECEU NO DECK E' PULADO (FICA O PRIMEIRO).*
003020*-----------------------------------------------------------*
003030     SET VIS-IDX TO 1
003040     SEARCH WS-VISTO
003050         AT END
003060             CONTINUE
003070         WHEN VIS-IDX IS GREATER THAN WS-VISTO-COUNT
003080             CONTINUE
003090         WHEN WS-VISTO (VIS-IDX) IS EQUAL TO WS-MBR-NOME
003100             SET PULANDO-MEMBRO TO TRUE
003110             ADD 1 TO WS-REPETIDOS
003120             DISPLAY "GDARELCG: MEMBRO REPETIDO NO DECK: "
003130                     WS-MBR-NOME
003140             GO TO 2150-CONFERIR-REPETIDO-EXIT
003150     END-SEARCH
003160     IF WS-VISTO-COUNT IS LESS THAN WS-VISTO-MAX
003170         ADD 1 TO WS-VISTO-COUNT
003180         MOVE WS-MBR-NOME TO WS-VISTO (WS-VISTO-COUNT)
003190     END-IF
003200     .
003210 2150-CONFERIR-REPETIDO-EXIT.
003220     EXIT.
003230 2200-LIBERAR-LINHA.
003240*-----------------------------------------------------------*
003250* LINHA DO MEMBRO. A LINHA DE TITULO DO GDAREL ABRE PAGINA:  *
003260* GRAVA O INDICE DA PAGINA E, NA PRIMEIRA, GUARDA O TITULO.  *
003270*-----------------------------------------------------------*
003280     ADD 1 TO WS-MBR-LINHAS
003290     IF REG-BIBLIO (62:15) IS EQUAL TO ' PROCESSADO EM '
003300         ADD 1 TO WS-MBR-PAGINAS
003310         IF WS-MBR-TITULO IS EQUAL TO SPACES
003320             MOVE REG-BIBLIO (2:60) TO WS-MBR-TITULO
003330         END-IF
003340         MOVE SPACES TO SRT-REG
003350         MOVE 'P' TO SRT-TIPO
003360         MOVE WS-MBR-NOME TO SRT-MEMBRO
003370         MOVE WS-MBR-PAGINAS TO SRT-SEQ
003380         MOVE WS-MBR-LINHAS TO SRT-PAG-LINHA
003390         RELEASE SRT-REG
003400     END-IF
003410     MOVE SPACES TO SRT-REG
003420     MOVE 'L' TO SRT-TIPO
003430     MOVE WS-MBR-NOME TO SRT-MEMBRO
003440     MOVE WS-MBR-LINHAS TO SRT-SEQ
003450     MOVE REG-BIBLIO TO SRT-DADOS
003460     RELEASE SRT-REG
003470     .
003480 2200-LIBERAR-LINHA-EXIT.
003490     EXIT.
003500 2300-FECHAR-MEMBRO.
003510*-----------------------------------------------------------*
003520* FIM DO MEMBRO: GRAVA O DIRETORIO. A DATA SAI DO NOME       *
003530* (AADDD): 1O DE JANEIRO DO ANO MAIS DDD - 1 DIAS.           *
003540*-----------------------------------------------------------*
003550     MOVE 'N' TO WS-DENTRO-SW
003560     MOVE SPACES TO SRT-REG
003570     MOVE 'D' TO SRT-TIPO
003580     MOVE WS-MBR-NOME TO SRT-MEMBRO
003590     MOVE ZEROES TO SRT-SEQ
003600     MOVE WS-MBR-TITULO TO SRT-TITULO
003610     MOVE WS-MBR-LINHAS TO SRT-LINHAS
003620     MOVE WS-MBR-PAGINAS TO SRT-PAGINAS
003630     MOVE ZEROES TO SRT-DATA
003640     IF WS-MBR-DATA IS NUMERIC
003650         MOVE WS-MBR-ANO TO WS-DATA-ANO
003660         MOVE 'S' TO DTC-FUNCAO
003670         MOVE WS-DATA-AAMMDD TO DTC-DATA-AAMMDD-1
003680         COMPUTE DTC-DIAS = WS-MBR-DIA - 1
003690         CALL 'GDADTCALC' USING GDADTCALC-AREA
003700         IF DTC-STATUS IS EQUAL TO ZEROES
003710             MOVE DTC-RESULT-CCYYMMDD TO SRT-DATA
003720         END-IF
003730     END-IF
003740     RELEASE SRT-REG
003750     .
003760 2300-FECHAR-MEMBRO-EXIT.
003770     EXIT.
003780 3000-CARREGAR-KSDS.
003790*-----------------------------------------------------------*
003800* SAIDA DA CLASSIFICACAO: GRAVA O KSDS NA ORDEM DA CHAVE.    *
003810*-----------------------------------------------------------*
003820     PERFORM 3100-GRAVAR-REGISTRO
003830         THRU 3100-GRAVAR-REGISTRO-EXIT
003840         UNTIL FIM-DA-CLASSIFICACAO
003850     .
003860 3000-CARREGAR-KSDS-EXIT.
003870     EXIT.
003880 3100-GRAVAR-REGISTRO.
003890     RETURN SORT-FILE
003900         AT END
003910             SET FIM-DA-CLASSIFICACAO TO TRUE
003920             GO TO 3100-GRAVAR-REGISTRO-EXIT
003930     END-RETURN
003940     MOVE SRT-REG TO REG-RELVIEW
003950     WRITE REG-RELVIEW
003960         INVALID KEY
003970             DISPLAY "GDARELCG: ERRO NA GRAVACAO DO RELVIEW, "
003980                     "STATUS = " WS-FS-RELVIEW
003990             MOVE 16 TO RETURN-CODE
004000             STOP RUN
004010     END-WRITE
004020     ADD 1 TO WS-GRAVADOS
004030     IF SRT-TIPO IS NOT EQUAL TO 'D'
004040         GO TO 3100-GRAVAR-REGISTRO-EXIT
004050     END-IF
004060     ADD 1 TO WS-MEMBROS
004070     MOVE SRT-MEMBRO TO DET-MEMBRO
004080     MOVE SRT-DATA TO WS-DATA-DET
004090     MOVE WS-DATA-DET-DIA TO DET-DIA
004100     MOVE WS-DATA-DET-MES TO DET-MES
004110     MOVE WS-DATA-DET-ANO TO DET-ANO
004120     MOVE SRT-LINHAS TO DET-LINHAS
004130     MOVE SRT-PAGINAS TO DET-PAGINAS
004140     MOVE SRT-TITULO TO DET-TITULO
004150     IF SRT-PAGINAS IS EQUAL TO ZEROES
004160         MOVE 'SEM TITULO GDAREL' TO DET-SITUACAO
004170     ELSE
004180         MOVE SPACES TO DET-SITUACAO
004190     END-IF
004200     MOVE 'D' TO GDAREL-FUNCAO
004210     MOVE WS-LINHA-DET TO GDAREL-LINHA
004220     CALL 'GDAREL' USING GDAREL-AREA
004230     .
004240 3100-GRAVAR-REGISTRO-EXIT.
004250     EXIT.
004260 9999-TERMINATE.
004270     CLOSE RELVIEW-FILE
004280     MOVE WS-MEMBROS   TO TOT-MEMBROS
004290     MOVE WS-GRAVADOS  TO TOT-GRAVADOS
004300     MOVE WS-REPETIDOS TO TOT-REPETIDOS
004310     MOVE 'T' TO GDAREL-FUNCAO
004320     MOVE WS-LINHA-TOT TO GDAREL-LINHA
004330     CALL 'GDAREL' USING GDAREL-AREA
004340     MOVE 'F' TO GDAREL-FUNCAO
004350     CALL 'GDAREL' USING GDAREL-AREA
004360     DISPLAY "GDARELCG: " WS-MEMBROS " MEMBRO(S), " WS-GRAVADOS
004370             " REGISTRO(S) NO RELVIEW, " WS-REPETIDOS
004380             " REPETIDO(S)"
004390     IF WS-REPETIDOS IS GREATER THAN ZEROES
004400         MOVE 4 TO RETURN-CODE
004410     ELSE
004420         MOVE ZEROES TO RETURN-CODE
004430     END-IF
004440     .
004450 9999-TERMINATE-EXIT.
004460     EXIT.
