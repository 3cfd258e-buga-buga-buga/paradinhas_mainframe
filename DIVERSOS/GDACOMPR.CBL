000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDACOMPR.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - COMPARADOR DE DUAS VERSOES*
000120*                  DE UM ARQUIVO, CAMPO A CAMPO, PELO MESMO  *
000130*                  DESENHO DE LAYOUT DO GDAPROFL. ANTES ERA  *
000140*                  SUPERC E CONTAR COLUNA NO OLHO. OS DOIS   *
000150*                  ARQUIVOS (DD ANTIGO E DD NOVO) SAO        *
000160*                  CLASSIFICADOS PELA CHAVE (CAMPOS DO LAYOUT*
000170*                  INDICADOS NOS CARTOES CHAVE=) EM ARQUIVOS *
000180*                  DE TRABALHO (DD TRABANT E TRABNOV) E      *
000190*                  CASADOS PELA CHAVE. O RELATORIO (GDAREL,  *
000200*                  DD RELPRT) LISTA OS REGISTROS SO NO       *
000210*                  ANTIGO, SO NO NOVO E, NAS CHAVES CASADAS, *
000220*                  CADA CAMPO DIFERENTE COM O VALOR ANTIGO E *
000230*                  O NOVO. O RESUMO POR CAMPO (GDAREL NUMERO *
000240*                  2, DD RELPRT2) CONTA OS REGISTROS ALTERADOS
000250*                  EM CADA CAMPO. CAMPO EXCLUIDO (CARTAO     *
000260*                  EXCLUI=, COMO DATA/HORA DE GRAVACAO) NAO E*
000270*                  COMPARADO. QUALQUER DIFERENCA: RC 4.      *
000280*
000290* LAYOUT (DD LAYOUT): O MESMO DO GDAPROFL (NOME 01-30,       *
000300*   POSICAO 32-35, TAMANHO 37-39, TIPO 41).                  *
000310* CARTOES (DD CARTAO):                                       *
000320*   CHAVE=NOME-DO-CAMPO   CAMPO DA CHAVE (ATE 5, NA ORDEM    *
000330*                         DOS CARTOES; SOMA ATE 60 BYTES)    *
000340*   EXCLUI=NOME-DO-CAMPO  CAMPO FORA DA COMPARACAO           *
000350*
000360* RETORNO: 0 = ARQUIVOS IGUAIS; 4 = HA DIFERENCAS; 16 = ERRO *
000370*          DE LAYOUT, DE CARTAO OU DE ARQUIVO.               *
000380*-----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ANTIGO-FILE ASSIGN TO ANTIGO
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-ANTIGO.
000460     SELECT NOVO-FILE ASSIGN TO NOVO
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-NOVO.
000490     SELECT LAYOUT-FILE ASSIGN TO LAYOUT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-LAYOUT.
000520     SELECT CARTAO-FILE ASSIGN TO CARTAO
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FS-CARTAO.
000550     SELECT TRABANT-FILE ASSIGN TO TRABANT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-FS-TRABANT.
000580     SELECT TRABNOV-FILE ASSIGN TO TRABNOV
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-FS-TRABNOV.
000610     SELECT SORT-FILE ASSIGN TO SORTWK01.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  ANTIGO-FILE
000650     RECORDING MODE IS F.
000660 01  REG-ANTIGO              PIC X(500).
000670 FD  NOVO-FILE
000680     RECORDING MODE IS F.
000690 01  REG-NOVO                PIC X(500).
000700 FD  LAYOUT-FILE
000710     RECORDING MODE IS F.
000720 01  REG-LAYOUT.
000730     05  LAY-NOME            PIC X(30).
000740     05  FILLER              PIC X(01).
000750     05  LAY-POS             PIC X(04).
000760     05  FILLER              PIC X(01).
000770     05  LAY-TAM             PIC X(03).
000780     05  FILLER              PIC X(01).
000790     05  LAY-TIPO            PIC X(01).
000800     05  FILLER              PIC X(39).
000810 FD  CARTAO-FILE
000820     RECORDING MODE IS F.
000830 01  REG-CARTAO              PIC X(80).
000840 FD  TRABANT-FILE
000850     RECORDING MODE IS F.
000860 01  REG-TRABANT.
000870     05  TRA-CHAVE           PIC X(60).
000880     05  TRA-DADOS           PIC X(500).
000890 FD  TRABNOV-FILE
000900     RECORDING MODE IS F.
000910 01  REG-TRABNOV.
000920     05  TRN-CHAVE           PIC X(60).
000930     05  TRN-DADOS           PIC X(500).
000940 SD  SORT-FILE.
000950 01  REG-SORT.
000960     05  SRT-CHAVE           PIC X(60).
000970     05  SRT-DADOS           PIC X(500).
000980 WORKING-STORAGE SECTION.
000990 77  WS-FS-ANTIGO             PIC X(02) VALUE '00'.
001000 77  WS-FS-NOVO               PIC X(02) VALUE '00'.
001010 77  WS-FS-LAYOUT             PIC X(02) VALUE '00'.
001020 77  WS-FS-CARTAO             PIC X(02) VALUE '00'.
001030 77  WS-FS-TRABANT            PIC X(02) VALUE '00'.
001040 77  WS-FS-TRABNOV            PIC X(02) VALUE '00'.
001050 01  WS-SWITCHES.
001060     05  WS-FIM-LAY-SW        PIC X(01) VALUE 'N'.
001070         88  FIM-DO-LAYOUT             VALUE 'S'.
001080     05  WS-FIM-CRT-SW        PIC X(01) VALUE 'N'.
001090         88  FIM-DOS-CARTOES           VALUE 'S'.
001100     05  WS-FIM-ENT-SW        PIC X(01) VALUE 'N'.
001110         88  FIM-DA-ENTRADA            VALUE 'S'.
001120     05  WS-FIM-ANT-SW        PIC X(01) VALUE 'N'.
001130         88  FIM-DO-ANTIGO             VALUE 'S'.
001140     05  WS-FIM-NOV-SW        PIC X(01) VALUE 'N'.
001150         88  FIM-DO-NOVO               VALUE 'S'.
001160     05  WS-LADO-SW           PIC X(01) VALUE 'A'.
001170         88  LADO-ANTIGO               VALUE 'A'.
001180         88  LADO-NOVO                 VALUE 'N'.
001190     05  WS-ALTERADO-SW       PIC X(01) VALUE 'N'.
001200         88  REGISTRO-ALTERADO         VALUE 'S'.
001210 01  WS-CONTADORES.
001220     05  WS-LIDOS-ANT         PIC 9(07) VALUE ZEROES.
001230     05  WS-LIDOS-NOV         PIC 9(07) VALUE ZEROES.
001240     05  WS-SO-ANTIGO         PIC 9(07) VALUE ZEROES.
001250     05  WS-SO-NOVO           PIC 9(07) VALUE ZEROES.
001260     05  WS-CASADOS           PIC 9(07) VALUE ZEROES.
001270     05  WS-ALTERADOS         PIC 9(07) VALUE ZEROES.
001280     05  WS-ERROS-CARTAO      PIC 9(03) VALUE ZEROES.
001290*-----------------------------------------------------------*
001300* CAMPOS DO LAYOUT. CMP-PAPEL: C = CHAVE, E = EXCLUIDO,      *
001310* BRANCO = COMPARADO.                                        *
001320*-----------------------------------------------------------*
001330 01  WS-CAMPOS.
001340     05  WS-CMP-MAX           PIC 9(02) VALUE 50.
001350     05  WS-CMP-COUNT         PIC 9(02) VALUE ZEROES.
001360     05  WS-CMP-IX            PIC 9(02) VALUE ZEROES.
001370     05  WS-CMP-ENT OCCURS 50 TIMES.
001380         10  WS-CMP-NOME      PIC X(30).
001390         10  WS-CMP-POS       PIC 9(04).
001400         10  WS-CMP-TAM       PIC 9(03).
001410         10  WS-CMP-TIPO      PIC X(01).
001420         10  WS-CMP-PAPEL     PIC X(01).
001430             88  CAMPO-CHAVE           VALUE 'C'.
001440             88  CAMPO-EXCLUIDO        VALUE 'E'.
001450         10  WS-CMP-DIFERENCAS
001460                              PIC 9(07).
001470*-----------------------------------------------------------*
001480* CHAVE COMPOSTA: OS CAMPOS NA ORDEM DOS CARTOES CHAVE=      *
001490*-----------------------------------------------------------*
001500 01  WS-CHAVES.
001510     05  WS-CHV-MAX           PIC 9(01) VALUE 5.
001520     05  WS-CHV-COUNT         PIC 9(01) VALUE ZEROES.
001530     05  WS-CHV-IX            PIC 9(01) VALUE ZEROES.
001540     05  WS-CHV-CAMPO OCCURS 5 TIMES
001550                              PIC 9(02).
001560     05  WS-CHV-TAM-TOTAL     PIC 9(03) VALUE ZEROES.
001570 01  WS-CHAVE-MONTADA         PIC X(60) VALUE SPACES.
001580 01  WS-CHAVE-POS             PIC 9(03) VALUE ZEROES.
001590 01  WS-NOME-PROCURADO        PIC X(30) VALUE SPACES.
001600 01  WS-ACHADO                PIC 9(02) VALUE ZEROES.
001610 01  WS-REG-ENTRADA           PIC X(500) VALUE SPACES.
001620 01  WS-TAM-VALOR             PIC 9(03) VALUE ZEROES.
001630*-----------------------------------------------------------*
001640* LINHAS DO RELATORIO DE DIFERENCAS (RELATORIO 1)            *
001650*-----------------------------------------------------------*
001660 01  WS-CABEC-DIF.
001670     05  FILLER               PIC X(14) VALUE ' SITUACAO'.
001680     05  FILLER               PIC X(31) VALUE 'CHAVE'.
001690     05  FILLER               PIC X(21) VALUE 'CAMPO'.
001700     05  FILLER               PIC X(14) VALUE 'ANTIGO / NOVO'.
001710 01  WS-LINHA-DIF.
001720     05  FILLER               PIC X(01) VALUE SPACE.
001730     05  DIF-SITUACAO         PIC X(12).
001740     05  FILLER               PIC X(01) VALUE SPACE.
001750     05  DIF-CHAVE            PIC X(30).
001760     05  FILLER               PIC X(01) VALUE SPACE.
001770     05  DIF-CAMPO            PIC X(20).
001780     05  FILLER               PIC X(01) VALUE SPACE.
001790     05  DIF-ANTIGO           PIC X(32).
001800     05  FILLER               PIC X(01) VALUE SPACE.
001810     05  DIF-NOVO             PIC X(32).
001820     05  FILLER               PIC X(01) VALUE SPACE.
001830*-----------------------------------------------------------*
001840* LINHAS DO RESUMO POR CAMPO (RELATORIO 2)                   *
001850*-----------------------------------------------------------*
001860 01  WS-CABEC-RES.
001870     05  FILLER               PIC X(32) VALUE ' CAMPO'.
001880     05  FILLER               PIC X(11) VALUE 'POS  TAM'.
001890     05  FILLER               PIC X(12) VALUE 'ALTERADOS'.
001900     05  FILLER               PIC X(10) VALUE 'OBS'.
001910 01  WS-LINHA-RES.
001920     05  FILLER               PIC X(01) VALUE SPACE.
001930     05  RES-CAMPO            PIC X(30).
001940     05  FILLER               PIC X(01) VALUE SPACE.
001950     05  RES-POS              PIC ZZZ9.
001960     05  FILLER               PIC X(01) VALUE SPACE.
001970     05  RES-TAM              PIC ZZ9.
001980     05  FILLER               PIC X(03) VALUE SPACES.
001990     05  RES-DIFERENCAS       PIC Z(06)9.
002000     05  FILLER               PIC X(05) VALUE SPACES.
002010     05  RES-OBS              PIC X(10).
002020     05  FILLER               PIC X(67) VALUE SPACES.
002030 01  WS-LINHA-TOT.
002040     05  FILLER               PIC X(01) VALUE SPACE.
002050     05  FILLER               PIC X(08) VALUE 'ANTIGO='.
002060     05  TOT-LIDOS-ANT        PIC Z(06)9.
002070     05  FILLER               PIC X(07) VALUE ' NOVO='.
002080     05  TOT-LIDOS-NOV        PIC Z(06)9.
002090     05  FILLER               PIC X(09) VALUE ' CASADOS='.
002100     05  TOT-CASADOS          PIC Z(06)9.
002110     05  FILLER               PIC X(11) VALUE ' ALTERADOS='.
002120     05  TOT-ALTERADOS        PIC Z(06)9.
002130     05  FILLER               PIC X(11) VALUE ' SO ANTIGO='.
002140     05  TOT-SO-ANTIGO        PIC Z(06)9.
002150     05  FILLER               PIC X(09) VALUE ' SO NOVO='.
002160     05  TOT-SO-NOVO          PIC Z(06)9.
002170     05  FILLER               PIC X(36) VALUE SPACES.
002180*-----------------------------------------------------------*
002190* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
002200*-----------------------------------------------------------*
002210 01  GDAREL-AREA.
002220     03  GDAREL-FUNCAO        PIC X(01).
002230     03  GDAREL-TITULO        PIC X(60).
002240     03  GDAREL-CABECALHO     PIC X(80).
002250     03  GDAREL-LINHA         PIC X(132).
002260     03  GDAREL-RETORNO       PIC 9(02).
002270     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
002280     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
002290         05  GDAREL-QBR-POS   PIC 9(03).
002300         05  GDAREL-QBR-TAM   PIC 9(02).
002310     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
002320     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
002330     03  GDAREL-EXTRATO OCCURS 10 TIMES.
002340         05  GDAREL-EXT-POS   PIC 9(03).
002350         05  GDAREL-EXT-TAM   PIC 9(03).
002360     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
002370 PROCEDURE DIVISION.
002380 0000-MAINLINE.
002390*-----------------------------------------------------------*
002400* PARAGRAFO PRINCIPAL.                                       *
002410*-----------------------------------------------------------*
002420     PERFORM 1000-INITIALIZE
002430         THRU 1000-INITIALIZE-EXIT
002440     PERFORM 2000-CLASSIFICAR
002450         THRU 2000-CLASSIFICAR-EXIT
002460     PERFORM 3000-CASAR
002470         THRU 3000-CASAR-EXIT
002480         UNTIL FIM-DO-ANTIGO AND FIM-DO-NOVO
002490     PERFORM 9999-TERMINATE
002500         THRU 9999-TERMINATE-EXIT
002510     STOP RUN
002520     .
002530 0000-MAINLINE-EXIT.
002540     EXIT.
002550 1000-INITIALIZE.
002560*-----------------------------------------------------------*
002570* CARREGA O LAYOUT E OS CARTOES DE CHAVE E DE EXCLUSAO.      *
002580*-----------------------------------------------------------*
002590     OPEN INPUT LAYOUT-FILE
002600     IF WS-FS-LAYOUT NOT EQUAL '00'
002610         DISPLAY "GDACOMPR: SEM DD LAYOUT, STATUS = "
002620                 WS-FS-LAYOUT
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF
002660     PERFORM 1100-LER-LAYOUT
002670         THRU 1100-LER-LAYOUT-EXIT
002680         UNTIL FIM-DO-LAYOUT
002690     CLOSE LAYOUT-FILE
002700     IF WS-CMP-COUNT IS EQUAL TO ZEROES
002710         DISPLAY "GDACOMPR: LAYOUT VAZIO, NADA A COMPARAR"
002720         MOVE 16 TO RETURN-CODE
002730         STOP RUN
002740     END-IF
002750     OPEN INPUT CARTAO-FILE
002760     IF WS-FS-CARTAO NOT EQUAL '00'
002770         DISPLAY "GDACOMPR: SEM DD CARTAO, STATUS = "
002780                 WS-FS-CARTAO
002790         MOVE 16 TO RETURN-CODE
002800         STOP RUN
002810     END-IF
002820     PERFORM 1200-LER-CARTAO
002830         THRU 1200-LER-CARTAO-EXIT
002840         UNTIL FIM-DOS-CARTOES
002850     CLOSE CARTAO-FILE
002860     IF WS-CHV-COUNT IS EQUAL TO ZEROES
002870         DISPLAY "GDACOMPR: NENHUM CARTAO CHAVE="
002880         ADD 1 TO WS-ERROS-CARTAO
002890     END-IF
002900     IF WS-CHV-TAM-TOTAL IS GREATER THAN 60
002910         DISPLAY "GDACOMPR: CHAVE COM MAIS DE 60 BYTES"
002920         ADD 1 TO WS-ERROS-CARTAO
002930     END-IF
002940     IF WS-ERROS-CARTAO IS GREATER THAN ZEROES
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF
002980     .
002990 1000-INITIALIZE-EXIT.
003000     EXIT.
003010 1100-LER-LAYOUT.
003020     READ LAYOUT-FILE
003030         AT END
003040             SET FIM-DO-LAYOUT TO TRUE
003050             GO TO 1100-LER-LAYOUT-EXIT
003060     END-READ
003070     IF LAY-NOME IS EQUAL TO SPACES
003080         OR LAY-POS IS NOT NUMERIC
003090         OR LAY-TAM IS NOT NUMERIC
003100         DISPLAY "LAYOUT IGNORADO: " REG-LAYOUT (1:41)
003110         GO TO 1100-LER-LAYOUT-EXIT
003120     END-IF
003130     IF LAY-POS IS LESS THAN '0001'
003140         OR LAY-TAM IS LESS THAN '001'
003150         OR LAY-POS IS GREATER THAN '0500'
003160         DISPLAY "LAYOUT IGNORADO: " REG-LAYOUT (1:41)
003170         GO TO 1100-LER-LAYOUT-EXIT
003180     END-IF
003190     IF WS-CMP-COUNT IS EQUAL TO WS-CMP-MAX
003200         DISPLAY "GDACOMPR: LAYOUT EXCEDE " WS-CMP-MAX
003210                 " CAMPOS, EXCEDENTE IGNORADO"
003220         GO TO 1100-LER-LAYOUT-EXIT
003230     END-IF
003240     ADD 1 TO WS-CMP-COUNT
003250     MOVE LAY-NOME TO WS-CMP-NOME (WS-CMP-COUNT)
003260     MOVE LAY-POS  TO WS-CMP-POS (WS-CMP-COUNT)
003270     MOVE LAY-TAM  TO WS-CMP-TAM (WS-CMP-COUNT)
003280     MOVE LAY-TIPO TO WS-CMP-TIPO (WS-CMP-COUNT)
003290     MOVE SPACE    TO WS-CMP-PAPEL (WS-CMP-COUNT)
003300     MOVE ZEROES   TO WS-CMP-DIFERENCAS (WS-CMP-COUNT)
003310     IF WS-CMP-POS (WS-CMP-COUNT) + WS-CMP-TAM (WS-CMP-COUNT)
003320        IS GREATER THAN 501
003330         COMPUTE WS-CMP-TAM (WS-CMP-COUNT) =
003340             501 - WS-CMP-POS (WS-CMP-COUNT)
003350     END-IF
003360     .
003370 1100-LER-LAYOUT-EXIT.
003380     EXIT.
003390 1200-LER-CARTAO.
003400     READ CARTAO-FILE
003410         AT END
003420             SET FIM-DOS-CARTOES TO TRUE
003430             GO TO 1200-LER-CARTAO-EXIT
003440     END-READ
003450     EVALUATE TRUE
003460         WHEN REG-CARTAO (1:1) IS EQUAL TO '*'
003470             CONTINUE
003480         WHEN REG-CARTAO (1:6) IS EQUAL TO 'CHAVE='
003490             MOVE REG-CARTAO (7:30) TO WS-NOME-PROCURADO
003500             PERFORM 1300-PROCURAR-CAMPO
003510                 THRU 1300-PROCURAR-CAMPO-EXIT
003520             IF WS-ACHADO IS EQUAL TO ZEROES
003530                 GO TO 1200-LER-CARTAO-EXIT
003540             END-IF
003550             IF WS-CHV-COUNT IS EQUAL TO WS-CHV-MAX
003560                 DISPLAY "GDACOMPR: MAIS DE " WS-CHV-MAX
003570                         " CAMPOS DE CHAVE"
003580                 ADD 1 TO WS-ERROS-CARTAO
003590                 GO TO 1200-LER-CARTAO-EXIT
003600             END-IF
003610             ADD 1 TO WS-CHV-COUNT
003620             MOVE WS-ACHADO TO WS-CHV-CAMPO (WS-CHV-COUNT)
003630             MOVE 'C' TO WS-CMP-PAPEL (WS-ACHADO)
003640             ADD WS-CMP-TAM (WS-ACHADO) TO WS-CHV-TAM-TOTAL
003650         WHEN REG-CARTAO (1:7) IS EQUAL TO 'EXCLUI='
003660             MOVE REG-CARTAO (8:30) TO WS-NOME-PROCURADO
003670             PERFORM 1300-PROCURAR-CAMPO
003680                 THRU 1300-PROCURAR-CAMPO-EXIT
003690             IF WS-ACHADO IS GREATER THAN ZEROES
003700                 AND NOT CAMPO-CHAVE (WS-ACHADO)
003710                 MOVE 'E' TO WS-CMP-PAPEL (WS-ACHADO)
003720             END-IF
003730         WHEN OTHER
003740             DISPLAY "GDACOMPR: CARTAO INVALIDO: "
003750                     REG-CARTAO (1:40)
003760             ADD 1 TO WS-ERROS-CARTAO
003770     END-EVALUATE
003780     .
003790 1200-LER-CARTAO-EXIT.
003800     EXIT.
003810 1300-PROCURAR-CAMPO.
003820     MOVE ZEROES TO WS-ACHADO
003830     PERFORM VARYING WS-CMP-IX FROM 1 BY 1
003840             UNTIL WS-CMP-IX IS GREATER THAN WS-CMP-COUNT
003850                OR WS-ACHADO IS GREATER THAN ZEROES
003860         IF WS-CMP-NOME (WS-CMP-IX) IS EQUAL TO WS-NOME-PROCURADO
003870             MOVE WS-CMP-IX TO WS-ACHADO
003880         END-IF
003890     END-PERFORM
003900     IF WS-ACHADO IS EQUAL TO ZEROES
003910         DISPLAY "GDACOMPR: CAMPO FORA DO LAYOUT: "
003920                 WS-NOME-PROCURADO
003930         ADD 1 TO WS-ERROS-CARTAO
003940     END-IF
003950     .
003960 1300-PROCURAR-CAMPO-EXIT.
003970     EXIT.
003980 2000-CLASSIFICAR.
003990*-----------------------------------------------------------*
004000* CLASSIFICA CADA ARQUIVO PELA CHAVE MONTADA DOS CAMPOS DE   *
004010* CHAVE, GRAVANDO CHAVE + REGISTRO NO ARQUIVO DE TRABALHO    *
004020* DELE; DEPOIS ABRE OS DOIS TRABALHOS E OS RELATORIOS.       *
004030*-----------------------------------------------------------*
004040     SET LADO-ANTIGO TO TRUE
004050     SORT SORT-FILE
004060         ON ASCENDING KEY SRT-CHAVE
004070         INPUT PROCEDURE IS 2100-ENTRADA-SORT
004080             THRU 2100-ENTRADA-SORT-EXIT
004090         GIVING TRABANT-FILE
004100     SET LADO-NOVO TO TRUE
004110     SORT SORT-FILE
004120         ON ASCENDING KEY SRT-CHAVE
004130         INPUT PROCEDURE IS 2100-ENTRADA-SORT
004140             THRU 2100-ENTRADA-SORT-EXIT
004150         GIVING TRABNOV-FILE
004160     OPEN INPUT TRABANT-FILE
004170     OPEN INPUT TRABNOV-FILE
004180     MOVE 'A' TO GDAREL-FUNCAO
004190     MOVE 1 TO GDAREL-NUMERO
004200     MOVE 'COMPARACAO DE ARQUIVOS POR LAYOUT - DIFERENCAS'
004210       TO GDAREL-TITULO
004220     MOVE WS-CABEC-DIF TO GDAREL-CABECALHO
004230     CALL 'GDAREL' USING GDAREL-AREA
004240     MOVE 'A' TO GDAREL-FUNCAO
004250     MOVE 2 TO GDAREL-NUMERO
004260     MOVE 'COMPARACAO DE ARQUIVOS POR LAYOUT - RESUMO POR CAMPO'
004270       TO GDAREL-TITULO
004280     MOVE WS-CABEC-RES TO GDAREL-CABECALHO
004290     CALL 'GDAREL' USING GDAREL-AREA
004300     PERFORM 8000-LER-ANTIGO
004310         THRU 8000-LER-ANTIGO-EXIT
004320     PERFORM 8100-LER-NOVO
004330         THRU 8100-LER-NOVO-EXIT
004340     .
004350 2000-CLASSIFICAR-EXIT.
004360     EXIT.
004370 2100-ENTRADA-SORT.
004380     MOVE 'N' TO WS-FIM-ENT-SW
004390     IF LADO-ANTIGO
004400         OPEN INPUT ANTIGO-FILE
004410         IF WS-FS-ANTIGO NOT EQUAL '00'
004420             DISPLAY "GDACOMPR: SEM DD ANTIGO, STATUS = "
004430                     WS-FS-ANTIGO
004440             MOVE 16 TO RETURN-CODE
004450             STOP RUN
004460         END-IF
004470     ELSE
004480         OPEN INPUT NOVO-FILE
004490         IF WS-FS-NOVO NOT EQUAL '00'
004500             DISPLAY "GDACOMPR: SEM DD NOVO, STATUS = "
004510                     WS-FS-NOVO
004520             MOVE 16 TO RETURN-CODE
004530             STOP RUN
004540         END-IF
004550     END-IF
004560     PERFORM 2200-LIBERAR-REGISTRO
004570         THRU 2200-LIBERAR-REGISTRO-EXIT
004580         UNTIL FIM-DA-ENTRADA
004590     IF LADO-ANTIGO
004600         CLOSE ANTIGO-FILE
004610     ELSE
004620         CLOSE NOVO-FILE
004630     END-IF
004640     .
004650 2100-ENTRADA-SORT-EXIT.
004660     EXIT.
004670 2200-LIBERAR-REGISTRO.
004680     IF LADO-ANTIGO
004690         READ ANTIGO-FILE INTO WS-REG-ENTRADA
004700             AT END
004710                 SET FIM-DA-ENTRADA TO TRUE
004720                 GO TO 2200-LIBERAR-REGISTRO-EXIT
004730         END-READ
004740         ADD 1 TO WS-LIDOS-ANT
004750     ELSE
004760         READ NOVO-FILE INTO WS-REG-ENTRADA
004770             AT END
004780                 SET FIM-DA-ENTRADA TO TRUE
004790                 GO TO 2200-LIBERAR-REGISTRO-EXIT
004800         END-READ
004810         ADD 1 TO WS-LIDOS-NOV
004820     END-IF
004830     PERFORM 2300-MONTAR-CHAVE
004840         THRU 2300-MONTAR-CHAVE-EXIT
004850     MOVE WS-CHAVE-MONTADA TO SRT-CHAVE
004860     MOVE WS-REG-ENTRADA   TO SRT-DADOS
004870     RELEASE REG-SORT
004880     .
004890 2200-LIBERAR-REGISTRO-EXIT.
004900     EXIT.
004910 2300-MONTAR-CHAVE.
004920     MOVE SPACES TO WS-CHAVE-MONTADA
004930     MOVE 1 TO WS-CHAVE-POS
004940     PERFORM VARYING WS-CHV-IX FROM 1 BY 1
004950             UNTIL WS-CHV-IX IS GREATER THAN WS-CHV-COUNT
004960         MOVE WS-CHV-CAMPO (WS-CHV-IX) TO WS-CMP-IX
004970         MOVE WS-REG-ENTRADA (WS-CMP-POS (WS-CMP-IX):
004980                              WS-CMP-TAM (WS-CMP-IX))
004990           TO WS-CHAVE-MONTADA (WS-CHAVE-POS:
005000                                WS-CMP-TAM (WS-CMP-IX))
005010         ADD WS-CMP-TAM (WS-CMP-IX) TO WS-CHAVE-POS
005020     END-PERFORM
005030     .
005040 2300-MONTAR-CHAVE-EXIT.
005050     EXIT.
005060 3000-CASAR.
005070*-----------------------------------------------------------*
005080* CASAMENTO PELA CHAVE DOS DOIS ARQUIVOS CLASSIFICADOS.      *
005090* CHAVE REPETIDA CASA UM A UM, NA ORDEM DE CHEGADA.          *
005100*-----------------------------------------------------------*
005110     EVALUATE TRUE
005120         WHEN FIM-DO-NOVO
005130             PERFORM 3100-SO-NO-ANTIGO
005140                 THRU 3100-SO-NO-ANTIGO-EXIT
005150         WHEN FIM-DO-ANTIGO
005160             PERFORM 3200-SO-NO-NOVO
005170                 THRU 3200-SO-NO-NOVO-EXIT
005180         WHEN TRA-CHAVE IS LESS THAN TRN-CHAVE
005190             PERFORM 3100-SO-NO-ANTIGO
005200                 THRU 3100-SO-NO-ANTIGO-EXIT
005210         WHEN TRA-CHAVE IS GREATER THAN TRN-CHAVE
005220             PERFORM 3200-SO-NO-NOVO
005230                 THRU 3200-SO-NO-NOVO-EXIT
005240         WHEN OTHER
005250             PERFORM 3300-COMPARAR-CAMPOS
005260                 THRU 3300-COMPARAR-CAMPOS-EXIT
005270     END-EVALUATE
005280     .
005290 3000-CASAR-EXIT.
005300     EXIT.
005310 3100-SO-NO-ANTIGO.
005320     ADD 1 TO WS-SO-ANTIGO
005330     MOVE SPACES TO WS-LINHA-DIF
005340     MOVE 'SO NO ANTIGO' TO DIF-SITUACAO
005350     MOVE TRA-CHAVE TO DIF-CHAVE
005360     PERFORM 7000-IMPRIMIR-DIFERENCA
005370         THRU 7000-IMPRIMIR-DIFERENCA-EXIT
005380     PERFORM 8000-LER-ANTIGO
005390         THRU 8000-LER-ANTIGO-EXIT
005400     .
005410 3100-SO-NO-ANTIGO-EXIT.
005420     EXIT.
005430 3200-SO-NO-NOVO.
005440     ADD 1 TO WS-SO-NOVO
005450     MOVE SPACES TO WS-LINHA-DIF
005460     MOVE 'SO NO NOVO' TO DIF-SITUACAO
005470     MOVE TRN-CHAVE TO DIF-CHAVE
005480     PERFORM 7000-IMPRIMIR-DIFERENCA
005490         THRU 7000-IMPRIMIR-DIFERENCA-EXIT
005500     PERFORM 8100-LER-NOVO
005510         THRU 8100-LER-NOVO-EXIT
005520     .
005530 3200-SO-NO-NOVO-EXIT.
005540     EXIT.
005550 3300-COMPARAR-CAMPOS.
005560     ADD 1 TO WS-CASADOS
005570     MOVE 'N' TO WS-ALTERADO-SW
005580     PERFORM 3400-COMPARAR-UM-CAMPO
005590         THRU 3400-COMPARAR-UM-CAMPO-EXIT
005600         VARYING WS-CMP-IX FROM 1 BY 1
005610         UNTIL WS-CMP-IX IS GREATER THAN WS-CMP-COUNT
005620     IF REGISTRO-ALTERADO
005630         ADD 1 TO WS-ALTERADOS
005640     END-IF
005650     PERFORM 8000-LER-ANTIGO
005660         THRU 8000-LER-ANTIGO-EXIT
005670     PERFORM 8100-LER-NOVO
005680         THRU 8100-LER-NOVO-EXIT
005690     .
005700 3300-COMPARAR-CAMPOS-EXIT.
005710     EXIT.
005720 3400-COMPARAR-UM-CAMPO.
005730*-----------------------------------------------------------*
005740* CAMPO DE CHAVE OU EXCLUIDO NAO E COMPARADO. O VALOR SAI    *
005750* NO RELATORIO ENTRE '<' E '>' (ATE 30 BYTES), PARA BRANCOS  *
005760* A DIREITA FICAREM VISIVEIS.                                *
005770*-----------------------------------------------------------*
005780     IF CAMPO-CHAVE (WS-CMP-IX) OR CAMPO-EXCLUIDO (WS-CMP-IX)
005790         GO TO 3400-COMPARAR-UM-CAMPO-EXIT
005800     END-IF
005810     IF TRA-DADOS (WS-CMP-POS (WS-CMP-IX):WS-CMP-TAM (WS-CMP-IX))
005820        IS EQUAL TO
005830        TRN-DADOS (WS-CMP-POS (WS-CMP-IX):WS-CMP-TAM (WS-CMP-IX))
005840         GO TO 3400-COMPARAR-UM-CAMPO-EXIT
005850     END-IF
005860     IF NOT REGISTRO-ALTERADO
005870         MOVE 'S' TO WS-ALTERADO-SW
005880     END-IF
005890     ADD 1 TO WS-CMP-DIFERENCAS (WS-CMP-IX)
005900     MOVE WS-CMP-TAM (WS-CMP-IX) TO WS-TAM-VALOR
005910     IF WS-TAM-VALOR IS GREATER THAN 30
005920         MOVE 30 TO WS-TAM-VALOR
005930     END-IF
005940     MOVE SPACES TO WS-LINHA-DIF
005950     MOVE 'ALTERADO' TO DIF-SITUACAO
005960     MOVE TRA-CHAVE TO DIF-CHAVE
005970     MOVE WS-CMP-NOME (WS-CMP-IX) TO DIF-CAMPO
005980     STRING '<'
005990            TRA-DADOS (WS-CMP-POS (WS-CMP-IX):WS-TAM-VALOR)
006000            '>' DELIMITED BY SIZE INTO DIF-ANTIGO
006010     STRING '<'
006020            TRN-DADOS (WS-CMP-POS (WS-CMP-IX):WS-TAM-VALOR)
006030            '>' DELIMITED BY SIZE INTO DIF-NOVO
006040     PERFORM 7000-IMPRIMIR-DIFERENCA
006050         THRU 7000-IMPRIMIR-DIFERENCA-EXIT
006060     .
006070 3400-COMPARAR-UM-CAMPO-EXIT.
006080     EXIT.
006090 7000-IMPRIMIR-DIFERENCA.
006100     MOVE 'D' TO GDAREL-FUNCAO
006110     MOVE 1 TO GDAREL-NUMERO
006120     MOVE WS-LINHA-DIF TO GDAREL-LINHA
006130     CALL 'GDAREL' USING GDAREL-AREA
006140     .
006150 7000-IMPRIMIR-DIFERENCA-EXIT.
006160     EXIT.
006170 8000-LER-ANTIGO.
006180     IF FIM-DO-ANTIGO
006190         GO TO 8000-LER-ANTIGO-EXIT
006200     END-IF
006210     READ TRABANT-FILE
006220         AT END
006230             SET FIM-DO-ANTIGO TO TRUE
006240     END-READ
006250     .
006260 8000-LER-ANTIGO-EXIT.
006270     EXIT.
006280 8100-LER-NOVO.
006290     IF FIM-DO-NOVO
006300         GO TO 8100-LER-NOVO-EXIT
006310     END-IF
006320     READ TRABNOV-FILE
006330         AT END
006340             SET FIM-DO-NOVO TO TRUE
006350     END-READ
006360     .
006370 8100-LER-NOVO-EXIT.
006380     EXIT.
006390 9999-TERMINATE.
006400*-----------------------------------------------------------*
006410* RESUMO POR CAMPO, TOTAIS, FECHAMENTO E RC 4 QUANDO HOUVE   *
006420* QUALQUER DIFERENCA.                                        *
006430*-----------------------------------------------------------*
006440     CLOSE TRABANT-FILE
006450     CLOSE TRABNOV-FILE
006460     MOVE 2 TO GDAREL-NUMERO
006470     PERFORM VARYING WS-CMP-IX FROM 1 BY 1
006480             UNTIL WS-CMP-IX IS GREATER THAN WS-CMP-COUNT
006490         MOVE WS-CMP-NOME (WS-CMP-IX)       TO RES-CAMPO
006500         MOVE WS-CMP-POS (WS-CMP-IX)        TO RES-POS
006510         MOVE WS-CMP-TAM (WS-CMP-IX)        TO RES-TAM
006520         MOVE WS-CMP-DIFERENCAS (WS-CMP-IX) TO RES-DIFERENCAS
006530         EVALUATE TRUE
006540             WHEN CAMPO-CHAVE (WS-CMP-IX)
006550                 MOVE 'CHAVE' TO RES-OBS
006560             WHEN CAMPO-EXCLUIDO (WS-CMP-IX)
006570                 MOVE 'EXCLUIDO' TO RES-OBS
006580             WHEN OTHER
006590                 MOVE SPACES TO RES-OBS
006600         END-EVALUATE
006610         MOVE 'D' TO GDAREL-FUNCAO
006620         MOVE WS-LINHA-RES TO GDAREL-LINHA
006630         CALL 'GDAREL' USING GDAREL-AREA
006640     END-PERFORM
006650     MOVE WS-LIDOS-ANT  TO TOT-LIDOS-ANT
006660     MOVE WS-LIDOS-NOV  TO TOT-LIDOS-NOV
006670     MOVE WS-CASADOS    TO TOT-CASADOS
006680     MOVE WS-ALTERADOS  TO TOT-ALTERADOS
006690     MOVE WS-SO-ANTIGO  TO TOT-SO-ANTIGO
006700     MOVE WS-SO-NOVO    TO TOT-SO-NOVO
006710     MOVE 'T' TO GDAREL-FUNCAO
006720     MOVE WS-LINHA-TOT TO GDAREL-LINHA
006730     CALL 'GDAREL' USING GDAREL-AREA
006740     MOVE 'F' TO GDAREL-FUNCAO
006750     CALL 'GDAREL' USING GDAREL-AREA
006760     MOVE 1 TO GDAREL-NUMERO
006770     MOVE 'T' TO GDAREL-FUNCAO
006780     MOVE WS-LINHA-TOT TO GDAREL-LINHA
006790     CALL 'GDAREL' USING GDAREL-AREA
006800     MOVE 'F' TO GDAREL-FUNCAO
006810     CALL 'GDAREL' USING GDAREL-AREA
006820     DISPLAY "GDACOMPR: ANTIGO " WS-LIDOS-ANT ", NOVO "
006830             WS-LIDOS-NOV ", ALTERADOS " WS-ALTERADOS
006840             ", SO NO ANTIGO " WS-SO-ANTIGO ", SO NO NOVO "
006850             WS-SO-NOVO
006860     IF WS-ALTERADOS IS GREATER THAN ZEROES
006870         OR WS-SO-ANTIGO IS GREATER THAN ZEROES
006880         OR WS-SO-NOVO IS GREATER THAN ZEROES
006890         MOVE 4 TO RETURN-CODE
006900     ELSE
006910         MOVE ZEROES TO RETURN-CODE
006920     END-IF
006930     .
006940 9999-TERMINATE-EXIT.
006950     EXIT.
