000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TABSECEX.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - EXPORTACAO DAS NOTAS DO    *
000120*                  TERMO PARA O SISTEMA DA SECRETARIA, QUE    *
000130*                  ATE AQUI REDIGITAVA OS RESULTADOS. RESUME  *
000140*                  O QUIZNOTA DO PERIODO POR ALUNO DO         *
000150*                  CADASTRO (SESSOES, ACERTOS, ERROS,         *
000160*                  PERCENTUAL E CONCEITO FINAL A-E POR FAIXAS *
000170*                  CONFIGURAVEIS) E GRAVA O ARQUIVO DE        *
000180*                  INTERFACE DD SECEXP NO ESTILO HEADER/      *
000190*                  DETALHE/TRAILER DOS NOSSOS LAYOUTS, COM A  *
000200*                  QUANTIDADE DE REGISTROS E OS TOTAIS DE     *
000210*                  CONFERENCIA (HASH) NO TRAILER. ALUNO ATIVO *
000220*                  SEM SESSAO NO PERIODO TAMBEM SAI, COM      *
000230*                  CONCEITO E. O RETORNO DA SECRETARIA E      *
000240*                  CONCILIADO PELO TABSECRT. A LISTAGEM SAI   *
000250*                  NO FORMATADOR PADRAO (GDAREL).             *
000251* 10/15/2026 JLC   ALU-MATRICULA DO FD ALUNOS PASSOU A PIC    *
000252*                  9(06), IGUAL AO LAYOUT DO TABALUNO.        *
000260*                                                             *
000270* CARTOES (DD SECIN, OPCIONAL):                               *
000280*   'PERIODO ' COLS 10-17 INICIO E COLS 19-26 FIM (CCYYMMDD). *
000290*              SEM CARTAO, O SEMESTRE DA RODADA (JAN-JUN OU   *
000300*              JUL-DEZ). O TERMO E O ANO DO INICIO MAIS 1     *
000310*              (1O SEMESTRE) OU 2 (2O SEMESTRE).              *
000320*   'CONCEITO' COL  10 CONCEITO (A, B, C OU D), COLS 12-14    *
000330*              PERCENTUAL MINIMO (000 A 100). ABAIXO DO       *
000340*              MINIMO DO D E CONCEITO E. PADROES: A 090,      *
000350*              B 075, C 060, D 040.                           *
000360*                                                             *
000370* LAYOUT DO DD SECEXP (80 POSICOES, TIPO NA COL 01):          *
000380*   H  COLS 03-10 SISTEMA ('TABUADA '), 12-16 TERMO, 18-25    *
000390*      DATA DE GERACAO, 27-34 INICIO E 36-43 FIM DO PERIODO   *
000400*   D  COLS 03-08 MATRICULA, 10-13 TURMA, 15-19 SESSOES,      *
000410*      21-27 ACERTOS, 29-35 ERROS, 37-39 PERCENTUAL, 41       *
000420*      CONCEITO                                               *
000430*   T  COLS 03-09 QUANTIDADE DE DETALHES, 11-22 SOMA DAS      *
000440*      MATRICULAS, 24-32 SOMA DAS SESSOES, 34-42 SOMA DOS     *
000450*      PERCENTUAIS                                            *
000460*                                                             *
000470* RETURN-CODE: 0 = OK, 4 = CARTAO REJEITADO, 16 = QUIZNOTA,   *
000480*              CADASTRO OU SECEXP INDISPONIVEL, OU FAIXAS DE  *
000490*              CONCEITO FORA DE ORDEM.                        *
000500*-----------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT NOTAS-FILE ASSIGN TO QUIZNOTA
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FS-NOTAS.
000580     SELECT ALUNOS-FILE ASSIGN TO ALUNOS
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-FS-ALUNOS.
000610     SELECT CARTOES-FILE ASSIGN TO SECIN
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FS-CARTOES.
000640     SELECT EXPORT-FILE ASSIGN TO SECEXP
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-FS-EXPORT.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  NOTAS-FILE
000700     RECORDING MODE IS F.
000710 01  REG-NOTA.
000720     05  NQ-ALUNO            PIC X(15).
000730     05  FILLER              PIC X(01).
000740     05  NQ-DATA             PIC 9(08).
000750     05  FILLER              PIC X(01).
000760     05  NQ-NUMERO           PIC X(05).
000770     05  FILLER              PIC X(01).
000780     05  NQ-LIM-INF          PIC 9(05).
000790     05  FILLER              PIC X(01).
000800     05  NQ-LIM-SUP          PIC 9(05).
000810     05  FILLER              PIC X(01).
000820     05  NQ-ACERTOS          PIC 9(03).
000830     05  FILLER              PIC X(01).
000840     05  NQ-ERROS            PIC 9(03).
000850     05  FILLER              PIC X(01).
000860     05  NQ-MATRICULA        PIC X(06).
000870     05  FILLER              PIC X(01).
000880     05  NQ-TMP-MEDIO        PIC X(03).
000890     05  FILLER              PIC X(01).
000900     05  NQ-TMP-PIOR         PIC X(03).
000910     05  FILLER              PIC X(15).
000920 FD  ALUNOS-FILE
000930     RECORDING MODE IS F.
000940 01  REG-ALUNO.
000950     05  ALU-MATRICULA       PIC 9(06).
000960     05  FILLER              PIC X(01).
000970     05  ALU-NOME            PIC X(15).
000980     05  FILLER              PIC X(01).
000990     05  ALU-TURMA           PIC X(04).
001000     05  FILLER              PIC X(01).
001010     05  ALU-ATIVO           PIC X(01).
001020     05  FILLER              PIC X(01).
001030     05  ALU-DT-CERTIF       PIC X(08).
001040     05  FILLER              PIC X(42).
001050 FD  CARTOES-FILE
001060     RECORDING MODE IS F.
001070 01  REG-CARTAO.
001080     05  IN-PALAVRA          PIC X(08).
001090     05  FILLER              PIC X(01).
001100     05  IN-INICIO           PIC X(08).
001110     05  FILLER              PIC X(01).
001120     05  IN-FIM              PIC X(08).
001130     05  FILLER              PIC X(54).
001140 01  REG-CARTAO-CONCEITO.
001150     05  FILLER              PIC X(09).
001160     05  IN-CONCEITO         PIC X(01).
001170     05  FILLER              PIC X(01).
001180     05  IN-MINIMO           PIC X(03).
001190     05  FILLER              PIC X(66).
001200 FD  EXPORT-FILE
001210     RECORDING MODE IS F.
001220 01  REG-EXPORT              PIC X(80).
001230 WORKING-STORAGE SECTION.
001240 77  WS-FS-NOTAS              PIC X(02) VALUE '00'.
001250 77  WS-FS-ALUNOS             PIC X(02) VALUE '00'.
001260 77  WS-FS-CARTOES            PIC X(02) VALUE '00'.
001270 77  WS-FS-EXPORT             PIC X(02) VALUE '00'.
001280 77  WS-DATA-HOJE             PIC 9(08) VALUE ZEROES.
001290 01  WS-SWITCHES.
001300     05  WS-FIM-SW            PIC X(01) VALUE 'N'.
001310         88  FIM-DAS-NOTAS             VALUE 'S'.
001320     05  WS-FIM-ALU-SW        PIC X(01) VALUE 'N'.
001330         88  FIM-DO-CADASTRO           VALUE 'S'.
001340     05  WS-FIM-CAR-SW        PIC X(01) VALUE 'N'.
001350         88  FIM-DOS-CARTOES           VALUE 'S'.
001360     05  WS-CAD-ACHOU-SW      PIC X(01) VALUE 'N'.
001370         88  CADASTRO-ACHADO           VALUE 'S'.
001380     05  WS-TROCOU-SW         PIC X(01) VALUE 'N'.
001390         88  HOUVE-TROCA               VALUE 'S'.
001400*-----------------------------------------------------------*
001410* PERIODO DO TERMO E FAIXAS DE CONCEITO                      *
001420*-----------------------------------------------------------*
001430 01  WS-PERIODO.
001440     05  WS-PER-INICIO        PIC 9(08) VALUE ZEROES.
001450     05  FILLER REDEFINES WS-PER-INICIO.
001460         10  WS-PER-INI-ANO   PIC 9(04).
001470         10  WS-PER-INI-MES   PIC 9(02).
001480         10  WS-PER-INI-DIA   PIC 9(02).
001490     05  WS-PER-FIM           PIC 9(08) VALUE ZEROES.
001500     05  WS-PER-TERMO.
001510         10  WS-PER-TERMO-ANO PIC 9(04).
001520         10  WS-PER-TERMO-SEM PIC 9(01).
001530 01  WS-DATA-RODADA.
001540     05  WS-DR-ANO            PIC 9(04).
001550     05  WS-DR-MES            PIC 9(02).
001560     05  WS-DR-DIA            PIC 9(02).
001570 01  WS-FAIXAS.
001580     05  WS-FAIXA-MINIMO OCCURS 4 TIMES
001590                              PIC 9(03).
001600 01  WS-FAIXAS-PADRAO REDEFINES WS-FAIXAS.
001610     05  WS-FAIXA-A           PIC 9(03).
001620     05  WS-FAIXA-B           PIC 9(03).
001630     05  WS-FAIXA-C           PIC 9(03).
001640     05  WS-FAIXA-D           PIC 9(03).
001650 01  WS-LETRAS                PIC X(05) VALUE 'ABCDE'.
001660 01  WS-FAIXA-IX              PIC 9(01) VALUE ZEROES.
001670*-----------------------------------------------------------*
001680* CADASTRO EM MEMORIA COM O RESUMO DO PERIODO DE CADA ALUNO  *
001690*-----------------------------------------------------------*
001700 01  WS-CADASTRO.
001710     05  WS-CAD-MAX           PIC 9(03) VALUE 200.
001720     05  WS-CAD-COUNT         PIC 9(03) VALUE ZEROES.
001730     05  WS-CAD-IX            PIC 9(03) VALUE ZEROES.
001740     05  WS-CAD-ENT OCCURS 200 TIMES.
001750         10  WS-CAD-TURMA     PIC X(04).
001760         10  WS-CAD-MATRICULA PIC 9(06).
001770         10  WS-CAD-NOME      PIC X(15).
001780         10  WS-CAD-ATIVO     PIC X(01).
001790         10  WS-CAD-SESSOES   PIC 9(05).
001800         10  WS-CAD-ACERTOS   PIC 9(07).
001810         10  WS-CAD-ERROS     PIC 9(07).
001820 01  WS-CAD-TROCA             PIC X(45).
001830*-----------------------------------------------------------*
001840* CONTADORES E TOTAIS DE CONFERENCIA                         *
001850*-----------------------------------------------------------*
001860 01  WS-CONTADORES.
001870     05  WS-SESSOES-LIDAS     PIC 9(05) VALUE ZEROES.
001880     05  WS-SESSOES-PERIODO   PIC 9(05) VALUE ZEROES.
001890     05  WS-SEM-CADASTRO      PIC 9(05) VALUE ZEROES.
001900     05  WS-CARTOES-REJ       PIC 9(03) VALUE ZEROES.
001910     05  WS-QTDE-DETALHES     PIC 9(07) VALUE ZEROES.
001920     05  WS-HASH-MATRICULA    PIC 9(12) VALUE ZEROES.
001930     05  WS-HASH-SESSOES      PIC 9(09) VALUE ZEROES.
001940     05  WS-HASH-PCT          PIC 9(09) VALUE ZEROES.
001950     05  WS-QTDE-CONCEITO OCCURS 5 TIMES
001960                              PIC 9(05).
001970 77  WS-PCT                   PIC 9(03) VALUE ZEROES.
001980 77  WS-TOTAL-CONTAS          PIC 9(08) VALUE ZEROES.
001990 77  WS-CONCEITO              PIC X(01) VALUE SPACE.
002000*-----------------------------------------------------------*
002010* REGISTROS DA INTERFACE (HEADER/DETALHE/TRAILER)            *
002020*-----------------------------------------------------------*
002030 01  WS-REG-HEADER.
002040     05  FILLER               PIC X(02) VALUE 'H '.
002050     05  WS-HDR-SISTEMA       PIC X(08) VALUE 'TABUADA '.
002060     05  FILLER               PIC X(01) VALUE SPACE.
002070     05  WS-HDR-TERMO         PIC X(05).
002080     05  FILLER               PIC X(01) VALUE SPACE.
002090     05  WS-HDR-GERACAO       PIC 9(08).
002100     05  FILLER               PIC X(01) VALUE SPACE.
002110     05  WS-HDR-INICIO        PIC 9(08).
002120     05  FILLER               PIC X(01) VALUE SPACE.
002130     05  WS-HDR-FIM           PIC 9(08).
002140     05  FILLER               PIC X(37) VALUE SPACES.
002150 01  WS-REG-DETALHE.
002160     05  FILLER               PIC X(02) VALUE 'D '.
002170     05  WS-DET-MATRICULA     PIC 9(06).
002180     05  FILLER               PIC X(01) VALUE SPACE.
002190     05  WS-DET-TURMA         PIC X(04).
002200     05  FILLER               PIC X(01) VALUE SPACE.
002210     05  WS-DET-SESSOES       PIC 9(05).
002220     05  FILLER               PIC X(01) VALUE SPACE.
002230     05  WS-DET-ACERTOS       PIC 9(07).
002240     05  FILLER               PIC X(01) VALUE SPACE.
002250     05  WS-DET-ERROS         PIC 9(07).
002260     05  FILLER               PIC X(01) VALUE SPACE.
002270     05  WS-DET-PCT           PIC 9(03).
002280     05  FILLER               PIC X(01) VALUE SPACE.
002290     05  WS-DET-CONCEITO      PIC X(01).
002300     05  FILLER               PIC X(39) VALUE SPACES.
002310 01  WS-REG-TRAILER.
002320     05  FILLER               PIC X(02) VALUE 'T '.
002330     05  WS-TRL-QTDE          PIC 9(07).
002340     05  FILLER               PIC X(01) VALUE SPACE.
002350     05  WS-TRL-HASH-MATR     PIC 9(12).
002360     05  FILLER               PIC X(01) VALUE SPACE.
002370     05  WS-TRL-HASH-SESSOES  PIC 9(09).
002380     05  FILLER               PIC X(01) VALUE SPACE.
002390     05  WS-TRL-HASH-PCT      PIC 9(09).
002400     05  FILLER               PIC X(38) VALUE SPACES.
002410*-----------------------------------------------------------*
002420* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
002430*-----------------------------------------------------------*
002440 01  GDAREL-AREA.
002450     03  GDAREL-FUNCAO        PIC X(01).
002460     03  GDAREL-TITULO        PIC X(60).
002470     03  GDAREL-CABECALHO     PIC X(80).
002480     03  GDAREL-LINHA         PIC X(132).
002490     03  GDAREL-RETORNO       PIC 9(02).
002500     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
002510     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
002520         05  GDAREL-QBR-POS   PIC 9(03) VALUE ZEROES.
002530         05  GDAREL-QBR-TAM   PIC 9(02) VALUE ZEROES.
002540     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
002550     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
002560     03  GDAREL-EXTRATO OCCURS 10 TIMES.
002570         05  GDAREL-EXT-POS   PIC 9(03) VALUE ZEROES.
002580         05  GDAREL-EXT-TAM   PIC 9(03) VALUE ZEROES.
002590     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
002600*-----------------------------------------------------------*
002610* LINHAS DA LISTAGEM                                         *
002620*-----------------------------------------------------------*
002630 01  WS-DATA-EDICAO.
002640     05  WS-DE-ENTRADA        PIC 9(08).
002650     05  FILLER REDEFINES WS-DE-ENTRADA.
002660         10  WS-DE-ANO        PIC 9(04).
002670         10  WS-DE-MES        PIC 9(02).
002680         10  WS-DE-DIA        PIC 9(02).
002690     05  WS-DE-SAIDA.
002700         10  WS-DS-DIA        PIC 9(02).
002710         10  FILLER           PIC X(01) VALUE '/'.
002720         10  WS-DS-MES        PIC 9(02).
002730         10  FILLER           PIC X(01) VALUE '/'.
002740         10  WS-DS-ANO        PIC 9(04).
002750 01  WS-CABEC-TERMO.
002760     05  FILLER               PIC X(06) VALUE 'TERMO '.
002770     05  WS-CT-TERMO          PIC X(05).
002780     05  FILLER               PIC X(14) VALUE ' - PERIODO DE '.
002790     05  WS-CT-INICIO         PIC X(10).
002800     05  FILLER               PIC X(03) VALUE ' A '.
002810     05  WS-CT-FIM            PIC X(10).
002820     05  FILLER               PIC X(32) VALUE SPACES.
002830 01  WS-CABEC-ALUNOS.
002840     05  FILLER               PIC X(48) VALUE
002850         ' TURMA  MATR    ALUNO            SESSOES  ACERTO'.
002860     05  FILLER               PIC X(30) VALUE
002870         'S    ERROS   PCT  CONCEITO'.
002880 01  WS-LINHA-ALUNO.
002890     05  FILLER               PIC X(01) VALUE SPACE.
002900     05  WS-LA-TURMA          PIC X(04).
002910     05  FILLER               PIC X(03) VALUE SPACES.
002920     05  WS-LA-MATRICULA      PIC 9(06).
002930     05  FILLER               PIC X(02) VALUE SPACES.
002940     05  WS-LA-NOME           PIC X(15).
002950     05  FILLER               PIC X(04) VALUE SPACES.
002960     05  WS-LA-SESSOES        PIC ZZZZ9.
002970     05  FILLER               PIC X(02) VALUE SPACES.
002980     05  WS-LA-ACERTOS        PIC Z(06)9.
002990     05  FILLER               PIC X(02) VALUE SPACES.
003000     05  WS-LA-ERROS          PIC Z(06)9.
003010     05  FILLER               PIC X(03) VALUE SPACES.
003020     05  WS-LA-PCT            PIC ZZ9.
003030     05  FILLER               PIC X(01) VALUE '%'.
003040     05  FILLER               PIC X(05) VALUE SPACES.
003050     05  WS-LA-CONCEITO       PIC X(01).
003060     05  FILLER               PIC X(61) VALUE SPACES.
003070 01  WS-LINHA-TOTAL.
003080     05  FILLER               PIC X(01) VALUE SPACE.
003090     05  WS-LT-ROTULO         PIC X(40).
003100     05  WS-LT-VALOR          PIC Z(11)9.
003110     05  FILLER               PIC X(79) VALUE SPACES.
003120 01  WS-LINHA-FAIXA.
003130     05  FILLER               PIC X(11) VALUE ' CONCEITO  '.
003140     05  WS-LF-CONCEITO       PIC X(01).
003150     05  FILLER               PIC X(03) VALUE SPACES.
003160     05  WS-LF-FAIXA          PIC X(20).
003170     05  FILLER               PIC X(03) VALUE SPACES.
003180     05  WS-LF-QTDE           PIC ZZZZ9.
003190     05  FILLER               PIC X(09) VALUE ' ALUNO(S)'.
003200     05  FILLER               PIC X(80) VALUE SPACES.
003210 01  WS-TXT-FAIXA.
003220     05  FILLER               PIC X(03) VALUE 'DE '.
003230     05  WS-TF-MINIMO         PIC ZZ9.
003240     05  FILLER               PIC X(05) VALUE '% A  '.
003250     05  WS-TF-MAXIMO         PIC ZZ9.
003260     05  FILLER               PIC X(01) VALUE '%'.
003270 PROCEDURE DIVISION.
003280 0000-MAINLINE.
003290*-----------------------------------------------------------*
003300* PARAGRAFO PRINCIPAL.                                       *
003310*-----------------------------------------------------------*
003320     PERFORM 1000-INITIALIZE
003330         THRU 1000-INITIALIZE-EXIT
003340     PERFORM 2000-LER-NOTAS
003350         THRU 2000-LER-NOTAS-EXIT
003360         UNTIL FIM-DAS-NOTAS
003370     SET HOUVE-TROCA TO TRUE
003380     PERFORM 3000-ORDENAR-CADASTRO
003390         THRU 3000-ORDENAR-CADASTRO-EXIT
003400         UNTIL NOT HOUVE-TROCA
003410     PERFORM 4000-GRAVAR-INTERFACE
003420         THRU 4000-GRAVAR-INTERFACE-EXIT
003430     PERFORM 5000-EMITIR-TOTAIS
003440         THRU 5000-EMITIR-TOTAIS-EXIT
003450     PERFORM 9999-TERMINATE
003460         THRU 9999-TERMINATE-EXIT
003470     STOP RUN
003480     .
003490 0000-MAINLINE-EXIT.
003500     EXIT.
003510 1000-INITIALIZE.
003520*-----------------------------------------------------------*
003530* LE OS CARTOES, FECHA O PERIODO E AS FAIXAS, CARREGA O      *
003540* CADASTRO E ABRE O QUIZNOTA, A INTERFACE E O RELATORIO.     *
003550*-----------------------------------------------------------*
003560     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003570     MOVE 090 TO WS-FAIXA-A
003580     MOVE 075 TO WS-FAIXA-B
003590     MOVE 060 TO WS-FAIXA-C
003600     MOVE 040 TO WS-FAIXA-D
003610     MOVE ZEROES TO WS-QTDE-CONCEITO (1) WS-QTDE-CONCEITO (2)
003620                    WS-QTDE-CONCEITO (3) WS-QTDE-CONCEITO (4)
003630                    WS-QTDE-CONCEITO (5)
003640     PERFORM 1100-LER-CARTOES
003650         THRU 1100-LER-CARTOES-EXIT
003660     PERFORM 1300-MONTAR-PERIODO
003670         THRU 1300-MONTAR-PERIODO-EXIT
003680     PERFORM 1200-CARREGAR-CADASTRO
003690         THRU 1200-CARREGAR-CADASTRO-EXIT
003700     OPEN INPUT NOTAS-FILE
003710     IF WS-FS-NOTAS NOT EQUAL '00'
003720         DISPLAY "TABSECEX: SEM ARQUIVO DE NOTAS (QUIZNOTA), "
003730                 "FILE STATUS = " WS-FS-NOTAS
003740         MOVE 16 TO RETURN-CODE
003750         STOP RUN
003760     END-IF
003770     OPEN OUTPUT EXPORT-FILE
003780     IF WS-FS-EXPORT NOT EQUAL '00'
003790         DISPLAY "TABSECEX: NAO ABRIU O DD SECEXP, STATUS = "
003800                 WS-FS-EXPORT
003810         MOVE 16 TO RETURN-CODE
003820         STOP RUN
003830     END-IF
003840     MOVE WS-PER-TERMO TO WS-CT-TERMO
003850     MOVE WS-PER-INICIO TO WS-DE-ENTRADA
003860     PERFORM 8000-EDITAR-DATA
003870         THRU 8000-EDITAR-DATA-EXIT
003880     MOVE WS-DE-SAIDA TO WS-CT-INICIO
003890     MOVE WS-PER-FIM TO WS-DE-ENTRADA
003900     PERFORM 8000-EDITAR-DATA
003910         THRU 8000-EDITAR-DATA-EXIT
003920     MOVE WS-DE-SAIDA TO WS-CT-FIM
003930     MOVE 'A' TO GDAREL-FUNCAO
003940     MOVE 'EXPORTACAO DE NOTAS PARA A SECRETARIA - TABUADA'
003950         TO GDAREL-TITULO
003960     MOVE WS-CABEC-TERMO TO GDAREL-CABECALHO
003970     CALL 'GDAREL' USING GDAREL-AREA
003980     .
003990 1000-INITIALIZE-EXIT.
004000     EXIT.
004010 1100-LER-CARTOES.
004020*-----------------------------------------------------------*
004030* CARTOES PERIODO E CONCEITO (DD SECIN); SEM O DD VALEM OS   *
004040* PADROES.                                                   *
004050*-----------------------------------------------------------*
004060     OPEN INPUT CARTOES-FILE
004070     IF WS-FS-CARTOES NOT EQUAL '00'
004080         GO TO 1100-LER-CARTOES-EXIT
004090     END-IF
004100     PERFORM 1110-LER-UM-CARTAO
004110         THRU 1110-LER-UM-CARTAO-EXIT
004120         UNTIL FIM-DOS-CARTOES
004130     CLOSE CARTOES-FILE
004140     .
004150 1100-LER-CARTOES-EXIT.
004160     EXIT.
004170 1110-LER-UM-CARTAO.
004180     READ CARTOES-FILE
004190         AT END
004200             SET FIM-DOS-CARTOES TO TRUE
004210             GO TO 1110-LER-UM-CARTAO-EXIT
004220     END-READ
004230     IF REG-CARTAO IS EQUAL TO SPACES
004240         OR REG-CARTAO(1:1) IS EQUAL TO '*'
004250         GO TO 1110-LER-UM-CARTAO-EXIT
004260     END-IF
004270     IF IN-PALAVRA IS EQUAL TO 'PERIODO '
004280         IF IN-INICIO IS NUMERIC
004290             AND IN-FIM IS NUMERIC
004300             AND IN-FIM IS NOT LESS THAN IN-INICIO
004310             MOVE IN-INICIO TO WS-PER-INICIO
004320             MOVE IN-FIM    TO WS-PER-FIM
004330         ELSE
004340             ADD 1 TO WS-CARTOES-REJ
004350             DISPLAY "CARTAO REJEITADO: " REG-CARTAO(1:26)
004360         END-IF
004370         GO TO 1110-LER-UM-CARTAO-EXIT
004380     END-IF
004390     IF IN-PALAVRA IS NOT EQUAL TO 'CONCEITO'
004400         OR IN-MINIMO IS NOT NUMERIC
004410         OR IN-MINIMO IS GREATER THAN '100'
004420         ADD 1 TO WS-CARTOES-REJ
004430         DISPLAY "CARTAO REJEITADO: " REG-CARTAO(1:26)
004440         GO TO 1110-LER-UM-CARTAO-EXIT
004450     END-IF
004460     EVALUATE IN-CONCEITO
004470         WHEN 'A'
004480             MOVE IN-MINIMO TO WS-FAIXA-A
004490         WHEN 'B'
004500             MOVE IN-MINIMO TO WS-FAIXA-B
004510         WHEN 'C'
004520             MOVE IN-MINIMO TO WS-FAIXA-C
004530         WHEN 'D'
004540             MOVE IN-MINIMO TO WS-FAIXA-D
004550         WHEN OTHER
004560             ADD 1 TO WS-CARTOES-REJ
004570             DISPLAY "CARTAO REJEITADO: " REG-CARTAO(1:26)
004580     END-EVALUATE
004590     .
004600 1110-LER-UM-CARTAO-EXIT.
004610     EXIT.
004620 1200-CARREGAR-CADASTRO.
004630*-----------------------------------------------------------*
004640* TODOS OS ALUNOS COM MATRICULA VALIDA: O INATIVO SO SAI NA  *
004650* INTERFACE SE TIVER SESSAO NO PERIODO.                      *
004660*-----------------------------------------------------------*
004670     OPEN INPUT ALUNOS-FILE
004680     IF WS-FS-ALUNOS NOT EQUAL '00'
004690         DISPLAY "TABSECEX: SEM CADASTRO DE ALUNOS (DD ALUNOS), "
004700                 "FILE STATUS = " WS-FS-ALUNOS
004710         MOVE 16 TO RETURN-CODE
004720         STOP RUN
004730     END-IF
004740     PERFORM 1210-LER-UM-ALUNO
004750         THRU 1210-LER-UM-ALUNO-EXIT
004760         UNTIL FIM-DO-CADASTRO
004770     CLOSE ALUNOS-FILE
004780     .
004790 1200-CARREGAR-CADASTRO-EXIT.
004800     EXIT.
004810 1210-LER-UM-ALUNO.
004820     READ ALUNOS-FILE
004830         AT END
004840             SET FIM-DO-CADASTRO TO TRUE
004850             GO TO 1210-LER-UM-ALUNO-EXIT
004860     END-READ
004870     IF ALU-MATRICULA IS NOT NUMERIC
004880         GO TO 1210-LER-UM-ALUNO-EXIT
004890     END-IF
004900     IF WS-CAD-COUNT IS EQUAL TO WS-CAD-MAX
004910         DISPLAY "CADASTRO IGNORADO: " REG-ALUNO(1:29)
004920         GO TO 1210-LER-UM-ALUNO-EXIT
004930     END-IF
004940     ADD 1 TO WS-CAD-COUNT
004950     MOVE ALU-TURMA     TO WS-CAD-TURMA (WS-CAD-COUNT)
004960     MOVE ALU-MATRICULA TO WS-CAD-MATRICULA (WS-CAD-COUNT)
004970     MOVE ALU-NOME      TO WS-CAD-NOME (WS-CAD-COUNT)
004980     MOVE ALU-ATIVO     TO WS-CAD-ATIVO (WS-CAD-COUNT)
004990     MOVE ZEROES        TO WS-CAD-SESSOES (WS-CAD-COUNT)
005000     MOVE ZEROES        TO WS-CAD-ACERTOS (WS-CAD-COUNT)
005010     MOVE ZEROES        TO WS-CAD-ERROS (WS-CAD-COUNT)
005020     .
005030 1210-LER-UM-ALUNO-EXIT.
005040     EXIT.
005050 1300-MONTAR-PERIODO.
005060*-----------------------------------------------------------*
005070* SEM CARTAO PERIODO, O SEMESTRE DA DATA DA RODADA. O TERMO  *
005080* SAI DO INICIO DO PERIODO. AS FAIXAS TEM DE DESCER DE A     *
005090* PARA D, SENAO O CONCEITO NAO TERIA SENTIDO.                *
005100*-----------------------------------------------------------*
005110     IF WS-PER-INICIO IS EQUAL TO ZEROES
005120         MOVE WS-DATA-HOJE TO WS-DATA-RODADA
005130         IF WS-DR-MES IS LESS THAN 07
005140             MOVE 01 TO WS-DR-MES
005150             MOVE 01 TO WS-DR-DIA
005160             MOVE WS-DATA-RODADA TO WS-PER-INICIO
005170             MOVE 06 TO WS-DR-MES
005180             MOVE 30 TO WS-DR-DIA
005190             MOVE WS-DATA-RODADA TO WS-PER-FIM
005200         ELSE
005210             MOVE 07 TO WS-DR-MES
005220             MOVE 01 TO WS-DR-DIA
005230             MOVE WS-DATA-RODADA TO WS-PER-INICIO
005240             MOVE 12 TO WS-DR-MES
005250             MOVE 31 TO WS-DR-DIA
005260             MOVE WS-DATA-RODADA TO WS-PER-FIM
005270         END-IF
005280     END-IF
005290     MOVE WS-PER-INI-ANO TO WS-PER-TERMO-ANO
005300     IF WS-PER-INI-MES IS LESS THAN 07
005310         MOVE 1 TO WS-PER-TERMO-SEM
005320     ELSE
005330         MOVE 2 TO WS-PER-TERMO-SEM
005340     END-IF
005350     IF WS-FAIXA-A IS NOT GREATER THAN WS-FAIXA-B
005360         OR WS-FAIXA-B IS NOT GREATER THAN WS-FAIXA-C
005370         OR WS-FAIXA-C IS NOT GREATER THAN WS-FAIXA-D
005380         DISPLAY "TABSECEX: FAIXAS DE CONCEITO FORA DE ORDEM: A "
005390                 WS-FAIXA-A " B " WS-FAIXA-B " C " WS-FAIXA-C
005400                 " D " WS-FAIXA-D
005410         MOVE 16 TO RETURN-CODE
005420         STOP RUN
005430     END-IF
005440     .
005450 1300-MONTAR-PERIODO-EXIT.
005460     EXIT.
005470 2000-LER-NOTAS.
005480*-----------------------------------------------------------*
005490* CADA SESSAO DO PERIODO SOMA NO ALUNO DO CADASTRO; SESSAO   *
005500* SEM ALUNO NO CADASTRO NAO TEM MATRICULA PARA A SECRETARIA  *
005510* E SO E CONTADA.                                            *
005520*-----------------------------------------------------------*
005530     READ NOTAS-FILE
005540         AT END
005550             SET FIM-DAS-NOTAS TO TRUE
005560             GO TO 2000-LER-NOTAS-EXIT
005570     END-READ
005580     ADD 1 TO WS-SESSOES-LIDAS
005590     IF NQ-DATA IS NOT NUMERIC
005600         OR NQ-DATA IS LESS THAN WS-PER-INICIO
005610         OR NQ-DATA IS GREATER THAN WS-PER-FIM
005620         GO TO 2000-LER-NOTAS-EXIT
005630     END-IF
005640     ADD 1 TO WS-SESSOES-PERIODO
005650     PERFORM 2100-RESOLVER-ALUNO
005660         THRU 2100-RESOLVER-ALUNO-EXIT
005670     IF NOT CADASTRO-ACHADO
005680         ADD 1 TO WS-SEM-CADASTRO
005690         GO TO 2000-LER-NOTAS-EXIT
005700     END-IF
005710     ADD 1 TO WS-CAD-SESSOES (WS-CAD-IX)
005720     IF NQ-ACERTOS IS NUMERIC
005730         ADD NQ-ACERTOS TO WS-CAD-ACERTOS (WS-CAD-IX)
005740     END-IF
005750     IF NQ-ERROS IS NUMERIC
005760         ADD NQ-ERROS TO WS-CAD-ERROS (WS-CAD-IX)
005770     END-IF
005780     .
005790 2000-LER-NOTAS-EXIT.
005800     EXIT.
005810 2100-RESOLVER-ALUNO.
005820*-----------------------------------------------------------*
005830* ALUNO DA SESSAO NO CADASTRO: PRIMEIRO PELA MATRICULA,      *
005840* DEPOIS PELO NOME, COMO NO TABQUIZR.                        *
005850*-----------------------------------------------------------*
005860     MOVE 'N' TO WS-CAD-ACHOU-SW
005870     IF NQ-MATRICULA IS NUMERIC
005880         AND NQ-MATRICULA IS NOT EQUAL TO '000000'
005890         PERFORM VARYING WS-CAD-IX FROM 1 BY 1
005900                 UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
005910                    OR CADASTRO-ACHADO
005920             IF WS-CAD-MATRICULA (WS-CAD-IX) IS EQUAL TO
005930                 NQ-MATRICULA
005940                 SET CADASTRO-ACHADO TO TRUE
005950                 SUBTRACT 1 FROM WS-CAD-IX
005960             END-IF
005970         END-PERFORM
005980     END-IF
005990     IF NOT CADASTRO-ACHADO
006000         PERFORM VARYING WS-CAD-IX FROM 1 BY 1
006010                 UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
006020                    OR CADASTRO-ACHADO
006030             IF WS-CAD-NOME (WS-CAD-IX) IS EQUAL TO NQ-ALUNO
006040                 SET CADASTRO-ACHADO TO TRUE
006050                 SUBTRACT 1 FROM WS-CAD-IX
006060             END-IF
006070         END-PERFORM
006080     END-IF
006090     .
006100 2100-RESOLVER-ALUNO-EXIT.
006110     EXIT.
006120 3000-ORDENAR-CADASTRO.
006130*-----------------------------------------------------------*
006140* UMA PASSADA DA ORDENACAO POR TROCA: TURMA E MATRICULA, QUE *
006150* SAO A FRENTE DE CADA ENTRADA DO CADASTRO.                  *
006160*-----------------------------------------------------------*
006170     MOVE 'N' TO WS-TROCOU-SW
006180     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
006190             UNTIL WS-CAD-IX IS NOT LESS THAN WS-CAD-COUNT
006200         IF WS-CAD-ENT (WS-CAD-IX)(1:10) IS GREATER THAN
006210             WS-CAD-ENT (WS-CAD-IX + 1)(1:10)
006220             MOVE WS-CAD-ENT (WS-CAD-IX)     TO WS-CAD-TROCA
006230             MOVE WS-CAD-ENT (WS-CAD-IX + 1)
006240               TO WS-CAD-ENT (WS-CAD-IX)
006250             MOVE WS-CAD-TROCA TO WS-CAD-ENT (WS-CAD-IX + 1)
006260             SET HOUVE-TROCA TO TRUE
006270         END-IF
006280     END-PERFORM
006290     .
006300 3000-ORDENAR-CADASTRO-EXIT.
006310     EXIT.
006320 4000-GRAVAR-INTERFACE.
006330*-----------------------------------------------------------*
006340* HEADER, UM DETALHE POR ALUNO (ATIVO, OU INATIVO COM SESSAO *
006350* NO PERIODO) E O TRAILER COM A CONTAGEM E OS HASH TOTAIS.   *
006360*-----------------------------------------------------------*
006370     MOVE WS-PER-TERMO  TO WS-HDR-TERMO
006380     MOVE WS-DATA-HOJE  TO WS-HDR-GERACAO
006390     MOVE WS-PER-INICIO TO WS-HDR-INICIO
006400     MOVE WS-PER-FIM    TO WS-HDR-FIM
006410     WRITE REG-EXPORT FROM WS-REG-HEADER
006420     MOVE 'D' TO GDAREL-FUNCAO
006430     MOVE WS-CABEC-ALUNOS TO GDAREL-LINHA
006440     CALL 'GDAREL' USING GDAREL-AREA
006450     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
006460             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
006470         IF WS-CAD-ATIVO (WS-CAD-IX) IS EQUAL TO 'S'
006480             OR WS-CAD-SESSOES (WS-CAD-IX) IS GREATER THAN ZEROES
006490             PERFORM 4100-GRAVAR-UM-ALUNO
006500                 THRU 4100-GRAVAR-UM-ALUNO-EXIT
006510         END-IF
006520     END-PERFORM
006530     MOVE WS-QTDE-DETALHES    TO WS-TRL-QTDE
006540     MOVE WS-HASH-MATRICULA   TO WS-TRL-HASH-MATR
006550     MOVE WS-HASH-SESSOES     TO WS-TRL-HASH-SESSOES
006560     MOVE WS-HASH-PCT         TO WS-TRL-HASH-PCT
006570     WRITE REG-EXPORT FROM WS-REG-TRAILER
006580     .
006590 4000-GRAVAR-INTERFACE-EXIT.
006600     EXIT.
006610 4100-GRAVAR-UM-ALUNO.
006620     COMPUTE WS-TOTAL-CONTAS = WS-CAD-ACERTOS (WS-CAD-IX)
006630                             + WS-CAD-ERROS (WS-CAD-IX)
006640     IF WS-TOTAL-CONTAS IS GREATER THAN ZEROES
006650         COMPUTE WS-PCT ROUNDED =
006660             (WS-CAD-ACERTOS (WS-CAD-IX) * 100) / WS-TOTAL-CONTAS
006670     ELSE
006680         MOVE ZEROES TO WS-PCT
006690     END-IF
006700     PERFORM VARYING WS-FAIXA-IX FROM 1 BY 1
006710             UNTIL WS-FAIXA-IX IS GREATER THAN 4
006720                OR WS-PCT IS NOT LESS THAN
006730                   WS-FAIXA-MINIMO (WS-FAIXA-IX)
006740         CONTINUE
006750     END-PERFORM
006760     MOVE WS-LETRAS(WS-FAIXA-IX:1) TO WS-CONCEITO
006770     ADD 1 TO WS-QTDE-CONCEITO (WS-FAIXA-IX)
006780     MOVE WS-CAD-MATRICULA (WS-CAD-IX) TO WS-DET-MATRICULA
006790     MOVE WS-CAD-TURMA (WS-CAD-IX)     TO WS-DET-TURMA
006800     MOVE WS-CAD-SESSOES (WS-CAD-IX)   TO WS-DET-SESSOES
006810     MOVE WS-CAD-ACERTOS (WS-CAD-IX)   TO WS-DET-ACERTOS
006820     MOVE WS-CAD-ERROS (WS-CAD-IX)     TO WS-DET-ERROS
006830     MOVE WS-PCT                       TO WS-DET-PCT
006840     MOVE WS-CONCEITO                  TO WS-DET-CONCEITO
006850     WRITE REG-EXPORT FROM WS-REG-DETALHE
006860     ADD 1 TO WS-QTDE-DETALHES
006870     ADD WS-CAD-MATRICULA (WS-CAD-IX) TO WS-HASH-MATRICULA
006880     ADD WS-CAD-SESSOES (WS-CAD-IX)   TO WS-HASH-SESSOES
006890     ADD WS-PCT                       TO WS-HASH-PCT
006900     MOVE WS-CAD-TURMA (WS-CAD-IX)     TO WS-LA-TURMA
006910     MOVE WS-CAD-MATRICULA (WS-CAD-IX) TO WS-LA-MATRICULA
006920     MOVE WS-CAD-NOME (WS-CAD-IX)      TO WS-LA-NOME
006930     MOVE WS-CAD-SESSOES (WS-CAD-IX)   TO WS-LA-SESSOES
006940     MOVE WS-CAD-ACERTOS (WS-CAD-IX)   TO WS-LA-ACERTOS
006950     MOVE WS-CAD-ERROS (WS-CAD-IX)     TO WS-LA-ERROS
006960     MOVE WS-PCT                       TO WS-LA-PCT
006970     MOVE WS-CONCEITO                  TO WS-LA-CONCEITO
006980     MOVE 'D' TO GDAREL-FUNCAO
006990     MOVE WS-LINHA-ALUNO TO GDAREL-LINHA
007000     CALL 'GDAREL' USING GDAREL-AREA
007010     .
007020 4100-GRAVAR-UM-ALUNO-EXIT.
007030     EXIT.
007040 5000-EMITIR-TOTAIS.
007050*-----------------------------------------------------------*
007060* FECHO DA LISTAGEM: DISTRIBUICAO POR CONCEITO E OS TOTAIS   *
007070* DO TRAILER, PARA CONFERIR COM O QUE A SECRETARIA RECEBEU.  *
007080*-----------------------------------------------------------*
007090     MOVE 'P' TO GDAREL-FUNCAO
007100     CALL 'GDAREL' USING GDAREL-AREA
007110     MOVE 'D' TO GDAREL-FUNCAO
007120     MOVE ' DISTRIBUICAO POR CONCEITO' TO GDAREL-LINHA
007130     CALL 'GDAREL' USING GDAREL-AREA
007140     MOVE 'D' TO GDAREL-FUNCAO
007150     MOVE SPACES TO GDAREL-LINHA
007160     CALL 'GDAREL' USING GDAREL-AREA
007170     PERFORM VARYING WS-FAIXA-IX FROM 1 BY 1
007180             UNTIL WS-FAIXA-IX IS GREATER THAN 5
007190         PERFORM 5100-LINHA-FAIXA
007200             THRU 5100-LINHA-FAIXA-EXIT
007210     END-PERFORM
007220     MOVE 'D' TO GDAREL-FUNCAO
007230     MOVE SPACES TO GDAREL-LINHA
007240     CALL 'GDAREL' USING GDAREL-AREA
007250     MOVE 'REGISTROS DE DETALHE NO SECEXP' TO WS-LT-ROTULO
007260     MOVE WS-QTDE-DETALHES TO WS-LT-VALOR
007270     PERFORM 5200-LINHA-TOTAL
007280         THRU 5200-LINHA-TOTAL-EXIT
007290     MOVE 'HASH DAS MATRICULAS' TO WS-LT-ROTULO
007300     MOVE WS-HASH-MATRICULA TO WS-LT-VALOR
007310     PERFORM 5200-LINHA-TOTAL
007320         THRU 5200-LINHA-TOTAL-EXIT
007330     MOVE 'HASH DAS SESSOES' TO WS-LT-ROTULO
007340     MOVE WS-HASH-SESSOES TO WS-LT-VALOR
007350     PERFORM 5200-LINHA-TOTAL
007360         THRU 5200-LINHA-TOTAL-EXIT
007370     MOVE 'HASH DOS PERCENTUAIS' TO WS-LT-ROTULO
007380     MOVE WS-HASH-PCT TO WS-LT-VALOR
007390     PERFORM 5200-LINHA-TOTAL
007400         THRU 5200-LINHA-TOTAL-EXIT
007410     MOVE 'SESSOES SEM ALUNO NO CADASTRO (FORA)' TO WS-LT-ROTULO
007420     MOVE WS-SEM-CADASTRO TO WS-LT-VALOR
007430     PERFORM 5200-LINHA-TOTAL
007440         THRU 5200-LINHA-TOTAL-EXIT
007450     .
007460 5000-EMITIR-TOTAIS-EXIT.
007470     EXIT.
007480 5100-LINHA-FAIXA.
007490     MOVE WS-LETRAS(WS-FAIXA-IX:1) TO WS-LF-CONCEITO
007500     IF WS-FAIXA-IX IS EQUAL TO 5
007510         MOVE ZEROES TO WS-TF-MINIMO
007520         COMPUTE WS-TF-MAXIMO = WS-FAIXA-D - 1
007530     ELSE
007540         MOVE WS-FAIXA-MINIMO (WS-FAIXA-IX) TO WS-TF-MINIMO
007550         IF WS-FAIXA-IX IS EQUAL TO 1
007560             MOVE 100 TO WS-TF-MAXIMO
007570         ELSE
007580             COMPUTE WS-TF-MAXIMO =
007590                 WS-FAIXA-MINIMO (WS-FAIXA-IX - 1) - 1
007600         END-IF
007610     END-IF
007620     MOVE WS-TXT-FAIXA TO WS-LF-FAIXA
007630     MOVE WS-QTDE-CONCEITO (WS-FAIXA-IX) TO WS-LF-QTDE
007640     MOVE 'D' TO GDAREL-FUNCAO
007650     MOVE WS-LINHA-FAIXA TO GDAREL-LINHA
007660     CALL 'GDAREL' USING GDAREL-AREA
007670     .
007680 5100-LINHA-FAIXA-EXIT.
007690     EXIT.
007700 5200-LINHA-TOTAL.
007710     MOVE 'D' TO GDAREL-FUNCAO
007720     MOVE WS-LINHA-TOTAL TO GDAREL-LINHA
007730     CALL 'GDAREL' USING GDAREL-AREA
007740     .
007750 5200-LINHA-TOTAL-EXIT.
007760     EXIT.
007770 8000-EDITAR-DATA.
007780*-----------------------------------------------------------*
007790* CCYYMMDD (WS-DE-ENTRADA) PARA DD/MM/CCYY (WS-DE-SAIDA).    *
007800*-----------------------------------------------------------*
007810     MOVE WS-DE-DIA TO WS-DS-DIA
007820     MOVE WS-DE-MES TO WS-DS-MES
007830     MOVE WS-DE-ANO TO WS-DS-ANO
007840     .
007850 8000-EDITAR-DATA-EXIT.
007860     EXIT.
007870 9999-TERMINATE.
007880*-----------------------------------------------------------*
007890* FECHA OS ARQUIVOS E O RELATORIO E DEIXA AS CONTAGENS NO    *
007900* LOG DO PASSO.                                              *
007910*-----------------------------------------------------------*
007920     CLOSE NOTAS-FILE
007930     CLOSE EXPORT-FILE
007940     MOVE 'F' TO GDAREL-FUNCAO
007950     CALL 'GDAREL' USING GDAREL-AREA
007960     DISPLAY "TERMO                = " WS-PER-TERMO
007970             " (" WS-PER-INICIO " A " WS-PER-FIM ")"
007980     DISPLAY "SESSOES LIDAS        = " WS-SESSOES-LIDAS
007990     DISPLAY "SESSOES NO PERIODO   = " WS-SESSOES-PERIODO
008000     DISPLAY "SESSOES SEM CADASTRO = " WS-SEM-CADASTRO
008010     DISPLAY "ALUNOS EXPORTADOS    = " WS-QTDE-DETALHES
008020     DISPLAY "CARTOES REJEITADOS   = " WS-CARTOES-REJ
008030     IF WS-CARTOES-REJ IS GREATER THAN ZEROES
008040         MOVE 4 TO RETURN-CODE
008050     END-IF
008060     .
008070 9999-TERMINATE-EXIT.
008080     EXIT.
