000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TABCERTF.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - CERTIFICADO DE DOMINIO DA  *
000120*                  TABUADA. APLICA A CADA TABUADA DE 1 A 10   *
000130*                  UMA REGRA DE DOMINIO (PERCENTUAL MINIMO DE *
000140*                  ACERTOS NAS ULTIMAS N SESSOES DA TABUADA E *
000150*                  TEMPO MEDIO DE RESPOSTA ABAIXO DE UM       *
000160*                  LIMITE) SOBRE O QUIZNOTA E O QUIZDET. O    *
000170*                  ALUNO ATIVO DO CADASTRO QUE CUMPRE A REGRA *
000180*                  NAS DEZ TABUADAS GANHA UMA PAGINA DE       *
000190*                  CERTIFICADO NO GDAREL, COM NOME E TURMA DO *
000200*                  CADASTRO, E A DATA DA PREMIACAO VAI PARA O *
000210*                  CADASTRO (ALU-DT-CERTIF): ALUNO JA          *
000220*                  CERTIFICADO NUNCA RECEBE O SEGUNDO. DEPOIS *
000230*                  DOS CERTIFICADOS SAI UMA PAGINA DE RESUMO  *
000240*                  COM AS TABUADAS QUE FALTAM A CADA ALUNO.   *
000250*                  O CADASTRO ATUALIZADO SAI NO DD ALUNOSN,   *
000260*                  COMO NO TABALUNO; O PASSO SEGUINTE DO JOB  *
000270*                  O COPIA SOBRE O DD ALUNOS.                 *
000271* 10/15/2026 JLC   ALU-MATRICULA DO FD ALUNOS PASSOU A PIC    *
000272*                  9(06), IGUAL AO LAYOUT DO TABALUNO.        *
000280*                                                             *
000290* REGRAS (DD REGRAS, OPCIONAL, UM CARTAO POR TABUADA):        *
000300*   COLS 01-07 'TABUADA'                                      *
000310*   COLS 09-10 TABUADA 01 A 10 (00 = TODAS AS TABUADAS)       *
000320*   COLS 12-14 PERCENTUAL MINIMO DE ACERTOS, 001 A 100        *
000330*   COL  16    SESSOES CONSIDERADAS (AS ULTIMAS), 1 A 5       *
000340*   COLS 18-20 TEMPO MEDIO MAXIMO EM SEGUNDOS, EXCLUSIVE      *
000350*              (000 = SEM EXIGENCIA DE TEMPO)                 *
000360*   SEM CARTAO VALE 095% NAS ULTIMAS 3 SESSOES E TEMPO MEDIO  *
000370*   ABAIXO DE 005 SEGUNDOS. O CARTAO 00 VEM ANTES DOS         *
000380*   CARTOES DE UMA TABUADA SO (O ULTIMO CARTAO VALE).         *
000390*                                                             *
000400* TEMPO MEDIO: O DAS PERGUNTAS DA TABUADA NO QUIZDET DESDE O  *
000410*   DIA DA PRIMEIRA DAS N SESSOES; SEM QUIZDET (OU SEM TEMPO  *
000420*   GRAVADO NELE) VALE O TEMPO MEDIO DAS PROPRIAS SESSOES NO  *
000430*   QUIZNOTA (NQ-TMP-MEDIO), PONDERADO PELAS PERGUNTAS.       *
000440*   SESSAO SEM TEMPO NENHUM NAO CUMPRE UMA REGRA QUE EXIGE    *
000450*   TEMPO.                                                    *
000460*                                                             *
000470* RETURN-CODE: 0 = OK, 4 = CARTAO DE REGRA REJEITADO,         *
000480*              16 = ARQUIVO INDISPONIVEL OU CADASTRO CHEIO.   *
000490*-----------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT NOTAS-FILE ASSIGN TO QUIZNOTA
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-NOTAS.
000570     SELECT DETALHE-FILE ASSIGN TO QUIZDET
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-DETALHE.
000600     SELECT ALUNOS-FILE ASSIGN TO ALUNOS
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-FS-ALUNOS.
000630     SELECT NOVO-FILE ASSIGN TO ALUNOSN
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FS-NOVO.
000660     SELECT REGRAS-FILE ASSIGN TO REGRAS
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-FS-REGRAS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  NOTAS-FILE
000720     RECORDING MODE IS F.
000730 01  REG-NOTA.
000740     05  NQ-ALUNO            PIC X(15).
000750     05  FILLER              PIC X(01).
000760     05  NQ-DATA             PIC 9(08).
000770     05  FILLER              PIC X(01).
000780     05  NQ-NUMERO           PIC X(05).
000790     05  FILLER              PIC X(01).
000800     05  NQ-LIM-INF          PIC 9(05).
000810     05  FILLER              PIC X(01).
000820     05  NQ-LIM-SUP          PIC 9(05).
000830     05  FILLER              PIC X(01).
000840     05  NQ-ACERTOS          PIC 9(03).
000850     05  FILLER              PIC X(01).
000860     05  NQ-ERROS            PIC 9(03).
000870     05  FILLER              PIC X(01).
000880     05  NQ-MATRICULA        PIC X(06).
000890     05  FILLER              PIC X(01).
000900     05  NQ-TMP-MEDIO        PIC X(03).
000910     05  FILLER              PIC X(01).
000920     05  NQ-TMP-PIOR         PIC X(03).
000930     05  FILLER              PIC X(15).
000940 FD  DETALHE-FILE
000950     RECORDING MODE IS F.
000960 01  REG-DETALHE.
000970     05  DT-ALUNO            PIC X(15).
000980     05  FILLER              PIC X(01).
000990     05  DT-DATA             PIC 9(08).
001000     05  FILLER              PIC X(01).
001010     05  DT-MATRICULA        PIC X(06).
001020     05  FILLER              PIC X(01).
001030     05  DT-NUMERO           PIC X(05).
001040     05  FILLER              PIC X(01).
001050     05  DT-MULTIPLICADOR    PIC X(05).
001060     05  FILLER              PIC X(01).
001070     05  DT-RESULTADO        PIC X(01).
001080     05  FILLER              PIC X(01).
001090     05  DT-SEGUNDOS         PIC X(03).
001100     05  FILLER              PIC X(31).
001110 FD  ALUNOS-FILE
001120     RECORDING MODE IS F.
001130 01  REG-ALUNO.
001140     05  ALU-MATRICULA       PIC 9(06).
001150     05  FILLER              PIC X(01).
001160     05  ALU-NOME            PIC X(15).
001170     05  FILLER              PIC X(01).
001180     05  ALU-TURMA           PIC X(04).
001190     05  FILLER              PIC X(01).
001200     05  ALU-ATIVO           PIC X(01).
001210     05  FILLER              PIC X(01).
001220     05  ALU-DT-CERTIF       PIC X(08).
001230     05  FILLER              PIC X(42).
001240 FD  NOVO-FILE
001250     RECORDING MODE IS F.
001260 01  REG-NOVO.
001270     05  NOVO-DADOS          PIC X(30).
001280     05  NOVO-DT-CERTIF      PIC X(08).
001290     05  FILLER              PIC X(42).
001300 FD  REGRAS-FILE
001310     RECORDING MODE IS F.
001320 01  REG-REGRA.
001330     05  RG-PALAVRA          PIC X(07).
001340     05  FILLER              PIC X(01).
001350     05  RG-TABUADA          PIC X(02).
001360     05  FILLER              PIC X(01).
001370     05  RG-PCT              PIC X(03).
001380     05  FILLER              PIC X(01).
001390     05  RG-SESSOES          PIC X(01).
001400     05  FILLER              PIC X(01).
001410     05  RG-TEMPO            PIC X(03).
001420     05  FILLER              PIC X(60).
001430 WORKING-STORAGE SECTION.
001440 77  WS-FS-NOTAS              PIC X(02) VALUE '00'.
001450 77  WS-FS-DETALHE            PIC X(02) VALUE '00'.
001460 77  WS-FS-ALUNOS             PIC X(02) VALUE '00'.
001470 77  WS-FS-NOVO               PIC X(02) VALUE '00'.
001480 77  WS-FS-REGRAS             PIC X(02) VALUE '00'.
001490 77  WS-DATA-HOJE             PIC 9(08) VALUE ZEROES.
001500 01  WS-SWITCHES.
001510     05  WS-FIM-SW            PIC X(01) VALUE 'N'.
001520         88  FIM-DAS-NOTAS             VALUE 'S'.
001530     05  WS-FIM-DET-SW        PIC X(01) VALUE 'N'.
001540         88  FIM-DO-DETALHE            VALUE 'S'.
001550     05  WS-FIM-ALU-SW        PIC X(01) VALUE 'N'.
001560         88  FIM-DO-CADASTRO           VALUE 'S'.
001570     05  WS-FIM-REG-SW        PIC X(01) VALUE 'N'.
001580         88  FIM-DAS-REGRAS            VALUE 'S'.
001590     05  WS-CAD-ACHOU-SW      PIC X(01) VALUE 'N'.
001600         88  CADASTRO-ACHADO           VALUE 'S'.
001610*-----------------------------------------------------------*
001620* REGRA DE DOMINIO POR TABUADA (1 A 10)                      *
001630*-----------------------------------------------------------*
001640 01  WS-REGRAS.
001650     05  WS-REG-IX            PIC 9(02) VALUE ZEROES.
001660     05  WS-REG-PRIMEIRA      PIC 9(02) VALUE ZEROES.
001670     05  WS-REG-ULTIMA        PIC 9(02) VALUE ZEROES.
001680     05  WS-REG-ENT OCCURS 10 TIMES.
001690         10  WS-REG-PCT       PIC 9(03).
001700         10  WS-REG-SESSOES   PIC 9(01).
001710         10  WS-REG-TEMPO     PIC 9(03).
001720 77  WS-PADRAO-PCT            PIC 9(03) VALUE 095.
001730 77  WS-PADRAO-SESSOES        PIC 9(01) VALUE 3.
001740 77  WS-PADRAO-TEMPO          PIC 9(03) VALUE 005.
001750*-----------------------------------------------------------*
001760* CADASTRO EM MEMORIA, COM AS ULTIMAS SESSOES DE CADA        *
001770* TABUADA DO ALUNO (O REGISTRO INTEIRO E GUARDADO PARA O     *
001780* CADASTRO NOVO SAIR IGUAL, SO COM A DATA DO CERTIFICADO)    *
001790*-----------------------------------------------------------*
001800 01  WS-CADASTRO.
001810     05  WS-CAD-MAX           PIC 9(03) VALUE 200.
001820     05  WS-CAD-COUNT         PIC 9(03) VALUE ZEROES.
001830     05  WS-CAD-IX            PIC 9(03) VALUE ZEROES.
001840     05  WS-CAD-ENT OCCURS 200 TIMES.
001850         10  WS-CAD-REGISTRO  PIC X(80).
001860         10  WS-CAD-MATRICULA PIC 9(06).
001870         10  WS-CAD-NOME      PIC X(15).
001880         10  WS-CAD-TURMA     PIC X(04).
001890         10  WS-CAD-ATIVO     PIC X(01).
001900         10  WS-CAD-DT-CERTIF PIC X(08).
001910         10  WS-CAD-DOMINADAS PIC 9(02).
001920         10  WS-CAD-SITUACAO  PIC X(01).
001930             88  CAD-CERTIFICADO-AGORA   VALUE 'C'.
001940             88  CAD-JA-CERTIFICADO      VALUE 'J'.
001950             88  CAD-EM-ANDAMENTO        VALUE 'A'.
001960             88  CAD-FORA                VALUE ' '.
001970         10  WS-CT-ENT OCCURS 10 TIMES.
001980             15  WS-CT-QTDE       PIC 9(01).
001990             15  WS-CT-SES OCCURS 5 TIMES.
002000                 20  WS-CT-DATA     PIC 9(08).
002010                 20  WS-CT-ACERTOS  PIC 9(03).
002020                 20  WS-CT-ERROS    PIC 9(03).
002030                 20  WS-CT-TMP      PIC X(03).
002040             15  WS-CT-DET-SOMA   PIC 9(07).
002050             15  WS-CT-DET-QTDE   PIC 9(05).
002060             15  WS-CT-PCT        PIC 9(03).
002070             15  WS-CT-TEMPO      PIC 9(03).
002080             15  WS-CT-TEM-TEMPO  PIC X(01).
002090             15  WS-CT-DOMINOU    PIC X(01).
002100 77  WS-TAB-IX                PIC 9(02) VALUE ZEROES.
002110 77  WS-SES-IX                PIC 9(01) VALUE ZEROES.
002120 77  WS-NOTA-NUMERO           PIC 9(02) VALUE ZEROES.
002130 77  WS-DET-SEGUNDOS          PIC 9(03) VALUE ZEROES.
002140*-----------------------------------------------------------*
002150* CAMPOS DE TRABALHO DA AVALIACAO                            *
002160*-----------------------------------------------------------*
002170 01  WS-AVALIACAO.
002180     05  WS-AV-ACERTOS        PIC 9(05) VALUE ZEROES.
002190     05  WS-AV-PERGUNTAS      PIC 9(05) VALUE ZEROES.
002200     05  WS-AV-SOMA           PIC 9(07) VALUE ZEROES.
002210     05  WS-AV-QTDE           PIC 9(05) VALUE ZEROES.
002220     05  WS-AV-TMP            PIC 9(03) VALUE ZEROES.
002230     05  WS-AV-LIMITE         PIC 9(08) VALUE ZEROES.
002240*-----------------------------------------------------------*
002250* CONTADORES                                                 *
002260*-----------------------------------------------------------*
002270 01  WS-CONTADORES.
002280     05  WS-SESSOES-LIDAS     PIC 9(05) VALUE ZEROES.
002290     05  WS-SESSOES-USADAS    PIC 9(05) VALUE ZEROES.
002300     05  WS-DETALHES-USADOS   PIC 9(07) VALUE ZEROES.
002310     05  WS-REGRAS-LIDAS      PIC 9(03) VALUE ZEROES.
002320     05  WS-REGRAS-REJEITADAS PIC 9(03) VALUE ZEROES.
002330     05  WS-CERTIFICADOS      PIC 9(03) VALUE ZEROES.
002340     05  WS-JA-CERTIFICADOS   PIC 9(03) VALUE ZEROES.
002350     05  WS-GRAVADOS          PIC 9(03) VALUE ZEROES.
002360*-----------------------------------------------------------*
002370* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
002380*-----------------------------------------------------------*
002390 01  GDAREL-AREA.
002400     03  GDAREL-FUNCAO        PIC X(01).
002410     03  GDAREL-TITULO        PIC X(60).
002420     03  GDAREL-CABECALHO     PIC X(80).
002430     03  GDAREL-LINHA         PIC X(132).
002440     03  GDAREL-RETORNO       PIC 9(02).
002450     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
002460     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
002470         05  GDAREL-QBR-POS   PIC 9(03) VALUE ZEROES.
002480         05  GDAREL-QBR-TAM   PIC 9(02) VALUE ZEROES.
002490     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
002500     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
002510     03  GDAREL-EXTRATO OCCURS 10 TIMES.
002520         05  GDAREL-EXT-POS   PIC 9(03) VALUE ZEROES.
002530         05  GDAREL-EXT-TAM   PIC 9(03) VALUE ZEROES.
002540     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
002550*-----------------------------------------------------------*
002560* LINHAS DO CERTIFICADO (MOLDURA DE ASTERISCOS)              *
002570*-----------------------------------------------------------*
002580 01  WS-LINHA-MOLDURA.
002590     05  FILLER               PIC X(10) VALUE SPACES.
002600     05  WS-LM-TRACO          PIC X(72) VALUE ALL '*'.
002610     05  FILLER               PIC X(50) VALUE SPACES.
002620 01  WS-LINHA-CERT.
002630     05  FILLER               PIC X(10) VALUE SPACES.
002640     05  FILLER               PIC X(01) VALUE '*'.
002650     05  WS-LC-TEXTO          PIC X(70) VALUE SPACES.
002660     05  FILLER               PIC X(01) VALUE '*'.
002670     05  FILLER               PIC X(50) VALUE SPACES.
002680 01  WS-TXT-ALUNO.
002690     05  FILLER               PIC X(05) VALUE SPACES.
002700     05  WS-TA-NOME           PIC X(15).
002710     05  FILLER               PIC X(14) VALUE '   MATRICULA '.
002720     05  WS-TA-MATRICULA      PIC 9(06).
002730     05  FILLER               PIC X(10) VALUE '   TURMA '.
002740     05  WS-TA-TURMA          PIC X(04).
002750     05  FILLER               PIC X(16) VALUE SPACES.
002760 01  WS-TXT-CABEC-TABUADA.
002770     05  FILLER               PIC X(34) VALUE
002780         '     TABUADA  SESSOES  ACERTOS  MI'.
002790     05  FILLER               PIC X(36) VALUE
002800         'NIMO  TEMPO MEDIO  LIMITE'.
002810 01  WS-TXT-TABUADA.
002820     05  FILLER               PIC X(09) VALUE SPACES.
002830     05  WS-TT-TABUADA        PIC 9(02).
002840     05  FILLER               PIC X(08) VALUE SPACES.
002850     05  WS-TT-SESSOES        PIC 9(01).
002860     05  FILLER               PIC X(06) VALUE SPACES.
002870     05  WS-TT-PCT            PIC ZZ9.
002880     05  FILLER               PIC X(06) VALUE '%     '.
002890     05  WS-TT-MINIMO         PIC ZZ9.
002900     05  FILLER               PIC X(06) VALUE '%     '.
002910     05  WS-TT-TEMPO          PIC X(03).
002920     05  FILLER               PIC X(09) VALUE ' SEG     '.
002930     05  WS-TT-LIMITE         PIC X(03).
002940     05  FILLER               PIC X(11) VALUE ' SEG'.
002950 01  WS-TXT-EMISSAO.
002960     05  FILLER               PIC X(16) VALUE '     EMITIDO EM '.
002970     05  WS-TE-DIA            PIC 9(02).
002980     05  FILLER               PIC X(01) VALUE '/'.
002990     05  WS-TE-MES            PIC 9(02).
003000     05  FILLER               PIC X(01) VALUE '/'.
003010     05  WS-TE-ANO            PIC 9(04).
003020     05  FILLER               PIC X(44) VALUE SPACES.
003030 01  WS-DATA-HOJE-R.
003040     05  WS-DH-ANO            PIC 9(04).
003050     05  WS-DH-MES            PIC 9(02).
003060     05  WS-DH-DIA            PIC 9(02).
003070 01  WS-TMP-ED                PIC ZZ9.
003080*-----------------------------------------------------------*
003090* LINHAS DO RESUMO                                           *
003100*-----------------------------------------------------------*
003110 01  WS-CABEC-RESUMO.
003120     05  FILLER               PIC X(48) VALUE
003130         ' ALUNO           TURMA MATR    DOMINADAS   SITUA'.
003140     05  FILLER               PIC X(40) VALUE
003150         'CAO                  TABUADAS QUE FALTAM'.
003160 01  WS-LINHA-RESUMO.
003170     05  FILLER               PIC X(01) VALUE SPACE.
003180     05  WS-LR-NOME           PIC X(15).
003190     05  FILLER               PIC X(01) VALUE SPACE.
003200     05  WS-LR-TURMA          PIC X(04).
003210     05  FILLER               PIC X(02) VALUE SPACES.
003220     05  WS-LR-MATRICULA      PIC 9(06).
003230     05  FILLER               PIC X(05) VALUE SPACES.
003240     05  WS-LR-DOMINADAS      PIC Z9.
003250     05  FILLER               PIC X(03) VALUE '/10'.
003260     05  FILLER               PIC X(04) VALUE SPACES.
003270     05  WS-LR-SITUACAO       PIC X(25).
003280     05  FILLER               PIC X(01) VALUE SPACE.
003290     05  WS-LR-FALTAM         PIC X(30).
003300     05  FILLER               PIC X(33) VALUE SPACES.
003310 01  WS-TXT-JA-CERTIFICADO.
003320     05  FILLER               PIC X(14) VALUE 'CERTIFICADO EM'.
003330     05  FILLER               PIC X(01) VALUE SPACE.
003340     05  WS-TJ-DIA            PIC X(02).
003350     05  FILLER               PIC X(01) VALUE '/'.
003360     05  WS-TJ-MES            PIC X(02).
003370     05  FILLER               PIC X(01) VALUE '/'.
003380     05  WS-TJ-ANO            PIC X(04).
003390 77  WS-FALTAM-POS            PIC 9(02) VALUE ZEROES.
003400 PROCEDURE DIVISION.
003410 0000-MAINLINE.
003420*-----------------------------------------------------------*
003430* PARAGRAFO PRINCIPAL.                                       *
003440*-----------------------------------------------------------*
003450     PERFORM 1000-INITIALIZE
003460         THRU 1000-INITIALIZE-EXIT
003470     PERFORM 2000-CARREGAR-NOTAS
003480         THRU 2000-CARREGAR-NOTAS-EXIT
003490         UNTIL FIM-DAS-NOTAS
003500     PERFORM 2500-CARREGAR-DETALHE
003510         THRU 2500-CARREGAR-DETALHE-EXIT
003520     PERFORM 3000-AVALIAR-ALUNOS
003530         THRU 3000-AVALIAR-ALUNOS-EXIT
003540     PERFORM 4000-EMITIR-CERTIFICADOS
003550         THRU 4000-EMITIR-CERTIFICADOS-EXIT
003560     PERFORM 5000-EMITIR-RESUMO
003570         THRU 5000-EMITIR-RESUMO-EXIT
003580     PERFORM 6000-GRAVAR-CADASTRO-NOVO
003590         THRU 6000-GRAVAR-CADASTRO-NOVO-EXIT
003600     PERFORM 9999-TERMINATE
003610         THRU 9999-TERMINATE-EXIT
003620     STOP RUN
003630     .
003640 0000-MAINLINE-EXIT.
003650     EXIT.
003660 1000-INITIALIZE.
003670*-----------------------------------------------------------*
003680* CARREGA AS REGRAS E O CADASTRO, ABRE O QUIZNOTA, O         *
003690* CADASTRO NOVO E O RELATORIO PADRAO.                        *
003700*-----------------------------------------------------------*
003710     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003720     MOVE WS-DATA-HOJE TO WS-DATA-HOJE-R
003730     PERFORM VARYING WS-REG-IX FROM 1 BY 1
003740             UNTIL WS-REG-IX IS GREATER THAN 10
003750         MOVE WS-PADRAO-PCT     TO WS-REG-PCT (WS-REG-IX)
003760         MOVE WS-PADRAO-SESSOES TO WS-REG-SESSOES (WS-REG-IX)
003770         MOVE WS-PADRAO-TEMPO   TO WS-REG-TEMPO (WS-REG-IX)
003780     END-PERFORM
003790     PERFORM 1100-CARREGAR-REGRAS
003800         THRU 1100-CARREGAR-REGRAS-EXIT
003810     PERFORM 1200-CARREGAR-CADASTRO
003820         THRU 1200-CARREGAR-CADASTRO-EXIT
003830     OPEN INPUT NOTAS-FILE
003840     IF WS-FS-NOTAS NOT EQUAL '00'
003850         DISPLAY "TABCERTF: SEM ARQUIVO DE NOTAS (QUIZNOTA), "
003860                 "FILE STATUS = " WS-FS-NOTAS
003870         MOVE 16 TO RETURN-CODE
003880         STOP RUN
003890     END-IF
003900     OPEN OUTPUT NOVO-FILE
003910     IF WS-FS-NOVO NOT EQUAL '00'
003920         DISPLAY "TABCERTF: NAO ABRIU O DD ALUNOSN, STATUS = "
003930                 WS-FS-NOVO
003940         MOVE 16 TO RETURN-CODE
003950         STOP RUN
003960     END-IF
003970     MOVE 'A' TO GDAREL-FUNCAO
003980     MOVE 'CERTIFICADOS DE DOMINIO - QUIZ DA TABUADA'
003990         TO GDAREL-TITULO
004000     MOVE 'CPD TREINAMENTO - PROGRAMA DE TABUADA'
004010         TO GDAREL-CABECALHO
004020     CALL 'GDAREL' USING GDAREL-AREA
004030     .
004040 1000-INITIALIZE-EXIT.
004050     EXIT.
004060 1100-CARREGAR-REGRAS.
004070*-----------------------------------------------------------*
004080* CARTOES DE REGRA (DD REGRAS); SEM O DD FICA A REGRA PADRAO *
004090* EM TODAS AS TABUADAS.                                      *
004100*-----------------------------------------------------------*
004110     OPEN INPUT REGRAS-FILE
004120     IF WS-FS-REGRAS NOT EQUAL '00'
004130         DISPLAY "TABCERTF: SEM CARTOES DE REGRA (DD REGRAS) - "
004140                 "REGRA PADRAO EM TODAS AS TABUADAS"
004150         GO TO 1100-CARREGAR-REGRAS-EXIT
004160     END-IF
004170     PERFORM 1110-LER-UMA-REGRA
004180         THRU 1110-LER-UMA-REGRA-EXIT
004190         UNTIL FIM-DAS-REGRAS
004200     CLOSE REGRAS-FILE
004210     .
004220 1100-CARREGAR-REGRAS-EXIT.
004230     EXIT.
004240 1110-LER-UMA-REGRA.
004250     READ REGRAS-FILE
004260         AT END
004270             SET FIM-DAS-REGRAS TO TRUE
004280             GO TO 1110-LER-UMA-REGRA-EXIT
004290     END-READ
004300     IF REG-REGRA IS EQUAL TO SPACES
004310         OR REG-REGRA (1:1) IS EQUAL TO '*'
004320         GO TO 1110-LER-UMA-REGRA-EXIT
004330     END-IF
004340     ADD 1 TO WS-REGRAS-LIDAS
004350     IF RG-PALAVRA IS NOT EQUAL TO 'TABUADA'
004360         OR RG-TABUADA IS NOT NUMERIC
004370         OR RG-TABUADA IS GREATER THAN '10'
004380         OR RG-PCT IS NOT NUMERIC
004390         OR RG-PCT IS EQUAL TO '000'
004400         OR RG-PCT IS GREATER THAN '100'
004410         OR RG-SESSOES IS NOT NUMERIC
004420         OR RG-SESSOES IS EQUAL TO '0'
004430         OR RG-SESSOES IS GREATER THAN '5'
004440         OR RG-TEMPO IS NOT NUMERIC
004450         ADD 1 TO WS-REGRAS-REJEITADAS
004460         DISPLAY "REGRA REJEITADA: " REG-REGRA(1:20)
004470         GO TO 1110-LER-UMA-REGRA-EXIT
004480     END-IF
004490     IF RG-TABUADA IS EQUAL TO '00'
004500         MOVE 1  TO WS-REG-PRIMEIRA
004510         MOVE 10 TO WS-REG-ULTIMA
004520     ELSE
004530         MOVE RG-TABUADA TO WS-REG-PRIMEIRA
004540         MOVE RG-TABUADA TO WS-REG-ULTIMA
004550     END-IF
004560     PERFORM VARYING WS-REG-IX FROM WS-REG-PRIMEIRA BY 1
004570             UNTIL WS-REG-IX IS GREATER THAN WS-REG-ULTIMA
004580         MOVE RG-PCT     TO WS-REG-PCT (WS-REG-IX)
004590         MOVE RG-SESSOES TO WS-REG-SESSOES (WS-REG-IX)
004600         MOVE RG-TEMPO   TO WS-REG-TEMPO (WS-REG-IX)
004610     END-PERFORM
004620     .
004630 1110-LER-UMA-REGRA-EXIT.
004640     EXIT.
004650 1200-CARREGAR-CADASTRO.
004660*-----------------------------------------------------------*
004670* O CADASTRO E OBRIGATORIO: E NELE QUE O CERTIFICADO FICA    *
004680* ANOTADO. TODO REGISTRO E GUARDADO (O CADASTRO NOVO SAI     *
004690* COMPLETO); ALEM DA CAPACIDADE O PASSO ABORTA SEM GRAVAR.   *
004700*-----------------------------------------------------------*
004710     OPEN INPUT ALUNOS-FILE
004720     IF WS-FS-ALUNOS NOT EQUAL '00'
004730         DISPLAY "TABCERTF: SEM CADASTRO DE ALUNOS (DD ALUNOS), "
004740                 "FILE STATUS = " WS-FS-ALUNOS
004750         MOVE 16 TO RETURN-CODE
004760         STOP RUN
004770     END-IF
004780     PERFORM 1210-LER-UM-ALUNO
004790         THRU 1210-LER-UM-ALUNO-EXIT
004800         UNTIL FIM-DO-CADASTRO
004810     CLOSE ALUNOS-FILE
004820     .
004830 1200-CARREGAR-CADASTRO-EXIT.
004840     EXIT.
004850 1210-LER-UM-ALUNO.
004860     READ ALUNOS-FILE
004870         AT END
004880             SET FIM-DO-CADASTRO TO TRUE
004890             GO TO 1210-LER-UM-ALUNO-EXIT
004900     END-READ
004910     IF WS-CAD-COUNT IS EQUAL TO WS-CAD-MAX
004920         DISPLAY "TABCERTF: CADASTRO COM MAIS DE " WS-CAD-MAX
004930                 " ALUNOS - NADA FOI GRAVADO"
004940         MOVE 16 TO RETURN-CODE
004950         STOP RUN
004960     END-IF
004970     ADD 1 TO WS-CAD-COUNT
004980     MOVE WS-CAD-COUNT TO WS-CAD-IX
004990     INITIALIZE WS-CAD-ENT (WS-CAD-IX)
005000     MOVE REG-ALUNO     TO WS-CAD-REGISTRO (WS-CAD-IX)
005010     MOVE ALU-NOME      TO WS-CAD-NOME (WS-CAD-IX)
005020     MOVE ALU-TURMA     TO WS-CAD-TURMA (WS-CAD-IX)
005030     MOVE ALU-ATIVO     TO WS-CAD-ATIVO (WS-CAD-IX)
005040     MOVE ALU-DT-CERTIF TO WS-CAD-DT-CERTIF (WS-CAD-IX)
005050     MOVE SPACE         TO WS-CAD-SITUACAO (WS-CAD-IX)
005060     IF ALU-MATRICULA IS NUMERIC
005070         MOVE ALU-MATRICULA TO WS-CAD-MATRICULA (WS-CAD-IX)
005080     ELSE
005090         MOVE ZEROES TO WS-CAD-MATRICULA (WS-CAD-IX)
005100     END-IF
005110     .
005120 1210-LER-UM-ALUNO-EXIT.
005130     EXIT.
005140 2000-CARREGAR-NOTAS.
005150*-----------------------------------------------------------*
005160* CADA SESSAO DE TABUADA 1 A 10 DE ALUNO DO CADASTRO ENTRA   *
005170* NA LISTA DAS ULTIMAS SESSOES DAQUELA TABUADA; COM A LISTA  *
005180* CHEIA (N DA REGRA) A MAIS ANTIGA SAI. O QUIZNOTA E GRAVADO *
005190* EM APPEND, ENTAO A ORDEM FISICA E A CRONOLOGICA.           *
005200*-----------------------------------------------------------*
005210     READ NOTAS-FILE
005220         AT END
005230             SET FIM-DAS-NOTAS TO TRUE
005240             GO TO 2000-CARREGAR-NOTAS-EXIT
005250     END-READ
005260     ADD 1 TO WS-SESSOES-LIDAS
005270     IF NQ-NUMERO IS NOT NUMERIC
005280         OR NQ-NUMERO IS LESS THAN '00001'
005290         OR NQ-NUMERO IS GREATER THAN '00010'
005300         OR NQ-ACERTOS IS NOT NUMERIC
005310         OR NQ-ERROS IS NOT NUMERIC
005320         GO TO 2000-CARREGAR-NOTAS-EXIT
005330     END-IF
005340     MOVE NQ-NUMERO TO WS-NOTA-NUMERO
005350     MOVE NQ-MATRICULA TO DT-MATRICULA
005360     MOVE NQ-ALUNO     TO DT-ALUNO
005370     PERFORM 2100-RESOLVER-ALUNO
005380         THRU 2100-RESOLVER-ALUNO-EXIT
005390     IF NOT CADASTRO-ACHADO
005400         GO TO 2000-CARREGAR-NOTAS-EXIT
005410     END-IF
005420     ADD 1 TO WS-SESSOES-USADAS
005430     MOVE WS-NOTA-NUMERO TO WS-TAB-IX
005440     IF WS-CT-QTDE (WS-CAD-IX, WS-TAB-IX) IS NOT LESS THAN
005450         WS-REG-SESSOES (WS-TAB-IX)
005460         PERFORM VARYING WS-SES-IX FROM 1 BY 1
005470                 UNTIL WS-SES-IX IS NOT LESS THAN
005480                       WS-CT-QTDE (WS-CAD-IX, WS-TAB-IX)
005490             MOVE WS-CT-SES (WS-CAD-IX, WS-TAB-IX, WS-SES-IX + 1)
005500               TO WS-CT-SES (WS-CAD-IX, WS-TAB-IX, WS-SES-IX)
005510         END-PERFORM
005520     ELSE
005530         ADD 1 TO WS-CT-QTDE (WS-CAD-IX, WS-TAB-IX)
005540     END-IF
005550     MOVE WS-CT-QTDE (WS-CAD-IX, WS-TAB-IX) TO WS-SES-IX
005560     MOVE NQ-DATA
005570       TO WS-CT-DATA (WS-CAD-IX, WS-TAB-IX, WS-SES-IX)
005580     MOVE NQ-ACERTOS
005590       TO WS-CT-ACERTOS (WS-CAD-IX, WS-TAB-IX, WS-SES-IX)
005600     MOVE NQ-ERROS
005610       TO WS-CT-ERROS (WS-CAD-IX, WS-TAB-IX, WS-SES-IX)
005620     MOVE NQ-TMP-MEDIO
005630       TO WS-CT-TMP (WS-CAD-IX, WS-TAB-IX, WS-SES-IX)
005640     .
005650 2000-CARREGAR-NOTAS-EXIT.
005660     EXIT.
005670 2100-RESOLVER-ALUNO.
005680*-----------------------------------------------------------*
005690* ALUNO DO REGISTRO (DT-MATRICULA/DT-ALUNO) NO CADASTRO:     *
005700* PRIMEIRO PELA MATRICULA, DEPOIS PELO NOME, COMO NO         *
005710* TABQUIZR. NOTA SEM CADASTRO NAO CONTA PARA CERTIFICADO.    *
005720*-----------------------------------------------------------*
005730     MOVE 'N' TO WS-CAD-ACHOU-SW
005740     IF DT-MATRICULA IS NUMERIC
005750         AND DT-MATRICULA IS NOT EQUAL TO '000000'
005760         PERFORM VARYING WS-CAD-IX FROM 1 BY 1
005770                 UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
005780                    OR CADASTRO-ACHADO
005790             IF WS-CAD-MATRICULA (WS-CAD-IX) IS EQUAL TO
005800                 DT-MATRICULA
005810                 SET CADASTRO-ACHADO TO TRUE
005820                 SUBTRACT 1 FROM WS-CAD-IX
005830             END-IF
005840         END-PERFORM
005850     END-IF
005860     IF NOT CADASTRO-ACHADO
005870         PERFORM VARYING WS-CAD-IX FROM 1 BY 1
005880                 UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
005890                    OR CADASTRO-ACHADO
005900             IF WS-CAD-MATRICULA (WS-CAD-IX) IS GREATER THAN
005910                 ZEROES
005920                 AND WS-CAD-NOME (WS-CAD-IX) IS EQUAL TO DT-ALUNO
005930                 SET CADASTRO-ACHADO TO TRUE
005940                 SUBTRACT 1 FROM WS-CAD-IX
005950             END-IF
005960         END-PERFORM
005970     END-IF
005980     .
005990 2100-RESOLVER-ALUNO-EXIT.
006000     EXIT.
006010 2500-CARREGAR-DETALHE.
006020*-----------------------------------------------------------*
006030* TEMPOS POR PERGUNTA (DD QUIZDET, OPCIONAL): SOMA OS        *
006040* SEGUNDOS DA TABUADA DO ALUNO A PARTIR DO DIA DA PRIMEIRA   *
006050* DAS SESSOES GUARDADAS. O DETALHE NAO IDENTIFICA A SESSAO:  *
006060* SESSAO MAIS ANTIGA NO MESMO DIA ENTRA JUNTO.               *
006070*-----------------------------------------------------------*
006080     CLOSE NOTAS-FILE
006090     OPEN INPUT DETALHE-FILE
006100     IF WS-FS-DETALHE NOT EQUAL '00'
006110         DISPLAY "TABCERTF: SEM DETALHE (DD QUIZDET) - TEMPO "
006120                 "MEDIO DO PROPRIO QUIZNOTA"
006130         GO TO 2500-CARREGAR-DETALHE-EXIT
006140     END-IF
006150     PERFORM 2510-LER-UM-DETALHE
006160         THRU 2510-LER-UM-DETALHE-EXIT
006170         UNTIL FIM-DO-DETALHE
006180     CLOSE DETALHE-FILE
006190     .
006200 2500-CARREGAR-DETALHE-EXIT.
006210     EXIT.
006220 2510-LER-UM-DETALHE.
006230     READ DETALHE-FILE
006240         AT END
006250             SET FIM-DO-DETALHE TO TRUE
006260             GO TO 2510-LER-UM-DETALHE-EXIT
006270     END-READ
006280     IF DT-SEGUNDOS IS NOT NUMERIC
006290         OR DT-NUMERO IS NOT NUMERIC
006300         OR DT-NUMERO IS LESS THAN '00001'
006310         OR DT-NUMERO IS GREATER THAN '00010'
006320         GO TO 2510-LER-UM-DETALHE-EXIT
006330     END-IF
006340     PERFORM 2100-RESOLVER-ALUNO
006350         THRU 2100-RESOLVER-ALUNO-EXIT
006360     IF NOT CADASTRO-ACHADO
006370         GO TO 2510-LER-UM-DETALHE-EXIT
006380     END-IF
006390     MOVE DT-NUMERO TO WS-TAB-IX
006400     IF WS-CT-QTDE (WS-CAD-IX, WS-TAB-IX) IS EQUAL TO ZERO
006410         GO TO 2510-LER-UM-DETALHE-EXIT
006420     END-IF
006430     IF DT-DATA IS LESS THAN WS-CT-DATA (WS-CAD-IX, WS-TAB-IX, 1)
006440         GO TO 2510-LER-UM-DETALHE-EXIT
006450     END-IF
006460     MOVE DT-SEGUNDOS TO WS-DET-SEGUNDOS
006470     ADD WS-DET-SEGUNDOS TO WS-CT-DET-SOMA (WS-CAD-IX, WS-TAB-IX)
006480     ADD 1               TO WS-CT-DET-QTDE (WS-CAD-IX, WS-TAB-IX)
006490     ADD 1 TO WS-DETALHES-USADOS
006500     .
006510 2510-LER-UM-DETALHE-EXIT.
006520     EXIT.
006530 3000-AVALIAR-ALUNOS.
006540*-----------------------------------------------------------*
006550* ALUNO ATIVO AINDA SEM CERTIFICADO TEM AS DEZ TABUADAS      *
006560* AVALIADAS; COM AS DEZ DOMINADAS, O CERTIFICADO SAI NESTA   *
006570* RODADA COM A DATA DE HOJE.                                 *
006580*-----------------------------------------------------------*
006590     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
006600             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
006610         PERFORM 3100-AVALIAR-UM-ALUNO
006620             THRU 3100-AVALIAR-UM-ALUNO-EXIT
006630     END-PERFORM
006640     .
006650 3000-AVALIAR-ALUNOS-EXIT.
006660     EXIT.
006670 3100-AVALIAR-UM-ALUNO.
006680     IF WS-CAD-MATRICULA (WS-CAD-IX) IS EQUAL TO ZEROES
006690         OR WS-CAD-ATIVO (WS-CAD-IX) IS NOT EQUAL TO 'S'
006700         GO TO 3100-AVALIAR-UM-ALUNO-EXIT
006710     END-IF
006720     IF WS-CAD-DT-CERTIF (WS-CAD-IX) IS NUMERIC
006730         AND WS-CAD-DT-CERTIF (WS-CAD-IX) IS GREATER THAN
006740             '00000000'
006750         SET CAD-JA-CERTIFICADO (WS-CAD-IX) TO TRUE
006760         ADD 1 TO WS-JA-CERTIFICADOS
006770         GO TO 3100-AVALIAR-UM-ALUNO-EXIT
006780     END-IF
006790     SET CAD-EM-ANDAMENTO (WS-CAD-IX) TO TRUE
006800     MOVE ZEROES TO WS-CAD-DOMINADAS (WS-CAD-IX)
006810     PERFORM 3200-AVALIAR-UMA-TABUADA
006820         THRU 3200-AVALIAR-UMA-TABUADA-EXIT
006830         VARYING WS-TAB-IX FROM 1 BY 1
006840         UNTIL WS-TAB-IX IS GREATER THAN 10
006850     IF WS-CAD-DOMINADAS (WS-CAD-IX) IS EQUAL TO 10
006860         SET CAD-CERTIFICADO-AGORA (WS-CAD-IX) TO TRUE
006870         MOVE WS-DATA-HOJE TO WS-CAD-DT-CERTIF (WS-CAD-IX)
006880         ADD 1 TO WS-CERTIFICADOS
006890     END-IF
006900     .
006910 3100-AVALIAR-UM-ALUNO-EXIT.
006920     EXIT.
006930 3200-AVALIAR-UMA-TABUADA.
006940*-----------------------------------------------------------*
006950* A TABUADA WS-TAB-IX DO ALUNO WS-CAD-IX: PRECISA DAS N      *
006960* SESSOES DA REGRA, DO PERCENTUAL MINIMO SOBRE ELAS          *
006970* (TRUNCADO, 94,9% NAO VIRA 95%) E, SE A REGRA TEM LIMITE,   *
006980* DE TEMPO MEDIO ESTRITAMENTE MENOR QUE O LIMITE.            *
006990*-----------------------------------------------------------*
007000     MOVE 'N'    TO WS-CT-DOMINOU (WS-CAD-IX, WS-TAB-IX)
007010     MOVE 'N'    TO WS-CT-TEM-TEMPO (WS-CAD-IX, WS-TAB-IX)
007020     MOVE ZEROES TO WS-CT-PCT (WS-CAD-IX, WS-TAB-IX)
007030     MOVE ZEROES TO WS-CT-TEMPO (WS-CAD-IX, WS-TAB-IX)
007040     MOVE ZEROES TO WS-AV-ACERTOS WS-AV-PERGUNTAS
007050                    WS-AV-SOMA WS-AV-QTDE
007060     PERFORM VARYING WS-SES-IX FROM 1 BY 1
007070             UNTIL WS-SES-IX IS GREATER THAN
007080                   WS-CT-QTDE (WS-CAD-IX, WS-TAB-IX)
007090         ADD WS-CT-ACERTOS (WS-CAD-IX, WS-TAB-IX, WS-SES-IX)
007100           TO WS-AV-ACERTOS
007110         COMPUTE WS-AV-PERGUNTAS = WS-AV-PERGUNTAS
007120             + WS-CT-ACERTOS (WS-CAD-IX, WS-TAB-IX, WS-SES-IX)
007130             + WS-CT-ERROS (WS-CAD-IX, WS-TAB-IX, WS-SES-IX)
007140         IF WS-CT-TMP (WS-CAD-IX, WS-TAB-IX, WS-SES-IX) IS NUMERIC
007150             MOVE WS-CT-TMP (WS-CAD-IX, WS-TAB-IX, WS-SES-IX)
007160               TO WS-AV-TMP
007170             COMPUTE WS-AV-SOMA = WS-AV-SOMA + WS-AV-TMP *
007180                 (WS-CT-ACERTOS (WS-CAD-IX, WS-TAB-IX, WS-SES-IX)
007190                + WS-CT-ERROS (WS-CAD-IX, WS-TAB-IX, WS-SES-IX))
007200             COMPUTE WS-AV-QTDE = WS-AV-QTDE
007210                 + WS-CT-ACERTOS (WS-CAD-IX, WS-TAB-IX, WS-SES-IX)
007220                 + WS-CT-ERROS (WS-CAD-IX, WS-TAB-IX, WS-SES-IX)
007230         END-IF
007240     END-PERFORM
007250     IF WS-AV-PERGUNTAS IS GREATER THAN ZEROES
007260         COMPUTE WS-CT-PCT (WS-CAD-IX, WS-TAB-IX) =
007270             (WS-AV-ACERTOS * 100) / WS-AV-PERGUNTAS
007280     END-IF
007290*-----------------------------------------------------------*
007300* O TEMPO DO QUIZDET, QUANDO HA, VALE SOBRE O DO QUIZNOTA.   *
007310*-----------------------------------------------------------*
007320     IF WS-CT-DET-QTDE (WS-CAD-IX, WS-TAB-IX) IS GREATER THAN
007330         ZEROES
007340         MOVE WS-CT-DET-SOMA (WS-CAD-IX, WS-TAB-IX) TO WS-AV-SOMA
007350         MOVE WS-CT-DET-QTDE (WS-CAD-IX, WS-TAB-IX) TO WS-AV-QTDE
007360     END-IF
007370     IF WS-AV-QTDE IS GREATER THAN ZEROES
007380         MOVE 'S' TO WS-CT-TEM-TEMPO (WS-CAD-IX, WS-TAB-IX)
007390         COMPUTE WS-CT-TEMPO (WS-CAD-IX, WS-TAB-IX) ROUNDED =
007400             WS-AV-SOMA / WS-AV-QTDE
007410     END-IF
007420     IF WS-CT-QTDE (WS-CAD-IX, WS-TAB-IX) IS LESS THAN
007430         WS-REG-SESSOES (WS-TAB-IX)
007440         OR WS-CT-PCT (WS-CAD-IX, WS-TAB-IX) IS LESS THAN
007450            WS-REG-PCT (WS-TAB-IX)
007460         GO TO 3200-AVALIAR-UMA-TABUADA-EXIT
007470     END-IF
007480     IF WS-REG-TEMPO (WS-TAB-IX) IS GREATER THAN ZEROES
007490         IF WS-CT-TEM-TEMPO (WS-CAD-IX, WS-TAB-IX) IS NOT EQUAL
007500             TO 'S'
007510             GO TO 3200-AVALIAR-UMA-TABUADA-EXIT
007520         END-IF
007530         COMPUTE WS-AV-LIMITE = WS-REG-TEMPO (WS-TAB-IX)
007540                              * WS-AV-QTDE
007550         IF WS-AV-SOMA IS NOT LESS THAN WS-AV-LIMITE
007560             GO TO 3200-AVALIAR-UMA-TABUADA-EXIT
007570         END-IF
007580     END-IF
007590     MOVE 'S' TO WS-CT-DOMINOU (WS-CAD-IX, WS-TAB-IX)
007600     ADD 1 TO WS-CAD-DOMINADAS (WS-CAD-IX)
007610     .
007620 3200-AVALIAR-UMA-TABUADA-EXIT.
007630     EXIT.
007640 4000-EMITIR-CERTIFICADOS.
007650*-----------------------------------------------------------*
007660* UMA PAGINA POR CERTIFICADO NOVO, COMO OS BOLETINS DO       *
007670* TABPROGR (FUNCAO 'P' DE SALTO ENTRE ELES).                 *
007680*-----------------------------------------------------------*
007690     MOVE ZEROES TO WS-GRAVADOS
007700     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
007710             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
007720         IF CAD-CERTIFICADO-AGORA (WS-CAD-IX)
007730             PERFORM 4100-EMITIR-UM-CERTIFICADO
007740                 THRU 4100-EMITIR-UM-CERTIFICADO-EXIT
007750         END-IF
007760     END-PERFORM
007770     .
007780 4000-EMITIR-CERTIFICADOS-EXIT.
007790     EXIT.
007800 4100-EMITIR-UM-CERTIFICADO.
007810     IF WS-GRAVADOS IS GREATER THAN ZEROES
007820         MOVE 'P' TO GDAREL-FUNCAO
007830         CALL 'GDAREL' USING GDAREL-AREA
007840     END-IF
007850     ADD 1 TO WS-GRAVADOS
007860     MOVE 'D' TO GDAREL-FUNCAO
007870     MOVE SPACES TO GDAREL-LINHA
007880     CALL 'GDAREL' USING GDAREL-AREA
007890     MOVE 'D' TO GDAREL-FUNCAO
007900     MOVE WS-LINHA-MOLDURA TO GDAREL-LINHA
007910     CALL 'GDAREL' USING GDAREL-AREA
007920     MOVE SPACES TO WS-LC-TEXTO
007930     PERFORM 8000-LINHA-CERTIFICADO
007940         THRU 8000-LINHA-CERTIFICADO-EXIT
007950     MOVE '               CERTIFICADO DE DOMINIO DA TABUADA'
007960       TO WS-LC-TEXTO
007970     PERFORM 8000-LINHA-CERTIFICADO
007980         THRU 8000-LINHA-CERTIFICADO-EXIT
007990     MOVE SPACES TO WS-LC-TEXTO
008000     PERFORM 8000-LINHA-CERTIFICADO
008010         THRU 8000-LINHA-CERTIFICADO-EXIT
008020     MOVE '     CERTIFICAMOS QUE' TO WS-LC-TEXTO
008030     PERFORM 8000-LINHA-CERTIFICADO
008040         THRU 8000-LINHA-CERTIFICADO-EXIT
008050     MOVE SPACES TO WS-LC-TEXTO
008060     PERFORM 8000-LINHA-CERTIFICADO
008070         THRU 8000-LINHA-CERTIFICADO-EXIT
008080     MOVE WS-CAD-NOME (WS-CAD-IX)      TO WS-TA-NOME
008090     MOVE WS-CAD-MATRICULA (WS-CAD-IX) TO WS-TA-MATRICULA
008100     MOVE WS-CAD-TURMA (WS-CAD-IX)     TO WS-TA-TURMA
008110     MOVE WS-TXT-ALUNO TO WS-LC-TEXTO
008120     PERFORM 8000-LINHA-CERTIFICADO
008130         THRU 8000-LINHA-CERTIFICADO-EXIT
008140     MOVE SPACES TO WS-LC-TEXTO
008150     PERFORM 8000-LINHA-CERTIFICADO
008160         THRU 8000-LINHA-CERTIFICADO-EXIT
008170     MOVE '     DOMINOU AS TABUADAS DO 1 AO 10 NO QUIZ DA TABUADA'
008180       TO WS-LC-TEXTO
008190     PERFORM 8000-LINHA-CERTIFICADO
008200         THRU 8000-LINHA-CERTIFICADO-EXIT
008210     MOVE '     CUMPRINDO EM CADA UMA A REGRA DE DOMINIO ABAIXO.'
008220       TO WS-LC-TEXTO
008230     PERFORM 8000-LINHA-CERTIFICADO
008240         THRU 8000-LINHA-CERTIFICADO-EXIT
008250     MOVE SPACES TO WS-LC-TEXTO
008260     PERFORM 8000-LINHA-CERTIFICADO
008270         THRU 8000-LINHA-CERTIFICADO-EXIT
008280     MOVE WS-TXT-CABEC-TABUADA TO WS-LC-TEXTO
008290     PERFORM 8000-LINHA-CERTIFICADO
008300         THRU 8000-LINHA-CERTIFICADO-EXIT
008310     PERFORM 4110-LINHA-TABUADA
008320         THRU 4110-LINHA-TABUADA-EXIT
008330         VARYING WS-TAB-IX FROM 1 BY 1
008340         UNTIL WS-TAB-IX IS GREATER THAN 10
008350     MOVE SPACES TO WS-LC-TEXTO
008360     PERFORM 8000-LINHA-CERTIFICADO
008370         THRU 8000-LINHA-CERTIFICADO-EXIT
008380     MOVE WS-DH-DIA TO WS-TE-DIA
008390     MOVE WS-DH-MES TO WS-TE-MES
008400     MOVE WS-DH-ANO TO WS-TE-ANO
008410     MOVE WS-TXT-EMISSAO TO WS-LC-TEXTO
008420     PERFORM 8000-LINHA-CERTIFICADO
008430         THRU 8000-LINHA-CERTIFICADO-EXIT
008440     MOVE SPACES TO WS-LC-TEXTO
008450     PERFORM 8000-LINHA-CERTIFICADO
008460         THRU 8000-LINHA-CERTIFICADO-EXIT
008470     PERFORM 8000-LINHA-CERTIFICADO
008480         THRU 8000-LINHA-CERTIFICADO-EXIT
008490     MOVE SPACES TO WS-LC-TEXTO
008500     MOVE ALL '_' TO WS-LC-TEXTO(26:30)
008510     PERFORM 8000-LINHA-CERTIFICADO
008520         THRU 8000-LINHA-CERTIFICADO-EXIT
008530     MOVE '                              PROFESSOR(A) DA TURMA'
008540       TO WS-LC-TEXTO
008550     PERFORM 8000-LINHA-CERTIFICADO
008560         THRU 8000-LINHA-CERTIFICADO-EXIT
008570     MOVE SPACES TO WS-LC-TEXTO
008580     PERFORM 8000-LINHA-CERTIFICADO
008590         THRU 8000-LINHA-CERTIFICADO-EXIT
008600     MOVE 'D' TO GDAREL-FUNCAO
008610     MOVE WS-LINHA-MOLDURA TO GDAREL-LINHA
008620     CALL 'GDAREL' USING GDAREL-AREA
008630     .
008640 4100-EMITIR-UM-CERTIFICADO-EXIT.
008650     EXIT.
008660 4110-LINHA-TABUADA.
008670*-----------------------------------------------------------*
008680* O RESULTADO DO ALUNO NA TABUADA E A REGRA QUE ELE CUMPRIU. *
008690*-----------------------------------------------------------*
008700     MOVE WS-TAB-IX                        TO WS-TT-TABUADA
008710     MOVE WS-REG-SESSOES (WS-TAB-IX)       TO WS-TT-SESSOES
008720     MOVE WS-CT-PCT (WS-CAD-IX, WS-TAB-IX) TO WS-TT-PCT
008730     MOVE WS-REG-PCT (WS-TAB-IX)           TO WS-TT-MINIMO
008740     IF WS-CT-TEM-TEMPO (WS-CAD-IX, WS-TAB-IX) IS EQUAL TO 'S'
008750         MOVE WS-CT-TEMPO (WS-CAD-IX, WS-TAB-IX) TO WS-TMP-ED
008760         MOVE WS-TMP-ED TO WS-TT-TEMPO
008770     ELSE
008780         MOVE '---' TO WS-TT-TEMPO
008790     END-IF
008800     IF WS-REG-TEMPO (WS-TAB-IX) IS GREATER THAN ZEROES
008810         MOVE WS-REG-TEMPO (WS-TAB-IX) TO WS-TMP-ED
008820         MOVE WS-TMP-ED TO WS-TT-LIMITE
008830     ELSE
008840         MOVE '---' TO WS-TT-LIMITE
008850     END-IF
008860     MOVE WS-TXT-TABUADA TO WS-LC-TEXTO
008870     PERFORM 8000-LINHA-CERTIFICADO
008880         THRU 8000-LINHA-CERTIFICADO-EXIT
008890     .
008900 4110-LINHA-TABUADA-EXIT.
008910     EXIT.
008920 5000-EMITIR-RESUMO.
008930*-----------------------------------------------------------*
008940* PAGINA FINAL: CADA ALUNO ATIVO COM QUANTAS TABUADAS JA     *
008950* DOMINA E QUAIS FALTAM, OU A DATA DO CERTIFICADO.           *
008960*-----------------------------------------------------------*
008970     IF WS-GRAVADOS IS GREATER THAN ZEROES
008980         MOVE 'P' TO GDAREL-FUNCAO
008990         CALL 'GDAREL' USING GDAREL-AREA
009000     END-IF
009010     MOVE 'D' TO GDAREL-FUNCAO
009020     MOVE ' RESUMO DA RODADA - SITUACAO DOS ALUNOS ATIVOS'
009030       TO GDAREL-LINHA
009040     CALL 'GDAREL' USING GDAREL-AREA
009050     MOVE 'D' TO GDAREL-FUNCAO
009060     MOVE SPACES TO GDAREL-LINHA
009070     CALL 'GDAREL' USING GDAREL-AREA
009080     MOVE 'D' TO GDAREL-FUNCAO
009090     MOVE WS-CABEC-RESUMO TO GDAREL-LINHA
009100     CALL 'GDAREL' USING GDAREL-AREA
009110     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
009120             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
009130         IF NOT CAD-FORA (WS-CAD-IX)
009140             PERFORM 5100-LINHA-RESUMO
009150                 THRU 5100-LINHA-RESUMO-EXIT
009160         END-IF
009170     END-PERFORM
009180     .
009190 5000-EMITIR-RESUMO-EXIT.
009200     EXIT.
009210 5100-LINHA-RESUMO.
009220     MOVE WS-CAD-NOME (WS-CAD-IX)      TO WS-LR-NOME
009230     MOVE WS-CAD-TURMA (WS-CAD-IX)     TO WS-LR-TURMA
009240     MOVE WS-CAD-MATRICULA (WS-CAD-IX) TO WS-LR-MATRICULA
009250     MOVE SPACES TO WS-LR-FALTAM
009260     EVALUATE TRUE
009270         WHEN CAD-CERTIFICADO-AGORA (WS-CAD-IX)
009280             MOVE 10 TO WS-LR-DOMINADAS
009290             MOVE 'CERTIFICADO NESTA RODADA' TO WS-LR-SITUACAO
009300         WHEN CAD-JA-CERTIFICADO (WS-CAD-IX)
009310             MOVE 10 TO WS-LR-DOMINADAS
009320             MOVE WS-CAD-DT-CERTIF (WS-CAD-IX)(7:2) TO WS-TJ-DIA
009330             MOVE WS-CAD-DT-CERTIF (WS-CAD-IX)(5:2) TO WS-TJ-MES
009340             MOVE WS-CAD-DT-CERTIF (WS-CAD-IX)(1:4) TO WS-TJ-ANO
009350             MOVE WS-TXT-JA-CERTIFICADO TO WS-LR-SITUACAO
009360         WHEN OTHER
009370             MOVE WS-CAD-DOMINADAS (WS-CAD-IX) TO WS-LR-DOMINADAS
009380             MOVE 'EM ANDAMENTO' TO WS-LR-SITUACAO
009390             MOVE 1 TO WS-FALTAM-POS
009400             PERFORM VARYING WS-TAB-IX FROM 1 BY 1
009410                     UNTIL WS-TAB-IX IS GREATER THAN 10
009420                 IF WS-CT-DOMINOU (WS-CAD-IX, WS-TAB-IX)
009430                     IS NOT EQUAL TO 'S'
009440                     MOVE WS-TAB-IX
009450                       TO WS-LR-FALTAM (WS-FALTAM-POS:2)
009460                     ADD 3 TO WS-FALTAM-POS
009470                 END-IF
009480             END-PERFORM
009490     END-EVALUATE
009500     MOVE 'D' TO GDAREL-FUNCAO
009510     MOVE WS-LINHA-RESUMO TO GDAREL-LINHA
009520     CALL 'GDAREL' USING GDAREL-AREA
009530     .
009540 5100-LINHA-RESUMO-EXIT.
009550     EXIT.
009560 6000-GRAVAR-CADASTRO-NOVO.
009570*-----------------------------------------------------------*
009580* CADASTRO NOVO: CADA REGISTRO COMO VEIO, SO A DATA DO       *
009590* CERTIFICADO ATUALIZADA.                                    *
009600*-----------------------------------------------------------*
009610     MOVE ZEROES TO WS-GRAVADOS
009620     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
009630             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
009640         MOVE WS-CAD-REGISTRO (WS-CAD-IX)  TO REG-NOVO
009650         MOVE WS-CAD-DT-CERTIF (WS-CAD-IX) TO NOVO-DT-CERTIF
009660         WRITE REG-NOVO
009670         ADD 1 TO WS-GRAVADOS
009680     END-PERFORM
009690     .
009700 6000-GRAVAR-CADASTRO-NOVO-EXIT.
009710     EXIT.
009720 8000-LINHA-CERTIFICADO.
009730*-----------------------------------------------------------*
009740* UMA LINHA DE TEXTO DENTRO DA MOLDURA DO CERTIFICADO.       *
009750*-----------------------------------------------------------*
009760     MOVE 'D' TO GDAREL-FUNCAO
009770     MOVE WS-LINHA-CERT TO GDAREL-LINHA
009780     CALL 'GDAREL' USING GDAREL-AREA
009790     .
009800 8000-LINHA-CERTIFICADO-EXIT.
009810     EXIT.
009820 9999-TERMINATE.
009830*-----------------------------------------------------------*
009840* FECHA O CADASTRO NOVO E O RELATORIO E DEIXA AS CONTAGENS   *
009850* NO LOG DO PASSO.                                           *
009860*-----------------------------------------------------------*
009870     CLOSE NOVO-FILE
009880     MOVE 'F' TO GDAREL-FUNCAO
009890     CALL 'GDAREL' USING GDAREL-AREA
009900     DISPLAY "SESSOES LIDAS        = " WS-SESSOES-LIDAS
009910     DISPLAY "SESSOES DE CADASTRO  = " WS-SESSOES-USADAS
009920     DISPLAY "TEMPOS DO QUIZDET    = " WS-DETALHES-USADOS
009930     DISPLAY "CARTOES DE REGRA     = " WS-REGRAS-LIDAS
009940     DISPLAY "REGRAS REJEITADAS    = " WS-REGRAS-REJEITADAS
009950     DISPLAY "CERTIFICADOS NOVOS   = " WS-CERTIFICADOS
009960     DISPLAY "JA CERTIFICADOS      = " WS-JA-CERTIFICADOS
009970     DISPLAY "CADASTRO NOVO        = " WS-GRAVADOS " ALUNO(S)"
009980     IF WS-REGRAS-REJEITADAS IS GREATER THAN ZEROES
009990         MOVE 4 TO RETURN-CODE
010000     END-IF
010010     .
010020 9999-TERMINATE-EXIT.
010030     EXIT.
