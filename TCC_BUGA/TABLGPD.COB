000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TABLGPD.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - EXPURGO ANUAL DA LGPD:     *
000120*                  ANONIMIZA OS EX-ALUNOS (INATIVOS NO        *
000130*                  CADASTRO) QUE SAIRAM HA MAIS TEMPO QUE A   *
000140*                  RETENCAO DO CARTAO. O NOME VIRA UM CODIGO  *
000150*                  PSEUDONIMO (EXALUNO-MATRICULA) NO ALUNOS,  *
000160*                  NO QUIZNOTA (QUE TAMBEM GUARDA AS          *
000170*                  CORRECOES DO TABCORR) E NO QUIZDET; A      *
000180*                  MATRICULA FICA, E AS ESTATISTICAS DE TURMA *
000190*                  CONTINUAM BATENDO. SESSAO ANTIGA SEM       *
000200*                  MATRICULA E ACHADA PELO NOME E GANHA A     *
000210*                  MATRICULA; SE O NOME FOR DE MAIS DE UM     *
000220*                  ALUNO DO CADASTRO, FICA COMO ESTA E SAI    *
000230*                  CONTADA. OS ARQUIVOS NOVOS SAEM NOS DD     *
000240*                  ALUNOSN, QUIZNOTN E QUIZDETN. CADA EXPURGO *
000250*                  DEIXA NO DD LGPDLOG O LOG ASSINADO (QUEM   *
000260*                  APROVOU, O QUE MUDOU E OS TOTAIS), SEM     *
000270*                  NENHUM NOME. A LISTAGEM SAI NO GDAREL COM  *
000280*                  A CONTAGEM POR ARQUIVO.                    *
000281* 10/15/2026 JLC   O CADASTRO GANHOU O CPF DO RESPONSAVEL     *
000282*                  (ALU-CPF-RESP); NO EXPURGO ELE E' APAGADO  *
000283*                  JUNTO COM O NOME.                          *
000290*                                                             *
000300* DATA DA SAIDA: ALU-DT-BAIXA DO CADASTRO (GRAVADA PELO       *
000310* TABALUNO NA BAIXA); SEM ELA, A ULTIMA SESSAO DO ALUNO NO    *
000320* QUIZNOTA. INATIVO SEM NENHUMA DAS DUAS NAO E EXPURGADO.     *
000330*                                                             *
000340* CARTOES (DD LGPDIN, OBRIGATORIO):                           *
000350*   'RETENCAO' COLS 10-11 ANOS DE RETENCAO (01 A 99),         *
000360*              OBRIGATORIO.                                   *
000370*   'APROVADO' COLS 10-39 QUEM APROVOU O EXPURGO; VAI NO LOG. *
000380*              OBRIGATORIO, MENOS NA SIMULACAO.               *
000390*   'SIMULAR ' SO LISTA O QUE MUDARIA (COM O NOME ATUAL), SEM *
000400*              GRAVAR ARQUIVO NENHUM. NA EXECUCAO, CARTAO     *
000410*              REJEITADO CANCELA O PASSO.                     *
000420*                                                             *
000430* LAYOUT DO DD LGPDLOG (80 POSICOES, TIPO NA COL 01; CADA     *
000440* EXPURGO ACRESCENTA O SEU BLOCO):                            *
000450*   H  COLS 03-10 DATA, 12-13 RETENCAO, 15-22 DATA LIMITE,    *
000460*      24-53 APROVADO POR                                     *
000470*   D  COLS 03-08 MATRICULA, 10-24 PSEUDONIMO, 26-29 TURMA,   *
000480*      31-38 DATA DA SAIDA, 40 ORIGEM (B = BAIXA, S = ULTIMA  *
000490*      SESSAO), 42-46 SESSOES NO QUIZNOTA, 48-54 LINHAS NO    *
000500*      QUIZDET                                                *
000510*   T  COLS 03-07 ALUNOS, 09-15 QUIZNOTA, 17-25 QUIZDET,      *
000520*      27-38 SOMA DAS MATRICULAS, 40-69 APROVADO POR          *
000530*                                                             *
000540* RETURN-CODE: 0 = OK, 4 = SESSAO COM NOME AMBIGUO NAO        *
000550*              ANONIMIZADA OU CARTAO REJEITADO NA SIMULACAO,  *
000560*              16 = CARTAO FALTANDO OU REJEITADO, CADASTRO    *
000570*              INDISPONIVEL OU SAIDA QUE NAO ABRIU.           *
000580*-----------------------------------------------------------*
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT CARTOES-FILE ASSIGN TO LGPDIN
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FS-CARTOES.
000660     SELECT ALUNOS-FILE ASSIGN TO ALUNOS
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-FS-ALUNOS.
000690     SELECT NOVO-FILE ASSIGN TO ALUNOSN
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-FS-NOVO.
000720     SELECT NOTAS-FILE ASSIGN TO QUIZNOTA
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-FS-NOTAS.
000750     SELECT NOTAS-NOVO-FILE ASSIGN TO QUIZNOTN
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-FS-NOTAS-NOVO.
000780     SELECT DETALHE-FILE ASSIGN TO QUIZDET
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-FS-DETALHE.
000810     SELECT DETALHE-NOVO-FILE ASSIGN TO QUIZDETN
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-FS-DETALHE-NOVO.
000840     SELECT LOG-FILE ASSIGN TO LGPDLOG
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-FS-LOG.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  CARTOES-FILE
000900     RECORDING MODE IS F.
000910 01  REG-CARTAO.
000920     05  IN-PALAVRA          PIC X(08).
000930     05  FILLER              PIC X(01).
000940     05  IN-VALOR            PIC X(30).
000950     05  FILLER              PIC X(41).
000960 01  REG-CARTAO-RETENCAO.
000970     05  FILLER              PIC X(09).
000980     05  IN-ANOS             PIC X(02).
000990     05  IN-RESTO            PIC X(69).
001000 FD  ALUNOS-FILE
001010     RECORDING MODE IS F.
001020 01  REG-ALUNO.
001030     05  ALU-MATRICULA       PIC 9(06).
001040     05  FILLER              PIC X(01).
001050     05  ALU-NOME            PIC X(15).
001060     05  FILLER              PIC X(01).
001070     05  ALU-TURMA           PIC X(04).
001080     05  FILLER              PIC X(01).
001090     05  ALU-ATIVO           PIC X(01).
001100     05  FILLER              PIC X(01).
001110     05  ALU-DT-CERTIF       PIC X(08).
001120     05  FILLER              PIC X(01).
001130     05  ALU-DT-BAIXA        PIC X(08).
001131     05  FILLER              PIC X(01).
001132     05  ALU-CPF-RESP        PIC X(11).
001133     05  FILLER              PIC X(21).
001150 FD  NOVO-FILE
001160     RECORDING MODE IS F.
001170 01  REG-NOVO                PIC X(80).
001180 FD  NOTAS-FILE
001190     RECORDING MODE IS F.
001200 01  REG-NOTA.
001210     05  NQ-ALUNO            PIC X(15).
001220     05  FILLER              PIC X(01).
001230     05  NQ-DATA             PIC 9(08).
001240     05  FILLER              PIC X(27).
001250     05  NQ-MATRICULA        PIC X(06).
001260     05  FILLER              PIC X(23).
001270 FD  NOTAS-NOVO-FILE
001280     RECORDING MODE IS F.
001290 01  REG-NOTA-NOVA           PIC X(80).
001300 FD  DETALHE-FILE
001310     RECORDING MODE IS F.
001320 01  REG-DETALHE.
001330     05  DT-ALUNO            PIC X(15).
001340     05  FILLER              PIC X(01).
001350     05  DT-DATA             PIC 9(08).
001360     05  FILLER              PIC X(01).
001370     05  DT-MATRICULA        PIC X(06).
001380     05  FILLER              PIC X(49).
001390 FD  DETALHE-NOVO-FILE
001400     RECORDING MODE IS F.
001410 01  REG-DETALHE-NOVO        PIC X(80).
001420 FD  LOG-FILE
001430     RECORDING MODE IS F.
001440 01  REG-LOG                 PIC X(80).
001450 WORKING-STORAGE SECTION.
001460 77  WS-FS-CARTOES            PIC X(02) VALUE '00'.
001470 77  WS-FS-ALUNOS             PIC X(02) VALUE '00'.
001480 77  WS-FS-NOVO               PIC X(02) VALUE '00'.
001490 77  WS-FS-NOTAS              PIC X(02) VALUE '00'.
001500 77  WS-FS-NOTAS-NOVO         PIC X(02) VALUE '00'.
001510 77  WS-FS-DETALHE            PIC X(02) VALUE '00'.
001520 77  WS-FS-DETALHE-NOVO       PIC X(02) VALUE '00'.
001530 77  WS-FS-LOG                PIC X(02) VALUE '00'.
001540 77  WS-DATA-HOJE             PIC 9(08) VALUE ZEROES.
001550 77  WS-DATA-LIMITE           PIC 9(08) VALUE ZEROES.
001560 77  WS-RETENCAO              PIC 9(02) VALUE ZEROES.
001570 77  WS-APROVADO              PIC X(30) VALUE SPACES.
001580 01  WS-SWITCHES.
001590     05  WS-FIM-CAR-SW        PIC X(01) VALUE 'N'.
001600         88  FIM-DOS-CARTOES           VALUE 'S'.
001610     05  WS-FIM-ALU-SW        PIC X(01) VALUE 'N'.
001620         88  FIM-DO-CADASTRO           VALUE 'S'.
001630     05  WS-FIM-NOT-SW        PIC X(01) VALUE 'N'.
001640         88  FIM-DAS-NOTAS             VALUE 'S'.
001650     05  WS-FIM-DET-SW        PIC X(01) VALUE 'N'.
001660         88  FIM-DO-DETALHE            VALUE 'S'.
001670     05  WS-MODO-SW           PIC X(01) VALUE 'E'.
001680         88  MODO-EXECUCAO             VALUE 'E'.
001690         88  MODO-SIMULACAO            VALUE 'S'.
001700     05  WS-TEM-NOTAS-SW      PIC X(01) VALUE 'N'.
001710         88  TEM-NOTAS                 VALUE 'S'.
001720     05  WS-TEM-DETALHE-SW    PIC X(01) VALUE 'N'.
001730         88  TEM-DETALHE               VALUE 'S'.
001740     05  WS-ACHOU-SW          PIC X(01) VALUE 'N'.
001750         88  CADASTRO-ACHADO           VALUE 'S'.
001760     05  WS-ANONIMIZAR-SW     PIC X(01) VALUE 'N'.
001770         88  ANONIMIZAR-REGISTRO       VALUE 'S'.
001780     05  WS-PELO-NOME-SW      PIC X(01) VALUE 'N'.
001790         88  ACHADO-PELO-NOME          VALUE 'S'.
001800*-----------------------------------------------------------*
001810* CADASTRO DE ALUNOS EM MEMORIA, COM A SITUACAO DE CADA UM   *
001820* NO EXPURGO                                                 *
001830*-----------------------------------------------------------*
001840 01  WS-CADASTRO.
001850     05  WS-CAD-MAX           PIC 9(03) VALUE 200.
001860     05  WS-CAD-COUNT         PIC 9(03) VALUE ZEROES.
001870     05  WS-CAD-IX            PIC 9(03) VALUE ZEROES.
001880     05  WS-CAD-ELEG-IX       PIC 9(03) VALUE ZEROES.
001890     05  WS-CAD-ENT OCCURS 200 TIMES.
001900         10  WS-CAD-MATRICULA PIC 9(06).
001910         10  WS-CAD-NOME      PIC X(15).
001920         10  WS-CAD-TURMA     PIC X(04).
001930         10  WS-CAD-ATIVO     PIC X(01).
001940         10  WS-CAD-DT-BAIXA  PIC X(08).
001950         10  WS-CAD-ULT-SESSAO PIC 9(08).
001960         10  WS-CAD-DT-SAIDA  PIC 9(08).
001970         10  WS-CAD-ORIGEM    PIC X(01).
001980         10  WS-CAD-SITUACAO  PIC X(01).
001990             88  CAD-ATIVO             VALUE SPACE.
002000             88  CAD-ELEGIVEL          VALUE 'E'.
002010             88  CAD-RETIDO            VALUE 'R'.
002020             88  CAD-SEM-DATA          VALUE 'D'.
002030             88  CAD-JA-ANONIMO        VALUE 'A'.
002040         10  WS-CAD-QT-NOTAS  PIC 9(05).
002050         10  WS-CAD-QT-DET    PIC 9(07).
002060 01  WS-BUSCA-MATRICULA       PIC X(06) VALUE SPACES.
002070 01  WS-BUSCA-NOME            PIC X(15) VALUE SPACES.
002080 01  WS-BUSCA-DATA            PIC 9(08) VALUE ZEROES.
002090 01  WS-HOMONIMOS             PIC 9(03) VALUE ZEROES.
002100*-----------------------------------------------------------*
002110* CODIGO PSEUDONIMO QUE SUBSTITUI O NOME                     *
002120*-----------------------------------------------------------*
002130 01  WS-PSEUDONIMO.
002140     05  WS-PSE-PREFIXO       PIC X(08) VALUE 'EXALUNO-'.
002150     05  WS-PSE-MATRICULA     PIC 9(06).
002160     05  FILLER               PIC X(01) VALUE SPACE.
002170*-----------------------------------------------------------*
002180* CONTADORES                                                 *
002190*-----------------------------------------------------------*
002200 01  WS-CONTADORES.
002210     05  WS-CARTOES-REJ       PIC 9(05) VALUE ZEROES.
002220     05  WS-INATIVOS          PIC 9(05) VALUE ZEROES.
002230     05  WS-ELEGIVEIS         PIC 9(05) VALUE ZEROES.
002240     05  WS-RETIDOS           PIC 9(05) VALUE ZEROES.
002250     05  WS-SEM-DATA          PIC 9(05) VALUE ZEROES.
002260     05  WS-JA-ANONIMOS       PIC 9(05) VALUE ZEROES.
002270     05  WS-ALU-LIDOS         PIC 9(05) VALUE ZEROES.
002280     05  WS-ALU-ANONIM        PIC 9(05) VALUE ZEROES.
002290     05  WS-NOTAS-LIDAS       PIC 9(07) VALUE ZEROES.
002300     05  WS-NOTAS-ANONIM      PIC 9(07) VALUE ZEROES.
002310     05  WS-DET-LIDOS         PIC 9(09) VALUE ZEROES.
002320     05  WS-DET-ANONIM        PIC 9(09) VALUE ZEROES.
002330     05  WS-AMBIGUOS          PIC 9(07) VALUE ZEROES.
002340     05  WS-MATR-CARIMBADAS   PIC 9(07) VALUE ZEROES.
002350     05  WS-HASH-MATRICULA    PIC 9(12) VALUE ZEROES.
002360*-----------------------------------------------------------*
002370* REGISTROS DO LOG DO EXPURGO (HEADER/DETALHE/TRAILER)       *
002380*-----------------------------------------------------------*
002390 01  WS-LOG-HEADER.
002400     05  FILLER               PIC X(02) VALUE 'H '.
002410     05  WS-LGH-DATA          PIC 9(08).
002420     05  FILLER               PIC X(01) VALUE SPACE.
002430     05  WS-LGH-RETENCAO      PIC 9(02).
002440     05  FILLER               PIC X(01) VALUE SPACE.
002450     05  WS-LGH-LIMITE        PIC 9(08).
002460     05  FILLER               PIC X(01) VALUE SPACE.
002470     05  WS-LGH-APROVADO      PIC X(30).
002480     05  FILLER               PIC X(27) VALUE SPACES.
002490 01  WS-LOG-DETALHE.
002500     05  FILLER               PIC X(02) VALUE 'D '.
002510     05  WS-LGD-MATRICULA     PIC 9(06).
002520     05  FILLER               PIC X(01) VALUE SPACE.
002530     05  WS-LGD-PSEUDONIMO    PIC X(15).
002540     05  FILLER               PIC X(01) VALUE SPACE.
002550     05  WS-LGD-TURMA         PIC X(04).
002560     05  FILLER               PIC X(01) VALUE SPACE.
002570     05  WS-LGD-DT-SAIDA      PIC 9(08).
002580     05  FILLER               PIC X(01) VALUE SPACE.
002590     05  WS-LGD-ORIGEM        PIC X(01).
002600     05  FILLER               PIC X(01) VALUE SPACE.
002610     05  WS-LGD-NOTAS         PIC 9(05).
002620     05  FILLER               PIC X(01) VALUE SPACE.
002630     05  WS-LGD-DET           PIC 9(07).
002640     05  FILLER               PIC X(26) VALUE SPACES.
002650 01  WS-LOG-TRAILER.
002660     05  FILLER               PIC X(02) VALUE 'T '.
002670     05  WS-LGT-ALUNOS        PIC 9(05).
002680     05  FILLER               PIC X(01) VALUE SPACE.
002690     05  WS-LGT-NOTAS         PIC 9(07).
002700     05  FILLER               PIC X(01) VALUE SPACE.
002710     05  WS-LGT-DET           PIC 9(09).
002720     05  FILLER               PIC X(01) VALUE SPACE.
002730     05  WS-LGT-HASH-MATR     PIC 9(12).
002740     05  FILLER               PIC X(01) VALUE SPACE.
002750     05  WS-LGT-APROVADO      PIC X(30).
002760     05  FILLER               PIC X(11) VALUE SPACES.
002770*-----------------------------------------------------------*
002780* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
002790*-----------------------------------------------------------*
002800 01  GDAREL-AREA.
002810     03  GDAREL-FUNCAO        PIC X(01).
002820     03  GDAREL-TITULO        PIC X(60).
002830     03  GDAREL-CABECALHO     PIC X(80).
002840     03  GDAREL-LINHA         PIC X(132).
002850     03  GDAREL-RETORNO       PIC 9(02).
002860     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
002870     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
002880         05  GDAREL-QBR-POS   PIC 9(03) VALUE ZEROES.
002890         05  GDAREL-QBR-TAM   PIC 9(02) VALUE ZEROES.
002900     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
002910     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
002920     03  GDAREL-EXTRATO OCCURS 10 TIMES.
002930         05  GDAREL-EXT-POS   PIC 9(03) VALUE ZEROES.
002940         05  GDAREL-EXT-TAM   PIC 9(03) VALUE ZEROES.
002950     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
002960*-----------------------------------------------------------*
002970* LINHAS DA LISTAGEM                                         *
002980*-----------------------------------------------------------*
002990 01  WS-DATA-EDICAO.
003000     05  WS-DE-ENTRADA        PIC 9(08).
003010     05  FILLER REDEFINES WS-DE-ENTRADA.
003020         10  WS-DE-ANO        PIC 9(04).
003030         10  WS-DE-MES        PIC 9(02).
003040         10  WS-DE-DIA        PIC 9(02).
003050     05  WS-DE-SAIDA.
003060         10  WS-DS-DIA        PIC 9(02).
003070         10  FILLER           PIC X(01) VALUE '/'.
003080         10  WS-DS-MES        PIC 9(02).
003090         10  FILLER           PIC X(01) VALUE '/'.
003100         10  WS-DS-ANO        PIC 9(04).
003110 01  WS-CABEC-MODO.
003120     05  FILLER               PIC X(05) VALUE 'MODO '.
003130     05  WS-CM-MODO           PIC X(09).
003140     05  FILLER               PIC X(12) VALUE ' - RETENCAO '.
003150     05  WS-CM-ANOS           PIC Z9.
003160     05  FILLER               PIC X(24) VALUE
003170         ' ANO(S), SAIDA ANTES DE '.
003180     05  WS-CM-LIMITE         PIC X(10).
003190     05  FILLER               PIC X(18) VALUE SPACES.
003200 01  WS-CABEC-ALUNOS.
003210     05  FILLER               PIC X(01) VALUE SPACE.
003220     05  FILLER               PIC X(08) VALUE 'MATR'.
003230     05  FILLER               PIC X(07) VALUE 'TURMA'.
003240     05  FILLER               PIC X(12) VALUE 'SAIDA'.
003250     05  FILLER               PIC X(08) VALUE 'ORIGEM'.
003260     05  FILLER               PIC X(18) VALUE 'SITUACAO'.
003270     05  FILLER               PIC X(17) VALUE 'PSEUDONIMO'.
003280     05  FILLER               PIC X(17) VALUE 'NOME ATUAL'.
003290     05  FILLER               PIC X(10) VALUE 'QUIZNOTA'.
003300     05  FILLER               PIC X(07) VALUE 'QUIZDET'.
003310     05  FILLER               PIC X(27) VALUE SPACES.
003320 01  WS-LINHA-ALUNO.
003330     05  FILLER               PIC X(01) VALUE SPACE.
003340     05  WS-LA-MATRICULA      PIC 9(06).
003350     05  FILLER               PIC X(02) VALUE SPACES.
003360     05  WS-LA-TURMA          PIC X(04).
003370     05  FILLER               PIC X(03) VALUE SPACES.
003380     05  WS-LA-DATA           PIC X(10).
003390     05  FILLER               PIC X(02) VALUE SPACES.
003400     05  WS-LA-ORIGEM         PIC X(06).
003410     05  FILLER               PIC X(02) VALUE SPACES.
003420     05  WS-LA-SITUACAO       PIC X(16).
003430     05  FILLER               PIC X(02) VALUE SPACES.
003440     05  WS-LA-PSEUDONIMO     PIC X(15).
003450     05  FILLER               PIC X(02) VALUE SPACES.
003460     05  WS-LA-NOME           PIC X(15).
003470     05  FILLER               PIC X(02) VALUE SPACES.
003480     05  WS-LA-NOTAS          PIC Z(07)9.
003490     05  FILLER               PIC X(02) VALUE SPACES.
003500     05  WS-LA-DET            PIC Z(06)9.
003510     05  FILLER               PIC X(25) VALUE SPACES.
003520 01  WS-LINHA-TOTAL.
003530     05  FILLER               PIC X(01) VALUE SPACE.
003540     05  WS-LT-ROTULO         PIC X(40).
003550     05  WS-LT-VALOR          PIC Z(11)9.
003560     05  FILLER               PIC X(79) VALUE SPACES.
003570 PROCEDURE DIVISION.
003580 0000-MAINLINE.
003590*-----------------------------------------------------------*
003600* PARAGRAFO PRINCIPAL.                                       *
003610*-----------------------------------------------------------*
003620     PERFORM 1000-INITIALIZE
003630         THRU 1000-INITIALIZE-EXIT
003640     PERFORM 2000-APURAR-ULTIMA-SESSAO
003650         THRU 2000-APURAR-ULTIMA-SESSAO-EXIT
003660     PERFORM 3000-SELECIONAR-ALUNOS
003670         THRU 3000-SELECIONAR-ALUNOS-EXIT
003680     PERFORM 4000-ANONIMIZAR-NOTAS
003690         THRU 4000-ANONIMIZAR-NOTAS-EXIT
003700     PERFORM 5000-ANONIMIZAR-DETALHE
003710         THRU 5000-ANONIMIZAR-DETALHE-EXIT
003720     PERFORM 6000-ANONIMIZAR-CADASTRO
003730         THRU 6000-ANONIMIZAR-CADASTRO-EXIT
003740     PERFORM 7000-EMITIR-LISTAGEM
003750         THRU 7000-EMITIR-LISTAGEM-EXIT
003760     IF MODO-EXECUCAO
003770         PERFORM 8000-GRAVAR-LOG
003780             THRU 8000-GRAVAR-LOG-EXIT
003790     END-IF
003800     PERFORM 9999-TERMINATE
003810         THRU 9999-TERMINATE-EXIT
003820     STOP RUN
003830     .
003840 0000-MAINLINE-EXIT.
003850     EXIT.
003860 1000-INITIALIZE.
003870*-----------------------------------------------------------*
003880* LE E CONFERE OS CARTOES, CARREGA O CADASTRO, ABRE O        *
003890* CADASTRO NOVO E O LOG (SO NA EXECUCAO) E O RELATORIO.      *
003900*-----------------------------------------------------------*
003910     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003920     PERFORM 1100-LER-CARTOES
003930         THRU 1100-LER-CARTOES-EXIT
003940     IF WS-RETENCAO IS EQUAL TO ZEROES
003950         DISPLAY "TABLGPD: SEM CARTAO RETENCAO - NADA FOI FEITO"
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF
003990     IF MODO-EXECUCAO
004000         IF WS-CARTOES-REJ IS GREATER THAN ZEROES
004010             DISPLAY "TABLGPD: CARTAO REJEITADO - NADA FOI FEITO"
004020             MOVE 16 TO RETURN-CODE
004030             STOP RUN
004040         END-IF
004050         IF WS-APROVADO IS EQUAL TO SPACES
004060             DISPLAY "TABLGPD: SEM CARTAO APROVADO - NADA FOI "
004070                     "FEITO"
004080             MOVE 16 TO RETURN-CODE
004090             STOP RUN
004100         END-IF
004110     END-IF
004120     COMPUTE WS-DATA-LIMITE = WS-DATA-HOJE - (WS-RETENCAO * 10000)
004130     PERFORM 1200-CARREGAR-CADASTRO
004140         THRU 1200-CARREGAR-CADASTRO-EXIT
004150     IF MODO-EXECUCAO
004160         OPEN OUTPUT NOVO-FILE
004170         IF WS-FS-NOVO NOT EQUAL '00'
004180             DISPLAY "TABLGPD: NAO ABRIU O DD ALUNOSN, STATUS = "
004190                     WS-FS-NOVO
004200             MOVE 16 TO RETURN-CODE
004210             STOP RUN
004220         END-IF
004230         OPEN EXTEND LOG-FILE
004240         IF WS-FS-LOG NOT EQUAL '00'
004250             OPEN OUTPUT LOG-FILE
004260         END-IF
004270         IF WS-FS-LOG NOT EQUAL '00'
004280             DISPLAY "TABLGPD: NAO ABRIU O DD LGPDLOG, STATUS = "
004290                     WS-FS-LOG
004300             MOVE 16 TO RETURN-CODE
004310             STOP RUN
004320         END-IF
004330         MOVE 'EXECUCAO' TO WS-CM-MODO
004340     ELSE
004350         MOVE 'SIMULACAO' TO WS-CM-MODO
004360     END-IF
004370     MOVE WS-RETENCAO TO WS-CM-ANOS
004380     MOVE WS-DATA-LIMITE TO WS-DE-ENTRADA
004390     PERFORM 8900-EDITAR-DATA
004400         THRU 8900-EDITAR-DATA-EXIT
004410     MOVE WS-DE-SAIDA TO WS-CM-LIMITE
004420     MOVE 'A' TO GDAREL-FUNCAO
004430     MOVE 'EXPURGO LGPD - ANONIMIZACAO DE EX-ALUNOS'
004440         TO GDAREL-TITULO
004450     MOVE WS-CABEC-MODO TO GDAREL-CABECALHO
004460     CALL 'GDAREL' USING GDAREL-AREA
004470     .
004480 1000-INITIALIZE-EXIT.
004490     EXIT.
004500 1100-LER-CARTOES.
004510*-----------------------------------------------------------*
004520* CARTOES RETENCAO, APROVADO E SIMULAR (DD LGPDIN). SEM O DD *
004530* NAO HA RETENCAO, E O PASSO PARA LOGO DEPOIS.               *
004540*-----------------------------------------------------------*
004550     OPEN INPUT CARTOES-FILE
004560     IF WS-FS-CARTOES NOT EQUAL '00'
004570         GO TO 1100-LER-CARTOES-EXIT
004580     END-IF
004590     PERFORM 1110-LER-UM-CARTAO
004600         THRU 1110-LER-UM-CARTAO-EXIT
004610         UNTIL FIM-DOS-CARTOES
004620     CLOSE CARTOES-FILE
004630     .
004640 1100-LER-CARTOES-EXIT.
004650     EXIT.
004660 1110-LER-UM-CARTAO.
004670     READ CARTOES-FILE
004680         AT END
004690             SET FIM-DOS-CARTOES TO TRUE
004700             GO TO 1110-LER-UM-CARTAO-EXIT
004710     END-READ
004720     IF REG-CARTAO IS EQUAL TO SPACES
004730         OR REG-CARTAO(1:1) IS EQUAL TO '*'
004740         GO TO 1110-LER-UM-CARTAO-EXIT
004750     END-IF
004760     EVALUATE IN-PALAVRA
004770         WHEN 'RETENCAO'
004780             IF IN-ANOS IS NUMERIC
004790                 AND IN-ANOS IS NOT EQUAL TO '00'
004800                 AND IN-RESTO IS EQUAL TO SPACES
004810                 MOVE IN-ANOS TO WS-RETENCAO
004820             ELSE
004830                 ADD 1 TO WS-CARTOES-REJ
004840                 DISPLAY "CARTAO REJEITADO: " REG-CARTAO(1:39)
004850             END-IF
004860         WHEN 'APROVADO'
004870             IF IN-VALOR IS NOT EQUAL TO SPACES
004880                 MOVE IN-VALOR TO WS-APROVADO
004890             ELSE
004900                 ADD 1 TO WS-CARTOES-REJ
004910                 DISPLAY "CARTAO REJEITADO: " REG-CARTAO(1:39)
004920             END-IF
004930         WHEN 'SIMULAR '
004940             SET MODO-SIMULACAO TO TRUE
004950         WHEN OTHER
004960             ADD 1 TO WS-CARTOES-REJ
004970             DISPLAY "CARTAO REJEITADO: " REG-CARTAO(1:39)
004980     END-EVALUATE
004990     .
005000 1110-LER-UM-CARTAO-EXIT.
005010     EXIT.
005020 1200-CARREGAR-CADASTRO.
005030*-----------------------------------------------------------*
005040* O CADASTRO (DD ALUNOS) E OBRIGATORIO: SEM ELE NAO HA COMO  *
005050* SABER QUEM SAIU.                                           *
005060*-----------------------------------------------------------*
005070     OPEN INPUT ALUNOS-FILE
005080     IF WS-FS-ALUNOS NOT EQUAL '00'
005090         DISPLAY "TABLGPD: SEM CADASTRO DE ALUNOS (DD ALUNOS), "
005100                 "FILE STATUS = " WS-FS-ALUNOS
005110         MOVE 16 TO RETURN-CODE
005120         STOP RUN
005130     END-IF
005140     PERFORM 1210-LER-UM-ALUNO
005150         THRU 1210-LER-UM-ALUNO-EXIT
005160         UNTIL FIM-DO-CADASTRO
005170     CLOSE ALUNOS-FILE
005180     .
005190 1200-CARREGAR-CADASTRO-EXIT.
005200     EXIT.
005210 1210-LER-UM-ALUNO.
005220     READ ALUNOS-FILE
005230         AT END
005240             SET FIM-DO-CADASTRO TO TRUE
005250             GO TO 1210-LER-UM-ALUNO-EXIT
005260     END-READ
005270     IF ALU-MATRICULA IS NOT NUMERIC
005280         GO TO 1210-LER-UM-ALUNO-EXIT
005290     END-IF
005300     IF WS-CAD-COUNT IS EQUAL TO WS-CAD-MAX
005310         DISPLAY "CADASTRO IGNORADO: " REG-ALUNO(1:29)
005320         GO TO 1210-LER-UM-ALUNO-EXIT
005330     END-IF
005340     ADD 1 TO WS-CAD-COUNT
005350     MOVE ALU-MATRICULA TO WS-CAD-MATRICULA (WS-CAD-COUNT)
005360     MOVE ALU-NOME      TO WS-CAD-NOME (WS-CAD-COUNT)
005370     MOVE ALU-TURMA     TO WS-CAD-TURMA (WS-CAD-COUNT)
005380     MOVE ALU-ATIVO     TO WS-CAD-ATIVO (WS-CAD-COUNT)
005390     MOVE ALU-DT-BAIXA  TO WS-CAD-DT-BAIXA (WS-CAD-COUNT)
005400     MOVE ZEROES        TO WS-CAD-ULT-SESSAO (WS-CAD-COUNT)
005410     MOVE ZEROES        TO WS-CAD-DT-SAIDA (WS-CAD-COUNT)
005420     MOVE SPACE         TO WS-CAD-ORIGEM (WS-CAD-COUNT)
005430     MOVE SPACE         TO WS-CAD-SITUACAO (WS-CAD-COUNT)
005440     MOVE ZEROES        TO WS-CAD-QT-NOTAS (WS-CAD-COUNT)
005450     MOVE ZEROES        TO WS-CAD-QT-DET (WS-CAD-COUNT)
005460     .
005470 1210-LER-UM-ALUNO-EXIT.
005480     EXIT.
005490 2000-APURAR-ULTIMA-SESSAO.
005500*-----------------------------------------------------------*
005510* PRIMEIRA PASSADA NO QUIZNOTA (OPCIONAL): A ULTIMA SESSAO   *
005520* DE CADA ALUNO, QUE VALE COMO DATA DA SAIDA DE QUEM FOI     *
005530* BAIXADO ANTES DE O CADASTRO TER A DATA DA BAIXA.           *
005540*-----------------------------------------------------------*
005550     OPEN INPUT NOTAS-FILE
005560     IF WS-FS-NOTAS NOT EQUAL '00'
005570         DISPLAY "TABLGPD: SEM ARQUIVO DE NOTAS (QUIZNOTA) - "
005580                 "SO O CADASTRO E O QUIZDET"
005590         GO TO 2000-APURAR-ULTIMA-SESSAO-EXIT
005600     END-IF
005610     SET TEM-NOTAS TO TRUE
005620     PERFORM 2010-LER-UMA-SESSAO
005630         THRU 2010-LER-UMA-SESSAO-EXIT
005640         UNTIL FIM-DAS-NOTAS
005650     CLOSE NOTAS-FILE
005660     .
005670 2000-APURAR-ULTIMA-SESSAO-EXIT.
005680     EXIT.
005690 2010-LER-UMA-SESSAO.
005700     READ NOTAS-FILE
005710         AT END
005720             SET FIM-DAS-NOTAS TO TRUE
005730             GO TO 2010-LER-UMA-SESSAO-EXIT
005740     END-READ
005750     IF NQ-DATA IS NOT NUMERIC
005760         GO TO 2010-LER-UMA-SESSAO-EXIT
005770     END-IF
005780     MOVE NQ-DATA TO WS-BUSCA-DATA
005790     IF NQ-MATRICULA IS NUMERIC
005800         AND NQ-MATRICULA IS NOT EQUAL TO '000000'
005810         MOVE NQ-MATRICULA TO WS-BUSCA-MATRICULA
005820         PERFORM 2100-PROCURAR-MATRICULA
005830             THRU 2100-PROCURAR-MATRICULA-EXIT
005840         IF CADASTRO-ACHADO
005850             PERFORM 2200-ATUALIZAR-ULTIMA
005860                 THRU 2200-ATUALIZAR-ULTIMA-EXIT
005870         END-IF
005880         GO TO 2010-LER-UMA-SESSAO-EXIT
005890     END-IF
005900*    SEM MATRICULA, A SESSAO CONTA PARA TODOS OS ALUNOS COM O
005910*    NOME: NA DUVIDA, A SAIDA FICA MAIS RECENTE, NUNCA MAIS
005920*    ANTIGA.
005930     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
005940             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
005950         IF WS-CAD-NOME (WS-CAD-IX) IS EQUAL TO NQ-ALUNO
005960             PERFORM 2200-ATUALIZAR-ULTIMA
005970                 THRU 2200-ATUALIZAR-ULTIMA-EXIT
005980         END-IF
005990     END-PERFORM
006000     .
006010 2010-LER-UMA-SESSAO-EXIT.
006020     EXIT.
006030 2100-PROCURAR-MATRICULA.
006040     MOVE 'N' TO WS-ACHOU-SW
006050     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
006060             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
006070                OR CADASTRO-ACHADO
006080         IF WS-CAD-MATRICULA (WS-CAD-IX) IS EQUAL TO
006090             WS-BUSCA-MATRICULA
006100             SET CADASTRO-ACHADO TO TRUE
006110             SUBTRACT 1 FROM WS-CAD-IX
006120         END-IF
006130     END-PERFORM
006140     .
006150 2100-PROCURAR-MATRICULA-EXIT.
006160     EXIT.
006170 2200-ATUALIZAR-ULTIMA.
006180     IF WS-BUSCA-DATA IS GREATER THAN
006190         WS-CAD-ULT-SESSAO (WS-CAD-IX)
006200         MOVE WS-BUSCA-DATA TO WS-CAD-ULT-SESSAO (WS-CAD-IX)
006210     END-IF
006220     .
006230 2200-ATUALIZAR-ULTIMA-EXIT.
006240     EXIT.
006250 3000-SELECIONAR-ALUNOS.
006260*-----------------------------------------------------------*
006270* DECIDE A SITUACAO DE CADA ALUNO DO CADASTRO NO EXPURGO.    *
006280*-----------------------------------------------------------*
006290     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
006300             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
006310         PERFORM 3100-AVALIAR-ALUNO
006320             THRU 3100-AVALIAR-ALUNO-EXIT
006330     END-PERFORM
006340     .
006350 3000-SELECIONAR-ALUNOS-EXIT.
006360     EXIT.
006370 3100-AVALIAR-ALUNO.
006380*-----------------------------------------------------------*
006390* ATIVO FICA; INATIVO JA ANONIMIZADO SO E CONTADO; INATIVO   *
006400* SEM DATA DA SAIDA FICA (NAO HA COMO PROVAR A RETENCAO);    *
006410* COM A DATA, E EXPURGADO SE SAIU ANTES DA DATA LIMITE.      *
006420*-----------------------------------------------------------*
006430     IF WS-CAD-ATIVO (WS-CAD-IX) IS EQUAL TO 'S'
006440         GO TO 3100-AVALIAR-ALUNO-EXIT
006450     END-IF
006460     ADD 1 TO WS-INATIVOS
006470     IF WS-CAD-NOME (WS-CAD-IX)(1:8) IS EQUAL TO WS-PSE-PREFIXO
006480         SET CAD-JA-ANONIMO (WS-CAD-IX) TO TRUE
006490         ADD 1 TO WS-JA-ANONIMOS
006500         GO TO 3100-AVALIAR-ALUNO-EXIT
006510     END-IF
006520     IF WS-CAD-DT-BAIXA (WS-CAD-IX) IS NUMERIC
006530         AND WS-CAD-DT-BAIXA (WS-CAD-IX) IS NOT EQUAL TO
006540             '00000000'
006550         MOVE WS-CAD-DT-BAIXA (WS-CAD-IX)
006560           TO WS-CAD-DT-SAIDA (WS-CAD-IX)
006570         MOVE 'B' TO WS-CAD-ORIGEM (WS-CAD-IX)
006580     ELSE
006590         IF WS-CAD-ULT-SESSAO (WS-CAD-IX) IS GREATER THAN ZEROES
006600             MOVE WS-CAD-ULT-SESSAO (WS-CAD-IX)
006610               TO WS-CAD-DT-SAIDA (WS-CAD-IX)
006620             MOVE 'S' TO WS-CAD-ORIGEM (WS-CAD-IX)
006630         ELSE
006640             SET CAD-SEM-DATA (WS-CAD-IX) TO TRUE
006650             ADD 1 TO WS-SEM-DATA
006660             GO TO 3100-AVALIAR-ALUNO-EXIT
006670         END-IF
006680     END-IF
006690     IF WS-CAD-DT-SAIDA (WS-CAD-IX) IS NOT LESS THAN
006700         WS-DATA-LIMITE
006710         SET CAD-RETIDO (WS-CAD-IX) TO TRUE
006720         ADD 1 TO WS-RETIDOS
006730         GO TO 3100-AVALIAR-ALUNO-EXIT
006740     END-IF
006750     SET CAD-ELEGIVEL (WS-CAD-IX) TO TRUE
006760     ADD 1 TO WS-ELEGIVEIS
006770     .
006780 3100-AVALIAR-ALUNO-EXIT.
006790     EXIT.
006800 4000-ANONIMIZAR-NOTAS.
006810*-----------------------------------------------------------*
006820* SEGUNDA PASSADA NO QUIZNOTA: SESSAO DE ALUNO EXPURGADO     *
006830* TROCA O NOME PELO PSEUDONIMO. NA EXECUCAO TODAS AS         *
006840* SESSOES VAO PARA O DD QUIZNOTN; NA SIMULACAO SO CONTA.     *
006850*-----------------------------------------------------------*
006860     IF NOT TEM-NOTAS
006870         GO TO 4000-ANONIMIZAR-NOTAS-EXIT
006880     END-IF
006890     OPEN INPUT NOTAS-FILE
006900     IF WS-FS-NOTAS NOT EQUAL '00'
006910         DISPLAY "TABLGPD: QUIZNOTA NAO REABRIU, STATUS = "
006920                 WS-FS-NOTAS
006930         MOVE 16 TO RETURN-CODE
006940         STOP RUN
006950     END-IF
006960     IF MODO-EXECUCAO
006970         OPEN OUTPUT NOTAS-NOVO-FILE
006980         IF WS-FS-NOTAS-NOVO NOT EQUAL '00'
006990             DISPLAY "TABLGPD: NAO ABRIU O DD QUIZNOTN, STATUS = "
007000                     WS-FS-NOTAS-NOVO
007010             MOVE 16 TO RETURN-CODE
007020             STOP RUN
007030         END-IF
007040     END-IF
007050     MOVE 'N' TO WS-FIM-NOT-SW
007060     PERFORM 4010-COPIAR-UMA-SESSAO
007070         THRU 4010-COPIAR-UMA-SESSAO-EXIT
007080         UNTIL FIM-DAS-NOTAS
007090     CLOSE NOTAS-FILE
007100     IF MODO-EXECUCAO
007110         CLOSE NOTAS-NOVO-FILE
007120     END-IF
007130     .
007140 4000-ANONIMIZAR-NOTAS-EXIT.
007150     EXIT.
007160 4010-COPIAR-UMA-SESSAO.
007170     READ NOTAS-FILE
007180         AT END
007190             SET FIM-DAS-NOTAS TO TRUE
007200             GO TO 4010-COPIAR-UMA-SESSAO-EXIT
007210     END-READ
007220     ADD 1 TO WS-NOTAS-LIDAS
007230     MOVE NQ-MATRICULA TO WS-BUSCA-MATRICULA
007240     MOVE NQ-ALUNO     TO WS-BUSCA-NOME
007250     PERFORM 4100-PROCURAR-EXPURGADO
007260         THRU 4100-PROCURAR-EXPURGADO-EXIT
007270     IF ANONIMIZAR-REGISTRO
007280         MOVE WS-CAD-MATRICULA (WS-CAD-IX) TO WS-PSE-MATRICULA
007290         MOVE WS-PSEUDONIMO TO NQ-ALUNO
007300         IF ACHADO-PELO-NOME
007310             MOVE WS-CAD-MATRICULA (WS-CAD-IX) TO NQ-MATRICULA
007320             ADD 1 TO WS-MATR-CARIMBADAS
007330         END-IF
007340         ADD 1 TO WS-CAD-QT-NOTAS (WS-CAD-IX)
007350         ADD 1 TO WS-NOTAS-ANONIM
007360     END-IF
007370     IF MODO-EXECUCAO
007380         WRITE REG-NOTA-NOVA FROM REG-NOTA
007390     END-IF
007400     .
007410 4010-COPIAR-UMA-SESSAO-EXIT.
007420     EXIT.
007430 4100-PROCURAR-EXPURGADO.
007440*-----------------------------------------------------------*
007450* O REGISTRO (WS-BUSCA-MATRICULA/WS-BUSCA-NOME) E DE ALUNO   *
007460* EXPURGADO? PELA MATRICULA, QUANDO TEM; SEM ELA, PELO NOME, *
007470* MAS SO SE NENHUM OUTRO ALUNO DO CADASTRO TIVER O MESMO     *
007480* NOME - SENAO O REGISTRO FICA COMO ESTA E E CONTADO.        *
007490*-----------------------------------------------------------*
007500     MOVE 'N' TO WS-ANONIMIZAR-SW
007510     MOVE 'N' TO WS-PELO-NOME-SW
007520     IF WS-BUSCA-MATRICULA IS NUMERIC
007530         AND WS-BUSCA-MATRICULA IS NOT EQUAL TO '000000'
007540         PERFORM 2100-PROCURAR-MATRICULA
007550             THRU 2100-PROCURAR-MATRICULA-EXIT
007560         IF CADASTRO-ACHADO
007570             AND CAD-ELEGIVEL (WS-CAD-IX)
007580             SET ANONIMIZAR-REGISTRO TO TRUE
007590         END-IF
007600         GO TO 4100-PROCURAR-EXPURGADO-EXIT
007610     END-IF
007620     MOVE ZEROES TO WS-HOMONIMOS
007630     MOVE ZEROES TO WS-CAD-ELEG-IX
007640     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
007650             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
007660         IF WS-CAD-NOME (WS-CAD-IX) IS EQUAL TO WS-BUSCA-NOME
007670             ADD 1 TO WS-HOMONIMOS
007680             IF CAD-ELEGIVEL (WS-CAD-IX)
007690                 MOVE WS-CAD-IX TO WS-CAD-ELEG-IX
007700             END-IF
007710         END-IF
007720     END-PERFORM
007730     IF WS-CAD-ELEG-IX IS EQUAL TO ZEROES
007740         GO TO 4100-PROCURAR-EXPURGADO-EXIT
007750     END-IF
007760     IF WS-HOMONIMOS IS GREATER THAN 1
007770         ADD 1 TO WS-AMBIGUOS
007780         GO TO 4100-PROCURAR-EXPURGADO-EXIT
007790     END-IF
007800     MOVE WS-CAD-ELEG-IX TO WS-CAD-IX
007810     SET ANONIMIZAR-REGISTRO TO TRUE
007820     SET ACHADO-PELO-NOME TO TRUE
007830     .
007840 4100-PROCURAR-EXPURGADO-EXIT.
007850     EXIT.
007860 5000-ANONIMIZAR-DETALHE.
007870*-----------------------------------------------------------*
007880* O MESMO NO DETALHE DAS SESSOES (DD QUIZDET, OPCIONAL),     *
007890* PARA O DD QUIZDETN.                                        *
007900*-----------------------------------------------------------*
007910     OPEN INPUT DETALHE-FILE
007920     IF WS-FS-DETALHE NOT EQUAL '00'
007930         DISPLAY "TABLGPD: SEM DETALHE DAS SESSOES (QUIZDET)"
007940         GO TO 5000-ANONIMIZAR-DETALHE-EXIT
007950     END-IF
007960     SET TEM-DETALHE TO TRUE
007970     IF MODO-EXECUCAO
007980         OPEN OUTPUT DETALHE-NOVO-FILE
007990         IF WS-FS-DETALHE-NOVO NOT EQUAL '00'
008000             DISPLAY "TABLGPD: NAO ABRIU O DD QUIZDETN, STATUS = "
008010                     WS-FS-DETALHE-NOVO
008020             MOVE 16 TO RETURN-CODE
008030             STOP RUN
008040         END-IF
008050     END-IF
008060     PERFORM 5010-COPIAR-UM-DETALHE
008070         THRU 5010-COPIAR-UM-DETALHE-EXIT
008080         UNTIL FIM-DO-DETALHE
008090     CLOSE DETALHE-FILE
008100     IF MODO-EXECUCAO
008110         CLOSE DETALHE-NOVO-FILE
008120     END-IF
008130     .
008140 5000-ANONIMIZAR-DETALHE-EXIT.
008150     EXIT.
008160 5010-COPIAR-UM-DETALHE.
008170     READ DETALHE-FILE
008180         AT END
008190             SET FIM-DO-DETALHE TO TRUE
008200             GO TO 5010-COPIAR-UM-DETALHE-EXIT
008210     END-READ
008220     ADD 1 TO WS-DET-LIDOS
008230     MOVE DT-MATRICULA TO WS-BUSCA-MATRICULA
008240     MOVE DT-ALUNO     TO WS-BUSCA-NOME
008250     PERFORM 4100-PROCURAR-EXPURGADO
008260         THRU 4100-PROCURAR-EXPURGADO-EXIT
008270     IF ANONIMIZAR-REGISTRO
008280         MOVE WS-CAD-MATRICULA (WS-CAD-IX) TO WS-PSE-MATRICULA
008290         MOVE WS-PSEUDONIMO TO DT-ALUNO
008300         IF ACHADO-PELO-NOME
008310             MOVE WS-CAD-MATRICULA (WS-CAD-IX) TO DT-MATRICULA
008320             ADD 1 TO WS-MATR-CARIMBADAS
008330         END-IF
008340         ADD 1 TO WS-CAD-QT-DET (WS-CAD-IX)
008350         ADD 1 TO WS-DET-ANONIM
008360     END-IF
008370     IF MODO-EXECUCAO
008380         WRITE REG-DETALHE-NOVO FROM REG-DETALHE
008390     END-IF
008400     .
008410 5010-COPIAR-UM-DETALHE-EXIT.
008420     EXIT.
008430 6000-ANONIMIZAR-CADASTRO.
008440*-----------------------------------------------------------*
008450* SEGUNDA PASSADA NO CADASTRO: TODOS OS REGISTROS VAO PARA O *
008460* DD ALUNOSN COMO VIERAM, MENOS O NOME DOS EXPURGADOS.       *
008470*-----------------------------------------------------------*
008480     OPEN INPUT ALUNOS-FILE
008490     IF WS-FS-ALUNOS NOT EQUAL '00'
008500         DISPLAY "TABLGPD: CADASTRO NAO REABRIU, STATUS = "
008510                 WS-FS-ALUNOS
008520         MOVE 16 TO RETURN-CODE
008530         STOP RUN
008540     END-IF
008550     MOVE 'N' TO WS-FIM-ALU-SW
008560     PERFORM 6010-COPIAR-UM-ALUNO
008570         THRU 6010-COPIAR-UM-ALUNO-EXIT
008580         UNTIL FIM-DO-CADASTRO
008590     CLOSE ALUNOS-FILE
008600     .
008610 6000-ANONIMIZAR-CADASTRO-EXIT.
008620     EXIT.
008630 6010-COPIAR-UM-ALUNO.
008640     READ ALUNOS-FILE
008650         AT END
008660             SET FIM-DO-CADASTRO TO TRUE
008670             GO TO 6010-COPIAR-UM-ALUNO-EXIT
008680     END-READ
008690     ADD 1 TO WS-ALU-LIDOS
008700     IF ALU-MATRICULA IS NUMERIC
008710         MOVE ALU-MATRICULA TO WS-BUSCA-MATRICULA
008720         PERFORM 2100-PROCURAR-MATRICULA
008730             THRU 2100-PROCURAR-MATRICULA-EXIT
008740         IF CADASTRO-ACHADO
008750             AND CAD-ELEGIVEL (WS-CAD-IX)
008760             MOVE ALU-MATRICULA TO WS-PSE-MATRICULA
008770             MOVE WS-PSEUDONIMO TO ALU-NOME
008771             MOVE SPACES TO ALU-CPF-RESP
008780             ADD 1 TO WS-ALU-ANONIM
008790             ADD ALU-MATRICULA TO WS-HASH-MATRICULA
008800         END-IF
008810     END-IF
008820     IF MODO-EXECUCAO
008830         WRITE REG-NOVO FROM REG-ALUNO
008840     END-IF
008850     .
008860 6010-COPIAR-UM-ALUNO-EXIT.
008870     EXIT.
008880 7000-EMITIR-LISTAGEM.
008890*-----------------------------------------------------------*
008900* UMA LINHA POR INATIVO EXPURGADO OU SEM DATA DA SAIDA (O    *
008910* NOME ATUAL SO APARECE NA SIMULACAO) E A CONTAGEM POR       *
008920* ARQUIVO.                                                   *
008930*-----------------------------------------------------------*
008940     MOVE 'D' TO GDAREL-FUNCAO
008950     MOVE WS-CABEC-ALUNOS TO GDAREL-LINHA
008960     CALL 'GDAREL' USING GDAREL-AREA
008970     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
008980             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
008990         IF CAD-ELEGIVEL (WS-CAD-IX)
009000             OR CAD-SEM-DATA (WS-CAD-IX)
009010             PERFORM 7100-LINHA-ALUNO
009020                 THRU 7100-LINHA-ALUNO-EXIT
009030         END-IF
009040     END-PERFORM
009050     MOVE 'P' TO GDAREL-FUNCAO
009060     CALL 'GDAREL' USING GDAREL-AREA
009070     MOVE 'D' TO GDAREL-FUNCAO
009080     IF MODO-SIMULACAO
009090         MOVE ' CONTAGEM POR ARQUIVO (SIMULACAO - NENHUM ARQUIV'
009100           TO GDAREL-LINHA
009110         MOVE 'O FOI' TO GDAREL-LINHA(49:5)
009120         MOVE ' GRAVADO)' TO GDAREL-LINHA(54:9)
009130     ELSE
009140         MOVE ' CONTAGEM POR ARQUIVO' TO GDAREL-LINHA
009150     END-IF
009160     CALL 'GDAREL' USING GDAREL-AREA
009170     MOVE 'D' TO GDAREL-FUNCAO
009180     MOVE SPACES TO GDAREL-LINHA
009190     CALL 'GDAREL' USING GDAREL-AREA
009200     MOVE 'ALUNOS   - REGISTROS LIDOS' TO WS-LT-ROTULO
009210     MOVE WS-ALU-LIDOS TO WS-LT-VALOR
009220     PERFORM 7200-LINHA-TOTAL
009230         THRU 7200-LINHA-TOTAL-EXIT
009240     MOVE 'ALUNOS   - NOMES ANONIMIZADOS' TO WS-LT-ROTULO
009250     MOVE WS-ALU-ANONIM TO WS-LT-VALOR
009260     PERFORM 7200-LINHA-TOTAL
009270         THRU 7200-LINHA-TOTAL-EXIT
009280     MOVE 'QUIZNOTA - REGISTROS LIDOS' TO WS-LT-ROTULO
009290     MOVE WS-NOTAS-LIDAS TO WS-LT-VALOR
009300     PERFORM 7200-LINHA-TOTAL
009310         THRU 7200-LINHA-TOTAL-EXIT
009320     MOVE 'QUIZNOTA - NOMES ANONIMIZADOS' TO WS-LT-ROTULO
009330     MOVE WS-NOTAS-ANONIM TO WS-LT-VALOR
009340     PERFORM 7200-LINHA-TOTAL
009350         THRU 7200-LINHA-TOTAL-EXIT
009360     MOVE 'QUIZDET  - REGISTROS LIDOS' TO WS-LT-ROTULO
009370     MOVE WS-DET-LIDOS TO WS-LT-VALOR
009380     PERFORM 7200-LINHA-TOTAL
009390         THRU 7200-LINHA-TOTAL-EXIT
009400     MOVE 'QUIZDET  - NOMES ANONIMIZADOS' TO WS-LT-ROTULO
009410     MOVE WS-DET-ANONIM TO WS-LT-VALOR
009420     PERFORM 7200-LINHA-TOTAL
009430         THRU 7200-LINHA-TOTAL-EXIT
009440     MOVE 'D' TO GDAREL-FUNCAO
009450     MOVE SPACES TO GDAREL-LINHA
009460     CALL 'GDAREL' USING GDAREL-AREA
009470     MOVE 'ALUNOS INATIVOS NO CADASTRO' TO WS-LT-ROTULO
009480     MOVE WS-INATIVOS TO WS-LT-VALOR
009490     PERFORM 7200-LINHA-TOTAL
009500         THRU 7200-LINHA-TOTAL-EXIT
009510     MOVE 'EXPURGADOS (SAIRAM ANTES DA DATA LIMITE)'
009520       TO WS-LT-ROTULO
009530     MOVE WS-ELEGIVEIS TO WS-LT-VALOR
009540     PERFORM 7200-LINHA-TOTAL
009550         THRU 7200-LINHA-TOTAL-EXIT
009560     MOVE 'AINDA DENTRO DA RETENCAO' TO WS-LT-ROTULO
009570     MOVE WS-RETIDOS TO WS-LT-VALOR
009580     PERFORM 7200-LINHA-TOTAL
009590         THRU 7200-LINHA-TOTAL-EXIT
009600     MOVE 'SEM DATA DA SAIDA (MANTIDOS)' TO WS-LT-ROTULO
009610     MOVE WS-SEM-DATA TO WS-LT-VALOR
009620     PERFORM 7200-LINHA-TOTAL
009630         THRU 7200-LINHA-TOTAL-EXIT
009640     MOVE 'JA ANONIMIZADOS EM EXPURGO ANTERIOR' TO WS-LT-ROTULO
009650     MOVE WS-JA-ANONIMOS TO WS-LT-VALOR
009660     PERFORM 7200-LINHA-TOTAL
009670         THRU 7200-LINHA-TOTAL-EXIT
009680     MOVE 'SESSOES SEM MATRICULA QUE A GANHARAM' TO WS-LT-ROTULO
009690     MOVE WS-MATR-CARIMBADAS TO WS-LT-VALOR
009700     PERFORM 7200-LINHA-TOTAL
009710         THRU 7200-LINHA-TOTAL-EXIT
009720     MOVE 'SESSOES COM NOME AMBIGUO (NAO MEXIDAS)' TO WS-LT-ROTULO
009730     MOVE WS-AMBIGUOS TO WS-LT-VALOR
009740     PERFORM 7200-LINHA-TOTAL
009750         THRU 7200-LINHA-TOTAL-EXIT
009760     .
009770 7000-EMITIR-LISTAGEM-EXIT.
009780     EXIT.
009790 7100-LINHA-ALUNO.
009800     MOVE WS-CAD-MATRICULA (WS-CAD-IX) TO WS-LA-MATRICULA
009810     MOVE WS-CAD-TURMA (WS-CAD-IX)     TO WS-LA-TURMA
009820     MOVE SPACES TO WS-LA-DATA WS-LA-ORIGEM WS-LA-PSEUDONIMO
009830                    WS-LA-NOME
009840     IF CAD-SEM-DATA (WS-CAD-IX)
009850         MOVE 'SEM DATA-MANTIDO' TO WS-LA-SITUACAO
009860     ELSE
009870         MOVE WS-CAD-DT-SAIDA (WS-CAD-IX) TO WS-DE-ENTRADA
009880         PERFORM 8900-EDITAR-DATA
009890             THRU 8900-EDITAR-DATA-EXIT
009900         MOVE WS-DE-SAIDA TO WS-LA-DATA
009910         IF WS-CAD-ORIGEM (WS-CAD-IX) IS EQUAL TO 'B'
009920             MOVE 'BAIXA' TO WS-LA-ORIGEM
009930         ELSE
009940             MOVE 'SESSAO' TO WS-LA-ORIGEM
009950         END-IF
009960         MOVE WS-CAD-MATRICULA (WS-CAD-IX) TO WS-PSE-MATRICULA
009970         MOVE WS-PSEUDONIMO TO WS-LA-PSEUDONIMO
009980         IF MODO-SIMULACAO
009990             MOVE 'A ANONIMIZAR' TO WS-LA-SITUACAO
010000         ELSE
010010             MOVE 'ANONIMIZADO' TO WS-LA-SITUACAO
010020         END-IF
010030     END-IF
010040     IF MODO-SIMULACAO
010050         MOVE WS-CAD-NOME (WS-CAD-IX) TO WS-LA-NOME
010060     END-IF
010070     MOVE WS-CAD-QT-NOTAS (WS-CAD-IX) TO WS-LA-NOTAS
010080     MOVE WS-CAD-QT-DET (WS-CAD-IX)   TO WS-LA-DET
010090     MOVE 'D' TO GDAREL-FUNCAO
010100     MOVE WS-LINHA-ALUNO TO GDAREL-LINHA
010110     CALL 'GDAREL' USING GDAREL-AREA
010120     .
010130 7100-LINHA-ALUNO-EXIT.
010140     EXIT.
010150 7200-LINHA-TOTAL.
010160     MOVE 'D' TO GDAREL-FUNCAO
010170     MOVE WS-LINHA-TOTAL TO GDAREL-LINHA
010180     CALL 'GDAREL' USING GDAREL-AREA
010190     .
010200 7200-LINHA-TOTAL-EXIT.
010210     EXIT.
010220 8000-GRAVAR-LOG.
010230*-----------------------------------------------------------*
010240* LOG ASSINADO DO EXPURGO: HEADER COM QUEM APROVOU, UM       *
010250* DETALHE POR ALUNO EXPURGADO (SO MATRICULA E PSEUDONIMO) E  *
010260* O TRAILER COM A CONTAGEM POR ARQUIVO E A SOMA DAS          *
010270* MATRICULAS, PARA CONFERIR COM O CADASTRO NOVO.             *
010280*-----------------------------------------------------------*
010290     MOVE WS-DATA-HOJE   TO WS-LGH-DATA
010300     MOVE WS-RETENCAO    TO WS-LGH-RETENCAO
010310     MOVE WS-DATA-LIMITE TO WS-LGH-LIMITE
010320     MOVE WS-APROVADO    TO WS-LGH-APROVADO
010330     WRITE REG-LOG FROM WS-LOG-HEADER
010340     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
010350             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
010360         IF CAD-ELEGIVEL (WS-CAD-IX)
010370             PERFORM 8100-GRAVAR-UM-DETALHE
010380                 THRU 8100-GRAVAR-UM-DETALHE-EXIT
010390         END-IF
010400     END-PERFORM
010410     MOVE WS-ALU-ANONIM     TO WS-LGT-ALUNOS
010420     MOVE WS-NOTAS-ANONIM   TO WS-LGT-NOTAS
010430     MOVE WS-DET-ANONIM     TO WS-LGT-DET
010440     MOVE WS-HASH-MATRICULA TO WS-LGT-HASH-MATR
010450     MOVE WS-APROVADO       TO WS-LGT-APROVADO
010460     WRITE REG-LOG FROM WS-LOG-TRAILER
010470     .
010480 8000-GRAVAR-LOG-EXIT.
010490     EXIT.
010500 8100-GRAVAR-UM-DETALHE.
010510     MOVE WS-CAD-MATRICULA (WS-CAD-IX) TO WS-LGD-MATRICULA
010520     MOVE WS-CAD-MATRICULA (WS-CAD-IX) TO WS-PSE-MATRICULA
010530     MOVE WS-PSEUDONIMO                TO WS-LGD-PSEUDONIMO
010540     MOVE WS-CAD-TURMA (WS-CAD-IX)     TO WS-LGD-TURMA
010550     MOVE WS-CAD-DT-SAIDA (WS-CAD-IX)  TO WS-LGD-DT-SAIDA
010560     MOVE WS-CAD-ORIGEM (WS-CAD-IX)    TO WS-LGD-ORIGEM
010570     MOVE WS-CAD-QT-NOTAS (WS-CAD-IX)  TO WS-LGD-NOTAS
010580     MOVE WS-CAD-QT-DET (WS-CAD-IX)    TO WS-LGD-DET
010590     WRITE REG-LOG FROM WS-LOG-DETALHE
010600     .
010610 8100-GRAVAR-UM-DETALHE-EXIT.
010620     EXIT.
010630 8900-EDITAR-DATA.
010640*-----------------------------------------------------------*
010650* CCYYMMDD (WS-DE-ENTRADA) PARA DD/MM/CCYY (WS-DE-SAIDA).    *
010660*-----------------------------------------------------------*
010670     MOVE WS-DE-DIA TO WS-DS-DIA
010680     MOVE WS-DE-MES TO WS-DS-MES
010690     MOVE WS-DE-ANO TO WS-DS-ANO
010700     .
010710 8900-EDITAR-DATA-EXIT.
010720     EXIT.
010730 9999-TERMINATE.
010740*-----------------------------------------------------------*
010750* FECHA AS SAIDAS E O RELATORIO E DEIXA AS CONTAGENS POR     *
010760* ARQUIVO NO LOG DO PASSO.                                   *
010770*-----------------------------------------------------------*
010780     IF MODO-EXECUCAO
010790         CLOSE NOVO-FILE
010800         CLOSE LOG-FILE
010810     END-IF
010820     MOVE 'F' TO GDAREL-FUNCAO
010830     CALL 'GDAREL' USING GDAREL-AREA
010840     IF MODO-SIMULACAO
010850         DISPLAY "SIMULACAO - NENHUM ARQUIVO FOI GRAVADO"
010860     ELSE
010870         DISPLAY "EXPURGO APROVADO POR " WS-APROVADO
010880     END-IF
010890     DISPLAY "RETENCAO             = " WS-RETENCAO
010900             " ANO(S), SAIDA ANTES DE " WS-DATA-LIMITE
010910     DISPLAY "ALUNOS EXPURGADOS    = " WS-ELEGIVEIS
010920     DISPLAY "ALUNOS   ANONIMIZADOS= " WS-ALU-ANONIM
010930     DISPLAY "QUIZNOTA ANONIMIZADOS= " WS-NOTAS-ANONIM
010940     DISPLAY "QUIZDET  ANONIMIZADOS= " WS-DET-ANONIM
010950     DISPLAY "INATIVOS SEM DATA    = " WS-SEM-DATA
010960     DISPLAY "SESSOES NOME AMBIGUO = " WS-AMBIGUOS
010970     DISPLAY "CARTOES REJEITADOS   = " WS-CARTOES-REJ
010980     IF WS-AMBIGUOS IS GREATER THAN ZEROES
010990         OR WS-CARTOES-REJ IS GREATER THAN ZEROES
011000         MOVE 4 TO RETURN-CODE
011010     END-IF
011020     .
011030 9999-TERMINATE-EXIT.
011040     EXIT.
