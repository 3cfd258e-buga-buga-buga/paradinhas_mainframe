000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TABFREQ.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - FREQUENCIA DE PRATICA POR  *
000120*                  TURMA. O TABPROGR MOSTRA SE O ALUNO ESTA   *
000130*                  MELHORANDO; ESTE MOSTRA SE ELE ESTA        *
000140*                  PRATICANDO. RODA TODA SEMANA: CONTA AS     *
000150*                  SESSOES DO QUIZNOTA DE CADA ALUNO ATIVO DO *
000160*                  CADASTRO NA SEMANA ESCOLAR (SEGUNDA A      *
000170*                  DOMINGO) E LISTA, POR TURMA, QUEM FICOU    *
000180*                  ABAIXO DO EXIGIDO. QUEM NUNCA FEZ SESSAO   *
000190*                  NENHUMA SAI NO TOPO DA TURMA. O EXIGIDO E  *
000200*                  PARA UMA SEMANA CHEIA DE CINCO DIAS UTEIS; *
000210*                  SEMANA COM FERIADO (DD FERIADOS, VIA       *
000220*                  GDADTCALC 'U') EXIGE PROPORCIONALMENTE,    *
000230*                  ARREDONDANDO PARA CIMA, E SEMANA SEM DIA   *
000240*                  UTIL NAO EXIGE NADA. SESSAO FEITA NO FIM   *
000250*                  DE SEMANA OU NO FERIADO CONTA NORMALMENTE. *
000260*                  FECHA COM O PERCENTUAL DE ALUNOS EM DIA DE *
000270*                  CADA TURMA.                                *
000271* 10/15/2026 JLC   ALU-MATRICULA DO FD ALUNOS PASSOU A PIC    *
000272*                  9(06), IGUAL AO LAYOUT DO TABALUNO.        *
000280*                                                             *
000290* CARTOES (DD FREQIN, OPCIONAL):                              *
000300*   'EXIGIDO ' COLS 10-13 TURMA ('****' = TODAS AS TURMAS SEM *
000310*              CARTAO PROPRIO), COLS 15-16 SESSOES POR SEMANA *
000320*              (01 A 99). SEM CARTAO VALEM 03 SESSOES.        *
000330*   'SEMANA  ' COLS 10-17 UM DIA QUALQUER (CCYYMMDD) DA       *
000340*              SEMANA A CONFERIR. SEM CARTAO, A SEMANA        *
000350*              ANTERIOR A DA RODADA.                          *
000360*                                                             *
000370* RETURN-CODE: 0 = OK, 4 = CARTAO REJEITADO,                  *
000380*              16 = QUIZNOTA OU CADASTRO INDISPONIVEL.        *
000390*-----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT NOTAS-FILE ASSIGN TO QUIZNOTA
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-NOTAS.
000470     SELECT ALUNOS-FILE ASSIGN TO ALUNOS
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-FS-ALUNOS.
000500     SELECT CARTOES-FILE ASSIGN TO FREQIN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-CARTOES.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  NOTAS-FILE
000560     RECORDING MODE IS F.
000570 01  REG-NOTA.
000580     05  NQ-ALUNO            PIC X(15).
000590     05  FILLER              PIC X(01).
000600     05  NQ-DATA             PIC 9(08).
000610     05  FILLER              PIC X(01).
000620     05  NQ-NUMERO           PIC X(05).
000630     05  FILLER              PIC X(01).
000640     05  NQ-LIM-INF          PIC 9(05).
000650     05  FILLER              PIC X(01).
000660     05  NQ-LIM-SUP          PIC 9(05).
000670     05  FILLER              PIC X(01).
000680     05  NQ-ACERTOS          PIC 9(03).
000690     05  FILLER              PIC X(01).
000700     05  NQ-ERROS            PIC 9(03).
000710     05  FILLER              PIC X(01).
000720     05  NQ-MATRICULA        PIC X(06).
000730     05  FILLER              PIC X(01).
000740     05  NQ-TMP-MEDIO        PIC X(03).
000750     05  FILLER              PIC X(01).
000760     05  NQ-TMP-PIOR         PIC X(03).
000770     05  FILLER              PIC X(15).
000780 FD  ALUNOS-FILE
000790     RECORDING MODE IS F.
000800 01  REG-ALUNO.
000810     05  ALU-MATRICULA       PIC 9(06).
000820     05  FILLER              PIC X(01).
000830     05  ALU-NOME            PIC X(15).
000840     05  FILLER              PIC X(01).
000850     05  ALU-TURMA           PIC X(04).
000860     05  FILLER              PIC X(01).
000870     05  ALU-ATIVO           PIC X(01).
000880     05  FILLER              PIC X(01).
000890     05  ALU-DT-CERTIF       PIC X(08).
000900     05  FILLER              PIC X(42).
000910 FD  CARTOES-FILE
000920     RECORDING MODE IS F.
000930 01  REG-CARTAO.
000940     05  IN-PALAVRA          PIC X(08).
000950     05  FILLER              PIC X(01).
000960     05  IN-TURMA            PIC X(04).
000970     05  FILLER              PIC X(01).
000980     05  IN-SESSOES          PIC X(02).
000990     05  FILLER              PIC X(64).
001000 01  REG-CARTAO-SEMANA.
001010     05  FILLER              PIC X(09).
001020     05  IN-DATA             PIC X(08).
001030     05  FILLER              PIC X(63).
001040 WORKING-STORAGE SECTION.
001050 77  WS-FS-NOTAS              PIC X(02) VALUE '00'.
001060 77  WS-FS-ALUNOS             PIC X(02) VALUE '00'.
001070 77  WS-FS-CARTOES            PIC X(02) VALUE '00'.
001080 77  WS-DATA-HOJE             PIC 9(08) VALUE ZEROES.
001090 01  WS-SWITCHES.
001100     05  WS-FIM-SW            PIC X(01) VALUE 'N'.
001110         88  FIM-DAS-NOTAS             VALUE 'S'.
001120     05  WS-FIM-ALU-SW        PIC X(01) VALUE 'N'.
001130         88  FIM-DO-CADASTRO           VALUE 'S'.
001140     05  WS-FIM-CAR-SW        PIC X(01) VALUE 'N'.
001150         88  FIM-DOS-CARTOES           VALUE 'S'.
001160     05  WS-CAD-ACHOU-SW      PIC X(01) VALUE 'N'.
001170         88  CADASTRO-ACHADO           VALUE 'S'.
001180     05  WS-TUR-ACHOU-SW      PIC X(01) VALUE 'N'.
001190         88  TURMA-ACHADA              VALUE 'S'.
001200     05  WS-TROCOU-SW         PIC X(01) VALUE 'N'.
001210         88  HOUVE-TROCA               VALUE 'S'.
001220*-----------------------------------------------------------*
001230* SEMANA CONFERIDA                                           *
001240*-----------------------------------------------------------*
001250 01  WS-SEMANA.
001260     05  WS-SEM-REFERENCIA    PIC 9(08) VALUE ZEROES.
001270     05  WS-SEM-INICIO        PIC 9(08) VALUE ZEROES.
001280     05  WS-SEM-FIM           PIC 9(08) VALUE ZEROES.
001290     05  WS-SEM-SEXTA         PIC 9(08) VALUE ZEROES.
001300     05  WS-SEM-DIA           PIC 9(08) VALUE ZEROES.
001310     05  WS-SEM-UTEIS         PIC 9(01) VALUE ZEROES.
001320 77  WS-PADRAO-EXIGIDO        PIC 9(02) VALUE 03.
001330*-----------------------------------------------------------*
001340* CADASTRO EM MEMORIA (SO ALUNOS ATIVOS)                     *
001350*-----------------------------------------------------------*
001360 01  WS-CADASTRO.
001370     05  WS-CAD-MAX           PIC 9(03) VALUE 200.
001380     05  WS-CAD-COUNT         PIC 9(03) VALUE ZEROES.
001390     05  WS-CAD-IX            PIC 9(03) VALUE ZEROES.
001400     05  WS-CAD-ENT OCCURS 200 TIMES.
001410         10  WS-CAD-MATRICULA PIC 9(06).
001420         10  WS-CAD-NOME      PIC X(15).
001430         10  WS-CAD-TURMA     PIC X(04).
001440         10  WS-CAD-SEMANA    PIC 9(03).
001450         10  WS-CAD-TOTAL     PIC 9(05).
001460         10  WS-CAD-ULTIMA    PIC 9(08).
001470*-----------------------------------------------------------*
001480* TURMAS: EXIGIDO E CONTAGENS                                *
001490*-----------------------------------------------------------*
001500 01  WS-TURMAS.
001510     05  WS-TUR-MAX           PIC 9(02) VALUE 50.
001520     05  WS-TUR-COUNT         PIC 9(02) VALUE ZEROES.
001530     05  WS-TUR-IX            PIC 9(02) VALUE ZEROES.
001540     05  WS-TUR-ENT OCCURS 50 TIMES.
001550         10  WS-TUR-TURMA     PIC X(04).
001560         10  WS-TUR-EXIGIDO   PIC 9(02).
001570         10  WS-TUR-EXIG-SEM  PIC 9(02).
001580         10  WS-TUR-ATIVOS    PIC 9(03).
001590         10  WS-TUR-EM-DIA    PIC 9(03).
001600         10  WS-TUR-ABAIXO    PIC 9(03).
001610         10  WS-TUR-NUNCA     PIC 9(03).
001620 01  WS-TUR-TROCA             PIC X(20).
001630 01  WS-EXIGIDO-CARTAO.
001640     05  WS-EXC-COUNT         PIC 9(02) VALUE ZEROES.
001650     05  WS-EXC-IX            PIC 9(02) VALUE ZEROES.
001660     05  WS-EXC-ENT OCCURS 50 TIMES.
001670         10  WS-EXC-TURMA     PIC X(04).
001680         10  WS-EXC-SESSOES   PIC 9(02).
001690*-----------------------------------------------------------*
001700* CONTADORES                                                 *
001710*-----------------------------------------------------------*
001720 01  WS-CONTADORES.
001730     05  WS-SESSOES-LIDAS     PIC 9(05) VALUE ZEROES.
001740     05  WS-SESSOES-SEMANA    PIC 9(05) VALUE ZEROES.
001750     05  WS-SEM-CADASTRO      PIC 9(05) VALUE ZEROES.
001760     05  WS-CARTOES-REJ       PIC 9(03) VALUE ZEROES.
001770     05  WS-TOT-ATIVOS        PIC 9(05) VALUE ZEROES.
001780     05  WS-TOT-EM-DIA        PIC 9(05) VALUE ZEROES.
001790     05  WS-TOT-ABAIXO        PIC 9(05) VALUE ZEROES.
001800     05  WS-TOT-NUNCA         PIC 9(05) VALUE ZEROES.
001810 77  WS-PCT                   PIC 9(03) VALUE ZEROES.
001820*-----------------------------------------------------------*
001830* AREA DA ROTINA DE DATAS (GDADTCALC)                        *
001840*-----------------------------------------------------------*
001850 01  GDADTCALC-AREA.
001860     03  DTC-FUNCAO           PIC X(01).
001870     03  DTC-DATA-AAMMDD-1    PIC X(06).
001880     03  DTC-DATA-AAMMDD-2    PIC X(06).
001890     03  DTC-DIAS             PIC S9(05).
001900     03  DTC-RESULT-AAMMDD    PIC X(06).
001910     03  DTC-RESULT-CCYYMMDD  PIC 9(08).
001920     03  DTC-DIA-SEMANA       PIC 9(01).
001930     03  DTC-STATUS           PIC 9(02).
001940*-----------------------------------------------------------*
001950* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
001960*-----------------------------------------------------------*
001970 01  GDAREL-AREA.
001980     03  GDAREL-FUNCAO        PIC X(01).
001990     03  GDAREL-TITULO        PIC X(60).
002000     03  GDAREL-CABECALHO     PIC X(80).
002010     03  GDAREL-LINHA         PIC X(132).
002020     03  GDAREL-RETORNO       PIC 9(02).
002030     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
002040     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
002050         05  GDAREL-QBR-POS   PIC 9(03) VALUE ZEROES.
002060         05  GDAREL-QBR-TAM   PIC 9(02) VALUE ZEROES.
002070     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
002080     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
002090     03  GDAREL-EXTRATO OCCURS 10 TIMES.
002100         05  GDAREL-EXT-POS   PIC 9(03) VALUE ZEROES.
002110         05  GDAREL-EXT-TAM   PIC 9(03) VALUE ZEROES.
002120     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
002130*-----------------------------------------------------------*
002140* LINHAS DO RELATORIO                                        *
002150*-----------------------------------------------------------*
002160 01  WS-DATA-EDICAO.
002170     05  WS-DE-ENTRADA        PIC 9(08).
002180     05  FILLER REDEFINES WS-DE-ENTRADA.
002190         10  WS-DE-ANO        PIC 9(04).
002200         10  WS-DE-MES        PIC 9(02).
002210         10  WS-DE-DIA        PIC 9(02).
002220     05  WS-DE-SAIDA.
002230         10  WS-DS-DIA        PIC 9(02).
002240         10  FILLER           PIC X(01) VALUE '/'.
002250         10  WS-DS-MES        PIC 9(02).
002260         10  FILLER           PIC X(01) VALUE '/'.
002270         10  WS-DS-ANO        PIC 9(04).
002280 01  WS-CABEC-SEMANA.
002290     05  FILLER               PIC X(10) VALUE 'SEMANA DE '.
002300     05  WS-CS-INICIO         PIC X(10).
002310     05  FILLER               PIC X(03) VALUE ' A '.
002320     05  WS-CS-FIM            PIC X(10).
002330     05  FILLER               PIC X(03) VALUE ' - '.
002340     05  WS-CS-UTEIS          PIC 9(01).
002350     05  FILLER               PIC X(12) VALUE ' DIA(S) UTEI'.
002360     05  FILLER               PIC X(01) VALUE 'S'.
002370     05  FILLER               PIC X(30) VALUE SPACES.
002380 01  WS-LINHA-TURMA.
002390     05  FILLER               PIC X(07) VALUE ' TURMA '.
002400     05  WS-LT-TURMA          PIC X(04).
002410     05  FILLER               PIC X(13) VALUE ' - EXIGIDAS: '.
002420     05  WS-LT-EXIG-SEM       PIC Z9.
002430     05  FILLER               PIC X(22) VALUE
002440         ' SESSAO(OES) NA SEMANA'.
002450     05  FILLER               PIC X(02) VALUE ' ('.
002460     05  WS-LT-EXIGIDO        PIC Z9.
002470     05  FILLER               PIC X(19) VALUE
002480         ' POR SEMANA CHEIA)'.
002490     05  FILLER               PIC X(61) VALUE SPACES.
002500 01  WS-CABEC-ALUNOS.
002510     05  FILLER               PIC X(48) VALUE
002520         '   ALUNO            MATR    SESSOES NA SEMANA  '.
002530     05  FILLER               PIC X(36) VALUE
002540         'SITUACAO'.
002550 01  WS-LINHA-ALUNO.
002560     05  FILLER               PIC X(03) VALUE SPACES.
002570     05  WS-LA-NOME           PIC X(15).
002580     05  FILLER               PIC X(02) VALUE SPACES.
002590     05  WS-LA-MATRICULA      PIC 9(06).
002600     05  FILLER               PIC X(11) VALUE SPACES.
002610     05  WS-LA-SEMANA         PIC ZZ9.
002620     05  FILLER               PIC X(04) VALUE ' DE '.
002630     05  WS-LA-EXIG-SEM       PIC Z9.
002640     05  FILLER               PIC X(02) VALUE SPACES.
002650     05  WS-LA-SITUACAO       PIC X(40).
002660     05  FILLER               PIC X(44) VALUE SPACES.
002670 01  WS-TXT-ULTIMA.
002680     05  FILLER               PIC X(15) VALUE 'ULTIMA SESSAO: '.
002690     05  WS-TU-DATA           PIC X(10).
002700 01  WS-LINHA-FECHO-TURMA.
002710     05  FILLER               PIC X(03) VALUE SPACES.
002720     05  WS-LF-EM-DIA         PIC ZZ9.
002730     05  FILLER               PIC X(04) VALUE ' DE '.
002740     05  WS-LF-ATIVOS         PIC ZZ9.
002750     05  FILLER               PIC X(23) VALUE
002760         ' ALUNO(S) EM DIA      ='.
002770     05  WS-LF-PCT            PIC ZZ9.
002780     05  FILLER               PIC X(01) VALUE '%'.
002790     05  FILLER               PIC X(92) VALUE SPACES.
002800 01  WS-CABEC-RESUMO.
002810     05  FILLER               PIC X(48) VALUE
002820         ' TURMA  EXIGIDAS  ATIVOS  EM DIA  ABAIXO  NUNCA '.
002830     05  FILLER               PIC X(24) VALUE
002840         'PRATICARAM  CONFORMIDADE'.
002850 01  WS-LINHA-RESUMO.
002860     05  FILLER               PIC X(01) VALUE SPACE.
002870     05  WS-LR-TURMA          PIC X(05).
002880     05  FILLER               PIC X(06) VALUE SPACES.
002890     05  WS-LR-EXIG-SEM       PIC Z9 BLANK WHEN ZERO.
002900     05  FILLER               PIC X(05) VALUE SPACES.
002910     05  WS-LR-ATIVOS         PIC ZZZZ9.
002920     05  FILLER               PIC X(03) VALUE SPACES.
002930     05  WS-LR-EM-DIA         PIC ZZZZ9.
002940     05  FILLER               PIC X(03) VALUE SPACES.
002950     05  WS-LR-ABAIXO         PIC ZZZZ9.
002960     05  FILLER               PIC X(10) VALUE SPACES.
002970     05  WS-LR-NUNCA          PIC ZZZZ9.
002980     05  FILLER               PIC X(11) VALUE SPACES.
002990     05  WS-LR-PCT            PIC ZZ9.
003000     05  FILLER               PIC X(01) VALUE '%'.
003010     05  FILLER               PIC X(62) VALUE SPACES.
003020 PROCEDURE DIVISION.
003030 0000-MAINLINE.
003040*-----------------------------------------------------------*
003050* PARAGRAFO PRINCIPAL.                                       *
003060*-----------------------------------------------------------*
003070     PERFORM 1000-INITIALIZE
003080         THRU 1000-INITIALIZE-EXIT
003090     PERFORM 2000-LER-NOTAS
003100         THRU 2000-LER-NOTAS-EXIT
003110         UNTIL FIM-DAS-NOTAS
003120     PERFORM 3000-MONTAR-TURMAS
003130         THRU 3000-MONTAR-TURMAS-EXIT
003140     PERFORM 4000-EMITIR-TURMAS
003150         THRU 4000-EMITIR-TURMAS-EXIT
003160     PERFORM 5000-EMITIR-RESUMO
003170         THRU 5000-EMITIR-RESUMO-EXIT
003180     PERFORM 9999-TERMINATE
003190         THRU 9999-TERMINATE-EXIT
003200     STOP RUN
003210     .
003220 0000-MAINLINE-EXIT.
003230     EXIT.
003240 1000-INITIALIZE.
003250*-----------------------------------------------------------*
003260* LE OS CARTOES, MONTA A SEMANA, CARREGA O CADASTRO E ABRE O *
003270* QUIZNOTA E O RELATORIO PADRAO.                             *
003280*-----------------------------------------------------------*
003290     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003300     PERFORM 1100-LER-CARTOES
003310         THRU 1100-LER-CARTOES-EXIT
003320     PERFORM 1300-MONTAR-SEMANA
003330         THRU 1300-MONTAR-SEMANA-EXIT
003340     PERFORM 1200-CARREGAR-CADASTRO
003350         THRU 1200-CARREGAR-CADASTRO-EXIT
003360     OPEN INPUT NOTAS-FILE
003370     IF WS-FS-NOTAS NOT EQUAL '00'
003380         DISPLAY "TABFREQ: SEM ARQUIVO DE NOTAS (QUIZNOTA), "
003390                 "FILE STATUS = " WS-FS-NOTAS
003400         MOVE 16 TO RETURN-CODE
003410         STOP RUN
003420     END-IF
003430     MOVE WS-SEM-INICIO TO WS-DE-ENTRADA
003440     PERFORM 8000-EDITAR-DATA
003450         THRU 8000-EDITAR-DATA-EXIT
003460     MOVE WS-DE-SAIDA TO WS-CS-INICIO
003470     MOVE WS-SEM-FIM TO WS-DE-ENTRADA
003480     PERFORM 8000-EDITAR-DATA
003490         THRU 8000-EDITAR-DATA-EXIT
003500     MOVE WS-DE-SAIDA TO WS-CS-FIM
003510     MOVE WS-SEM-UTEIS TO WS-CS-UTEIS
003520     MOVE 'A' TO GDAREL-FUNCAO
003530     MOVE 'FREQUENCIA DE PRATICA POR TURMA - QUIZ DA TABUADA'
003540         TO GDAREL-TITULO
003550     MOVE WS-CABEC-SEMANA TO GDAREL-CABECALHO
003560     CALL 'GDAREL' USING GDAREL-AREA
003570     .
003580 1000-INITIALIZE-EXIT.
003590     EXIT.
003600 1100-LER-CARTOES.
003610*-----------------------------------------------------------*
003620* CARTOES EXIGIDO E SEMANA (DD FREQIN); SEM O DD VALEM OS    *
003630* PADROES.                                                   *
003640*-----------------------------------------------------------*
003650     OPEN INPUT CARTOES-FILE
003660     IF WS-FS-CARTOES NOT EQUAL '00'
003670         GO TO 1100-LER-CARTOES-EXIT
003680     END-IF
003690     PERFORM 1110-LER-UM-CARTAO
003700         THRU 1110-LER-UM-CARTAO-EXIT
003710         UNTIL FIM-DOS-CARTOES
003720     CLOSE CARTOES-FILE
003730     .
003740 1100-LER-CARTOES-EXIT.
003750     EXIT.
003760 1110-LER-UM-CARTAO.
003770     READ CARTOES-FILE
003780         AT END
003790             SET FIM-DOS-CARTOES TO TRUE
003800             GO TO 1110-LER-UM-CARTAO-EXIT
003810     END-READ
003820     IF REG-CARTAO IS EQUAL TO SPACES
003830         OR REG-CARTAO(1:1) IS EQUAL TO '*'
003840         GO TO 1110-LER-UM-CARTAO-EXIT
003850     END-IF
003860     IF IN-PALAVRA IS EQUAL TO 'SEMANA  '
003870         IF IN-DATA IS NUMERIC
003880             MOVE IN-DATA TO WS-SEM-REFERENCIA
003890         ELSE
003900             ADD 1 TO WS-CARTOES-REJ
003910             DISPLAY "CARTAO REJEITADO: " REG-CARTAO(1:20)
003920         END-IF
003930         GO TO 1110-LER-UM-CARTAO-EXIT
003940     END-IF
003950     IF IN-PALAVRA IS NOT EQUAL TO 'EXIGIDO '
003960         OR IN-TURMA IS EQUAL TO SPACES
003970         OR IN-SESSOES IS NOT NUMERIC
003980         OR IN-SESSOES IS EQUAL TO '00'
003990         ADD 1 TO WS-CARTOES-REJ
004000         DISPLAY "CARTAO REJEITADO: " REG-CARTAO(1:20)
004010         GO TO 1110-LER-UM-CARTAO-EXIT
004020     END-IF
004030     IF IN-TURMA IS EQUAL TO '****'
004040         MOVE IN-SESSOES TO WS-PADRAO-EXIGIDO
004050         GO TO 1110-LER-UM-CARTAO-EXIT
004060     END-IF
004070     IF WS-EXC-COUNT IS EQUAL TO WS-TUR-MAX
004080         ADD 1 TO WS-CARTOES-REJ
004090         DISPLAY "CARTAO REJEITADO (TURMAS DEMAIS): "
004100                 REG-CARTAO(1:20)
004110         GO TO 1110-LER-UM-CARTAO-EXIT
004120     END-IF
004130     ADD 1 TO WS-EXC-COUNT
004140     MOVE IN-TURMA   TO WS-EXC-TURMA (WS-EXC-COUNT)
004150     MOVE IN-SESSOES TO WS-EXC-SESSOES (WS-EXC-COUNT)
004160     .
004170 1110-LER-UM-CARTAO-EXIT.
004180     EXIT.
004190 1200-CARREGAR-CADASTRO.
004200*-----------------------------------------------------------*
004210* SO ENTRAM OS ALUNOS ATIVOS, COM MATRICULA VALIDA.          *
004220*-----------------------------------------------------------*
004230     OPEN INPUT ALUNOS-FILE
004240     IF WS-FS-ALUNOS NOT EQUAL '00'
004250         DISPLAY "TABFREQ: SEM CADASTRO DE ALUNOS (DD ALUNOS), "
004260                 "FILE STATUS = " WS-FS-ALUNOS
004270         MOVE 16 TO RETURN-CODE
004280         STOP RUN
004290     END-IF
004300     PERFORM 1210-LER-UM-ALUNO
004310         THRU 1210-LER-UM-ALUNO-EXIT
004320         UNTIL FIM-DO-CADASTRO
004330     CLOSE ALUNOS-FILE
004340     .
004350 1200-CARREGAR-CADASTRO-EXIT.
004360     EXIT.
004370 1210-LER-UM-ALUNO.
004380     READ ALUNOS-FILE
004390         AT END
004400             SET FIM-DO-CADASTRO TO TRUE
004410             GO TO 1210-LER-UM-ALUNO-EXIT
004420     END-READ
004430     IF ALU-MATRICULA IS NOT NUMERIC
004440         OR ALU-ATIVO IS NOT EQUAL TO 'S'
004450         GO TO 1210-LER-UM-ALUNO-EXIT
004460     END-IF
004470     IF WS-CAD-COUNT IS EQUAL TO WS-CAD-MAX
004480         DISPLAY "CADASTRO IGNORADO: " REG-ALUNO(1:29)
004490         GO TO 1210-LER-UM-ALUNO-EXIT
004500     END-IF
004510     ADD 1 TO WS-CAD-COUNT
004520     MOVE ALU-MATRICULA TO WS-CAD-MATRICULA (WS-CAD-COUNT)
004530     MOVE ALU-NOME      TO WS-CAD-NOME (WS-CAD-COUNT)
004540     MOVE ALU-TURMA     TO WS-CAD-TURMA (WS-CAD-COUNT)
004550     MOVE ZEROES        TO WS-CAD-SEMANA (WS-CAD-COUNT)
004560     MOVE ZEROES        TO WS-CAD-TOTAL (WS-CAD-COUNT)
004570     MOVE ZEROES        TO WS-CAD-ULTIMA (WS-CAD-COUNT)
004580     .
004590 1210-LER-UM-ALUNO-EXIT.
004600     EXIT.
004610 1300-MONTAR-SEMANA.
004620*-----------------------------------------------------------*
004630* SEGUNDA-FEIRA DA SEMANA DE REFERENCIA (GDADTCALC 'W' E     *
004640* 'S'), O DOMINGO QUE A FECHA E OS DIAS UTEIS DE SEGUNDA A   *
004650* SEXTA, CONTADOS PELO GDADTCALC 'U' (PULA FERIADO). SEM     *
004660* CARTAO SEMANA, A REFERENCIA E HOJE MENOS SETE DIAS.        *
004670*-----------------------------------------------------------*
004680     IF WS-SEM-REFERENCIA IS EQUAL TO ZEROES
004690         MOVE 'S' TO DTC-FUNCAO
004700         MOVE WS-DATA-HOJE(3:6) TO DTC-DATA-AAMMDD-1
004710         MOVE -7 TO DTC-DIAS
004720         CALL 'GDADTCALC' USING GDADTCALC-AREA
004730         MOVE DTC-RESULT-CCYYMMDD TO WS-SEM-REFERENCIA
004740     END-IF
004750     MOVE 'W' TO DTC-FUNCAO
004760     MOVE WS-SEM-REFERENCIA(3:6) TO DTC-DATA-AAMMDD-1
004770     CALL 'GDADTCALC' USING GDADTCALC-AREA
004780     IF DTC-STATUS IS NOT EQUAL TO ZEROES
004790         DISPLAY "TABFREQ: DATA DA SEMANA INVALIDA: "
004800                 WS-SEM-REFERENCIA
004810         MOVE 16 TO RETURN-CODE
004820         STOP RUN
004830     END-IF
004840     MOVE 'S' TO DTC-FUNCAO
004850     MOVE WS-SEM-REFERENCIA(3:6) TO DTC-DATA-AAMMDD-1
004860     IF DTC-DIA-SEMANA IS EQUAL TO 1
004870         MOVE -6 TO DTC-DIAS
004880     ELSE
004890         COMPUTE DTC-DIAS = 2 - DTC-DIA-SEMANA
004900     END-IF
004910     CALL 'GDADTCALC' USING GDADTCALC-AREA
004920     MOVE DTC-RESULT-CCYYMMDD TO WS-SEM-INICIO
004930     MOVE 'S' TO DTC-FUNCAO
004940     MOVE WS-SEM-INICIO(3:6) TO DTC-DATA-AAMMDD-1
004950     MOVE 4 TO DTC-DIAS
004960     CALL 'GDADTCALC' USING GDADTCALC-AREA
004970     MOVE DTC-RESULT-CCYYMMDD TO WS-SEM-SEXTA
004980     MOVE 'S' TO DTC-FUNCAO
004990     MOVE WS-SEM-INICIO(3:6) TO DTC-DATA-AAMMDD-1
005000     MOVE 6 TO DTC-DIAS
005010     CALL 'GDADTCALC' USING GDADTCALC-AREA
005020     MOVE DTC-RESULT-CCYYMMDD TO WS-SEM-FIM
005030     MOVE 'S' TO DTC-FUNCAO
005040     MOVE WS-SEM-INICIO(3:6) TO DTC-DATA-AAMMDD-1
005050     MOVE -1 TO DTC-DIAS
005060     CALL 'GDADTCALC' USING GDADTCALC-AREA
005070     MOVE DTC-RESULT-CCYYMMDD TO WS-SEM-DIA
005080     MOVE ZEROES TO WS-SEM-UTEIS
005090     PERFORM 1310-CONTAR-DIA-UTIL
005100         THRU 1310-CONTAR-DIA-UTIL-EXIT
005110         UNTIL WS-SEM-DIA IS NOT LESS THAN WS-SEM-SEXTA
005120     .
005130 1300-MONTAR-SEMANA-EXIT.
005140     EXIT.
005150 1310-CONTAR-DIA-UTIL.
005160     MOVE 'U' TO DTC-FUNCAO
005170     MOVE WS-SEM-DIA(3:6) TO DTC-DATA-AAMMDD-1
005180     CALL 'GDADTCALC' USING GDADTCALC-AREA
005190     IF DTC-STATUS IS NOT EQUAL TO ZEROES
005200         MOVE WS-SEM-SEXTA TO WS-SEM-DIA
005210         GO TO 1310-CONTAR-DIA-UTIL-EXIT
005220     END-IF
005230     MOVE DTC-RESULT-CCYYMMDD TO WS-SEM-DIA
005240     IF WS-SEM-DIA IS NOT GREATER THAN WS-SEM-SEXTA
005250         ADD 1 TO WS-SEM-UTEIS
005260     END-IF
005270     .
005280 1310-CONTAR-DIA-UTIL-EXIT.
005290     EXIT.
005300 2000-LER-NOTAS.
005310*-----------------------------------------------------------*
005320* CADA SESSAO DE ALUNO ATIVO CONTA NO TOTAL (ATE O FIM DA    *
005330* SEMANA) E, SE CAIU DENTRO DELA, NA SEMANA.                 *
005340*-----------------------------------------------------------*
005350     READ NOTAS-FILE
005360         AT END
005370             SET FIM-DAS-NOTAS TO TRUE
005380             GO TO 2000-LER-NOTAS-EXIT
005390     END-READ
005400     ADD 1 TO WS-SESSOES-LIDAS
005410     IF NQ-DATA IS NOT NUMERIC
005420         OR NQ-DATA IS GREATER THAN WS-SEM-FIM
005430         GO TO 2000-LER-NOTAS-EXIT
005440     END-IF
005450     PERFORM 2100-RESOLVER-ALUNO
005460         THRU 2100-RESOLVER-ALUNO-EXIT
005470     IF NOT CADASTRO-ACHADO
005480         ADD 1 TO WS-SEM-CADASTRO
005490         GO TO 2000-LER-NOTAS-EXIT
005500     END-IF
005510     ADD 1 TO WS-CAD-TOTAL (WS-CAD-IX)
005520     IF NQ-DATA IS GREATER THAN WS-CAD-ULTIMA (WS-CAD-IX)
005530         MOVE NQ-DATA TO WS-CAD-ULTIMA (WS-CAD-IX)
005540     END-IF
005550     IF NQ-DATA IS NOT LESS THAN WS-SEM-INICIO
005560         ADD 1 TO WS-CAD-SEMANA (WS-CAD-IX)
005570         ADD 1 TO WS-SESSOES-SEMANA
005580     END-IF
005590     .
005600 2000-LER-NOTAS-EXIT.
005610     EXIT.
005620 2100-RESOLVER-ALUNO.
005630*-----------------------------------------------------------*
005640* ALUNO DA SESSAO NO CADASTRO: PRIMEIRO PELA MATRICULA,      *
005650* DEPOIS PELO NOME, COMO NO TABQUIZR.                        *
005660*-----------------------------------------------------------*
005670     MOVE 'N' TO WS-CAD-ACHOU-SW
005680     IF NQ-MATRICULA IS NUMERIC
005690         AND NQ-MATRICULA IS NOT EQUAL TO '000000'
005700         PERFORM VARYING WS-CAD-IX FROM 1 BY 1
005710                 UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
005720                    OR CADASTRO-ACHADO
005730             IF WS-CAD-MATRICULA (WS-CAD-IX) IS EQUAL TO
005740                 NQ-MATRICULA
005750                 SET CADASTRO-ACHADO TO TRUE
005760                 SUBTRACT 1 FROM WS-CAD-IX
005770             END-IF
005780         END-PERFORM
005790     END-IF
005800     IF NOT CADASTRO-ACHADO
005810         PERFORM VARYING WS-CAD-IX FROM 1 BY 1
005820                 UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
005830                    OR CADASTRO-ACHADO
005840             IF WS-CAD-NOME (WS-CAD-IX) IS EQUAL TO NQ-ALUNO
005850                 SET CADASTRO-ACHADO TO TRUE
005860                 SUBTRACT 1 FROM WS-CAD-IX
005870             END-IF
005880         END-PERFORM
005890     END-IF
005900     .
005910 2100-RESOLVER-ALUNO-EXIT.
005920     EXIT.
005930 3000-MONTAR-TURMAS.
005940*-----------------------------------------------------------*
005950* UMA ENTRADA POR TURMA DOS ALUNOS ATIVOS, COM O EXIGIDO DO  *
005960* CARTAO (OU O PADRAO) PROPORCIONAL AOS DIAS UTEIS DA SEMANA *
005970* E ARREDONDADO PARA CIMA; DEPOIS AS TURMAS EM ORDEM.        *
005980*-----------------------------------------------------------*
005990     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
006000             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
006010         PERFORM 3100-ACHAR-TURMA
006020             THRU 3100-ACHAR-TURMA-EXIT
006030     END-PERFORM
006040     SET HOUVE-TROCA TO TRUE
006050     PERFORM 3200-ORDENAR-TURMAS
006060         THRU 3200-ORDENAR-TURMAS-EXIT
006070         UNTIL NOT HOUVE-TROCA
006080     .
006090 3000-MONTAR-TURMAS-EXIT.
006100     EXIT.
006110 3100-ACHAR-TURMA.
006120     MOVE 'N' TO WS-TUR-ACHOU-SW
006130     PERFORM VARYING WS-TUR-IX FROM 1 BY 1
006140             UNTIL WS-TUR-IX IS GREATER THAN WS-TUR-COUNT
006150                OR TURMA-ACHADA
006160         IF WS-TUR-TURMA (WS-TUR-IX) IS EQUAL TO
006170             WS-CAD-TURMA (WS-CAD-IX)
006180             SET TURMA-ACHADA TO TRUE
006190         END-IF
006200     END-PERFORM
006210     IF TURMA-ACHADA
006220         GO TO 3100-ACHAR-TURMA-EXIT
006230     END-IF
006240     IF WS-TUR-COUNT IS EQUAL TO WS-TUR-MAX
006250         DISPLAY "TURMA IGNORADA (TURMAS DEMAIS): "
006260                 WS-CAD-TURMA (WS-CAD-IX)
006270         GO TO 3100-ACHAR-TURMA-EXIT
006280     END-IF
006290     ADD 1 TO WS-TUR-COUNT
006300     MOVE WS-TUR-COUNT TO WS-TUR-IX
006310     MOVE WS-CAD-TURMA (WS-CAD-IX) TO WS-TUR-TURMA (WS-TUR-IX)
006320     MOVE WS-PADRAO-EXIGIDO TO WS-TUR-EXIGIDO (WS-TUR-IX)
006330     PERFORM VARYING WS-EXC-IX FROM 1 BY 1
006340             UNTIL WS-EXC-IX IS GREATER THAN WS-EXC-COUNT
006350         IF WS-EXC-TURMA (WS-EXC-IX) IS EQUAL TO
006360             WS-TUR-TURMA (WS-TUR-IX)
006370             MOVE WS-EXC-SESSOES (WS-EXC-IX)
006380               TO WS-TUR-EXIGIDO (WS-TUR-IX)
006390         END-IF
006400     END-PERFORM
006410     COMPUTE WS-TUR-EXIG-SEM (WS-TUR-IX) =
006420         (WS-TUR-EXIGIDO (WS-TUR-IX) * WS-SEM-UTEIS + 4) / 5
006430     MOVE ZEROES TO WS-TUR-ATIVOS (WS-TUR-IX)
006440     MOVE ZEROES TO WS-TUR-EM-DIA (WS-TUR-IX)
006450     MOVE ZEROES TO WS-TUR-ABAIXO (WS-TUR-IX)
006460     MOVE ZEROES TO WS-TUR-NUNCA (WS-TUR-IX)
006470     .
006480 3100-ACHAR-TURMA-EXIT.
006490     EXIT.
006500 3200-ORDENAR-TURMAS.
006510*-----------------------------------------------------------*
006520* UMA PASSADA DA ORDENACAO POR TROCA (POUCAS TURMAS).        *
006530*-----------------------------------------------------------*
006540     MOVE 'N' TO WS-TROCOU-SW
006550     PERFORM VARYING WS-TUR-IX FROM 1 BY 1
006560             UNTIL WS-TUR-IX IS NOT LESS THAN WS-TUR-COUNT
006570         IF WS-TUR-TURMA (WS-TUR-IX) IS GREATER THAN
006580             WS-TUR-TURMA (WS-TUR-IX + 1)
006590             MOVE WS-TUR-ENT (WS-TUR-IX)     TO WS-TUR-TROCA
006600             MOVE WS-TUR-ENT (WS-TUR-IX + 1)
006610               TO WS-TUR-ENT (WS-TUR-IX)
006620             MOVE WS-TUR-TROCA TO WS-TUR-ENT (WS-TUR-IX + 1)
006630             SET HOUVE-TROCA TO TRUE
006640         END-IF
006650     END-PERFORM
006660     .
006670 3200-ORDENAR-TURMAS-EXIT.
006680     EXIT.
006690 4000-EMITIR-TURMAS.
006700*-----------------------------------------------------------*
006710* UM BLOCO POR TURMA: PRIMEIRO QUEM NUNCA PRATICOU, DEPOIS   *
006720* QUEM FICOU ABAIXO DO EXIGIDO NA SEMANA, E O PERCENTUAL DE  *
006730* ALUNOS EM DIA DA TURMA.                                    *
006740*-----------------------------------------------------------*
006750     PERFORM VARYING WS-TUR-IX FROM 1 BY 1
006760             UNTIL WS-TUR-IX IS GREATER THAN WS-TUR-COUNT
006770         PERFORM 4100-EMITIR-UMA-TURMA
006780             THRU 4100-EMITIR-UMA-TURMA-EXIT
006790     END-PERFORM
006800     .
006810 4000-EMITIR-TURMAS-EXIT.
006820     EXIT.
006830 4100-EMITIR-UMA-TURMA.
006840     MOVE WS-TUR-TURMA (WS-TUR-IX)    TO WS-LT-TURMA
006850     MOVE WS-TUR-EXIG-SEM (WS-TUR-IX) TO WS-LT-EXIG-SEM
006860     MOVE WS-TUR-EXIGIDO (WS-TUR-IX)  TO WS-LT-EXIGIDO
006870     MOVE 'D' TO GDAREL-FUNCAO
006880     MOVE WS-LINHA-TURMA TO GDAREL-LINHA
006890     CALL 'GDAREL' USING GDAREL-AREA
006900     MOVE 'D' TO GDAREL-FUNCAO
006910     MOVE WS-CABEC-ALUNOS TO GDAREL-LINHA
006920     CALL 'GDAREL' USING GDAREL-AREA
006930     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
006940             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
006950         IF WS-CAD-TURMA (WS-CAD-IX) IS EQUAL TO
006960             WS-TUR-TURMA (WS-TUR-IX)
006970             PERFORM 4110-CONTAR-ALUNO
006980                 THRU 4110-CONTAR-ALUNO-EXIT
006990             IF WS-CAD-TOTAL (WS-CAD-IX) IS EQUAL TO ZEROES
007000                 PERFORM 4120-LINHA-ALUNO
007010                     THRU 4120-LINHA-ALUNO-EXIT
007020             END-IF
007030         END-IF
007040     END-PERFORM
007050     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
007060             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
007070         IF WS-CAD-TURMA (WS-CAD-IX) IS EQUAL TO
007080             WS-TUR-TURMA (WS-TUR-IX)
007090             AND WS-CAD-TOTAL (WS-CAD-IX) IS GREATER THAN ZEROES
007100             AND WS-CAD-SEMANA (WS-CAD-IX) IS LESS THAN
007110                 WS-TUR-EXIG-SEM (WS-TUR-IX)
007120             PERFORM 4120-LINHA-ALUNO
007130                 THRU 4120-LINHA-ALUNO-EXIT
007140         END-IF
007150     END-PERFORM
007160     MOVE WS-TUR-EM-DIA (WS-TUR-IX) TO WS-LF-EM-DIA
007170     MOVE WS-TUR-ATIVOS (WS-TUR-IX) TO WS-LF-ATIVOS
007180     MOVE WS-TUR-EM-DIA (WS-TUR-IX) TO WS-TOT-EM-DIA
007190     MOVE WS-TUR-ATIVOS (WS-TUR-IX) TO WS-TOT-ATIVOS
007200     PERFORM 8100-CALCULAR-PCT
007210         THRU 8100-CALCULAR-PCT-EXIT
007220     MOVE WS-PCT TO WS-LF-PCT
007230     MOVE 'D' TO GDAREL-FUNCAO
007240     MOVE WS-LINHA-FECHO-TURMA TO GDAREL-LINHA
007250     CALL 'GDAREL' USING GDAREL-AREA
007260     MOVE 'D' TO GDAREL-FUNCAO
007270     MOVE SPACES TO GDAREL-LINHA
007280     CALL 'GDAREL' USING GDAREL-AREA
007290     .
007300 4100-EMITIR-UMA-TURMA-EXIT.
007310     EXIT.
007320 4110-CONTAR-ALUNO.
007330     ADD 1 TO WS-TUR-ATIVOS (WS-TUR-IX)
007340     EVALUATE TRUE
007350         WHEN WS-CAD-TOTAL (WS-CAD-IX) IS EQUAL TO ZEROES
007360             ADD 1 TO WS-TUR-NUNCA (WS-TUR-IX)
007370         WHEN WS-CAD-SEMANA (WS-CAD-IX) IS LESS THAN
007380              WS-TUR-EXIG-SEM (WS-TUR-IX)
007390             ADD 1 TO WS-TUR-ABAIXO (WS-TUR-IX)
007400         WHEN OTHER
007410             ADD 1 TO WS-TUR-EM-DIA (WS-TUR-IX)
007420     END-EVALUATE
007430     .
007440 4110-CONTAR-ALUNO-EXIT.
007450     EXIT.
007460 4120-LINHA-ALUNO.
007470     MOVE WS-CAD-NOME (WS-CAD-IX)      TO WS-LA-NOME
007480     MOVE WS-CAD-MATRICULA (WS-CAD-IX) TO WS-LA-MATRICULA
007490     MOVE WS-CAD-SEMANA (WS-CAD-IX)    TO WS-LA-SEMANA
007500     MOVE WS-TUR-EXIG-SEM (WS-TUR-IX)  TO WS-LA-EXIG-SEM
007510     IF WS-CAD-TOTAL (WS-CAD-IX) IS EQUAL TO ZEROES
007520         MOVE 'NUNCA PRATICOU' TO WS-LA-SITUACAO
007530     ELSE
007540         MOVE WS-CAD-ULTIMA (WS-CAD-IX) TO WS-DE-ENTRADA
007550         PERFORM 8000-EDITAR-DATA
007560             THRU 8000-EDITAR-DATA-EXIT
007570         MOVE WS-DE-SAIDA TO WS-TU-DATA
007580         MOVE WS-TXT-ULTIMA TO WS-LA-SITUACAO
007590     END-IF
007600     MOVE 'D' TO GDAREL-FUNCAO
007610     MOVE WS-LINHA-ALUNO TO GDAREL-LINHA
007620     CALL 'GDAREL' USING GDAREL-AREA
007630     .
007640 4120-LINHA-ALUNO-EXIT.
007650     EXIT.
007660 5000-EMITIR-RESUMO.
007670*-----------------------------------------------------------*
007680* FECHO DO RELATORIO: A CONFORMIDADE DE CADA TURMA E A GERAL *
007690*-----------------------------------------------------------*
007700     MOVE 'P' TO GDAREL-FUNCAO
007710     CALL 'GDAREL' USING GDAREL-AREA
007720     MOVE 'D' TO GDAREL-FUNCAO
007730     MOVE ' CONFORMIDADE POR TURMA' TO GDAREL-LINHA
007740     CALL 'GDAREL' USING GDAREL-AREA
007750     MOVE 'D' TO GDAREL-FUNCAO
007760     MOVE SPACES TO GDAREL-LINHA
007770     CALL 'GDAREL' USING GDAREL-AREA
007780     MOVE 'D' TO GDAREL-FUNCAO
007790     MOVE WS-CABEC-RESUMO TO GDAREL-LINHA
007800     CALL 'GDAREL' USING GDAREL-AREA
007810     MOVE ZEROES TO WS-TOT-ATIVOS WS-TOT-EM-DIA
007820                    WS-TOT-ABAIXO WS-TOT-NUNCA
007830     PERFORM VARYING WS-TUR-IX FROM 1 BY 1
007840             UNTIL WS-TUR-IX IS GREATER THAN WS-TUR-COUNT
007850         PERFORM 5100-LINHA-RESUMO
007860             THRU 5100-LINHA-RESUMO-EXIT
007870     END-PERFORM
007880     MOVE 'D' TO GDAREL-FUNCAO
007890     MOVE SPACES TO GDAREL-LINHA
007900     CALL 'GDAREL' USING GDAREL-AREA
007910     MOVE 'TOTAL'       TO WS-LR-TURMA
007920     MOVE ZEROES        TO WS-LR-EXIG-SEM
007930     MOVE WS-TOT-ATIVOS TO WS-LR-ATIVOS
007940     MOVE WS-TOT-EM-DIA TO WS-LR-EM-DIA
007950     MOVE WS-TOT-ABAIXO TO WS-LR-ABAIXO
007960     MOVE WS-TOT-NUNCA  TO WS-LR-NUNCA
007970     PERFORM 8100-CALCULAR-PCT
007980         THRU 8100-CALCULAR-PCT-EXIT
007990     MOVE WS-PCT TO WS-LR-PCT
008000     MOVE 'D' TO GDAREL-FUNCAO
008010     MOVE WS-LINHA-RESUMO TO GDAREL-LINHA
008020     CALL 'GDAREL' USING GDAREL-AREA
008030     .
008040 5000-EMITIR-RESUMO-EXIT.
008050     EXIT.
008060 5100-LINHA-RESUMO.
008070     MOVE WS-TUR-TURMA (WS-TUR-IX)    TO WS-LR-TURMA
008080     MOVE WS-TUR-EXIG-SEM (WS-TUR-IX) TO WS-LR-EXIG-SEM
008090     MOVE WS-TUR-ATIVOS (WS-TUR-IX)   TO WS-LR-ATIVOS
008100     MOVE WS-TUR-EM-DIA (WS-TUR-IX)   TO WS-LR-EM-DIA
008110     MOVE WS-TUR-ABAIXO (WS-TUR-IX)   TO WS-LR-ABAIXO
008120     MOVE WS-TUR-NUNCA (WS-TUR-IX)    TO WS-LR-NUNCA
008130     ADD WS-TUR-ATIVOS (WS-TUR-IX) TO WS-TOT-ATIVOS
008140     ADD WS-TUR-EM-DIA (WS-TUR-IX) TO WS-TOT-EM-DIA
008150     ADD WS-TUR-ABAIXO (WS-TUR-IX) TO WS-TOT-ABAIXO
008160     ADD WS-TUR-NUNCA (WS-TUR-IX)  TO WS-TOT-NUNCA
008170     IF WS-TUR-ATIVOS (WS-TUR-IX) IS GREATER THAN ZEROES
008180         COMPUTE WS-PCT = (WS-TUR-EM-DIA (WS-TUR-IX) * 100)
008190                        / WS-TUR-ATIVOS (WS-TUR-IX)
008200     ELSE
008210         MOVE ZEROES TO WS-PCT
008220     END-IF
008230     MOVE WS-PCT TO WS-LR-PCT
008240     MOVE 'D' TO GDAREL-FUNCAO
008250     MOVE WS-LINHA-RESUMO TO GDAREL-LINHA
008260     CALL 'GDAREL' USING GDAREL-AREA
008270     .
008280 5100-LINHA-RESUMO-EXIT.
008290     EXIT.
008300 8000-EDITAR-DATA.
008310*-----------------------------------------------------------*
008320* CCYYMMDD (WS-DE-ENTRADA) PARA DD/MM/CCYY (WS-DE-SAIDA).    *
008330*-----------------------------------------------------------*
008340     MOVE WS-DE-DIA TO WS-DS-DIA
008350     MOVE WS-DE-MES TO WS-DS-MES
008360     MOVE WS-DE-ANO TO WS-DS-ANO
008370     .
008380 8000-EDITAR-DATA-EXIT.
008390     EXIT.
008400 8100-CALCULAR-PCT.
008410*-----------------------------------------------------------*
008420* PERCENTUAL DE ALUNOS EM DIA (WS-TOT-EM-DIA SOBRE           *
008430* WS-TOT-ATIVOS), TRUNCADO.                                  *
008440*-----------------------------------------------------------*
008450     IF WS-TOT-ATIVOS IS GREATER THAN ZEROES
008460         COMPUTE WS-PCT = (WS-TOT-EM-DIA * 100) / WS-TOT-ATIVOS
008470     ELSE
008480         MOVE ZEROES TO WS-PCT
008490     END-IF
008500     .
008510 8100-CALCULAR-PCT-EXIT.
008520     EXIT.
008530 9999-TERMINATE.
008540*-----------------------------------------------------------*
008550* FECHA O QUIZNOTA E O RELATORIO E DEIXA AS CONTAGENS NO LOG *
008560* DO PASSO.                                                  *
008570*-----------------------------------------------------------*
008580     CLOSE NOTAS-FILE
008590     MOVE 'F' TO GDAREL-FUNCAO
008600     CALL 'GDAREL' USING GDAREL-AREA
008610     DISPLAY "SEMANA               = " WS-SEM-INICIO " A "
008620             WS-SEM-FIM " (" WS-SEM-UTEIS " DIAS UTEIS)"
008630     DISPLAY "SESSOES LIDAS        = " WS-SESSOES-LIDAS
008640     DISPLAY "SESSOES NA SEMANA    = " WS-SESSOES-SEMANA
008650     DISPLAY "SESSOES SEM CADASTRO = " WS-SEM-CADASTRO
008660     DISPLAY "ALUNOS ATIVOS        = " WS-CAD-COUNT
008670     DISPLAY "TURMAS               = " WS-TUR-COUNT
008680     DISPLAY "CARTOES REJEITADOS   = " WS-CARTOES-REJ
008690     IF WS-CARTOES-REJ IS GREATER THAN ZEROES
008700         MOVE 4 TO RETURN-CODE
008710     END-IF
008720     .
008730 9999-TERMINATE-EXIT.
008740     EXIT.
