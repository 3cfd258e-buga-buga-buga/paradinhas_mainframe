000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TABPEND.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                        *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - PENDENCIAS DAS TAREFAS DE  *
000120*                  CASA, UMA PAGINA POR TURMA. PARA CADA      *
000130*                  TAREFA ABERTA DO CADASTRO (DD TAREFAS,     *
000140*                  MANTIDO PELO TABTAREF) LISTA OS ALUNOS     *
000150*                  ATIVOS DA TURMA (DD ALUNOS) QUE ENTREGARAM *
000160*                  A FOLHA ATRASADA OU QUE AINDA NAO A        *
000170*                  ENTREGARAM, PELOS CARIMBOS QUE O TABCORR   *
000180*                  ACRESCENTA AO DD ENTREGAS. VALE A ENTREGA  *
000190*                  MAIS ANTIGA DO ALUNO PARA A FOLHA, SEMPRE  *
000200*                  CONFERIDA CONTRA O PRAZO ATUAL DA TAREFA   *
000210*                  (O PRAZO PODE TER SIDO ALTERADO DEPOIS DA  *
000220*                  CORRECAO). QUEM NAO ENTREGOU SO E COBRADO  *
000230*                  DEPOIS DO PRAZO; ANTES DISSO ENTRA NA      *
000240*                  CONTAGEM DOS QUE AINDA ESTAO NO PRAZO. OS  *
000250*                  DIAS DE ATRASO SAO CORRIDOS (GDADTCALC).   *
000260*                  SEM O DD ENTREGAS, NINGUEM ENTREGOU.       *
000270*-----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT TAREFAS-FILE ASSIGN TO TAREFAS
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-FS-TAREFAS.
000350     SELECT ALUNOS-FILE ASSIGN TO ALUNOS
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-FS-ALUNOS.
000380     SELECT ENTREGA-FILE ASSIGN TO ENTREGAS
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-FS-ENTREGA.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  TAREFAS-FILE
000440     RECORDING MODE IS F.
000450 01  REG-TAREFA.
000460     05  TAR-FOLHA           PIC X(08).
000470     05  FILLER              PIC X(01).
000480     05  TAR-TURMA           PIC X(04).
000490     05  FILLER              PIC X(01).
000500     05  TAR-EMISSAO         PIC 9(08).
000510     05  FILLER              PIC X(01).
000520     05  TAR-PRAZO           PIC 9(08).
000530     05  FILLER              PIC X(01).
000540     05  TAR-DIAS-UTEIS      PIC 9(03).
000550     05  FILLER              PIC X(01).
000560     05  TAR-SITUACAO        PIC X(01).
000570     05  FILLER              PIC X(43).
000580 FD  ALUNOS-FILE
000590     RECORDING MODE IS F.
000600 01  REG-ALUNO.
000610     05  ALU-MATRICULA       PIC 9(06).
000620     05  FILLER              PIC X(01).
000630     05  ALU-NOME            PIC X(15).
000640     05  FILLER              PIC X(01).
000650     05  ALU-TURMA           PIC X(04).
000660     05  FILLER              PIC X(01).
000670     05  ALU-ATIVO           PIC X(01).
000680     05  FILLER              PIC X(51).
000690 FD  ENTREGA-FILE
000700     RECORDING MODE IS F.
000710 01  REG-ENTREGA.
000720     05  ENT-MATRICULA       PIC 9(06).
000730     05  FILLER              PIC X(01).
000740     05  ENT-FOLHA           PIC X(08).
000750     05  FILLER              PIC X(01).
000760     05  ENT-TURMA           PIC X(04).
000770     05  FILLER              PIC X(01).
000780     05  ENT-DATA            PIC 9(08).
000790     05  FILLER              PIC X(01).
000800     05  ENT-PRAZO           PIC 9(08).
000810     05  FILLER              PIC X(01).
000820     05  ENT-SITUACAO        PIC X(01).
000830     05  FILLER              PIC X(01).
000840     05  ENT-CORRECAO        PIC 9(08).
000850     05  FILLER              PIC X(31).
000860 WORKING-STORAGE SECTION.
000870 77  WS-FS-TAREFAS            PIC X(02) VALUE '00'.
000880 77  WS-FS-ALUNOS             PIC X(02) VALUE '00'.
000890 77  WS-FS-ENTREGA            PIC X(02) VALUE '00'.
000900 01  WS-SWITCHES.
000910     05  WS-FIM-TAR-SW        PIC X(01) VALUE 'N'.
000920         88  FIM-DAS-TAREFAS           VALUE 'S'.
000930     05  WS-FIM-ALU-SW        PIC X(01) VALUE 'N'.
000940         88  FIM-DOS-ALUNOS            VALUE 'S'.
000950     05  WS-FIM-ENT-SW        PIC X(01) VALUE 'N'.
000960         88  FIM-DAS-ENTREGAS          VALUE 'S'.
000970     05  WS-TROCOU-SW         PIC X(01) VALUE 'N'.
000980         88  HOUVE-TROCA               VALUE 'S'.
000990     05  WS-EN-ACHOU-SW       PIC X(01) VALUE 'N'.
001000         88  ENTREGA-ACHADA            VALUE 'S'.
001010 01  WS-CONTADORES.
001020     05  WS-TAREFAS-LIDAS     PIC 9(05) VALUE ZEROES.
001030     05  WS-ENTREGAS-LIDAS    PIC 9(05) VALUE ZEROES.
001040     05  WS-IGNORADOS         PIC 9(05) VALUE ZEROES.
001050     05  WS-TOT-ATRASADAS     PIC 9(05) VALUE ZEROES.
001060     05  WS-TOT-FALTANDO      PIC 9(05) VALUE ZEROES.
001070 01  WS-CONTADORES-TAREFA.
001080     05  WS-CT-ALUNOS         PIC 9(03) VALUE ZEROES.
001090     05  WS-CT-NO-PRAZO       PIC 9(03) VALUE ZEROES.
001100     05  WS-CT-ATRASADAS      PIC 9(03) VALUE ZEROES.
001110     05  WS-CT-FALTANDO       PIC 9(03) VALUE ZEROES.
001120     05  WS-CT-AGUARDANDO     PIC 9(03) VALUE ZEROES.
001130 01  WS-DATA-HOJE             PIC 9(08) VALUE ZEROES.
001140 01  WS-TURMA-ATUAL           PIC X(04) VALUE LOW-VALUES.
001150 01  WS-DIAS-ED               PIC ZZZ9.
001160 01  WS-PROC-MATRICULA        PIC 9(06) VALUE ZEROES.
001170 01  WS-PROC-FOLHA            PIC X(08) VALUE SPACES.
001180*-----------------------------------------------------------*
001190* TAREFAS ABERTAS, ORDENADAS POR TURMA E FOLHA (A FRENTE DA  *
001200* ENTRADA E A CHAVE DA ORDENACAO)                            *
001210*-----------------------------------------------------------*
001220 01  WS-TAREFAS.
001230     05  WS-TA-MAX            PIC 9(03) VALUE 300.
001240     05  WS-TA-COUNT          PIC 9(03) VALUE ZEROES.
001250     05  WS-TA-IX             PIC 9(03) VALUE ZEROES.
001260     05  WS-TA-ENT OCCURS 300 TIMES.
001270         10  WS-TA-CHAVE.
001280             15  WS-TA-TURMA      PIC X(04).
001290             15  WS-TA-FOLHA      PIC X(08).
001300         10  WS-TA-EMISSAO        PIC 9(08).
001310         10  WS-TA-PRAZO          PIC 9(08).
001320         10  WS-TA-DIAS           PIC 9(03).
001330 01  WS-TA-TROCA              PIC X(31).
001340*-----------------------------------------------------------*
001350* ALUNOS ATIVOS DO CADASTRO                                  *
001360*-----------------------------------------------------------*
001370 01  WS-ALUNOS.
001380     05  WS-AL-MAX            PIC 9(03) VALUE 500.
001390     05  WS-AL-COUNT          PIC 9(03) VALUE ZEROES.
001400     05  WS-AL-IX             PIC 9(03) VALUE ZEROES.
001410     05  WS-AL-ENT OCCURS 500 TIMES.
001420         10  WS-AL-MATRICULA  PIC 9(06).
001430         10  WS-AL-NOME       PIC X(15).
001440         10  WS-AL-TURMA      PIC X(04).
001450*-----------------------------------------------------------*
001460* ENTREGAS CARIMBADAS: UMA POR ALUNO E FOLHA, A MAIS ANTIGA  *
001470*-----------------------------------------------------------*
001480 01  WS-ENTREGAS.
001490     05  WS-EN-MAX            PIC 9(04) VALUE 3000.
001500     05  WS-EN-COUNT          PIC 9(04) VALUE ZEROES.
001510     05  WS-EN-IX             PIC 9(04) VALUE ZEROES.
001520     05  WS-EN-ENT OCCURS 3000 TIMES.
001530         10  WS-EN-MATRICULA  PIC 9(06).
001540         10  WS-EN-FOLHA      PIC X(08).
001550         10  WS-EN-DATA       PIC 9(08).
001560*-----------------------------------------------------------*
001570* LINHAS DO RELATORIO                                        *
001580*-----------------------------------------------------------*
001590 01  WS-DATA-EDICAO.
001600     05  WS-DE-ENTRADA        PIC 9(08).
001610     05  FILLER REDEFINES WS-DE-ENTRADA.
001620         10  WS-DE-ANO        PIC 9(04).
001630         10  WS-DE-MES        PIC 9(02).
001640         10  WS-DE-DIA        PIC 9(02).
001650     05  WS-DE-SAIDA.
001660         10  WS-DS-DIA        PIC 9(02).
001670         10  FILLER           PIC X(01) VALUE '/'.
001680         10  WS-DS-MES        PIC 9(02).
001690         10  FILLER           PIC X(01) VALUE '/'.
001700         10  WS-DS-ANO        PIC 9(04).
001710 01  WS-CABEC-ALUNO.
001720     05  FILLER               PIC X(26) VALUE
001730         '   MATR.  ALUNO'.
001740     05  FILLER               PIC X(54) VALUE
001750         'SITUACAO                           ENTREGA'.
001760 01  WS-LINHA-TAREFA.
001770     05  FILLER               PIC X(07) VALUE ' TURMA '.
001780     05  TAF-TURMA            PIC X(04).
001790     05  FILLER               PIC X(08) VALUE '  FOLHA '.
001800     05  TAF-FOLHA            PIC X(08).
001810     05  FILLER               PIC X(10) VALUE '  EMISSAO '.
001820     05  TAF-EMISSAO          PIC X(10).
001830     05  FILLER               PIC X(08) VALUE '  PRAZO '.
001840     05  TAF-PRAZO            PIC X(10).
001850     05  FILLER               PIC X(01) VALUE SPACE.
001860     05  TAF-CRITERIO         PIC X(20).
001870     05  FILLER               PIC X(46) VALUE SPACES.
001880 01  WS-CRITERIO-UTEIS.
001890     05  FILLER               PIC X(01) VALUE '('.
001900     05  CRU-DIAS             PIC ZZ9.
001910     05  FILLER               PIC X(12) VALUE ' DIAS UTEIS)'.
001920 01  WS-LINHA-ALUNO.
001930     05  FILLER               PIC X(03) VALUE SPACES.
001940     05  PEN-MATRICULA        PIC 9(06).
001950     05  FILLER               PIC X(01) VALUE SPACE.
001960     05  PEN-NOME             PIC X(15).
001970     05  FILLER               PIC X(01) VALUE SPACE.
001980     05  PEN-SITUACAO         PIC X(34).
001990     05  FILLER               PIC X(01) VALUE SPACE.
002000     05  PEN-ENTREGA          PIC X(10).
002010     05  FILLER               PIC X(61) VALUE SPACES.
002020 01  WS-LINHA-RESUMO.
002030     05  FILLER               PIC X(11) VALUE '   ALUNOS ='.
002040     05  RES-ALUNOS           PIC ZZ9.
002050     05  FILLER               PIC X(13) VALUE '  NO PRAZO ='.
002060     05  RES-NO-PRAZO         PIC ZZ9.
002070     05  FILLER               PIC X(14) VALUE '  ATRASADAS ='.
002080     05  RES-ATRASADAS        PIC ZZ9.
002090     05  FILLER               PIC X(18) VALUE '  NAO ENTREGUES ='.
002100     05  RES-FALTANDO         PIC ZZ9.
002110     05  FILLER               PIC X(19) VALUE
002120         '  AINDA NO PRAZO ='.
002130     05  RES-AGUARDANDO       PIC ZZ9.
002140     05  FILLER               PIC X(45) VALUE SPACES.
002150 01  WS-LINHA-TOT.
002160     05  FILLER               PIC X(19) VALUE
002170         ' TAREFAS ABERTAS ='.
002180     05  TOT-TAREFAS          PIC ZZZ9.
002190     05  FILLER               PIC X(15) VALUE '  ATRASADAS = '.
002200     05  TOT-ATRASADAS        PIC ZZZZ9.
002210     05  FILLER               PIC X(19) VALUE
002220         '  NAO ENTREGUES = '.
002230     05  TOT-FALTANDO         PIC ZZZZ9.
002240     05  FILLER               PIC X(65) VALUE SPACES.
002250*-----------------------------------------------------------*
002260* AREA DA ROTINA DE DATAS (GDADTCALC)                        *
002270*-----------------------------------------------------------*
002280 01  GDADTCALC-AREA.
002290     03  DTC-FUNCAO           PIC X(01).
002300     03  DTC-DATA-AAMMDD-1    PIC X(06).
002310     03  DTC-DATA-AAMMDD-2    PIC X(06).
002320     03  DTC-DIAS             PIC S9(05).
002330     03  DTC-RESULT-AAMMDD    PIC X(06).
002340     03  DTC-RESULT-CCYYMMDD  PIC 9(08).
002350     03  DTC-DIA-SEMANA       PIC 9(01).
002360     03  DTC-STATUS           PIC 9(02).
002370*-----------------------------------------------------------*
002380* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
002390*-----------------------------------------------------------*
002400 01  GDAREL-AREA.
002410     03  GDAREL-FUNCAO        PIC X(01).
002420     03  GDAREL-TITULO        PIC X(60).
002430     03  GDAREL-CABECALHO     PIC X(80).
002440     03  GDAREL-LINHA         PIC X(132).
002450     03  GDAREL-RETORNO       PIC 9(02).
002460     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
002470     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
002480         05  GDAREL-QBR-POS   PIC 9(03) VALUE ZEROES.
002490         05  GDAREL-QBR-TAM   PIC 9(02) VALUE ZEROES.
002500     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
002510     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
002520     03  GDAREL-EXTRATO OCCURS 10 TIMES.
002530         05  GDAREL-EXT-POS   PIC 9(03) VALUE ZEROES.
002540         05  GDAREL-EXT-TAM   PIC 9(03) VALUE ZEROES.
002550     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
002560 PROCEDURE DIVISION.
002570 0000-MAINLINE.
002580*-----------------------------------------------------------*
002590* PARAGRAFO PRINCIPAL.                                       *
002600*-----------------------------------------------------------*
002610     PERFORM 1000-INITIALIZE
002620         THRU 1000-INITIALIZE-EXIT
002630     SET HOUVE-TROCA TO TRUE
002640     PERFORM 2000-ORDENAR-TAREFAS
002650         THRU 2000-ORDENAR-TAREFAS-EXIT
002660         UNTIL NOT HOUVE-TROCA
002670     PERFORM 3000-LISTAR-TAREFA
002680         THRU 3000-LISTAR-TAREFA-EXIT
002690         VARYING WS-TA-IX FROM 1 BY 1
002700         UNTIL WS-TA-IX IS GREATER THAN WS-TA-COUNT
002710     PERFORM 9999-TERMINATE
002720         THRU 9999-TERMINATE-EXIT
002730     STOP RUN
002740     .
002750 0000-MAINLINE-EXIT.
002760     EXIT.
002770 1000-INITIALIZE.
002780*-----------------------------------------------------------*
002790* CARREGA AS TAREFAS ABERTAS, OS ALUNOS ATIVOS E AS ENTREGAS *
002800* (SEM O DD ENTREGAS, NENHUMA) E ABRE O RELATORIO.           *
002810*-----------------------------------------------------------*
002820     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002830     OPEN INPUT TAREFAS-FILE
002840     IF WS-FS-TAREFAS NOT EQUAL '00'
002850         DISPLAY "TABPEND: SEM CADASTRO DE TAREFAS (DD TAREFAS), "
002860                 "STATUS = " WS-FS-TAREFAS
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF
002900     PERFORM 1100-CARREGAR-TAREFA
002910         THRU 1100-CARREGAR-TAREFA-EXIT
002920         UNTIL FIM-DAS-TAREFAS
002930     CLOSE TAREFAS-FILE
002940     OPEN INPUT ALUNOS-FILE
002950     IF WS-FS-ALUNOS NOT EQUAL '00'
002960         DISPLAY "TABPEND: SEM CADASTRO DE ALUNOS (DD ALUNOS), "
002970                 "STATUS = " WS-FS-ALUNOS
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF
003010     PERFORM 1200-CARREGAR-ALUNO
003020         THRU 1200-CARREGAR-ALUNO-EXIT
003030         UNTIL FIM-DOS-ALUNOS
003040     CLOSE ALUNOS-FILE
003050     OPEN INPUT ENTREGA-FILE
003060     IF WS-FS-ENTREGA IS EQUAL TO '00'
003070         PERFORM 1300-CARREGAR-ENTREGA
003080             THRU 1300-CARREGAR-ENTREGA-EXIT
003090             UNTIL FIM-DAS-ENTREGAS
003100         CLOSE ENTREGA-FILE
003110     ELSE
003120         DISPLAY "TABPEND: SEM ENTREGAS (DD ENTREGAS) - NENHUMA "
003130                 "FOLHA CONSTA COMO ENTREGUE"
003140     END-IF
003150     MOVE 'A' TO GDAREL-FUNCAO
003160     MOVE 'PENDENCIAS DAS TAREFAS DE CASA POR TURMA'
003170       TO GDAREL-TITULO
003180     MOVE WS-CABEC-ALUNO TO GDAREL-CABECALHO
003190     CALL 'GDAREL' USING GDAREL-AREA
003200     .
003210 1000-INITIALIZE-EXIT.
003220     EXIT.
003230 1100-CARREGAR-TAREFA.
003240     READ TAREFAS-FILE
003250         AT END
003260             SET FIM-DAS-TAREFAS TO TRUE
003270             GO TO 1100-CARREGAR-TAREFA-EXIT
003280     END-READ
003290     ADD 1 TO WS-TAREFAS-LIDAS
003300     IF TAR-SITUACAO IS NOT EQUAL TO 'A'
003310         GO TO 1100-CARREGAR-TAREFA-EXIT
003320     END-IF
003330     IF TAR-FOLHA IS EQUAL TO SPACES
003340         OR TAR-EMISSAO IS NOT NUMERIC
003350         OR TAR-PRAZO IS NOT NUMERIC
003360         OR WS-TA-COUNT IS EQUAL TO WS-TA-MAX
003370         ADD 1 TO WS-IGNORADOS
003380         DISPLAY "TAREFA IGNORADA: " REG-TAREFA(1:37)
003390         GO TO 1100-CARREGAR-TAREFA-EXIT
003400     END-IF
003410     ADD 1 TO WS-TA-COUNT
003420     MOVE TAR-TURMA   TO WS-TA-TURMA (WS-TA-COUNT)
003430     MOVE TAR-FOLHA   TO WS-TA-FOLHA (WS-TA-COUNT)
003440     MOVE TAR-EMISSAO TO WS-TA-EMISSAO (WS-TA-COUNT)
003450     MOVE TAR-PRAZO   TO WS-TA-PRAZO (WS-TA-COUNT)
003460     IF TAR-DIAS-UTEIS IS NUMERIC
003470         MOVE TAR-DIAS-UTEIS TO WS-TA-DIAS (WS-TA-COUNT)
003480     ELSE
003490         MOVE ZEROES TO WS-TA-DIAS (WS-TA-COUNT)
003500     END-IF
003510     .
003520 1100-CARREGAR-TAREFA-EXIT.
003530     EXIT.
003540 1200-CARREGAR-ALUNO.
003550     READ ALUNOS-FILE
003560         AT END
003570             SET FIM-DOS-ALUNOS TO TRUE
003580             GO TO 1200-CARREGAR-ALUNO-EXIT
003590     END-READ
003600     IF ALU-MATRICULA IS NOT NUMERIC
003610         OR ALU-ATIVO IS NOT EQUAL TO 'S'
003620         GO TO 1200-CARREGAR-ALUNO-EXIT
003630     END-IF
003640     IF WS-AL-COUNT IS EQUAL TO WS-AL-MAX
003650         ADD 1 TO WS-IGNORADOS
003660         DISPLAY "ALUNO IGNORADO: " REG-ALUNO(1:29)
003670         GO TO 1200-CARREGAR-ALUNO-EXIT
003680     END-IF
003690     ADD 1 TO WS-AL-COUNT
003700     MOVE ALU-MATRICULA TO WS-AL-MATRICULA (WS-AL-COUNT)
003710     MOVE ALU-NOME      TO WS-AL-NOME (WS-AL-COUNT)
003720     MOVE ALU-TURMA     TO WS-AL-TURMA (WS-AL-COUNT)
003730     .
003740 1200-CARREGAR-ALUNO-EXIT.
003750     EXIT.
003760 1300-CARREGAR-ENTREGA.
003770*-----------------------------------------------------------*
003780* A MESMA FOLHA PODE TER SIDO CORRIGIDA MAIS DE UMA VEZ;     *
003790* FICA A ENTREGA MAIS ANTIGA DO ALUNO.                       *
003800*-----------------------------------------------------------*
003810     READ ENTREGA-FILE
003820         AT END
003830             SET FIM-DAS-ENTREGAS TO TRUE
003840             GO TO 1300-CARREGAR-ENTREGA-EXIT
003850     END-READ
003860     ADD 1 TO WS-ENTREGAS-LIDAS
003870     IF ENT-MATRICULA IS NOT NUMERIC
003880         OR ENT-DATA IS NOT NUMERIC
003890         GO TO 1300-CARREGAR-ENTREGA-EXIT
003900     END-IF
003910     MOVE ENT-MATRICULA TO WS-PROC-MATRICULA
003920     MOVE ENT-FOLHA     TO WS-PROC-FOLHA
003930     PERFORM 3200-PROCURAR-ENTREGA
003940         THRU 3200-PROCURAR-ENTREGA-EXIT
003950     IF ENTREGA-ACHADA
003960         IF ENT-DATA IS LESS THAN WS-EN-DATA (WS-EN-IX)
003970             MOVE ENT-DATA TO WS-EN-DATA (WS-EN-IX)
003980         END-IF
003990         GO TO 1300-CARREGAR-ENTREGA-EXIT
004000     END-IF
004010     IF WS-EN-COUNT IS EQUAL TO WS-EN-MAX
004020         ADD 1 TO WS-IGNORADOS
004030         DISPLAY "ENTREGA IGNORADA: " REG-ENTREGA(1:49)
004040         GO TO 1300-CARREGAR-ENTREGA-EXIT
004050     END-IF
004060     ADD 1 TO WS-EN-COUNT
004070     MOVE ENT-MATRICULA TO WS-EN-MATRICULA (WS-EN-COUNT)
004080     MOVE ENT-FOLHA     TO WS-EN-FOLHA (WS-EN-COUNT)
004090     MOVE ENT-DATA      TO WS-EN-DATA (WS-EN-COUNT)
004100     .
004110 1300-CARREGAR-ENTREGA-EXIT.
004120     EXIT.
004130 2000-ORDENAR-TAREFAS.
004140*-----------------------------------------------------------*
004150* UMA PASSADA DA ORDENACAO POR TROCA PELA CHAVE DA ENTRADA.  *
004160*-----------------------------------------------------------*
004170     MOVE 'N' TO WS-TROCOU-SW
004180     PERFORM VARYING WS-TA-IX FROM 1 BY 1
004190             UNTIL WS-TA-IX IS NOT LESS THAN WS-TA-COUNT
004200         IF WS-TA-CHAVE (WS-TA-IX) IS GREATER THAN
004210             WS-TA-CHAVE (WS-TA-IX + 1)
004220             MOVE WS-TA-ENT (WS-TA-IX)     TO WS-TA-TROCA
004230             MOVE WS-TA-ENT (WS-TA-IX + 1)
004240               TO WS-TA-ENT (WS-TA-IX)
004250             MOVE WS-TA-TROCA TO WS-TA-ENT (WS-TA-IX + 1)
004260             SET HOUVE-TROCA TO TRUE
004270         END-IF
004280     END-PERFORM
004290     .
004300 2000-ORDENAR-TAREFAS-EXIT.
004310     EXIT.
004320 3000-LISTAR-TAREFA.
004330*-----------------------------------------------------------*
004340* UMA TAREFA ABERTA: CADA TURMA COMECA EM PAGINA NOVA; A     *
004350* TAREFA ABRE COM EMISSAO E PRAZO, SEGUIDA DOS ALUNOS EM     *
004360* FALTA E DO RESUMO DA TURMA NA FOLHA.                       *
004370*-----------------------------------------------------------*
004380     IF WS-TA-TURMA (WS-TA-IX) IS NOT EQUAL TO WS-TURMA-ATUAL
004390         IF WS-TURMA-ATUAL IS NOT EQUAL TO LOW-VALUES
004400             MOVE 'P' TO GDAREL-FUNCAO
004410             CALL 'GDAREL' USING GDAREL-AREA
004420         END-IF
004430         MOVE WS-TA-TURMA (WS-TA-IX) TO WS-TURMA-ATUAL
004440     END-IF
004450     MOVE WS-TA-TURMA (WS-TA-IX) TO TAF-TURMA
004460     MOVE WS-TA-FOLHA (WS-TA-IX) TO TAF-FOLHA
004470     MOVE WS-TA-EMISSAO (WS-TA-IX) TO WS-DE-ENTRADA
004480     PERFORM 8000-EDITAR-DATA
004490         THRU 8000-EDITAR-DATA-EXIT
004500     MOVE WS-DE-SAIDA TO TAF-EMISSAO
004510     MOVE WS-TA-PRAZO (WS-TA-IX) TO WS-DE-ENTRADA
004520     PERFORM 8000-EDITAR-DATA
004530         THRU 8000-EDITAR-DATA-EXIT
004540     MOVE WS-DE-SAIDA TO TAF-PRAZO
004550     IF WS-TA-DIAS (WS-TA-IX) IS GREATER THAN ZEROES
004560         MOVE WS-TA-DIAS (WS-TA-IX) TO CRU-DIAS
004570         MOVE WS-CRITERIO-UTEIS TO TAF-CRITERIO
004580     ELSE
004590         MOVE SPACES TO TAF-CRITERIO
004600     END-IF
004610     MOVE 'D' TO GDAREL-FUNCAO
004620     MOVE WS-LINHA-TAREFA TO GDAREL-LINHA
004630     CALL 'GDAREL' USING GDAREL-AREA
004640     MOVE ZEROES TO WS-CT-ALUNOS
004650     MOVE ZEROES TO WS-CT-NO-PRAZO
004660     MOVE ZEROES TO WS-CT-ATRASADAS
004670     MOVE ZEROES TO WS-CT-FALTANDO
004680     MOVE ZEROES TO WS-CT-AGUARDANDO
004690     PERFORM 3100-CONFERIR-ALUNO
004700         THRU 3100-CONFERIR-ALUNO-EXIT
004710         VARYING WS-AL-IX FROM 1 BY 1
004720         UNTIL WS-AL-IX IS GREATER THAN WS-AL-COUNT
004730     IF WS-CT-ALUNOS IS EQUAL TO ZEROES
004740         MOVE '   NENHUM ALUNO ATIVO NA TURMA' TO GDAREL-LINHA
004750         CALL 'GDAREL' USING GDAREL-AREA
004760     END-IF
004770     MOVE WS-CT-ALUNOS     TO RES-ALUNOS
004780     MOVE WS-CT-NO-PRAZO   TO RES-NO-PRAZO
004790     MOVE WS-CT-ATRASADAS  TO RES-ATRASADAS
004800     MOVE WS-CT-FALTANDO   TO RES-FALTANDO
004810     MOVE WS-CT-AGUARDANDO TO RES-AGUARDANDO
004820     MOVE WS-LINHA-RESUMO TO GDAREL-LINHA
004830     CALL 'GDAREL' USING GDAREL-AREA
004840     MOVE SPACES TO GDAREL-LINHA
004850     CALL 'GDAREL' USING GDAREL-AREA
004860     ADD WS-CT-ATRASADAS TO WS-TOT-ATRASADAS
004870     ADD WS-CT-FALTANDO  TO WS-TOT-FALTANDO
004880     .
004890 3000-LISTAR-TAREFA-EXIT.
004900     EXIT.
004910 3100-CONFERIR-ALUNO.
004920*-----------------------------------------------------------*
004930* UM ALUNO ATIVO DA TURMA DA TAREFA: ENTREGOU ATE O PRAZO    *
004940* (SO CONTA), ENTREGOU DEPOIS (LISTA), NAO ENTREGOU COM O    *
004950* PRAZO VENCIDO (LISTA) OU AINDA ESTA NO PRAZO (SO CONTA).   *
004960*-----------------------------------------------------------*
004970     IF WS-AL-TURMA (WS-AL-IX) IS NOT EQUAL TO
004980         WS-TA-TURMA (WS-TA-IX)
004990         GO TO 3100-CONFERIR-ALUNO-EXIT
005000     END-IF
005010     ADD 1 TO WS-CT-ALUNOS
005020     MOVE WS-AL-MATRICULA (WS-AL-IX) TO WS-PROC-MATRICULA
005030     MOVE WS-TA-FOLHA (WS-TA-IX)     TO WS-PROC-FOLHA
005040     PERFORM 3200-PROCURAR-ENTREGA
005050         THRU 3200-PROCURAR-ENTREGA-EXIT
005060     IF ENTREGA-ACHADA
005070         IF WS-EN-DATA (WS-EN-IX) IS NOT GREATER THAN
005080             WS-TA-PRAZO (WS-TA-IX)
005090             ADD 1 TO WS-CT-NO-PRAZO
005100             GO TO 3100-CONFERIR-ALUNO-EXIT
005110         END-IF
005120         ADD 1 TO WS-CT-ATRASADAS
005130         MOVE WS-EN-DATA (WS-EN-IX) TO WS-DE-ENTRADA
005140         MOVE WS-EN-DATA (WS-EN-IX)(3:6) TO DTC-DATA-AAMMDD-2
005150         PERFORM 8000-EDITAR-DATA
005160             THRU 8000-EDITAR-DATA-EXIT
005170         MOVE WS-DE-SAIDA TO PEN-ENTREGA
005180     ELSE
005190         IF WS-DATA-HOJE IS NOT GREATER THAN
005200             WS-TA-PRAZO (WS-TA-IX)
005210             ADD 1 TO WS-CT-AGUARDANDO
005220             GO TO 3100-CONFERIR-ALUNO-EXIT
005230         END-IF
005240         ADD 1 TO WS-CT-FALTANDO
005250         MOVE WS-DATA-HOJE(3:6) TO DTC-DATA-AAMMDD-2
005260         MOVE SPACES TO PEN-ENTREGA
005270     END-IF
005280     MOVE 'D' TO DTC-FUNCAO
005290     MOVE WS-TA-PRAZO (WS-TA-IX)(3:6) TO DTC-DATA-AAMMDD-1
005300     CALL 'GDADTCALC' USING GDADTCALC-AREA
005310     MOVE DTC-DIAS TO WS-DIAS-ED
005320     MOVE SPACES TO PEN-SITUACAO
005330     IF ENTREGA-ACHADA
005340         STRING 'ENTREGOU ATRASADA,' DELIMITED BY SIZE
005350                WS-DIAS-ED DELIMITED BY SIZE
005360                ' DIA(S)' DELIMITED BY SIZE
005370                INTO PEN-SITUACAO
005380         END-STRING
005390     ELSE
005400         STRING 'NAO ENTREGOU,' DELIMITED BY SIZE
005410                WS-DIAS-ED DELIMITED BY SIZE
005420                ' DIA(S) DE ATRASO' DELIMITED BY SIZE
005430                INTO PEN-SITUACAO
005440         END-STRING
005450     END-IF
005460     MOVE WS-AL-MATRICULA (WS-AL-IX) TO PEN-MATRICULA
005470     MOVE WS-AL-NOME (WS-AL-IX)      TO PEN-NOME
005480     MOVE 'D' TO GDAREL-FUNCAO
005490     MOVE WS-LINHA-ALUNO TO GDAREL-LINHA
005500     CALL 'GDAREL' USING GDAREL-AREA
005510     .
005520 3100-CONFERIR-ALUNO-EXIT.
005530     EXIT.
005540 3200-PROCURAR-ENTREGA.
005550*-----------------------------------------------------------*
005560* PROCURA A ENTREGA DA MATRICULA E FOLHA EM WS-PROC-         *
005570* MATRICULA E WS-PROC-FOLHA.                                 *
005580*-----------------------------------------------------------*
005590     MOVE 'N' TO WS-EN-ACHOU-SW
005600     PERFORM VARYING WS-EN-IX FROM 1 BY 1
005610             UNTIL WS-EN-IX IS GREATER THAN WS-EN-COUNT
005620                OR ENTREGA-ACHADA
005630         IF WS-EN-MATRICULA (WS-EN-IX) IS EQUAL TO
005640                 WS-PROC-MATRICULA
005650             AND WS-EN-FOLHA (WS-EN-IX) IS EQUAL TO WS-PROC-FOLHA
005660             SET ENTREGA-ACHADA TO TRUE
005670             SUBTRACT 1 FROM WS-EN-IX
005680         END-IF
005690     END-PERFORM
005700     .
005710 3200-PROCURAR-ENTREGA-EXIT.
005720     EXIT.
005730 8000-EDITAR-DATA.
005740*-----------------------------------------------------------*
005750* CCYYMMDD (WS-DE-ENTRADA) PARA DD/MM/CCYY (WS-DE-SAIDA).    *
005760*-----------------------------------------------------------*
005770     MOVE WS-DE-DIA TO WS-DS-DIA
005780     MOVE WS-DE-MES TO WS-DS-MES
005790     MOVE WS-DE-ANO TO WS-DS-ANO
005800     .
005810 8000-EDITAR-DATA-EXIT.
005820     EXIT.
005830 9999-TERMINATE.
005840     IF WS-TA-COUNT IS EQUAL TO ZEROES
005850         MOVE 'D' TO GDAREL-FUNCAO
005860         MOVE ' NENHUMA TAREFA ABERTA' TO GDAREL-LINHA
005870         CALL 'GDAREL' USING GDAREL-AREA
005880     END-IF
005890     MOVE WS-TA-COUNT      TO TOT-TAREFAS
005900     MOVE WS-TOT-ATRASADAS TO TOT-ATRASADAS
005910     MOVE WS-TOT-FALTANDO  TO TOT-FALTANDO
005920     MOVE 'T' TO GDAREL-FUNCAO
005930     MOVE WS-LINHA-TOT TO GDAREL-LINHA
005940     CALL 'GDAREL' USING GDAREL-AREA
005950     MOVE 'F' TO GDAREL-FUNCAO
005960     CALL 'GDAREL' USING GDAREL-AREA
005970     DISPLAY "TAREFAS LIDAS     = " WS-TAREFAS-LIDAS
005980     DISPLAY "TAREFAS ABERTAS   = " WS-TA-COUNT
005990     DISPLAY "ENTREGAS LIDAS    = " WS-ENTREGAS-LIDAS
006000     DISPLAY "ALUNOS ATIVOS     = " WS-AL-COUNT
006010     DISPLAY "ENTREGAS ATRASADAS= " WS-TOT-ATRASADAS
006020     DISPLAY "NAO ENTREGUES     = " WS-TOT-FALTANDO
006030     DISPLAY "IGNORADOS         = " WS-IGNORADOS
006040     IF WS-IGNORADOS IS GREATER THAN ZEROES
006050         MOVE 4 TO RETURN-CODE
006060     END-IF
006070     .
006080 9999-TERMINATE-EXIT.
006090     EXIT.
