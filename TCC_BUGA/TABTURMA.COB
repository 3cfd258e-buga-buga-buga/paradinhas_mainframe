000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TABTURMA.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - MANUTENCAO DO CADASTRO DE  *
000120*                  TURMAS (CODIGO, PROFESSOR, TURNO, ANO      *
000130*                  LETIVO, CAPACIDADE E SITUACAO), CONTRA O   *
000140*                  QUAL O TABALUNO VALIDA INCLUSOES E         *
000150*                  TRANSFERENCIAS. MESMO ESQUEMA DO TABALUNO: *
000160*                  LE O CADASTRO ATUAL (DD TURMAS, OPCIONAL   *
000170*                  NA PRIMEIRA CARGA), APLICA OS MOVIMENTOS   *
000180*                  DO DD MOVTURMA E GRAVA O CADASTRO NOVO NO  *
000190*                  DD TURMASN. COM O DD ALUNOS ALOCADO, NAO   *
000200*                  DEIXA BAIXAR TURMA COM ALUNO ATIVO NEM     *
000210*                  BAIXAR A CAPACIDADE PARA MENOS QUE OS      *
000220*                  ALUNOS ATIVOS DELA. MOVIMENTO REJEITADO    *
000230*                  SAI LISTADO NO SYSOUT COM O MOTIVO.        *
000240*                                                             *
000250* MOVIMENTOS (DD MOVTURMA, UM POR CARTAO):                    *
000260*   COL 01     TIPO: I = INCLUIR, A = ALTERAR, B = BAIXAR     *
000270*                    (INATIVAR), R = REATIVAR                 *
000280*   COLS 03-06 TURMA                                          *
000290*   COLS 08-32 PROFESSOR                                      *
000300*   COL  34    TURNO: M = MANHA, T = TARDE, N = NOITE,        *
000310*                     I = INTEGRAL                            *
000320*   COLS 36-39 ANO LETIVO                                     *
000330*   COLS 41-43 CAPACIDADE (ALUNOS ATIVOS)                     *
000340*   NA INCLUSAO TODOS OS CAMPOS SAO OBRIGATORIOS; NA          *
000350*   ALTERACAO SO OS PREENCHIDOS MUDAM.                        *
000360*-----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TURMAS-FILE ASSIGN TO TURMAS
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-FS-TURMAS.
000440     SELECT MOVTO-FILE ASSIGN TO MOVTURMA
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-MOVTO.
000470     SELECT NOVO-FILE ASSIGN TO TURMASN
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-FS-NOVO.
000500     SELECT ALUNOS-FILE ASSIGN TO ALUNOS
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-ALUNOS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  TURMAS-FILE
000560     RECORDING MODE IS F.
000570 01  REG-TURMA.
000580     05  TUR-CODIGO          PIC X(04).
000590     05  FILLER              PIC X(01).
000600     05  TUR-PROFESSOR       PIC X(25).
000610     05  FILLER              PIC X(01).
000620     05  TUR-TURNO           PIC X(01).
000630     05  FILLER              PIC X(01).
000640     05  TUR-ANO-LETIVO      PIC 9(04).
000650     05  FILLER              PIC X(01).
000660     05  TUR-CAPACIDADE      PIC 9(03).
000670     05  FILLER              PIC X(01).
000680     05  TUR-ATIVA           PIC X(01).
000690     05  FILLER              PIC X(37).
000700 FD  MOVTO-FILE
000710     RECORDING MODE IS F.
000720 01  REG-MOVTO.
000730     05  MOV-TIPO            PIC X(01).
000740     05  FILLER              PIC X(01).
000750     05  MOV-TURMA           PIC X(04).
000760     05  FILLER              PIC X(01).
000770     05  MOV-PROFESSOR       PIC X(25).
000780     05  FILLER              PIC X(01).
000790     05  MOV-TURNO           PIC X(01).
000800         88  MOV-TURNO-VALIDO          VALUE 'M' 'T' 'N' 'I'.
000810     05  FILLER              PIC X(01).
000820     05  MOV-ANO-LETIVO      PIC X(04).
000830     05  FILLER              PIC X(01).
000840     05  MOV-CAPACIDADE      PIC X(03).
000850     05  FILLER              PIC X(37).
000860 FD  NOVO-FILE
000870     RECORDING MODE IS F.
000880 01  REG-NOVO                PIC X(80).
000890 FD  ALUNOS-FILE
000900     RECORDING MODE IS F.
000910 01  REG-ALUNO.
000920     05  ALU-MATRICULA       PIC 9(06).
000930     05  FILLER              PIC X(01).
000940     05  ALU-NOME            PIC X(15).
000950     05  FILLER              PIC X(01).
000960     05  ALU-TURMA           PIC X(04).
000970     05  FILLER              PIC X(01).
000980     05  ALU-ATIVO           PIC X(01).
000990     05  FILLER              PIC X(51).
001000 WORKING-STORAGE SECTION.
001010 77  WS-FS-TURMAS             PIC X(02) VALUE '00'.
001020 77  WS-FS-MOVTO              PIC X(02) VALUE '00'.
001030 77  WS-FS-NOVO               PIC X(02) VALUE '00'.
001040 77  WS-FS-ALUNOS             PIC X(02) VALUE '00'.
001050 01  WS-SWITCHES.
001060     05  WS-FIM-TUR-SW        PIC X(01) VALUE 'N'.
001070         88  FIM-DAS-TURMAS            VALUE 'S'.
001080     05  WS-FIM-MOV-SW        PIC X(01) VALUE 'N'.
001090         88  FIM-DOS-MOVTOS            VALUE 'S'.
001100     05  WS-FIM-ALU-SW        PIC X(01) VALUE 'N'.
001110         88  FIM-DOS-ALUNOS            VALUE 'S'.
001120     05  WS-ACHOU-SW          PIC X(01) VALUE 'N'.
001130         88  TURMA-ACHADA              VALUE 'S'.
001140 01  WS-CONTADORES.
001150     05  WS-MOVTOS            PIC 9(05) VALUE ZEROES.
001160     05  WS-INCLUIDAS         PIC 9(05) VALUE ZEROES.
001170     05  WS-ALTERADAS         PIC 9(05) VALUE ZEROES.
001180     05  WS-BAIXADAS          PIC 9(05) VALUE ZEROES.
001190     05  WS-REATIVADAS        PIC 9(05) VALUE ZEROES.
001200     05  WS-REJEITADOS        PIC 9(05) VALUE ZEROES.
001210     05  WS-GRAVADAS          PIC 9(05) VALUE ZEROES.
001220 01  WS-TURMA                 PIC X(04) VALUE SPACES.
001230 01  WS-CAPACIDADE            PIC 9(03) VALUE ZEROES.
001240*-----------------------------------------------------------*
001250* CADASTRO EM MEMORIA, COM OS ALUNOS ATIVOS DE CADA TURMA    *
001260*-----------------------------------------------------------*
001270 01  WS-CADASTRO.
001280     05  WS-CAD-MAX           PIC 9(03) VALUE 100.
001290     05  WS-CAD-COUNT         PIC 9(03) VALUE ZEROES.
001300     05  WS-CAD-IX            PIC 9(03) VALUE ZEROES.
001310     05  WS-CAD-ENT OCCURS 100 TIMES.
001320         10  WS-CAD-CODIGO    PIC X(04).
001330         10  WS-CAD-PROFESSOR PIC X(25).
001340         10  WS-CAD-TURNO     PIC X(01).
001350         10  WS-CAD-ANO       PIC 9(04).
001360         10  WS-CAD-CAPAC     PIC 9(03).
001370         10  WS-CAD-ATIVA     PIC X(01).
001380         10  WS-CAD-OCUPADOS  PIC 9(03).
001390 PROCEDURE DIVISION.
001400 0000-MAINLINE.
001410*-----------------------------------------------------------*
001420* PARAGRAFO PRINCIPAL.                                       *
001430*-----------------------------------------------------------*
001440     PERFORM 1000-INITIALIZE
001450         THRU 1000-INITIALIZE-EXIT
001460     PERFORM 2000-APLICAR-MOVIMENTO
001470         THRU 2000-APLICAR-MOVIMENTO-EXIT
001480         UNTIL FIM-DOS-MOVTOS
001490     PERFORM 3000-GRAVAR-CADASTRO-NOVO
001500         THRU 3000-GRAVAR-CADASTRO-NOVO-EXIT
001510     PERFORM 9999-TERMINATE
001520         THRU 9999-TERMINATE-EXIT
001530     STOP RUN
001540     .
001550 0000-MAINLINE-EXIT.
001560     EXIT.
001570 1000-INITIALIZE.
001580*-----------------------------------------------------------*
001590* CARREGA O CADASTRO ATUAL (SEM O DD, PRIMEIRA CARGA COM O   *
001600* CADASTRO VAZIO), CONTA OS ALUNOS ATIVOS DE CADA TURMA      *
001610* (SEM O DD ALUNOS, A OCUPACAO NAO E CONFERIDA), ABRE OS     *
001620* MOVIMENTOS E O CADASTRO NOVO.                              *
001630*-----------------------------------------------------------*
001640     OPEN INPUT TURMAS-FILE
001650     IF WS-FS-TURMAS IS EQUAL TO '00'
001660         PERFORM 1100-CARREGAR-UMA-TURMA
001670             THRU 1100-CARREGAR-UMA-TURMA-EXIT
001680             UNTIL FIM-DAS-TURMAS
001690         CLOSE TURMAS-FILE
001700     ELSE
001710         DISPLAY "TABTURMA: SEM CADASTRO ATUAL - PRIMEIRA CARGA"
001720     END-IF
001730     OPEN INPUT ALUNOS-FILE
001740     IF WS-FS-ALUNOS IS EQUAL TO '00'
001750         PERFORM 1200-CONTAR-UM-ALUNO
001760             THRU 1200-CONTAR-UM-ALUNO-EXIT
001770             UNTIL FIM-DOS-ALUNOS
001780         CLOSE ALUNOS-FILE
001790     ELSE
001800         DISPLAY "TABTURMA: SEM CADASTRO DE ALUNOS - OCUPACAO "
001810                 "DAS TURMAS NAO CONFERIDA"
001820     END-IF
001830     OPEN INPUT MOVTO-FILE
001840     IF WS-FS-MOVTO NOT EQUAL '00'
001850         DISPLAY "TABTURMA: SEM MOVIMENTOS (DD MOVTURMA), "
001860                 "STATUS = " WS-FS-MOVTO
001870         MOVE 16 TO RETURN-CODE
001880         STOP RUN
001890     END-IF
001900     OPEN OUTPUT NOVO-FILE
001910     IF WS-FS-NOVO NOT EQUAL '00'
001920         DISPLAY "TABTURMA: NAO ABRIU O DD TURMASN, STATUS = "
001930                 WS-FS-NOVO
001940         MOVE 16 TO RETURN-CODE
001950         STOP RUN
001960     END-IF
001970     .
001980 1000-INITIALIZE-EXIT.
001990     EXIT.
002000 1100-CARREGAR-UMA-TURMA.
002010     READ TURMAS-FILE
002020         AT END
002030             SET FIM-DAS-TURMAS TO TRUE
002040             GO TO 1100-CARREGAR-UMA-TURMA-EXIT
002050     END-READ
002060     IF TUR-CODIGO IS EQUAL TO SPACES
002070         OR TUR-CAPACIDADE IS NOT NUMERIC
002080         OR WS-CAD-COUNT IS EQUAL TO WS-CAD-MAX
002090         DISPLAY "CADASTRO IGNORADO: " REG-TURMA(1:43)
002100         GO TO 1100-CARREGAR-UMA-TURMA-EXIT
002110     END-IF
002120     ADD 1 TO WS-CAD-COUNT
002130     MOVE TUR-CODIGO     TO WS-CAD-CODIGO (WS-CAD-COUNT)
002140     MOVE TUR-PROFESSOR  TO WS-CAD-PROFESSOR (WS-CAD-COUNT)
002150     MOVE TUR-TURNO      TO WS-CAD-TURNO (WS-CAD-COUNT)
002160     MOVE TUR-ANO-LETIVO TO WS-CAD-ANO (WS-CAD-COUNT)
002170     MOVE TUR-CAPACIDADE TO WS-CAD-CAPAC (WS-CAD-COUNT)
002180     MOVE TUR-ATIVA      TO WS-CAD-ATIVA (WS-CAD-COUNT)
002190     MOVE ZEROES         TO WS-CAD-OCUPADOS (WS-CAD-COUNT)
002200     .
002210 1100-CARREGAR-UMA-TURMA-EXIT.
002220     EXIT.
002230 1200-CONTAR-UM-ALUNO.
002240     READ ALUNOS-FILE
002250         AT END
002260             SET FIM-DOS-ALUNOS TO TRUE
002270             GO TO 1200-CONTAR-UM-ALUNO-EXIT
002280     END-READ
002290     IF ALU-MATRICULA IS NOT NUMERIC
002300         OR ALU-ATIVO IS NOT EQUAL TO 'S'
002310         GO TO 1200-CONTAR-UM-ALUNO-EXIT
002320     END-IF
002330     MOVE ALU-TURMA TO WS-TURMA
002340     PERFORM 2100-PROCURAR-TURMA
002350         THRU 2100-PROCURAR-TURMA-EXIT
002360     IF TURMA-ACHADA
002370         ADD 1 TO WS-CAD-OCUPADOS (WS-CAD-IX)
002380     END-IF
002390     .
002400 1200-CONTAR-UM-ALUNO-EXIT.
002410     EXIT.
002420 2000-APLICAR-MOVIMENTO.
002430*-----------------------------------------------------------*
002440* UM MOVIMENTO: INCLUSAO EXIGE TURMA INEDITA E TODOS OS      *
002450* CAMPOS; ALTERACAO, BAIXA E REATIVACAO EXIGEM TURMA         *
002460* EXISTENTE.                                                 *
002470*-----------------------------------------------------------*
002480     READ MOVTO-FILE
002490         AT END
002500             SET FIM-DOS-MOVTOS TO TRUE
002510             GO TO 2000-APLICAR-MOVIMENTO-EXIT
002520     END-READ
002530     ADD 1 TO WS-MOVTOS
002540     IF MOV-TURMA IS EQUAL TO SPACES
002550         ADD 1 TO WS-REJEITADOS
002560         DISPLAY "REJEITADO (TURMA EM BRANCO) " REG-MOVTO(1:43)
002570         GO TO 2000-APLICAR-MOVIMENTO-EXIT
002580     END-IF
002590     MOVE MOV-TURMA TO WS-TURMA
002600     PERFORM 2100-PROCURAR-TURMA
002610         THRU 2100-PROCURAR-TURMA-EXIT
002620     EVALUATE MOV-TIPO
002630         WHEN 'I'
002640             PERFORM 2200-INCLUIR
002650                 THRU 2200-INCLUIR-EXIT
002660         WHEN 'A'
002670             PERFORM 2300-ALTERAR
002680                 THRU 2300-ALTERAR-EXIT
002690         WHEN 'B'
002700             PERFORM 2400-BAIXAR
002710                 THRU 2400-BAIXAR-EXIT
002720         WHEN 'R'
002730             PERFORM 2500-REATIVAR
002740                 THRU 2500-REATIVAR-EXIT
002750         WHEN OTHER
002760             ADD 1 TO WS-REJEITADOS
002770             DISPLAY "REJEITADO (TIPO INVALIDO) " REG-MOVTO(1:43)
002780     END-EVALUATE
002790     .
002800 2000-APLICAR-MOVIMENTO-EXIT.
002810     EXIT.
002820 2100-PROCURAR-TURMA.
002830     MOVE 'N' TO WS-ACHOU-SW
002840     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
002850             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
002860                OR TURMA-ACHADA
002870         IF WS-CAD-CODIGO (WS-CAD-IX) IS EQUAL TO WS-TURMA
002880             SET TURMA-ACHADA TO TRUE
002890             SUBTRACT 1 FROM WS-CAD-IX
002900         END-IF
002910     END-PERFORM
002920     .
002930 2100-PROCURAR-TURMA-EXIT.
002940     EXIT.
002950 2200-INCLUIR.
002960     IF TURMA-ACHADA
002970         ADD 1 TO WS-REJEITADOS
002980         DISPLAY "REJEITADO (TURMA JA EXISTE) " REG-MOVTO(1:43)
002990         GO TO 2200-INCLUIR-EXIT
003000     END-IF
003010     IF MOV-PROFESSOR IS EQUAL TO SPACES
003020         OR NOT MOV-TURNO-VALIDO
003030         OR MOV-ANO-LETIVO IS NOT NUMERIC
003040         OR MOV-CAPACIDADE IS NOT NUMERIC
003050         OR MOV-CAPACIDADE IS EQUAL TO '000'
003060         ADD 1 TO WS-REJEITADOS
003070         DISPLAY "REJEITADO (CAMPO INVALIDO) " REG-MOVTO(1:43)
003080         GO TO 2200-INCLUIR-EXIT
003090     END-IF
003100     IF WS-CAD-COUNT IS EQUAL TO WS-CAD-MAX
003110         ADD 1 TO WS-REJEITADOS
003120         DISPLAY "REJEITADO (CADASTRO CHEIO) " REG-MOVTO(1:43)
003130         GO TO 2200-INCLUIR-EXIT
003140     END-IF
003150     ADD 1 TO WS-CAD-COUNT
003160     MOVE MOV-TURMA      TO WS-CAD-CODIGO (WS-CAD-COUNT)
003170     MOVE MOV-PROFESSOR  TO WS-CAD-PROFESSOR (WS-CAD-COUNT)
003180     MOVE MOV-TURNO      TO WS-CAD-TURNO (WS-CAD-COUNT)
003190     MOVE MOV-ANO-LETIVO TO WS-CAD-ANO (WS-CAD-COUNT)
003200     MOVE MOV-CAPACIDADE TO WS-CAD-CAPAC (WS-CAD-COUNT)
003210     MOVE 'S'            TO WS-CAD-ATIVA (WS-CAD-COUNT)
003220     MOVE ZEROES         TO WS-CAD-OCUPADOS (WS-CAD-COUNT)
003230     ADD 1 TO WS-INCLUIDAS
003240     .
003250 2200-INCLUIR-EXIT.
003260     EXIT.
003270 2300-ALTERAR.
003280*-----------------------------------------------------------*
003290* SO OS CAMPOS PREENCHIDOS NO CARTAO MUDAM; TODOS SAO        *
003300* CONFERIDOS ANTES DE QUALQUER UM SER APLICADO.              *
003310*-----------------------------------------------------------*
003320     IF NOT TURMA-ACHADA
003330         ADD 1 TO WS-REJEITADOS
003340         DISPLAY "REJEITADO (TURMA NAO EXISTE) " REG-MOVTO(1:43)
003350         GO TO 2300-ALTERAR-EXIT
003360     END-IF
003370     IF (MOV-TURNO IS NOT EQUAL TO SPACE
003380         AND NOT MOV-TURNO-VALIDO)
003390         OR (MOV-ANO-LETIVO IS NOT EQUAL TO SPACES
003400             AND MOV-ANO-LETIVO IS NOT NUMERIC)
003410         OR (MOV-CAPACIDADE IS NOT EQUAL TO SPACES
003420             AND (MOV-CAPACIDADE IS NOT NUMERIC
003430                  OR MOV-CAPACIDADE IS EQUAL TO '000'))
003440         ADD 1 TO WS-REJEITADOS
003450         DISPLAY "REJEITADO (CAMPO INVALIDO) " REG-MOVTO(1:43)
003460         GO TO 2300-ALTERAR-EXIT
003470     END-IF
003480     IF MOV-CAPACIDADE IS NUMERIC
003490         MOVE MOV-CAPACIDADE TO WS-CAPACIDADE
003500         IF WS-CAPACIDADE IS LESS THAN
003510             WS-CAD-OCUPADOS (WS-CAD-IX)
003520             ADD 1 TO WS-REJEITADOS
003530             DISPLAY "REJEITADO (CAPACIDADE MENOR QUE OS ALUNOS "
003540                     "ATIVOS) " REG-MOVTO(1:43)
003550             GO TO 2300-ALTERAR-EXIT
003560         END-IF
003570         MOVE WS-CAPACIDADE TO WS-CAD-CAPAC (WS-CAD-IX)
003580     END-IF
003590     IF MOV-PROFESSOR IS NOT EQUAL TO SPACES
003600         MOVE MOV-PROFESSOR TO WS-CAD-PROFESSOR (WS-CAD-IX)
003610     END-IF
003620     IF MOV-TURNO IS NOT EQUAL TO SPACE
003630         MOVE MOV-TURNO TO WS-CAD-TURNO (WS-CAD-IX)
003640     END-IF
003650     IF MOV-ANO-LETIVO IS NUMERIC
003660         MOVE MOV-ANO-LETIVO TO WS-CAD-ANO (WS-CAD-IX)
003670     END-IF
003680     ADD 1 TO WS-ALTERADAS
003690     .
003700 2300-ALTERAR-EXIT.
003710     EXIT.
003720 2400-BAIXAR.
003730     IF NOT TURMA-ACHADA
003740         ADD 1 TO WS-REJEITADOS
003750         DISPLAY "REJEITADO (TURMA NAO EXISTE) " REG-MOVTO(1:43)
003760         GO TO 2400-BAIXAR-EXIT
003770     END-IF
003780     IF WS-CAD-OCUPADOS (WS-CAD-IX) IS GREATER THAN ZEROES
003790         ADD 1 TO WS-REJEITADOS
003800         DISPLAY "REJEITADO (TURMA COM ALUNO ATIVO) "
003810                 REG-MOVTO(1:43)
003820         GO TO 2400-BAIXAR-EXIT
003830     END-IF
003840     MOVE 'N' TO WS-CAD-ATIVA (WS-CAD-IX)
003850     ADD 1 TO WS-BAIXADAS
003860     .
003870 2400-BAIXAR-EXIT.
003880     EXIT.
003890 2500-REATIVAR.
003900     IF NOT TURMA-ACHADA
003910         ADD 1 TO WS-REJEITADOS
003920         DISPLAY "REJEITADO (TURMA NAO EXISTE) " REG-MOVTO(1:43)
003930         GO TO 2500-REATIVAR-EXIT
003940     END-IF
003950     MOVE 'S' TO WS-CAD-ATIVA (WS-CAD-IX)
003960     ADD 1 TO WS-REATIVADAS
003970     .
003980 2500-REATIVAR-EXIT.
003990     EXIT.
004000 3000-GRAVAR-CADASTRO-NOVO.
004010     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
004020             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
004030         MOVE SPACES TO REG-TURMA
004040         MOVE WS-CAD-CODIGO (WS-CAD-IX)    TO TUR-CODIGO
004050         MOVE WS-CAD-PROFESSOR (WS-CAD-IX) TO TUR-PROFESSOR
004060         MOVE WS-CAD-TURNO (WS-CAD-IX)     TO TUR-TURNO
004070         MOVE WS-CAD-ANO (WS-CAD-IX)       TO TUR-ANO-LETIVO
004080         MOVE WS-CAD-CAPAC (WS-CAD-IX)     TO TUR-CAPACIDADE
004090         MOVE WS-CAD-ATIVA (WS-CAD-IX)     TO TUR-ATIVA
004100         MOVE REG-TURMA TO REG-NOVO
004110         WRITE REG-NOVO
004120         ADD 1 TO WS-GRAVADAS
004130     END-PERFORM
004140     .
004150 3000-GRAVAR-CADASTRO-NOVO-EXIT.
004160     EXIT.
004170 9999-TERMINATE.
004180     CLOSE MOVTO-FILE
004190     CLOSE NOVO-FILE
004200     DISPLAY "MOVIMENTOS LIDOS = " WS-MOVTOS
004210     DISPLAY "INCLUIDAS        = " WS-INCLUIDAS
004220     DISPLAY "ALTERADAS        = " WS-ALTERADAS
004230     DISPLAY "BAIXADAS         = " WS-BAIXADAS
004240     DISPLAY "REATIVADAS       = " WS-REATIVADAS
004250     DISPLAY "REJEITADOS       = " WS-REJEITADOS
004260     DISPLAY "CADASTRO NOVO    = " WS-GRAVADAS " TURMA(S)"
004270     IF WS-REJEITADOS IS GREATER THAN ZEROES
004280         MOVE 4 TO RETURN-CODE
004290     END-IF
004300     .
004310 9999-TERMINATE-EXIT.
004320     EXIT.
