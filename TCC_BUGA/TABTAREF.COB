000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TABTAREF.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                        *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - MANUTENCAO DO CADASTRO DE  *
000120*                  TAREFAS DE CASA: O PROFESSOR PASSA UMA     *
000130*                  FOLHA DE EXERCICIO PARA UMA TURMA, COM A   *
000140*                  DATA DE EMISSAO E O PRAZO DE ENTREGA. O    *
000150*                  PRAZO VEM COMO DATA OU COMO N DIAS UTEIS   *
000160*                  APOS A EMISSAO, CONTADOS PELO GDADTCALC    *
000170*                  'U' (PULA FIM DE SEMANA E OS FERIADOS DO   *
000180*                  DD FERIADOS). MESMO ESQUEMA DO TABTURMA:   *
000190*                  LE O CADASTRO ATUAL (DD TAREFAS, OPCIONAL  *
000200*                  NA PRIMEIRA CARGA), APLICA OS MOVIMENTOS   *
000210*                  DO DD MOVTAREF E GRAVA O CADASTRO NOVO NO  *
000220*                  DD TAREFASN. COM O DD TURMAS ALOCADO, SO   *
000230*                  ACEITA TURMA CADASTRADA E ATIVA. O TABCORR *
000240*                  CARIMBA CADA FOLHA CORRIGIDA CONTRA ESTE   *
000250*                  CADASTRO E O TABPEND LISTA AS PENDENCIAS.  *
000260*                  MOVIMENTO REJEITADO SAI LISTADO NO SYSOUT  *
000270*                  COM O MOTIVO.                              *
000280*                                                             *
000290* MOVIMENTOS (DD MOVTAREF, UM POR CARTAO):                    *
000300*   COL 01     TIPO: I = INCLUIR, A = ALTERAR O PRAZO,        *
000310*                    F = ENCERRAR, R = REABRIR                *
000320*   COLS 03-10 FOLHA                                          *
000330*   COLS 12-15 TURMA                                          *
000340*   COLS 17-24 EMISSAO AAAAMMDD (EM BRANCO: NA INCLUSAO A     *
000350*              DATA DO DIA, NA ALTERACAO A QUE JA ESTAVA)     *
000360*   COLS 26-33 PRAZO AAAAMMDD, OU                             *
000370*   COLS 35-37 PRAZO EM DIAS UTEIS APOS A EMISSAO             *
000380*   NA INCLUSAO E NA ALTERACAO VAI UM DOS DOIS PRAZOS, NUNCA  *
000390*   OS DOIS; O PRAZO NAO PODE SER ANTERIOR A EMISSAO.         *
000400*-----------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT TAREFAS-FILE ASSIGN TO TAREFAS
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FS-TAREFAS.
000480     SELECT MOVTO-FILE ASSIGN TO MOVTAREF
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FS-MOVTO.
000510     SELECT NOVO-FILE ASSIGN TO TAREFASN
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-NOVO.
000540     SELECT TURMAS-FILE ASSIGN TO TURMAS
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-TURMAS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  TAREFAS-FILE
000600     RECORDING MODE IS F.
000610 01  REG-TAREFA.
000620     05  TAR-FOLHA           PIC X(08).
000630     05  FILLER              PIC X(01).
000640     05  TAR-TURMA           PIC X(04).
000650     05  FILLER              PIC X(01).
000660     05  TAR-EMISSAO         PIC 9(08).
000670     05  FILLER              PIC X(01).
000680     05  TAR-PRAZO           PIC 9(08).
000690     05  FILLER              PIC X(01).
000700     05  TAR-DIAS-UTEIS      PIC 9(03).
000710     05  FILLER              PIC X(01).
000720     05  TAR-SITUACAO        PIC X(01).
000730     05  FILLER              PIC X(43).
000740 FD  MOVTO-FILE
000750     RECORDING MODE IS F.
000760 01  REG-MOVTO.
000770     05  MOV-TIPO            PIC X(01).
000780     05  FILLER              PIC X(01).
000790     05  MOV-FOLHA           PIC X(08).
000800     05  FILLER              PIC X(01).
000810     05  MOV-TURMA           PIC X(04).
000820     05  FILLER              PIC X(01).
000830     05  MOV-EMISSAO         PIC X(08).
000840     05  FILLER              PIC X(01).
000850     05  MOV-PRAZO           PIC X(08).
000860     05  FILLER              PIC X(01).
000870     05  MOV-DIAS-UTEIS      PIC X(03).
000880     05  FILLER              PIC X(43).
000890 FD  NOVO-FILE
000900     RECORDING MODE IS F.
000910 01  REG-NOVO                PIC X(80).
000920 FD  TURMAS-FILE
000930     RECORDING MODE IS F.
000940 01  REG-TURMA.
000950     05  TUR-CODIGO          PIC X(04).
000960     05  FILLER              PIC X(01).
000970     05  TUR-PROFESSOR       PIC X(25).
000980     05  FILLER              PIC X(01).
000990     05  TUR-TURNO           PIC X(01).
001000     05  FILLER              PIC X(01).
001010     05  TUR-ANO-LETIVO      PIC 9(04).
001020     05  FILLER              PIC X(01).
001030     05  TUR-CAPACIDADE      PIC 9(03).
001040     05  FILLER              PIC X(01).
001050     05  TUR-ATIVA           PIC X(01).
001060     05  FILLER              PIC X(37).
001070 WORKING-STORAGE SECTION.
001080 77  WS-FS-TAREFAS            PIC X(02) VALUE '00'.
001090 77  WS-FS-MOVTO              PIC X(02) VALUE '00'.
001100 77  WS-FS-NOVO               PIC X(02) VALUE '00'.
001110 77  WS-FS-TURMAS             PIC X(02) VALUE '00'.
001120 01  WS-SWITCHES.
001130     05  WS-FIM-TAR-SW        PIC X(01) VALUE 'N'.
001140         88  FIM-DAS-TAREFAS           VALUE 'S'.
001150     05  WS-FIM-MOV-SW        PIC X(01) VALUE 'N'.
001160         88  FIM-DOS-MOVTOS            VALUE 'S'.
001170     05  WS-FIM-TUR-SW        PIC X(01) VALUE 'N'.
001180         88  FIM-DAS-TURMAS            VALUE 'S'.
001190     05  WS-ACHOU-SW          PIC X(01) VALUE 'N'.
001200         88  TAREFA-ACHADA             VALUE 'S'.
001210     05  WS-TURMAS-SW         PIC X(01) VALUE 'N'.
001220         88  TURMAS-CARREGADAS         VALUE 'S'.
001230     05  WS-TURMA-OK-SW       PIC X(01) VALUE 'N'.
001240         88  TURMA-ACEITA              VALUE 'S'.
001250     05  WS-PRAZO-OK-SW       PIC X(01) VALUE 'N'.
001260         88  PRAZO-ACEITO              VALUE 'S'.
001270     05  WS-DATA-OK-SW        PIC X(01) VALUE 'N'.
001280         88  DATA-VALIDA               VALUE 'S'.
001290 01  WS-CONTADORES.
001300     05  WS-MOVTOS            PIC 9(05) VALUE ZEROES.
001310     05  WS-INCLUIDAS         PIC 9(05) VALUE ZEROES.
001320     05  WS-ALTERADAS         PIC 9(05) VALUE ZEROES.
001330     05  WS-ENCERRADAS        PIC 9(05) VALUE ZEROES.
001340     05  WS-REABERTAS         PIC 9(05) VALUE ZEROES.
001350     05  WS-REJEITADOS        PIC 9(05) VALUE ZEROES.
001360     05  WS-GRAVADAS          PIC 9(05) VALUE ZEROES.
001370 01  WS-DATA-HOJE             PIC 9(08) VALUE ZEROES.
001380 01  WS-EMISSAO               PIC 9(08) VALUE ZEROES.
001390 01  WS-PRAZO                 PIC 9(08) VALUE ZEROES.
001400 01  WS-DIAS-UTEIS            PIC 9(03) VALUE ZEROES.
001410 01  WS-DIAS-CONTADOS         PIC 9(03) VALUE ZEROES.
001420 01  WS-DATA-TESTE            PIC X(08) VALUE SPACES.
001430 01  WS-DATA-TESTE-N REDEFINES WS-DATA-TESTE
001440                              PIC 9(08).
001450*-----------------------------------------------------------*
001460* CADASTRO DE TAREFAS EM MEMORIA (CHAVE: FOLHA E TURMA)      *
001470*-----------------------------------------------------------*
001480 01  WS-CADASTRO.
001490     05  WS-CAD-MAX           PIC 9(03) VALUE 300.
001500     05  WS-CAD-COUNT         PIC 9(03) VALUE ZEROES.
001510     05  WS-CAD-IX            PIC 9(03) VALUE ZEROES.
001520     05  WS-CAD-ENT OCCURS 300 TIMES.
001530         10  WS-CAD-FOLHA     PIC X(08).
001540         10  WS-CAD-TURMA     PIC X(04).
001550         10  WS-CAD-EMISSAO   PIC 9(08).
001560         10  WS-CAD-PRAZO     PIC 9(08).
001570         10  WS-CAD-DIAS      PIC 9(03).
001580         10  WS-CAD-SITUACAO  PIC X(01).
001590*-----------------------------------------------------------*
001600* TURMAS CADASTRADAS (DD TURMAS, OPCIONAL)                   *
001610*-----------------------------------------------------------*
001620 01  WS-TURMAS.
001630     05  WS-TUR-COUNT         PIC 9(03) VALUE ZEROES.
001640     05  WS-TUR-IX            PIC 9(03) VALUE ZEROES.
001650     05  WS-TUR-ENT OCCURS 100 TIMES.
001660         10  WS-TUR-CODIGO    PIC X(04).
001670         10  WS-TUR-ATIVA     PIC X(01).
001680*-----------------------------------------------------------*
001690* AREA DA ROTINA DE VALIDACAO DE DATAS (GDADTVAL)            *
001700*-----------------------------------------------------------*
001710 01  GDADTVAL-AREA.
001720     05  DTV-DATA-AAMMDD      PIC X(06).
001730     05  DTV-DATA-CCYYMMDD    PIC 9(08).
001740     05  DTV-STATUS           PIC 9(02).
001750*-----------------------------------------------------------*
001760* AREA DA ROTINA DE DATAS (GDADTCALC)                        *
001770*-----------------------------------------------------------*
001780 01  GDADTCALC-AREA.
001790     03  DTC-FUNCAO           PIC X(01).
001800     03  DTC-DATA-AAMMDD-1    PIC X(06).
001810     03  DTC-DATA-AAMMDD-2    PIC X(06).
001820     03  DTC-DIAS             PIC S9(05).
001830     03  DTC-RESULT-AAMMDD    PIC X(06).
001840     03  DTC-RESULT-CCYYMMDD  PIC 9(08).
001850     03  DTC-DIA-SEMANA       PIC 9(01).
001860     03  DTC-STATUS           PIC 9(02).
001870 PROCEDURE DIVISION.
001880 0000-MAINLINE.
001890*-----------------------------------------------------------*
001900* PARAGRAFO PRINCIPAL.                                       *
001910*-----------------------------------------------------------*
001920     PERFORM 1000-INITIALIZE
001930         THRU 1000-INITIALIZE-EXIT
001940     PERFORM 2000-APLICAR-MOVIMENTO
001950         THRU 2000-APLICAR-MOVIMENTO-EXIT
001960         UNTIL FIM-DOS-MOVTOS
001970     PERFORM 3000-GRAVAR-CADASTRO-NOVO
001980         THRU 3000-GRAVAR-CADASTRO-NOVO-EXIT
001990     PERFORM 9999-TERMINATE
002000         THRU 9999-TERMINATE-EXIT
002010     STOP RUN
002020     .
002030 0000-MAINLINE-EXIT.
002040     EXIT.
002050 1000-INITIALIZE.
002060*-----------------------------------------------------------*
002070* CARREGA O CADASTRO ATUAL (SEM O DD, PRIMEIRA CARGA COM O   *
002080* CADASTRO VAZIO) E AS TURMAS (SEM O DD TURMAS, A TURMA NAO  *
002090* E CONFERIDA), ABRE OS MOVIMENTOS E O CADASTRO NOVO.        *
002100*-----------------------------------------------------------*
002110     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002120     OPEN INPUT TAREFAS-FILE
002130     IF WS-FS-TAREFAS IS EQUAL TO '00'
002140         PERFORM 1100-CARREGAR-UMA-TAREFA
002150             THRU 1100-CARREGAR-UMA-TAREFA-EXIT
002160             UNTIL FIM-DAS-TAREFAS
002170         CLOSE TAREFAS-FILE
002180     ELSE
002190         DISPLAY "TABTAREF: SEM CADASTRO ATUAL - PRIMEIRA CARGA"
002200     END-IF
002210     OPEN INPUT TURMAS-FILE
002220     IF WS-FS-TURMAS IS EQUAL TO '00'
002230         SET TURMAS-CARREGADAS TO TRUE
002240         PERFORM 1200-CARREGAR-UMA-TURMA
002250             THRU 1200-CARREGAR-UMA-TURMA-EXIT
002260             UNTIL FIM-DAS-TURMAS
002270         CLOSE TURMAS-FILE
002280     ELSE
002290         DISPLAY "TABTAREF: SEM CADASTRO DE TURMAS - TURMA NAO "
002300                 "CONFERIDA"
002310     END-IF
002320     OPEN INPUT MOVTO-FILE
002330     IF WS-FS-MOVTO NOT EQUAL '00'
002340         DISPLAY "TABTAREF: SEM MOVIMENTOS (DD MOVTAREF), "
002350                 "STATUS = " WS-FS-MOVTO
002360         MOVE 16 TO RETURN-CODE
002370         STOP RUN
002380     END-IF
002390     OPEN OUTPUT NOVO-FILE
002400     IF WS-FS-NOVO NOT EQUAL '00'
002410         DISPLAY "TABTAREF: NAO ABRIU O DD TAREFASN, STATUS = "
002420                 WS-FS-NOVO
002430         MOVE 16 TO RETURN-CODE
002440         STOP RUN
002450     END-IF
002460     .
002470 1000-INITIALIZE-EXIT.
002480     EXIT.
002490 1100-CARREGAR-UMA-TAREFA.
002500     READ TAREFAS-FILE
002510         AT END
002520             SET FIM-DAS-TAREFAS TO TRUE
002530             GO TO 1100-CARREGAR-UMA-TAREFA-EXIT
002540     END-READ
002550     IF TAR-FOLHA IS EQUAL TO SPACES
002560         OR TAR-TURMA IS EQUAL TO SPACES
002570         OR TAR-EMISSAO IS NOT NUMERIC
002580         OR TAR-PRAZO IS NOT NUMERIC
002590         OR WS-CAD-COUNT IS EQUAL TO WS-CAD-MAX
002600         DISPLAY "CADASTRO IGNORADO: " REG-TAREFA(1:37)
002610         GO TO 1100-CARREGAR-UMA-TAREFA-EXIT
002620     END-IF
002630     ADD 1 TO WS-CAD-COUNT
002640     MOVE TAR-FOLHA    TO WS-CAD-FOLHA (WS-CAD-COUNT)
002650     MOVE TAR-TURMA    TO WS-CAD-TURMA (WS-CAD-COUNT)
002660     MOVE TAR-EMISSAO  TO WS-CAD-EMISSAO (WS-CAD-COUNT)
002670     MOVE TAR-PRAZO    TO WS-CAD-PRAZO (WS-CAD-COUNT)
002680     IF TAR-DIAS-UTEIS IS NUMERIC
002690         MOVE TAR-DIAS-UTEIS TO WS-CAD-DIAS (WS-CAD-COUNT)
002700     ELSE
002710         MOVE ZEROES TO WS-CAD-DIAS (WS-CAD-COUNT)
002720     END-IF
002730     MOVE TAR-SITUACAO TO WS-CAD-SITUACAO (WS-CAD-COUNT)
002740     .
002750 1100-CARREGAR-UMA-TAREFA-EXIT.
002760     EXIT.
002770 1200-CARREGAR-UMA-TURMA.
002780     READ TURMAS-FILE
002790         AT END
002800             SET FIM-DAS-TURMAS TO TRUE
002810             GO TO 1200-CARREGAR-UMA-TURMA-EXIT
002820     END-READ
002830     IF TUR-CODIGO IS NOT EQUAL TO SPACES
002840         AND WS-TUR-COUNT IS LESS THAN 100
002850         ADD 1 TO WS-TUR-COUNT
002860         MOVE TUR-CODIGO TO WS-TUR-CODIGO (WS-TUR-COUNT)
002870         MOVE TUR-ATIVA  TO WS-TUR-ATIVA (WS-TUR-COUNT)
002880     END-IF
002890     .
002900 1200-CARREGAR-UMA-TURMA-EXIT.
002910     EXIT.
002920 2000-APLICAR-MOVIMENTO.
002930*-----------------------------------------------------------*
002940* UM MOVIMENTO: INCLUSAO EXIGE TAREFA INEDITA (FOLHA E       *
002950* TURMA) E UM PRAZO; ALTERACAO, ENCERRAMENTO E REABERTURA    *
002960* EXIGEM TAREFA EXISTENTE.                                   *
002970*-----------------------------------------------------------*
002980     READ MOVTO-FILE
002990         AT END
003000             SET FIM-DOS-MOVTOS TO TRUE
003010             GO TO 2000-APLICAR-MOVIMENTO-EXIT
003020     END-READ
003030     ADD 1 TO WS-MOVTOS
003040     IF MOV-FOLHA IS EQUAL TO SPACES
003050         OR MOV-TURMA IS EQUAL TO SPACES
003060         ADD 1 TO WS-REJEITADOS
003070         DISPLAY "REJEITADO (FOLHA OU TURMA EM BRANCO) "
003080                 REG-MOVTO(1:37)
003090         GO TO 2000-APLICAR-MOVIMENTO-EXIT
003100     END-IF
003110     PERFORM 2100-PROCURAR-TAREFA
003120         THRU 2100-PROCURAR-TAREFA-EXIT
003130     EVALUATE MOV-TIPO
003140         WHEN 'I'
003150             PERFORM 2200-INCLUIR
003160                 THRU 2200-INCLUIR-EXIT
003170         WHEN 'A'
003180             PERFORM 2300-ALTERAR
003190                 THRU 2300-ALTERAR-EXIT
003200         WHEN 'F'
003210             PERFORM 2400-ENCERRAR
003220                 THRU 2400-ENCERRAR-EXIT
003230         WHEN 'R'
003240             PERFORM 2500-REABRIR
003250                 THRU 2500-REABRIR-EXIT
003260         WHEN OTHER
003270             ADD 1 TO WS-REJEITADOS
003280             DISPLAY "REJEITADO (TIPO INVALIDO) " REG-MOVTO(1:37)
003290     END-EVALUATE
003300     .
003310 2000-APLICAR-MOVIMENTO-EXIT.
003320     EXIT.
003330 2100-PROCURAR-TAREFA.
003340     MOVE 'N' TO WS-ACHOU-SW
003350     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
003360             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
003370                OR TAREFA-ACHADA
003380         IF WS-CAD-FOLHA (WS-CAD-IX) IS EQUAL TO MOV-FOLHA
003390             AND WS-CAD-TURMA (WS-CAD-IX) IS EQUAL TO MOV-TURMA
003400             SET TAREFA-ACHADA TO TRUE
003410             SUBTRACT 1 FROM WS-CAD-IX
003420         END-IF
003430     END-PERFORM
003440     .
003450 2100-PROCURAR-TAREFA-EXIT.
003460     EXIT.
003470 2200-INCLUIR.
003480     IF TAREFA-ACHADA
003490         ADD 1 TO WS-REJEITADOS
003500         DISPLAY "REJEITADO (TAREFA JA EXISTE) " REG-MOVTO(1:37)
003510         GO TO 2200-INCLUIR-EXIT
003520     END-IF
003530     PERFORM 2600-CONFERIR-TURMA
003540         THRU 2600-CONFERIR-TURMA-EXIT
003550     IF NOT TURMA-ACEITA
003560         GO TO 2200-INCLUIR-EXIT
003570     END-IF
003580     MOVE WS-DATA-HOJE TO WS-EMISSAO
003590     PERFORM 2700-CALCULAR-PRAZO
003600         THRU 2700-CALCULAR-PRAZO-EXIT
003610     IF NOT PRAZO-ACEITO
003620         GO TO 2200-INCLUIR-EXIT
003630     END-IF
003640     IF WS-CAD-COUNT IS EQUAL TO WS-CAD-MAX
003650         ADD 1 TO WS-REJEITADOS
003660         DISPLAY "REJEITADO (CADASTRO CHEIO) " REG-MOVTO(1:37)
003670         GO TO 2200-INCLUIR-EXIT
003680     END-IF
003690     ADD 1 TO WS-CAD-COUNT
003700     MOVE MOV-FOLHA     TO WS-CAD-FOLHA (WS-CAD-COUNT)
003710     MOVE MOV-TURMA     TO WS-CAD-TURMA (WS-CAD-COUNT)
003720     MOVE WS-EMISSAO    TO WS-CAD-EMISSAO (WS-CAD-COUNT)
003730     MOVE WS-PRAZO      TO WS-CAD-PRAZO (WS-CAD-COUNT)
003740     MOVE WS-DIAS-UTEIS TO WS-CAD-DIAS (WS-CAD-COUNT)
003750     MOVE 'A'           TO WS-CAD-SITUACAO (WS-CAD-COUNT)
003760     ADD 1 TO WS-INCLUIDAS
003770     .
003780 2200-INCLUIR-EXIT.
003790     EXIT.
003800 2300-ALTERAR.
003810*-----------------------------------------------------------*
003820* NOVO PRAZO (E, SE VIER, NOVA EMISSAO). O PRAZO EM DIAS     *
003830* UTEIS E RECONTADO A PARTIR DA EMISSAO QUE VALER.           *
003840*-----------------------------------------------------------*
003850     IF NOT TAREFA-ACHADA
003860         ADD 1 TO WS-REJEITADOS
003870         DISPLAY "REJEITADO (TAREFA NAO EXISTE) " REG-MOVTO(1:37)
003880         GO TO 2300-ALTERAR-EXIT
003890     END-IF
003900     MOVE WS-CAD-EMISSAO (WS-CAD-IX) TO WS-EMISSAO
003910     PERFORM 2700-CALCULAR-PRAZO
003920         THRU 2700-CALCULAR-PRAZO-EXIT
003930     IF NOT PRAZO-ACEITO
003940         GO TO 2300-ALTERAR-EXIT
003950     END-IF
003960     MOVE WS-EMISSAO    TO WS-CAD-EMISSAO (WS-CAD-IX)
003970     MOVE WS-PRAZO      TO WS-CAD-PRAZO (WS-CAD-IX)
003980     MOVE WS-DIAS-UTEIS TO WS-CAD-DIAS (WS-CAD-IX)
003990     ADD 1 TO WS-ALTERADAS
004000     .
004010 2300-ALTERAR-EXIT.
004020     EXIT.
004030 2400-ENCERRAR.
004040     IF NOT TAREFA-ACHADA
004050         ADD 1 TO WS-REJEITADOS
004060         DISPLAY "REJEITADO (TAREFA NAO EXISTE) " REG-MOVTO(1:37)
004070         GO TO 2400-ENCERRAR-EXIT
004080     END-IF
004090     IF WS-CAD-SITUACAO (WS-CAD-IX) IS EQUAL TO 'F'
004100         ADD 1 TO WS-REJEITADOS
004110         DISPLAY "REJEITADO (TAREFA JA ENCERRADA) "
004120                 REG-MOVTO(1:37)
004130         GO TO 2400-ENCERRAR-EXIT
004140     END-IF
004150     MOVE 'F' TO WS-CAD-SITUACAO (WS-CAD-IX)
004160     ADD 1 TO WS-ENCERRADAS
004170     .
004180 2400-ENCERRAR-EXIT.
004190     EXIT.
004200 2500-REABRIR.
004210     IF NOT TAREFA-ACHADA
004220         ADD 1 TO WS-REJEITADOS
004230         DISPLAY "REJEITADO (TAREFA NAO EXISTE) " REG-MOVTO(1:37)
004240         GO TO 2500-REABRIR-EXIT
004250     END-IF
004260     IF WS-CAD-SITUACAO (WS-CAD-IX) IS EQUAL TO 'A'
004270         ADD 1 TO WS-REJEITADOS
004280         DISPLAY "REJEITADO (TAREFA JA ABERTA) " REG-MOVTO(1:37)
004290         GO TO 2500-REABRIR-EXIT
004300     END-IF
004310     MOVE 'A' TO WS-CAD-SITUACAO (WS-CAD-IX)
004320     ADD 1 TO WS-REABERTAS
004330     .
004340 2500-REABRIR-EXIT.
004350     EXIT.
004360 2600-CONFERIR-TURMA.
004370*-----------------------------------------------------------*
004380* COM O CADASTRO DE TURMAS CARREGADO, A TURMA TEM DE EXISTIR *
004390* E ESTAR ATIVA; SEM ELE, QUALQUER TURMA PASSA.              *
004400*-----------------------------------------------------------*
004410     SET TURMA-ACEITA TO TRUE
004420     IF NOT TURMAS-CARREGADAS
004430         GO TO 2600-CONFERIR-TURMA-EXIT
004440     END-IF
004450     MOVE 'N' TO WS-TURMA-OK-SW
004460     PERFORM VARYING WS-TUR-IX FROM 1 BY 1
004470             UNTIL WS-TUR-IX IS GREATER THAN WS-TUR-COUNT
004480         IF WS-TUR-CODIGO (WS-TUR-IX) IS EQUAL TO MOV-TURMA
004490             AND WS-TUR-ATIVA (WS-TUR-IX) IS EQUAL TO 'S'
004500             SET TURMA-ACEITA TO TRUE
004510         END-IF
004520     END-PERFORM
004530     IF NOT TURMA-ACEITA
004540         ADD 1 TO WS-REJEITADOS
004550         DISPLAY "REJEITADO (TURMA INEXISTENTE OU INATIVA) "
004560                 REG-MOVTO(1:37)
004570     END-IF
004580     .
004590 2600-CONFERIR-TURMA-EXIT.
004600     EXIT.
004610 2700-CALCULAR-PRAZO.
004620*-----------------------------------------------------------*
004630* CONFERE A EMISSAO DO CARTAO (EM BRANCO VALE A QUE O        *
004640* CHAMADOR DEIXOU EM WS-EMISSAO) E CHEGA AO PRAZO: A DATA    *
004650* INFORMADA, OU N CHAMADAS DO GDADTCALC 'U' A PARTIR DA      *
004660* EMISSAO. O MOVIMENTO RUIM E REJEITADO AQUI MESMO.          *
004670*-----------------------------------------------------------*
004680     MOVE 'N' TO WS-PRAZO-OK-SW
004690     IF MOV-EMISSAO IS NOT EQUAL TO SPACES
004700         MOVE MOV-EMISSAO TO WS-DATA-TESTE
004710         PERFORM 2800-VALIDAR-DATA
004720             THRU 2800-VALIDAR-DATA-EXIT
004730         IF NOT DATA-VALIDA
004740             ADD 1 TO WS-REJEITADOS
004750             DISPLAY "REJEITADO (EMISSAO INVALIDA) "
004760                     REG-MOVTO(1:37)
004770             GO TO 2700-CALCULAR-PRAZO-EXIT
004780         END-IF
004790         MOVE WS-DATA-TESTE-N TO WS-EMISSAO
004800     END-IF
004810     IF (MOV-PRAZO IS EQUAL TO SPACES
004820         AND MOV-DIAS-UTEIS IS EQUAL TO SPACES)
004830         OR (MOV-PRAZO IS NOT EQUAL TO SPACES
004840             AND MOV-DIAS-UTEIS IS NOT EQUAL TO SPACES)
004850         ADD 1 TO WS-REJEITADOS
004860         DISPLAY "REJEITADO (INFORME A DATA OU OS DIAS UTEIS) "
004870                 REG-MOVTO(1:37)
004880         GO TO 2700-CALCULAR-PRAZO-EXIT
004890     END-IF
004900     IF MOV-PRAZO IS NOT EQUAL TO SPACES
004910         MOVE MOV-PRAZO TO WS-DATA-TESTE
004920         PERFORM 2800-VALIDAR-DATA
004930             THRU 2800-VALIDAR-DATA-EXIT
004940         IF NOT DATA-VALIDA
004950             ADD 1 TO WS-REJEITADOS
004960             DISPLAY "REJEITADO (PRAZO INVALIDO) " REG-MOVTO(1:37)
004970             GO TO 2700-CALCULAR-PRAZO-EXIT
004980         END-IF
004990         MOVE WS-DATA-TESTE-N TO WS-PRAZO
005000         MOVE ZEROES TO WS-DIAS-UTEIS
005010     ELSE
005020         IF MOV-DIAS-UTEIS IS NOT NUMERIC
005030             OR MOV-DIAS-UTEIS IS EQUAL TO '000'
005040             ADD 1 TO WS-REJEITADOS
005050             DISPLAY "REJEITADO (DIAS UTEIS INVALIDOS) "
005060                     REG-MOVTO(1:37)
005070             GO TO 2700-CALCULAR-PRAZO-EXIT
005080         END-IF
005090         MOVE MOV-DIAS-UTEIS TO WS-DIAS-UTEIS
005100         MOVE WS-EMISSAO TO WS-PRAZO
005110         MOVE ZEROES TO WS-DIAS-CONTADOS
005120         MOVE ZEROES TO DTC-STATUS
005130         PERFORM 2710-SOMAR-DIA-UTIL
005140             THRU 2710-SOMAR-DIA-UTIL-EXIT
005150             UNTIL WS-DIAS-CONTADOS IS EQUAL TO WS-DIAS-UTEIS
005160                OR DTC-STATUS IS NOT EQUAL TO ZEROES
005170         IF DTC-STATUS IS NOT EQUAL TO ZEROES
005180             ADD 1 TO WS-REJEITADOS
005190             DISPLAY "REJEITADO (PRAZO FORA DO CALENDARIO) "
005200                     REG-MOVTO(1:37)
005210             GO TO 2700-CALCULAR-PRAZO-EXIT
005220         END-IF
005230     END-IF
005240     IF WS-PRAZO IS LESS THAN WS-EMISSAO
005250         ADD 1 TO WS-REJEITADOS
005260         DISPLAY "REJEITADO (PRAZO ANTES DA EMISSAO) "
005270                 REG-MOVTO(1:37)
005280         GO TO 2700-CALCULAR-PRAZO-EXIT
005290     END-IF
005300     SET PRAZO-ACEITO TO TRUE
005310     .
005320 2700-CALCULAR-PRAZO-EXIT.
005330     EXIT.
005340 2710-SOMAR-DIA-UTIL.
005350     MOVE 'U' TO DTC-FUNCAO
005360     MOVE WS-PRAZO(3:6) TO DTC-DATA-AAMMDD-1
005370     CALL 'GDADTCALC' USING GDADTCALC-AREA
005380     IF DTC-STATUS IS NOT EQUAL TO ZEROES
005390         GO TO 2710-SOMAR-DIA-UTIL-EXIT
005400     END-IF
005410     MOVE DTC-RESULT-CCYYMMDD TO WS-PRAZO
005420     ADD 1 TO WS-DIAS-CONTADOS
005430     .
005440 2710-SOMAR-DIA-UTIL-EXIT.
005450     EXIT.
005460 2800-VALIDAR-DATA.
005470*-----------------------------------------------------------*
005480* DATA AAAAMMDD DO CARTAO: NUMERICA E ACEITA PELO GDADTVAL,  *
005490* COM O SECULO DA JANELA IGUAL AO INFORMADO.                 *
005500*-----------------------------------------------------------*
005510     MOVE 'N' TO WS-DATA-OK-SW
005520     IF WS-DATA-TESTE IS NOT NUMERIC
005530         GO TO 2800-VALIDAR-DATA-EXIT
005540     END-IF
005550     MOVE WS-DATA-TESTE(3:6) TO DTV-DATA-AAMMDD
005560     CALL 'GDADTVAL' USING GDADTVAL-AREA
005570     IF DTV-STATUS IS EQUAL TO ZEROES
005580         AND DTV-DATA-CCYYMMDD IS EQUAL TO WS-DATA-TESTE-N
005590         SET DATA-VALIDA TO TRUE
005600     END-IF
005610     .
005620 2800-VALIDAR-DATA-EXIT.
005630     EXIT.
005640 3000-GRAVAR-CADASTRO-NOVO.
005650     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
005660             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
005670         MOVE SPACES TO REG-TAREFA
005680         MOVE WS-CAD-FOLHA (WS-CAD-IX)    TO TAR-FOLHA
005690         MOVE WS-CAD-TURMA (WS-CAD-IX)    TO TAR-TURMA
005700         MOVE WS-CAD-EMISSAO (WS-CAD-IX)  TO TAR-EMISSAO
005710         MOVE WS-CAD-PRAZO (WS-CAD-IX)    TO TAR-PRAZO
005720         MOVE WS-CAD-DIAS (WS-CAD-IX)     TO TAR-DIAS-UTEIS
005730         MOVE WS-CAD-SITUACAO (WS-CAD-IX) TO TAR-SITUACAO
005740         MOVE REG-TAREFA TO REG-NOVO
005750         WRITE REG-NOVO
005760         ADD 1 TO WS-GRAVADAS
005770     END-PERFORM
005780     .
005790 3000-GRAVAR-CADASTRO-NOVO-EXIT.
005800     EXIT.
005810 9999-TERMINATE.
005820     CLOSE MOVTO-FILE
005830     CLOSE NOVO-FILE
005840     DISPLAY "MOVIMENTOS LIDOS = " WS-MOVTOS
005850     DISPLAY "INCLUIDAS        = " WS-INCLUIDAS
005860     DISPLAY "ALTERADAS        = " WS-ALTERADAS
005870     DISPLAY "ENCERRADAS       = " WS-ENCERRADAS
005880     DISPLAY "REABERTAS        = " WS-REABERTAS
005890     DISPLAY "REJEITADOS       = " WS-REJEITADOS
005900     DISPLAY "CADASTRO NOVO    = " WS-GRAVADAS " TAREFA(S)"
005910     IF WS-REJEITADOS IS GREATER THAN ZEROES
005920         MOVE 4 TO RETURN-CODE
005930     END-IF
005940     .
005950 9999-TERMINATE-EXIT.
005960     EXIT.
