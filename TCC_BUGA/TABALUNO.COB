000170*                  DD MOVALUNO E GRAVA O CADASTRO NOVO NO DD  *
000180*                  ALUNOSN. MOVIMENTO REJEITADO SAI LISTADO   *
000190*                  NO SYSOUT COM O MOTIVO.                    *
000191* 10/15/2026 JLC   CADASTRO GANHOU A DATA DO CERTIFICADO DE   *
000192*                  DOMINIO DA TABUADA (ALU-DT-CERTIF, GRAVADA *
000193*                  PELO TABCERTF, ANTES FILLER). A MANUTENCAO *
000194*                  CARREGA E REGRAVA O CAMPO COMO VEIO; ALUNO *
000195*                  INCLUIDO NASCE SEM CERTIFICADO.            *
000196* 10/15/2026 JLC   TURMA PASSOU A SER VALIDADA CONTRA O       *
000197*                  CADASTRO DE TURMAS (DD TURMAS, QUE O       *
000198*                  TABTURMA MANTEM): INCLUSAO E REATIVACAO EM *
000199*                  TURMA INEXISTENTE, INATIVA OU LOTADA SAO   *
000200*                  REJEITADAS. MOVIMENTO NOVO T TRANSFERE O   *
000201*                  ALUNO DE TURMA COM DATA EFETIVA E GRAVA O  *
000202*                  HISTORICO NO DD HISTURMA, QUE O TABPROGR   *
000203*                  USA PARA MOSTRAR A TURMA DE CADA SEMANA.   *
000204* 10/15/2026 JLC   CADASTRO GANHOU A DATA DA BAIXA            *
000205*                  (ALU-DT-BAIXA, ANTES FILLER): A BAIXA      *
000206*                  DE ALUNO ATIVO GRAVA A DATA DE HOJE E A    *
000207*                  REATIVACAO LIMPA. O TABLGPD USA A          *
000208*                  DATA PARA SABER HA QUANTO TEMPO O          *
000209*                  ALUNO SAIU.                                *
000210* 10/15/2026 JLC   CADASTRO GANHOU O CPF DO RESPONSAVEL       *
000211*                  (ALU-CPF-RESP, SO DIGITOS, ANTES FILLER).  *
000212*                  A INCLUSAO TRAZ O CPF NAS COLS 40-53 DO    *
000213*                  CARTAO E E' REJEITADA SE O GDADOCVL NAO    *
000214*                  VALIDAR O DOCUMENTO (EM BRANCO TAMBEM); O  *
000215*                  ALUNO JA CADASTRADO GUARDA O QUE TINHA.    *
000216*                                                             *
000217* MOVIMENTOS (DD MOVALUNO, UM POR CARTAO):                    *
000220*   COL 01     TIPO: I = INCLUIR, B = BAIXAR (INATIVAR),      *
000230*                    R = REATIVAR, T = TRANSFERIR DE TURMA    *
000240*   COLS 03-08 MATRICULA                                      *
000250*   COLS 10-24 NOME (SO NA INCLUSAO)                          *
000260*   COLS 26-29 TURMA (NA INCLUSAO; NA TRANSFERENCIA, A        *
000261*              TURMA DE DESTINO)                              *
000262*   COLS 31-38 DATA EFETIVA DA TRANSFERENCIA (AAAAMMDD, EM    *
000263*              BRANCO = HOJE)                                 *
000264*   COLS 40-53 CPF DO RESPONSAVEL (SO NA INCLUSAO, EXIGIDO;   *
000265*              COM OU SEM PONTO E TRACO)                      *
000291*-----------------------------------------------------------*
000292 ENVIRONMENT DIVISION.
000293 CONFIGURATION SECTION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ALUNOS-FILE ASSIGN TO ALUNOS
000380     SELECT NOVO-FILE ASSIGN TO ALUNOSN
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-FS-NOVO.
000401     SELECT TURMAS-FILE ASSIGN TO TURMAS
000402         ORGANIZATION IS LINE SEQUENTIAL
000403         FILE STATUS IS WS-FS-TURMAS.
000404     SELECT HIST-FILE ASSIGN TO HISTURMA
000405         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS WS-FS-HIST.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  ALUNOS-FILE
000500     05  ALU-TURMA           PIC X(04).
000510     05  FILLER              PIC X(01).
000520     05  ALU-ATIVO           PIC X(01).
000521     05  FILLER              PIC X(01).
000522     05  ALU-DT-CERTIF       PIC X(08).
000530     05  FILLER              PIC X(01).
000531     05  ALU-DT-BAIXA        PIC X(08).
000532     05  FILLER              PIC X(01).
000533     05  ALU-CPF-RESP        PIC X(11).
000534     05  FILLER              PIC X(21).
000540 FD  MOVTO-FILE
000550     RECORDING MODE IS F.
000560 01  REG-MOVTO.
000610     05  MOV-NOME            PIC X(15).
000620     05  FILLER              PIC X(01).
000630     05  MOV-TURMA           PIC X(04).
000640     05  FILLER              PIC X(01).
000641     05  MOV-DATA            PIC X(08).
000642     05  FILLER              PIC X(01).
000643     05  MOV-CPF-RESP        PIC X(14).
000644     05  FILLER              PIC X(27).
000650 FD  NOVO-FILE
000660     RECORDING MODE IS F.
000670 01  REG-NOVO                PIC X(80).
000671 FD  TURMAS-FILE
000672     RECORDING MODE IS F.
000673 01  REG-TURMA.
000674     05  TUR-CODIGO          PIC X(04).
000675     05  FILLER              PIC X(34).
000676     05  TUR-CAPACIDADE      PIC 9(03).
000677     05  FILLER              PIC X(01).
000678     05  TUR-ATIVA           PIC X(01).
000679     05  FILLER              PIC X(37).
000680 FD  HIST-FILE
000681     RECORDING MODE IS F.
000682 01  REG-HIST.
000683     05  HT-MATRICULA        PIC 9(06).
000684     05  FILLER              PIC X(01).
000685     05  HT-TURMA-ORIGEM     PIC X(04).
000686     05  FILLER              PIC X(01).
000687     05  HT-TURMA-DESTINO    PIC X(04).
000688     05  FILLER              PIC X(01).
000689     05  HT-DATA-EFETIVA     PIC 9(08).
000690     05  FILLER              PIC X(01).
000691     05  HT-DATA-PROCESSO    PIC 9(08).
000692     05  FILLER              PIC X(46).
000693 WORKING-STORAGE SECTION.
000694 77  WS-FS-ALUNOS             PIC X(02) VALUE '00'.
000700 77  WS-FS-MOVTO              PIC X(02) VALUE '00'.
000710 77  WS-FS-NOVO               PIC X(02) VALUE '00'.
000711 77  WS-FS-TURMAS             PIC X(02) VALUE '00'.
000712 77  WS-FS-HIST               PIC X(02) VALUE '00'.
000720 01  WS-SWITCHES.
000730     05  WS-FIM-ALU-SW        PIC X(01) VALUE 'N'.
000740         88  FIM-DOS-ALUNOS            VALUE 'S'.
000760         88  FIM-DOS-MOVTOS            VALUE 'S'.
000770     05  WS-ACHOU-SW          PIC X(01) VALUE 'N'.
000780         88  MATRICULA-ACHADA          VALUE 'S'.
000781     05  WS-FIM-TUR-SW        PIC X(01) VALUE 'N'.
000782         88  FIM-DAS-TURMAS            VALUE 'S'.
000783     05  WS-TURMA-SW          PIC X(01) VALUE 'N'.
000784         88  TURMA-ACHADA              VALUE 'S'.
000785     05  WS-DESTINO-SW        PIC X(01) VALUE 'N'.
000786         88  DESTINO-OK                VALUE 'S'.
000790 01  WS-CONTADORES.
000800     05  WS-MOVTOS            PIC 9(05) VALUE ZEROES.
000810     05  WS-INCLUIDOS         PIC 9(05) VALUE ZEROES.
000830     05  WS-REATIVADOS        PIC 9(05) VALUE ZEROES.
000840     05  WS-REJEITADOS        PIC 9(05) VALUE ZEROES.
000850     05  WS-GRAVADOS          PIC 9(05) VALUE ZEROES.
000851     05  WS-TRANSFERIDOS      PIC 9(05) VALUE ZEROES.
000860 01  WS-MATRICULA             PIC 9(06) VALUE ZEROES.
000861 01  WS-TURMA                 PIC X(04) VALUE SPACES.
000862 01  WS-DATA-HOJE             PIC 9(08) VALUE ZEROES.
000863 01  WS-DATA-EFETIVA          PIC 9(08) VALUE ZEROES.
000864 01  GDADTVAL-AREA.
000865     05  DTV-DATA-AAMMDD      PIC X(06).
000866     05  DTV-DATA-CCYYMMDD    PIC 9(08).
000867     05  DTV-STATUS           PIC 9(02).
000868 01  GDADOCVL-AREA.
000869     05  DOC-TIPO             PIC X(01).
000870     05  DOC-ENTRADA          PIC X(20).
000871     05  DOC-DIGITOS          PIC X(14).
000872     05  DOC-EDITADO          PIC X(18).
000873     05  DOC-STATUS           PIC 9(02).
000874*-----------------------------------------------------------*
000880* CADASTRO EM MEMORIA                                        *
000890*-----------------------------------------------------------*
000900 01  WS-CADASTRO.
000960         10  WS-CAD-NOME      PIC X(15).
000970         10  WS-CAD-TURMA     PIC X(04).
000980         10  WS-CAD-ATIVO     PIC X(01).
000981         10  WS-CAD-DT-CERTIF PIC X(08).
000982         10  WS-CAD-DT-BAIXA  PIC X(08).
000983         10  WS-CAD-CPF-RESP  PIC X(11).
000984*-----------------------------------------------------------*
000985* CADASTRO DE TURMAS EM MEMORIA, COM OS ALUNOS ATIVOS DELA   *
000986*-----------------------------------------------------------*
000987 01  WS-TURMAS.
000988     05  WS-TUR-MAX           PIC 9(03) VALUE 100.
000989     05  WS-TUR-COUNT         PIC 9(03) VALUE ZEROES.
000990     05  WS-TUR-IX            PIC 9(03) VALUE ZEROES.
000991     05  WS-TUR-ENT OCCURS 100 TIMES.
000992         10  WS-TUR-CODIGO    PIC X(04).
000993         10  WS-TUR-CAPACIDADE PIC 9(03).
000994         10  WS-TUR-ATIVA     PIC X(01).
000995         10  WS-TUR-OCUPADOS  PIC 9(03).
000996 PROCEDURE DIVISION.
001000 0000-MAINLINE.
001010*-----------------------------------------------------------*
001020* PARAGRAFO PRINCIPAL.                                       *
001160     EXIT.
001170 1000-INITIALIZE.
001180*-----------------------------------------------------------*
001190* CARREGA O CADASTRO DE TURMAS (OBRIGATORIO) E O CADASTRO    *
001200* ATUAL DE ALUNOS (SEM O DD, PRIMEIRA CARGA COM O CADASTRO   *
001201* VAZIO), ABRE OS MOVIMENTOS, O CADASTRO NOVO E O HISTORICO  *
001202* DE TRANSFERENCIAS.                                         *
001210*-----------------------------------------------------------*
001211     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001212     OPEN INPUT TURMAS-FILE
001213     IF WS-FS-TURMAS NOT EQUAL '00'
001214         DISPLAY "TABALUNO: SEM CADASTRO DE TURMAS (DD TURMAS), "
001215                 "STATUS = " WS-FS-TURMAS
001216         MOVE 16 TO RETURN-CODE
001217         STOP RUN
001218     END-IF
001219     PERFORM 1200-CARREGAR-UMA-TURMA
001220         THRU 1200-CARREGAR-UMA-TURMA-EXIT
001221         UNTIL FIM-DAS-TURMAS
001222     CLOSE TURMAS-FILE
001223     OPEN INPUT ALUNOS-FILE
001230     IF WS-FS-ALUNOS IS EQUAL TO '00'
001240         PERFORM 1100-CARREGAR-UM-ALUNO
001250             THRU 1100-CARREGAR-UM-ALUNO-EXIT
001420         MOVE 16 TO RETURN-CODE
001430         STOP RUN
001440     END-IF
001441     OPEN EXTEND HIST-FILE
001442     IF WS-FS-HIST NOT EQUAL '00'
001443         OPEN OUTPUT HIST-FILE
001444     END-IF
001445     IF WS-FS-HIST NOT EQUAL '00'
001446         DISPLAY "TABALUNO: NAO ABRIU O DD HISTURMA, STATUS = "
001447                 WS-FS-HIST
001448         MOVE 16 TO RETURN-CODE
001449         STOP RUN
001450     END-IF
001451     .
001460 1000-INITIALIZE-EXIT.
001470     EXIT.
001480 1100-CARREGAR-UM-ALUNO.
001610     MOVE ALU-NOME      TO WS-CAD-NOME (WS-CAD-COUNT)
001620     MOVE ALU-TURMA     TO WS-CAD-TURMA (WS-CAD-COUNT)
001630     MOVE ALU-ATIVO     TO WS-CAD-ATIVO (WS-CAD-COUNT)
001631     MOVE ALU-DT-CERTIF TO WS-CAD-DT-CERTIF (WS-CAD-COUNT)
001632     MOVE ALU-DT-BAIXA  TO WS-CAD-DT-BAIXA (WS-CAD-COUNT)
001633     MOVE ALU-CPF-RESP  TO WS-CAD-CPF-RESP (WS-CAD-COUNT)
001634     IF ALU-ATIVO IS EQUAL TO 'S'
001635         MOVE ALU-TURMA TO WS-TURMA
001636         PERFORM 2600-PROCURAR-TURMA
001637             THRU 2600-PROCURAR-TURMA-EXIT
001638         IF TURMA-ACHADA
001639             ADD 1 TO WS-TUR-OCUPADOS (WS-TUR-IX)
001640         END-IF
001641     END-IF
001642     .
001650 1100-CARREGAR-UM-ALUNO-EXIT.
001660     EXIT.
001670 2000-APLICAR-MOVIMENTO.
001680*-----------------------------------------------------------*
001690* UM MOVIMENTO: INCLUSAO EXIGE MATRICULA INEDITA, NOME E     *
001700* TURMA COM VAGA; BAIXA, REATIVACAO E TRANSFERENCIA EXIGEM   *
001701* MATRICULA EXISTENTE.                                       *
001710*-----------------------------------------------------------*
001720     READ MOVTO-FILE
001730         AT END
001930         WHEN 'R'
001940             PERFORM 2400-REATIVAR
001950                 THRU 2400-REATIVAR-EXIT
001951         WHEN 'T'
001952             PERFORM 2500-TRANSFERIR
001953                 THRU 2500-TRANSFERIR-EXIT
001960         WHEN OTHER
001970             ADD 1 TO WS-REJEITADOS
001980             DISPLAY "REJEITADO (TIPO INVALIDO) " REG-MOVTO(1:29)
002260         DISPLAY "REJEITADO (NOME EM BRANCO) " REG-MOVTO(1:29)
002270         GO TO 2200-INCLUIR-EXIT
002280     END-IF
002281     MOVE 'F'          TO DOC-TIPO
002282     MOVE MOV-CPF-RESP TO DOC-ENTRADA
002283     CALL 'GDADOCVL' USING GDADOCVL-AREA
002284     IF DOC-STATUS IS NOT EQUAL TO ZEROES
002285         ADD 1 TO WS-REJEITADOS
002286         DISPLAY "REJEITADO (CPF DO RESPONSAVEL INVALIDO) "
002287                 REG-MOVTO(1:29) " " MOV-CPF-RESP
002288         GO TO 2200-INCLUIR-EXIT
002289     END-IF
002290     IF WS-CAD-COUNT IS EQUAL TO WS-CAD-MAX
002300         ADD 1 TO WS-REJEITADOS
002310         DISPLAY "REJEITADO (CADASTRO CHEIO) " REG-MOVTO(1:29)
002320         GO TO 2200-INCLUIR-EXIT
002330     END-IF
002331     MOVE MOV-TURMA TO WS-TURMA
002332     PERFORM 2700-VALIDAR-DESTINO
002333         THRU 2700-VALIDAR-DESTINO-EXIT
002334     IF NOT DESTINO-OK
002335         GO TO 2200-INCLUIR-EXIT
002336     END-IF
002340     ADD 1 TO WS-CAD-COUNT
002350     MOVE WS-MATRICULA TO WS-CAD-MATRICULA (WS-CAD-COUNT)
002360     MOVE MOV-NOME     TO WS-CAD-NOME (WS-CAD-COUNT)
002370     MOVE MOV-TURMA    TO WS-CAD-TURMA (WS-CAD-COUNT)
002380     MOVE 'S'          TO WS-CAD-ATIVO (WS-CAD-COUNT)
002381     MOVE SPACES       TO WS-CAD-DT-CERTIF (WS-CAD-COUNT)
002382     MOVE SPACES       TO WS-CAD-DT-BAIXA (WS-CAD-COUNT)
002383     MOVE DOC-DIGITOS (1:11) TO WS-CAD-CPF-RESP (WS-CAD-COUNT)
002384     ADD 1 TO WS-TUR-OCUPADOS (WS-TUR-IX)
002390     ADD 1 TO WS-INCLUIDOS
002400     .
002410 2200-INCLUIR-EXIT.
002470                 REG-MOVTO(1:29)
002480         GO TO 2300-BAIXAR-EXIT
002490     END-IF
002491     IF WS-CAD-ATIVO (WS-CAD-IX) IS EQUAL TO 'S'
002492         PERFORM 2800-LIBERAR-VAGA
002493             THRU 2800-LIBERAR-VAGA-EXIT
002494         MOVE WS-DATA-HOJE TO WS-CAD-DT-BAIXA (WS-CAD-IX)
002495     END-IF
002500     MOVE 'N' TO WS-CAD-ATIVO (WS-CAD-IX)
002510     ADD 1 TO WS-BAIXADOS
002520     .
002590                 REG-MOVTO(1:29)
002600         GO TO 2400-REATIVAR-EXIT
002610     END-IF
002611     IF WS-CAD-ATIVO (WS-CAD-IX) IS NOT EQUAL TO 'S'
002612         MOVE WS-CAD-TURMA (WS-CAD-IX) TO WS-TURMA
002613         PERFORM 2700-VALIDAR-DESTINO
002614             THRU 2700-VALIDAR-DESTINO-EXIT
002615         IF NOT DESTINO-OK
002616             GO TO 2400-REATIVAR-EXIT
002617         END-IF
002618         ADD 1 TO WS-TUR-OCUPADOS (WS-TUR-IX)
002619     END-IF
002620     MOVE 'S' TO WS-CAD-ATIVO (WS-CAD-IX)
002621     MOVE SPACES TO WS-CAD-DT-BAIXA (WS-CAD-IX)
002630     ADD 1 TO WS-REATIVADOS
002640     .
002650 2400-REATIVAR-EXIT.
002720         MOVE WS-CAD-NOME (WS-CAD-IX)      TO ALU-NOME
002730         MOVE WS-CAD-TURMA (WS-CAD-IX)     TO ALU-TURMA
002740         MOVE WS-CAD-ATIVO (WS-CAD-IX)     TO ALU-ATIVO
002741         MOVE WS-CAD-DT-CERTIF (WS-CAD-IX) TO ALU-DT-CERTIF
002742         MOVE WS-CAD-DT-BAIXA (WS-CAD-IX)  TO ALU-DT-BAIXA
002743         MOVE WS-CAD-CPF-RESP (WS-CAD-IX)  TO ALU-CPF-RESP
002750         MOVE REG-ALUNO TO REG-NOVO
002760         WRITE REG-NOVO
002770         ADD 1 TO WS-GRAVADOS
002820 9999-TERMINATE.
002830     CLOSE MOVTO-FILE
002840     CLOSE NOVO-FILE
002841     CLOSE HIST-FILE
002850     DISPLAY "MOVIMENTOS LIDOS = " WS-MOVTOS
002860     DISPLAY "INCLUIDOS        = " WS-INCLUIDOS
002870     DISPLAY "BAIXADOS         = " WS-BAIXADOS
002880     DISPLAY "REATIVADOS       = " WS-REATIVADOS
002881     DISPLAY "TRANSFERIDOS     = " WS-TRANSFERIDOS
002890     DISPLAY "REJEITADOS       = " WS-REJEITADOS
002900     DISPLAY "CADASTRO NOVO    = " WS-GRAVADOS " ALUNO(S)"
002910     IF WS-REJEITADOS IS GREATER THAN ZEROES
002940     .
002950 9999-TERMINATE-EXIT.
002960     EXIT.
002970 1200-CARREGAR-UMA-TURMA.
002980     READ TURMAS-FILE
002990         AT END
003000             SET FIM-DAS-TURMAS TO TRUE
003010             GO TO 1200-CARREGAR-UMA-TURMA-EXIT
003020     END-READ
003030     IF TUR-CODIGO IS EQUAL TO SPACES
003040         OR TUR-CAPACIDADE IS NOT NUMERIC
003050         OR WS-TUR-COUNT IS EQUAL TO WS-TUR-MAX
003060         DISPLAY "TURMA IGNORADA: " REG-TURMA(1:43)
003070         GO TO 1200-CARREGAR-UMA-TURMA-EXIT
003080     END-IF
003090     ADD 1 TO WS-TUR-COUNT
003100     MOVE TUR-CODIGO     TO WS-TUR-CODIGO (WS-TUR-COUNT)
003110     MOVE TUR-CAPACIDADE TO WS-TUR-CAPACIDADE (WS-TUR-COUNT)
003120     MOVE TUR-ATIVA      TO WS-TUR-ATIVA (WS-TUR-COUNT)
003130     MOVE ZEROES         TO WS-TUR-OCUPADOS (WS-TUR-COUNT)
003140     .
003150 1200-CARREGAR-UMA-TURMA-EXIT.
003160     EXIT.
003170 2500-TRANSFERIR.
003180*-----------------------------------------------------------*
003190* TRANSFERENCIA: ALUNO ATIVO PARA OUTRA TURMA ATIVA E COM    *
003200* VAGA, NA DATA EFETIVA DO CARTAO (EM BRANCO = HOJE). A      *
003210* TURMA DO CADASTRO MUDA NA HORA E O HISTORICO GUARDA A      *
003220* ORIGEM, O DESTINO E A DATA, PARA OS RELATORIOS SABEREM     *
003225* A TURMA DE CADA PERIODO.                                   *
003230*-----------------------------------------------------------*
003240     IF NOT MATRICULA-ACHADA
003250         ADD 1 TO WS-REJEITADOS
003260         DISPLAY "REJEITADO (MATRICULA NAO EXISTE) "
003270                 REG-MOVTO(1:38)
003280         GO TO 2500-TRANSFERIR-EXIT
003290     END-IF
003300     IF WS-CAD-ATIVO (WS-CAD-IX) IS NOT EQUAL TO 'S'
003310         ADD 1 TO WS-REJEITADOS
003320         DISPLAY "REJEITADO (ALUNO INATIVO) " REG-MOVTO(1:38)
003330         GO TO 2500-TRANSFERIR-EXIT
003340     END-IF
003350     IF MOV-TURMA IS EQUAL TO WS-CAD-TURMA (WS-CAD-IX)
003360         ADD 1 TO WS-REJEITADOS
003370         DISPLAY "REJEITADO (JA ESTA NA TURMA) " REG-MOVTO(1:38)
003380         GO TO 2500-TRANSFERIR-EXIT
003390     END-IF
003400     IF MOV-DATA IS EQUAL TO SPACES
003410         MOVE WS-DATA-HOJE TO WS-DATA-EFETIVA
003420     ELSE
003430         MOVE MOV-DATA(3:6) TO DTV-DATA-AAMMDD
003440         CALL 'GDADTVAL' USING GDADTVAL-AREA
003450         IF MOV-DATA IS NOT NUMERIC
003460             OR DTV-STATUS IS NOT EQUAL TO ZEROES
003470             OR DTV-DATA-CCYYMMDD IS NOT EQUAL TO MOV-DATA
003480             ADD 1 TO WS-REJEITADOS
003490             DISPLAY "REJEITADO (DATA EFETIVA INVALIDA) "
003500                     REG-MOVTO(1:38)
003510             GO TO 2500-TRANSFERIR-EXIT
003520         END-IF
003530         MOVE MOV-DATA TO WS-DATA-EFETIVA
003540     END-IF
003550     MOVE MOV-TURMA TO WS-TURMA
003560     PERFORM 2700-VALIDAR-DESTINO
003570         THRU 2700-VALIDAR-DESTINO-EXIT
003580     IF NOT DESTINO-OK
003590         GO TO 2500-TRANSFERIR-EXIT
003600     END-IF
003610     ADD 1 TO WS-TUR-OCUPADOS (WS-TUR-IX)
003620     PERFORM 2800-LIBERAR-VAGA
003630         THRU 2800-LIBERAR-VAGA-EXIT
003640     MOVE SPACES                   TO REG-HIST
003650     MOVE WS-MATRICULA             TO HT-MATRICULA
003660     MOVE WS-CAD-TURMA (WS-CAD-IX) TO HT-TURMA-ORIGEM
003670     MOVE MOV-TURMA                TO HT-TURMA-DESTINO
003680     MOVE WS-DATA-EFETIVA          TO HT-DATA-EFETIVA
003690     MOVE WS-DATA-HOJE             TO HT-DATA-PROCESSO
003700     WRITE REG-HIST
003710     MOVE MOV-TURMA TO WS-CAD-TURMA (WS-CAD-IX)
003720     ADD 1 TO WS-TRANSFERIDOS
003730     .
003740 2500-TRANSFERIR-EXIT.
003750     EXIT.
003760 2600-PROCURAR-TURMA.
003770     MOVE 'N' TO WS-TURMA-SW
003780     PERFORM VARYING WS-TUR-IX FROM 1 BY 1
003790             UNTIL WS-TUR-IX IS GREATER THAN WS-TUR-COUNT
003800                OR TURMA-ACHADA
003810         IF WS-TUR-CODIGO (WS-TUR-IX) IS EQUAL TO WS-TURMA
003820             SET TURMA-ACHADA TO TRUE
003830             SUBTRACT 1 FROM WS-TUR-IX
003840         END-IF
003850     END-PERFORM
003860     .
003870 2600-PROCURAR-TURMA-EXIT.
003880     EXIT.
003890 2700-VALIDAR-DESTINO.
003900*-----------------------------------------------------------*
003910* A TURMA EM WS-TURMA PODE RECEBER MAIS UM ALUNO ATIVO?      *
003920* SE PODE, LIGA DESTINO-OK COM WS-TUR-IX NELA; SE NAO, O     *
003930* MOVIMENTO SAI REJEITADO AQUI MESMO, COM O MOTIVO.          *
003940*-----------------------------------------------------------*
003950     MOVE 'N' TO WS-DESTINO-SW
003960     PERFORM 2600-PROCURAR-TURMA
003970         THRU 2600-PROCURAR-TURMA-EXIT
003980     IF NOT TURMA-ACHADA
003990         ADD 1 TO WS-REJEITADOS
004000         DISPLAY "REJEITADO (TURMA NAO EXISTE) " REG-MOVTO(1:38)
004010         GO TO 2700-VALIDAR-DESTINO-EXIT
004020     END-IF
004030     IF WS-TUR-ATIVA (WS-TUR-IX) IS NOT EQUAL TO 'S'
004040         ADD 1 TO WS-REJEITADOS
004050         DISPLAY "REJEITADO (TURMA INATIVA) " REG-MOVTO(1:38)
004060         GO TO 2700-VALIDAR-DESTINO-EXIT
004070     END-IF
004080     IF WS-TUR-OCUPADOS (WS-TUR-IX) IS NOT LESS THAN
004090         WS-TUR-CAPACIDADE (WS-TUR-IX)
004100         ADD 1 TO WS-REJEITADOS
004110         DISPLAY "REJEITADO (TURMA LOTADA) " REG-MOVTO(1:38)
004120         GO TO 2700-VALIDAR-DESTINO-EXIT
004130     END-IF
004140     SET DESTINO-OK TO TRUE
004150     .
004160 2700-VALIDAR-DESTINO-EXIT.
004170     EXIT.
004180 2800-LIBERAR-VAGA.
004190*-----------------------------------------------------------*
004200* O ALUNO ATIVO DE WS-CAD-IX DEIXA A TURMA ATUAL DELE.       *
004210*-----------------------------------------------------------*
004220     MOVE WS-CAD-TURMA (WS-CAD-IX) TO WS-TURMA
004230     PERFORM 2600-PROCURAR-TURMA
004240         THRU 2600-PROCURAR-TURMA-EXIT
004250     IF TURMA-ACHADA
004260         AND WS-TUR-OCUPADOS (WS-TUR-IX) IS GREATER THAN ZEROES
004270         SUBTRACT 1 FROM WS-TUR-OCUPADOS (WS-TUR-IX)
004280     END-IF
004290     .
004300 2800-LIBERAR-VAGA-EXIT.
004310     EXIT.
