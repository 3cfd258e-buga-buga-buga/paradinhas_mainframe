000250*                  INDIVIDUALMENTE. O ALUNO E RESOLVIDO PELO  *
000260*                  CADASTRO (DD ALUNOS, OPCIONAL) COM AS      *
000270*                  MESMAS REGRAS DO TABQUIZR.                 *
000271* 10/15/2026 JLC   CADA LINHA SEMANAL MOSTRA A TURMA EM QUE O *
000272*                  ALUNO ESTAVA NO INICIO DA SEMANA, PELO     *
000273*                  HISTORICO DE TRANSFERENCIAS DO TABALUNO    *
000274*                  (DD HISTURMA, OPCIONAL; SEM ELE, VALE A    *
000275*                  TURMA DO CADASTRO). SEMANA COM TRANSFEREN- *
000276*                  CIA SAI COMO ORIGEM>DESTINO.               *
000277* 10/15/2026 JLC   RESUMO DE CADA ALUNO DO CADASTRO GRAVADO   *
000278*                  NO KSDS PROGCONS (DD OPCIONAL, CHAVE =     *
000279*                  MATRICULA) PARA A CONSULTA TABPROGC DOS    *
000280*                  TERMINAIS: CINCO ULTIMAS SESSOES, PCT E    *
000281*                  TEMPO MEDIO POR TABUADA, TABUADA MAIS      *
000282*                  LENTA E O VEREDITO, COM OS MESMOS          *
000283*                  CALCULOS DO BOLETIM. O BOLETIM GANHOU A    *
000284*                  COLUNA DE TEMPO MEDIO POR TABUADA          *
000285*                  (NQ-TMP-MEDIO PONDERADO PELAS PERGUNTAS;   *
000286*                  SESSAO SEM TEMPO FICA FORA E TABUADA SEM   *
000287*                  NENHUM SAI '---') E A LINHA DA TABUADA     *
000288*                  MAIS LENTA.                                *
000289*-----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 INPUT-OUTPUT SECTION.
000360     SELECT ALUNOS-FILE ASSIGN TO ALUNOS
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FS-ALUNOS.
000381     SELECT HIST-FILE ASSIGN TO HISTURMA
000382         ORGANIZATION IS LINE SEQUENTIAL
000383         FILE STATUS IS WS-FS-HIST.
000384     SELECT CONSULTA-FILE ASSIGN TO PROGCONS
000385         ORGANIZATION IS INDEXED
000386         ACCESS MODE IS RANDOM
000387         RECORD KEY IS PC-CHAVE
000388         FILE STATUS IS WS-FS-CONSULTA.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  NOTAS-FILE
000560     05  NQ-ERROS            PIC 9(03).
000570     05  FILLER              PIC X(01).
000580     05  NQ-MATRICULA        PIC X(06).
000590     05  FILLER              PIC X(01).
000591     05  NQ-TMP-MEDIO        PIC X(03).
000592     05  FILLER              PIC X(19).
000600 FD  ALUNOS-FILE
000610     RECORDING MODE IS F.
000620 01  REG-ALUNO.
000680     05  FILLER              PIC X(01).
000690     05  ALU-ATIVO           PIC X(01).
000700     05  FILLER              PIC X(51).
000701 FD  HIST-FILE
000702     RECORDING MODE IS F.
000703 01  REG-HIST.
000704     05  HT-MATRICULA        PIC 9(06).
000705     05  FILLER              PIC X(01).
000706     05  HT-TURMA-ORIGEM     PIC X(04).
000707     05  FILLER              PIC X(01).
000708     05  HT-TURMA-DESTINO    PIC X(04).
000709     05  FILLER              PIC X(01).
000710     05  HT-DATA-EFETIVA     PIC 9(08).
000711     05  FILLER              PIC X(55).
000712 FD  CONSULTA-FILE.
000713 01  REG-CONSULTA.
000714     05  PC-CHAVE            PIC 9(06).
000715     05  FILLER              PIC X(394).
000716 WORKING-STORAGE SECTION.
000720 77  WS-FS-NOTAS              PIC X(02) VALUE '00'.
000730 77  WS-FS-ALUNOS             PIC X(02) VALUE '00'.
000731 77  WS-FS-HIST               PIC X(02) VALUE '00'.
000732 77  WS-FS-CONSULTA           PIC X(02) VALUE '00'.
000733 77  WS-CONS-GRAVADOS         PIC 9(05) VALUE ZEROES.
000734 77  WS-CONS-DUPLICADOS       PIC 9(05) VALUE ZEROES.
000735 77  WS-DATA-HOJE             PIC 9(08) VALUE ZEROES.
000740 01  WS-SWITCHES.
000750     05  WS-FIM-SW            PIC X(01) VALUE 'N'.
000760         88  FIM-DAS-NOTAS             VALUE 'S'.
000820         88  ALUNO-ACHADO              VALUE 'S'.
000830     05  WS-TAB-ACHOU-SW      PIC X(01) VALUE 'N'.
000840         88  TABUADA-ACHADA            VALUE 'S'.
000841     05  WS-FIM-HT-SW         PIC X(01) VALUE 'N'.
000842         88  FIM-DO-HISTORICO          VALUE 'S'.
000843     05  WS-CONS-SW           PIC X(01) VALUE 'N'.
000844         88  CONSULTA-ABERTA           VALUE 'S'.
000845     05  WS-TEMPO-SW          PIC X(01) VALUE 'N'.
000846         88  TEMPO-MEDIDO              VALUE 'S'.
000850*-----------------------------------------------------------*
000860* SESSOES DO QUIZNOTA EM MEMORIA, JA RESOLVIDAS PELO         *
000870* CADASTRO (A ORDEM FISICA DO ARQUIVO E PRESERVADA)          *
000980         10  WS-SES-NUMERO    PIC 9(05).
000990         10  WS-SES-ACERTOS   PIC 9(03).
001000         10  WS-SES-ERROS     PIC 9(03).
001001         10  WS-SES-TMP-MEDIO PIC 9(03).
001002         10  WS-SES-CRONO-SW  PIC X(01).
001003             88  SESSAO-CRONOMETRADA   VALUE 'S'.
001010*-----------------------------------------------------------*
001020* ALUNOS DISTINTOS ENCONTRADOS NAS SESSOES                   *
001030*-----------------------------------------------------------*
001100         10  WS-ALU-NM        PIC X(15).
001110         10  WS-ALU-TUR       PIC X(04).
001120         10  WS-ALU-DATA-INI  PIC 9(08).
001121         10  WS-ALU-ATIVO     PIC X(01).
001130*-----------------------------------------------------------*
001140* CADASTRO DE ALUNOS EM MEMORIA (DD ALUNOS, OPCIONAL)        *
001150*-----------------------------------------------------------*
001200         10  WS-CAD-MATRICULA PIC 9(06).
001210         10  WS-CAD-NOME      PIC X(15).
001220         10  WS-CAD-TURMA     PIC X(04).
001221         10  WS-CAD-ATIVO     PIC X(01).
001230 01  WS-NOTA-MATRICULA        PIC 9(06) VALUE ZEROES.
001240 01  WS-NOTA-NOME             PIC X(15) VALUE SPACES.
001250 01  WS-NOTA-TURMA            PIC X(04) VALUE SPACES.
001251 01  WS-NOTA-ATIVO            PIC X(01) VALUE SPACE.
001252*-----------------------------------------------------------*
001253* TRANSFERENCIAS DE TURMA (DD HISTURMA, OPCIONAL)            *
001254*-----------------------------------------------------------*
001255 01  WS-HISTORICO.
001256     05  WS-HT-MAX            PIC 9(03) VALUE 500.
001257     05  WS-HT-COUNT          PIC 9(03) VALUE ZEROES.
001258     05  WS-HT-IX             PIC 9(03) VALUE ZEROES.
001259     05  WS-HT-ACHADO         PIC 9(03) VALUE ZEROES.
001260     05  WS-HT-ENT OCCURS 500 TIMES.
001261         10  WS-HT-MATRICULA  PIC 9(06).
001262         10  WS-HT-ORIGEM     PIC X(04).
001263         10  WS-HT-DESTINO    PIC X(04).
001264         10  WS-HT-EFETIVA    PIC 9(08).
001265 01  WS-SEM-INICIO            PIC 9(08) VALUE ZEROES.
001266 01  WS-SEM-FIM               PIC 9(08) VALUE ZEROES.
001267*-----------------------------------------------------------*
001270* QUADRO SEMANAL E POR TABUADA DO ALUNO CORRENTE             *
001280*-----------------------------------------------------------*
001290 01  WS-SEMANAS.
001420         10  WS-TAB-NUMERO    PIC 9(05).
001430         10  WS-TAB-ACERTOS   PIC 9(05).
001440         10  WS-TAB-ERROS     PIC 9(05).
001441         10  WS-TAB-TMP-SOMA  PIC 9(07).
001442         10  WS-TAB-TMP-CONTAS PIC 9(05).
001443 01  WS-TEMPO                 PIC 9(03) VALUE ZEROES.
001444 01  WS-LENTA-IX              PIC 9(02) VALUE ZEROES.
001445 01  WS-LENTA-TEMPO           PIC 9(03) VALUE ZEROES.
001446*-----------------------------------------------------------*
001447* AS CINCO ULTIMAS SESSOES DO ALUNO CORRENTE (INDICES NA     *
001448* TABELA DE SESSOES, DA MAIS ANTIGA PARA A MAIS RECENTE)     *
001449*-----------------------------------------------------------*
001450 01  WS-ULTIMAS.
001451     05  WS-ULT-COUNT         PIC 9(01) VALUE ZEROES.
001452     05  WS-ULT-IX            PIC 9(01) VALUE ZEROES.
001453     05  WS-ULT-POS           PIC 9(01) VALUE ZEROES.
001454     05  WS-ULT-SES OCCURS 5 TIMES PIC 9(03).
001455*-----------------------------------------------------------*
001460* TENDENCIA: APROVEITAMENTO DA PRIMEIRA E DA SEGUNDA METADE  *
001470* DAS SEMANAS COM ATIVIDADE                                  *
001480*-----------------------------------------------------------*
001580     05  WS-TEN-PCT-2         PIC 9(03) VALUE ZEROES.
001590 01  WS-PCT                   PIC 9(03) VALUE ZEROES.
001600 01  WS-DIF-PCT               PIC S9(04) VALUE ZEROES.
001601*-----------------------------------------------------------*
001602* RESUMO DO ALUNO PARA A CONSULTA DOS TERMINAIS (KSDS        *
001603* PROGCONS, LIDO PELO TABPROGC). MESMO DESENHO NOS DOIS.     *
001604*-----------------------------------------------------------*
001605 01  WS-REG-CONSULTA.
001606     05  PC-MATRICULA         PIC 9(06).
001607     05  PC-NOME              PIC X(15).
001608     05  PC-TURMA             PIC X(04).
001609     05  PC-ATIVO             PIC X(01).
001610     05  PC-DATA-GERACAO      PIC 9(08).
001611     05  PC-SESSOES           PIC 9(05).
001612     05  PC-VEREDITO          PIC X(15).
001613     05  PC-PCT-1             PIC 9(03).
001614     05  PC-PCT-2             PIC 9(03).
001615     05  PC-LENTA-SW          PIC X(01).
001616     05  PC-LENTA-NUMERO      PIC 9(05).
001617     05  PC-LENTA-TEMPO       PIC 9(03).
001618     05  PC-ULT-COUNT         PIC 9(01).
001619     05  PC-ULT OCCURS 5 TIMES.
001620         10  PC-ULT-DATA      PIC 9(08).
001621         10  PC-ULT-NUMERO    PIC 9(05).
001622         10  PC-ULT-ACERTOS   PIC 9(03).
001623         10  PC-ULT-ERROS     PIC 9(03).
001624         10  PC-ULT-PCT       PIC 9(03).
001625     05  PC-TAB-COUNT         PIC 9(02).
001626     05  PC-TAB OCCURS 15 TIMES.
001627         10  PC-TAB-NUMERO    PIC 9(05).
001628         10  PC-TAB-PCT       PIC 9(03).
001629         10  PC-TAB-CRONO     PIC X(01).
001630         10  PC-TAB-TEMPO     PIC 9(03).
001631     05  FILLER               PIC X(38).
001632*-----------------------------------------------------------*
001633* AREA DA ROTINA DE DATAS (GDADTCALC)                        *
001634*-----------------------------------------------------------*
001640 01  GDADTCALC-AREA.
001650     03  DTC-FUNCAO           PIC X(01).
001660     03  DTC-DATA-AAMMDD-1    PIC X(06).
002140     05  FILLER               PIC X(06) VALUE '  PCT '.
002150     05  BOL-SEM-PCT          PIC ZZ9.
002160     05  FILLER               PIC X(01) VALUE '%'.
002170     05  FILLER               PIC X(08) VALUE '  TURMA '.
002171     05  BOL-SEM-TURMA        PIC X(09).
002172     05  FILLER               PIC X(38) VALUE SPACES.
002180 01  WS-LINHA-TABUADA.
002190     05  FILLER               PIC X(09) VALUE ' TABUADA '.
002200     05  BOL-TAB-NUMERO       PIC ZZZZ9.
002260     05  FILLER               PIC X(06) VALUE '  PCT '.
002270     05  BOL-TAB-PCT          PIC ZZ9.
002280     05  FILLER               PIC X(01) VALUE '%'.
002290     05  FILLER               PIC X(14) VALUE '  TEMPO MEDIO '.
002291     05  BOL-TAB-TEMPO        PIC X(05).
002292     05  FILLER               PIC X(45) VALUE SPACES.
002293 01  WS-LINHA-LENTA.
002294     05  FILLER               PIC X(21) VALUE
002295         ' TABUADA MAIS LENTA: '.
002296     05  BOL-LENTA-NUMERO     PIC ZZZZ9.
002297     05  FILLER               PIC X(08) VALUE ' (MEDIA '.
002298     05  BOL-LENTA-TEMPO      PIC ZZ9.
002299     05  FILLER               PIC X(13) VALUE ' S POR CONTA)'.
002300     05  FILLER               PIC X(82) VALUE SPACES.
002301 01  WS-ED-TEMPO-S.
002302     05  WS-ED-TEMPO          PIC ZZ9.
002303     05  FILLER               PIC X(02) VALUE ' S'.
002304 01  WS-LINHA-VEREDITO.
002310     05  FILLER               PIC X(12) VALUE ' TENDENCIA: '.
002320     05  BOL-VEREDITO         PIC X(15).
002330     05  FILLER               PIC X(13) VALUE ' (1A METADE '.
002630 1000-INITIALIZE.
002640*-----------------------------------------------------------*
002650* ABRE O ARQUIVO DE NOTAS, O RELATORIO PADRAO E CARREGA O    *
002660* CADASTRO DE ALUNOS E O HISTORICO DE TRANSFERENCIAS QUANDO  *
002661* OS DDS ESTIVEREM ALOCADOS.                                 *
002670*-----------------------------------------------------------*
002680     OPEN INPUT NOTAS-FILE
002690     IF WS-FS-NOTAS NOT EQUAL '00'
002800     CALL 'GDAREL' USING GDAREL-AREA
002810     PERFORM 1100-CARREGAR-CADASTRO
002820         THRU 1100-CARREGAR-CADASTRO-EXIT
002821     PERFORM 1200-CARREGAR-HISTORICO
002822         THRU 1200-CARREGAR-HISTORICO-EXIT
002823     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002824     OPEN OUTPUT CONSULTA-FILE
002825     IF WS-FS-CONSULTA IS EQUAL TO '00'
002826         SET CONSULTA-ABERTA TO TRUE
002827     END-IF
002830     .
002840 1000-INITIALIZE-EXIT.
002850     EXIT.
003110         MOVE ALU-MATRICULA TO WS-CAD-MATRICULA (WS-CAD-COUNT)
003120         MOVE ALU-NOME      TO WS-CAD-NOME (WS-CAD-COUNT)
003130         MOVE ALU-TURMA     TO WS-CAD-TURMA (WS-CAD-COUNT)
003131         MOVE ALU-ATIVO     TO WS-CAD-ATIVO (WS-CAD-COUNT)
003140     END-IF
003150     .
003160 1110-LER-UM-ALUNO-EXIT.
003520     ELSE
003530         MOVE ZEROES TO WS-SES-ERROS (WS-SES-COUNT)
003540     END-IF
003541     IF NQ-TMP-MEDIO IS NUMERIC
003542         MOVE NQ-TMP-MEDIO TO WS-SES-TMP-MEDIO (WS-SES-COUNT)
003543         MOVE 'S' TO WS-SES-CRONO-SW (WS-SES-COUNT)
003544     ELSE
003545         MOVE ZEROES TO WS-SES-TMP-MEDIO (WS-SES-COUNT)
003546         MOVE 'N' TO WS-SES-CRONO-SW (WS-SES-COUNT)
003547     END-IF
003550     PERFORM 2200-ANOTAR-ALUNO
003560         THRU 2200-ANOTAR-ALUNO-EXIT
003570     .
003660     MOVE ZEROES   TO WS-NOTA-MATRICULA
003670     MOVE NQ-ALUNO TO WS-NOTA-NOME
003680     MOVE '????'   TO WS-NOTA-TURMA
003681     MOVE SPACE    TO WS-NOTA-ATIVO
003690     MOVE 'N' TO WS-CAD-ACHOU-SW
003700     IF NQ-MATRICULA IS NUMERIC
003710         AND NQ-MATRICULA IS NOT EQUAL TO '000000'
003930         MOVE WS-CAD-MATRICULA (WS-CAD-IX) TO WS-NOTA-MATRICULA
003940         MOVE WS-CAD-NOME (WS-CAD-IX)      TO WS-NOTA-NOME
003950         MOVE WS-CAD-TURMA (WS-CAD-IX)     TO WS-NOTA-TURMA
003951         MOVE WS-CAD-ATIVO (WS-CAD-IX)     TO WS-NOTA-ATIVO
003960     END-IF
003970     .
003980 2100-RESOLVER-PELO-CADASTRO-EXIT.
004310     MOVE WS-NOTA-MATRICULA TO WS-ALU-MATR (WS-ALU-IX)
004320     MOVE WS-NOTA-NOME      TO WS-ALU-NM (WS-ALU-IX)
004330     MOVE WS-NOTA-TURMA     TO WS-ALU-TUR (WS-ALU-IX)
004331     MOVE WS-NOTA-ATIVO     TO WS-ALU-ATIVO (WS-ALU-IX)
004340     MOVE NQ-DATA           TO WS-ALU-DATA-INI (WS-ALU-IX)
004350     .
004360 2200-ANOTAR-ALUNO-EXIT.
004380 3000-EMITIR-BOLETINS.
004390*-----------------------------------------------------------*
004400* UMA PAGINA POR ALUNO: SALTO DE PAGINA, QUADRO SEMANAL,     *
004410* QUADRO POR TABUADA E O VEREDITO DE TENDENCIA. COM O KSDS   *
004411* PROGCONS ALOCADO, O RESUMO DE CADA ALUNO VAI PARA ELE,     *
004412* INCLUSIVE O DE QUEM ESTA NO CADASTRO SEM SESSAO NENHUMA.   *
004420*-----------------------------------------------------------*
004430     PERFORM VARYING WS-ALU-IX FROM 1 BY 1
004440             UNTIL WS-ALU-IX IS GREATER THAN WS-ALU-COUNT
004500         MOVE ' NENHUMA SESSAO NO QUIZNOTA' TO GDAREL-LINHA
004510         CALL 'GDAREL' USING GDAREL-AREA
004520     END-IF
004521     IF CONSULTA-ABERTA
004522         PERFORM 3700-CONSULTA-SEM-SESSAO
004523             THRU 3700-CONSULTA-SEM-SESSAO-EXIT
004524             VARYING WS-CAD-IX FROM 1 BY 1
004525             UNTIL WS-CAD-IX IS GREATER THAN WS-CAD-COUNT
004526     END-IF
004530     .
004540 3000-EMITIR-BOLETINS-EXIT.
004550     EXIT.
004840     CALL 'GDAREL' USING GDAREL-AREA
004850     PERFORM 3500-EMITIR-VEREDITO
004860         THRU 3500-EMITIR-VEREDITO-EXIT
004861     IF CONSULTA-ABERTA
004862         AND WS-ALU-MATR (WS-ALU-IX) IS GREATER THAN ZEROES
004863         PERFORM 3600-GRAVAR-CONSULTA
004864             THRU 3600-GRAVAR-CONSULTA-EXIT
004865     END-IF
004870     .
004880 3100-BOLETIM-DE-UM-ALUNO-EXIT.
004890     EXIT.
005020     END-PERFORM
005030     MOVE ZEROES TO WS-TAB-COUNT
005040     MOVE ZEROES TO WS-SEM-ULTIMA
005041     MOVE ZEROES TO WS-ULT-COUNT
005050     PERFORM VARYING WS-SES-IX FROM 1 BY 1
005060             UNTIL WS-SES-IX IS GREATER THAN WS-SES-COUNT
005070         IF (WS-ALU-MATR (WS-ALU-IX) IS GREATER THAN ZEROES
005200 3200-ACUMULAR-QUADROS-EXIT.
005210     EXIT.
005220 3210-SOMAR-UMA-SESSAO.
005221     IF WS-ULT-COUNT IS LESS THAN 5
005222         ADD 1 TO WS-ULT-COUNT
005223     ELSE
005224         PERFORM VARYING WS-ULT-IX FROM 1 BY 1
005225                 UNTIL WS-ULT-IX IS GREATER THAN 4
005226             MOVE WS-ULT-SES (WS-ULT-IX + 1)
005227               TO WS-ULT-SES (WS-ULT-IX)
005228         END-PERFORM
005229     END-IF
005230     MOVE WS-SES-IX TO WS-ULT-SES (WS-ULT-COUNT)
005231     MOVE 'D' TO DTC-FUNCAO
005240     MOVE WS-ALU-DATA-INI (WS-ALU-IX) (3:6)
005250       TO DTC-DATA-AAMMDD-1
005260     MOVE WS-SES-DATA (WS-SES-IX) (3:6)
005620           TO WS-TAB-NUMERO (WS-TAB-IX)
005630         MOVE ZEROES TO WS-TAB-ACERTOS (WS-TAB-IX)
005640         MOVE ZEROES TO WS-TAB-ERROS (WS-TAB-IX)
005641         MOVE ZEROES TO WS-TAB-TMP-SOMA (WS-TAB-IX)
005642         MOVE ZEROES TO WS-TAB-TMP-CONTAS (WS-TAB-IX)
005650     END-IF
005660     ADD WS-SES-ACERTOS (WS-SES-IX)
005670       TO WS-TAB-ACERTOS (WS-TAB-IX)
005680     ADD WS-SES-ERROS (WS-SES-IX)
005690       TO WS-TAB-ERROS (WS-TAB-IX)
005691     IF SESSAO-CRONOMETRADA (WS-SES-IX)
005692         COMPUTE WS-TAB-TMP-SOMA (WS-TAB-IX) =
005693             WS-TAB-TMP-SOMA (WS-TAB-IX)
005694             + (WS-SES-TMP-MEDIO (WS-SES-IX)
005695                * (WS-SES-ACERTOS (WS-SES-IX)
005696                   + WS-SES-ERROS (WS-SES-IX)))
005697         ADD WS-SES-ACERTOS (WS-SES-IX)
005698           TO WS-TAB-TMP-CONTAS (WS-TAB-IX)
005699         ADD WS-SES-ERROS (WS-SES-IX)
005700           TO WS-TAB-TMP-CONTAS (WS-TAB-IX)
005701     END-IF
005702     .
005710 3210-SOMAR-UMA-SESSAO-EXIT.
005720     EXIT.
005730 3300-EMITIR-SEMANAS.
005970     ELSE
005980         MOVE WS-ALU-DATA-INI (WS-ALU-IX) TO BOL-SEM-DATA
005990     END-IF
005991     PERFORM 3320-TURMA-DA-SEMANA
005992         THRU 3320-TURMA-DA-SEMANA-EXIT
006000     MOVE WS-SEM-IX TO BOL-SEMANA
006010     MOVE WS-SEM-SESSOES (WS-SEM-IX) TO BOL-SEM-SESSOES
006020     MOVE WS-SEM-ACERTOS (WS-SEM-IX) TO BOL-SEM-ACERTOS
006130 3400-EMITIR-TABUADAS.
006140*-----------------------------------------------------------*
006150* UMA LINHA POR TABUADA PRATICADA (NQ-NUMERO), NA ORDEM EM   *
006160* QUE APARECEM NO HISTORICO DO ALUNO, COM O TEMPO MEDIO DE   *
006161* RESPOSTA; FECHA COM A TABUADA DE MAIOR TEMPO MEDIO (NO     *
006162* EMPATE, A QUE APARECEU PRIMEIRO).                          *
006170*-----------------------------------------------------------*
006171     MOVE ZEROES TO WS-LENTA-IX
006172     MOVE ZEROES TO WS-LENTA-TEMPO
006180     PERFORM VARYING WS-TAB-IX FROM 1 BY 1
006190             UNTIL WS-TAB-IX IS GREATER THAN WS-TAB-COUNT
006200         MOVE WS-TAB-NUMERO (WS-TAB-IX)  TO BOL-TAB-NUMERO
006230         PERFORM 3910-CALCULAR-PCT-TABUADA
006240             THRU 3910-CALCULAR-PCT-TABUADA-EXIT
006250         MOVE WS-PCT TO BOL-TAB-PCT
006251         PERFORM 3920-CALCULAR-TEMPO-TABUADA
006252             THRU 3920-CALCULAR-TEMPO-TABUADA-EXIT
006253         IF TEMPO-MEDIDO
006254             MOVE WS-TEMPO TO WS-ED-TEMPO
006255             MOVE WS-ED-TEMPO-S TO BOL-TAB-TEMPO
006256             IF WS-LENTA-IX IS EQUAL TO ZEROES
006257                 OR WS-TEMPO IS GREATER THAN WS-LENTA-TEMPO
006258                 MOVE WS-TAB-IX TO WS-LENTA-IX
006259                 MOVE WS-TEMPO  TO WS-LENTA-TEMPO
006260             END-IF
006261         ELSE
006262             MOVE '  ---' TO BOL-TAB-TEMPO
006263         END-IF
006264         MOVE 'D' TO GDAREL-FUNCAO
006270         MOVE WS-LINHA-TABUADA TO GDAREL-LINHA
006280         CALL 'GDAREL' USING GDAREL-AREA
006290     END-PERFORM
006291     IF WS-LENTA-IX IS GREATER THAN ZEROES
006292         MOVE WS-TAB-NUMERO (WS-LENTA-IX) TO BOL-LENTA-NUMERO
006293         MOVE WS-LENTA-TEMPO TO BOL-LENTA-TEMPO
006294         MOVE 'D' TO GDAREL-FUNCAO
006295         MOVE WS-LINHA-LENTA TO GDAREL-LINHA
006296         CALL 'GDAREL' USING GDAREL-AREA
006297     END-IF
006300     .
006310 3400-EMITIR-TABUADAS-EXIT.
006320     EXIT.
007390     .
007400 3910-CALCULAR-PCT-TABUADA-EXIT.
007410     EXIT.
007411 3920-CALCULAR-TEMPO-TABUADA.
007412*-----------------------------------------------------------*
007413* TEMPO MEDIO DE RESPOSTA DA TABUADA EM WS-TAB-IX, EM        *
007414* WS-TEMPO: MEDIA DAS SESSOES CRONOMETRADAS PONDERADA PELAS  *
007415* PERGUNTAS. SEM NENHUMA, TEMPO-MEDIDO FICA DESLIGADO.       *
007416*-----------------------------------------------------------*
007417     MOVE ZEROES TO WS-TEMPO
007418     MOVE 'N' TO WS-TEMPO-SW
007419     IF WS-TAB-TMP-CONTAS (WS-TAB-IX) IS GREATER THAN ZEROES
007420         COMPUTE WS-TEMPO ROUNDED =
007421             WS-TAB-TMP-SOMA (WS-TAB-IX)
007422             / WS-TAB-TMP-CONTAS (WS-TAB-IX)
007423         SET TEMPO-MEDIDO TO TRUE
007424     END-IF
007425     .
007426 3920-CALCULAR-TEMPO-TABUADA-EXIT.
007427     EXIT.
007428 9999-TERMINATE.
007430*-----------------------------------------------------------*
007440* FECHA O ARQUIVO DE NOTAS, O PROGCONS E O RELATORIO.        *
007450*-----------------------------------------------------------*
007460     CLOSE NOTAS-FILE
007470     MOVE 'F' TO GDAREL-FUNCAO
007480     CALL 'GDAREL' USING GDAREL-AREA
007481     IF CONSULTA-ABERTA
007482         CLOSE CONSULTA-FILE
007483         DISPLAY "TABPROGR: " WS-CONS-GRAVADOS
007484                 " RESUMOS GRAVADOS NO PROGCONS"
007485         IF WS-CONS-DUPLICADOS IS GREATER THAN ZEROES
007486             DISPLAY "TABPROGR: " WS-CONS-DUPLICADOS
007487                     " MATRICULAS REPETIDAS IGNORADAS NO PROGCONS"
007488             MOVE 4 TO RETURN-CODE
007489         END-IF
007490     END-IF
007491     .
007500 9999-TERMINATE-EXIT.
007510     EXIT.
007520 1200-CARREGAR-HISTORICO.
007530*-----------------------------------------------------------*
007540* CARREGA AS TRANSFERENCIAS DE TURMA GRAVADAS PELO TABALUNO; *
007550* SEM O DD, CADA SEMANA SAI COM A TURMA DO CADASTRO.         *
007560*-----------------------------------------------------------*
007570     OPEN INPUT HIST-FILE
007580     IF WS-FS-HIST NOT EQUAL '00'
007590         GO TO 1200-CARREGAR-HISTORICO-EXIT
007600     END-IF
007610     PERFORM 1210-LER-UMA-TRANSFERENCIA
007620         THRU 1210-LER-UMA-TRANSFERENCIA-EXIT
007630         UNTIL FIM-DO-HISTORICO
007640     CLOSE HIST-FILE
007650     .
007660 1200-CARREGAR-HISTORICO-EXIT.
007670     EXIT.
007680 1210-LER-UMA-TRANSFERENCIA.
007690     READ HIST-FILE
007700         AT END
007710             SET FIM-DO-HISTORICO TO TRUE
007720             GO TO 1210-LER-UMA-TRANSFERENCIA-EXIT
007730     END-READ
007740     IF HT-MATRICULA IS NUMERIC
007750         AND HT-DATA-EFETIVA IS NUMERIC
007760         AND WS-HT-COUNT IS LESS THAN WS-HT-MAX
007770         ADD 1 TO WS-HT-COUNT
007780         MOVE HT-MATRICULA     TO WS-HT-MATRICULA (WS-HT-COUNT)
007790         MOVE HT-TURMA-ORIGEM  TO WS-HT-ORIGEM (WS-HT-COUNT)
007800         MOVE HT-TURMA-DESTINO TO WS-HT-DESTINO (WS-HT-COUNT)
007810         MOVE HT-DATA-EFETIVA  TO WS-HT-EFETIVA (WS-HT-COUNT)
007820     END-IF
007830     .
007840 1210-LER-UMA-TRANSFERENCIA-EXIT.
007850     EXIT.
007860 3320-TURMA-DA-SEMANA.
007870*-----------------------------------------------------------*
007880* TURMA DO ALUNO NO INICIO DA SEMANA: A ORIGEM DA PRIMEIRA   *
007890* TRANSFERENCIA EFETIVADA DEPOIS DO INICIO; SEM NENHUMA, A   *
007900* TURMA ATUAL DO CADASTRO. SE ESSA TRANSFERENCIA CAI DENTRO  *
007910* DA PROPRIA SEMANA, A LINHA MOSTRA ORIGEM>DESTINO.          *
007920*-----------------------------------------------------------*
007930     MOVE WS-ALU-TUR (WS-ALU-IX) TO BOL-SEM-TURMA
007940     IF WS-ALU-MATR (WS-ALU-IX) IS EQUAL TO ZEROES
007950         OR WS-HT-COUNT IS EQUAL TO ZEROES
007960         GO TO 3320-TURMA-DA-SEMANA-EXIT
007970     END-IF
007980     MOVE BOL-SEM-DATA TO WS-SEM-INICIO
007990     MOVE ZEROES TO WS-HT-ACHADO
008000     PERFORM VARYING WS-HT-IX FROM 1 BY 1
008010             UNTIL WS-HT-IX IS GREATER THAN WS-HT-COUNT
008020         IF WS-HT-MATRICULA (WS-HT-IX) IS EQUAL TO
008030             WS-ALU-MATR (WS-ALU-IX)
008040             AND WS-HT-EFETIVA (WS-HT-IX) IS GREATER THAN
008050                 WS-SEM-INICIO
008060             IF WS-HT-ACHADO IS EQUAL TO ZEROES
008070                 MOVE WS-HT-IX TO WS-HT-ACHADO
008080             ELSE
008090                 IF WS-HT-EFETIVA (WS-HT-IX) IS LESS THAN
008100                     WS-HT-EFETIVA (WS-HT-ACHADO)
008110                     MOVE WS-HT-IX TO WS-HT-ACHADO
008120                 END-IF
008130             END-IF
008140         END-IF
008150     END-PERFORM
008160     IF WS-HT-ACHADO IS EQUAL TO ZEROES
008170         GO TO 3320-TURMA-DA-SEMANA-EXIT
008180     END-IF
008190     MOVE WS-HT-ORIGEM (WS-HT-ACHADO) TO BOL-SEM-TURMA
008200     MOVE 'S' TO DTC-FUNCAO
008210     MOVE WS-SEM-INICIO(3:6) TO DTC-DATA-AAMMDD-1
008220     MOVE 6 TO DTC-DIAS
008230     CALL 'GDADTCALC' USING GDADTCALC-AREA
008240     IF DTC-STATUS IS EQUAL TO ZEROES
008250         MOVE DTC-RESULT-CCYYMMDD TO WS-SEM-FIM
008260     ELSE
008270         MOVE WS-SEM-INICIO TO WS-SEM-FIM
008280     END-IF
008290     IF WS-HT-EFETIVA (WS-HT-ACHADO) IS NOT GREATER THAN
008300         WS-SEM-FIM
008310         MOVE SPACES TO BOL-SEM-TURMA
008320         STRING WS-HT-ORIGEM (WS-HT-ACHADO) DELIMITED BY SIZE
008330                '>'                        DELIMITED BY SIZE
008340                WS-HT-DESTINO (WS-HT-ACHADO) DELIMITED BY SIZE
008350             INTO BOL-SEM-TURMA
008360         END-STRING
008370     END-IF
008380     .
008390 3320-TURMA-DA-SEMANA-EXIT.
008400     EXIT.
008410 3600-GRAVAR-CONSULTA.
008420*-----------------------------------------------------------*
008430* GRAVA O RESUMO DO ALUNO CORRENTE NO PROGCONS COM OS        *
008440* NUMEROS QUE O BOLETIM ACABOU DE IMPRIMIR: AS ULTIMAS       *
008450* SESSOES (DA MAIS RECENTE PARA A MAIS ANTIGA), O PCT E O    *
008460* TEMPO POR TABUADA, A TABUADA MAIS LENTA E O VEREDITO.      *
008470*-----------------------------------------------------------*
008480     MOVE SPACES TO WS-REG-CONSULTA
008490     MOVE WS-ALU-MATR (WS-ALU-IX)  TO PC-MATRICULA
008500     MOVE WS-ALU-NM (WS-ALU-IX)    TO PC-NOME
008510     MOVE WS-ALU-TUR (WS-ALU-IX)   TO PC-TURMA
008520     MOVE WS-ALU-ATIVO (WS-ALU-IX) TO PC-ATIVO
008530     MOVE WS-DATA-HOJE             TO PC-DATA-GERACAO
008540     MOVE ZEROES TO PC-SESSOES
008550     PERFORM VARYING WS-SEM-IX FROM 1 BY 1
008560             UNTIL WS-SEM-IX IS GREATER THAN WS-SEM-ULTIMA
008570         ADD WS-SEM-SESSOES (WS-SEM-IX) TO PC-SESSOES
008580     END-PERFORM
008590     IF WS-TEN-ATIVAS IS LESS THAN 2
008600         MOVE 'HISTORICO CURTO' TO PC-VEREDITO
008610         MOVE ZEROES TO PC-PCT-1
008620         MOVE ZEROES TO PC-PCT-2
008630     ELSE
008640         MOVE BOL-VEREDITO TO PC-VEREDITO
008650         MOVE WS-TEN-PCT-1 TO PC-PCT-1
008660         MOVE WS-TEN-PCT-2 TO PC-PCT-2
008670     END-IF
008680     IF WS-LENTA-IX IS GREATER THAN ZEROES
008690         MOVE 'S' TO PC-LENTA-SW
008700         MOVE WS-TAB-NUMERO (WS-LENTA-IX) TO PC-LENTA-NUMERO
008710         MOVE WS-LENTA-TEMPO TO PC-LENTA-TEMPO
008720     ELSE
008730         MOVE 'N' TO PC-LENTA-SW
008740         MOVE ZEROES TO PC-LENTA-NUMERO
008750         MOVE ZEROES TO PC-LENTA-TEMPO
008760     END-IF
008770     MOVE WS-ULT-COUNT TO PC-ULT-COUNT
008780     PERFORM 3610-COPIAR-ULTIMA
008790         THRU 3610-COPIAR-ULTIMA-EXIT
008800         VARYING WS-ULT-POS FROM 1 BY 1
008810         UNTIL WS-ULT-POS IS GREATER THAN 5
008820     MOVE WS-TAB-COUNT TO PC-TAB-COUNT
008830     PERFORM VARYING WS-TAB-IX FROM 1 BY 1
008840             UNTIL WS-TAB-IX IS GREATER THAN 15
008850         IF WS-TAB-IX IS GREATER THAN WS-TAB-COUNT
008860             MOVE ZEROES TO PC-TAB-NUMERO (WS-TAB-IX)
008870             MOVE ZEROES TO PC-TAB-PCT (WS-TAB-IX)
008880             MOVE 'N'    TO PC-TAB-CRONO (WS-TAB-IX)
008890             MOVE ZEROES TO PC-TAB-TEMPO (WS-TAB-IX)
008900         ELSE
008910             MOVE WS-TAB-NUMERO (WS-TAB-IX)
008920               TO PC-TAB-NUMERO (WS-TAB-IX)
008930             PERFORM 3910-CALCULAR-PCT-TABUADA
008940                 THRU 3910-CALCULAR-PCT-TABUADA-EXIT
008950             MOVE WS-PCT TO PC-TAB-PCT (WS-TAB-IX)
008960             PERFORM 3920-CALCULAR-TEMPO-TABUADA
008970                 THRU 3920-CALCULAR-TEMPO-TABUADA-EXIT
008980             MOVE WS-TEMPO-SW TO PC-TAB-CRONO (WS-TAB-IX)
008990             MOVE WS-TEMPO TO PC-TAB-TEMPO (WS-TAB-IX)
009000         END-IF
009010     END-PERFORM
009020     PERFORM 3690-ESCREVER-CONSULTA
009030         THRU 3690-ESCREVER-CONSULTA-EXIT
009040     .
009050 3600-GRAVAR-CONSULTA-EXIT.
009060     EXIT.
009070 3610-COPIAR-ULTIMA.
009080*-----------------------------------------------------------*
009090* POSICAO WS-ULT-POS DO RESUMO: 1 E A SESSAO MAIS RECENTE.   *
009100*-----------------------------------------------------------*
009110     IF WS-ULT-POS IS GREATER THAN WS-ULT-COUNT
009120         MOVE ZEROES TO PC-ULT-DATA (WS-ULT-POS)
009130         MOVE ZEROES TO PC-ULT-NUMERO (WS-ULT-POS)
009140         MOVE ZEROES TO PC-ULT-ACERTOS (WS-ULT-POS)
009150         MOVE ZEROES TO PC-ULT-ERROS (WS-ULT-POS)
009160         MOVE ZEROES TO PC-ULT-PCT (WS-ULT-POS)
009170         GO TO 3610-COPIAR-ULTIMA-EXIT
009180     END-IF
009190     COMPUTE WS-ULT-IX = WS-ULT-COUNT - WS-ULT-POS + 1
009200     MOVE WS-ULT-SES (WS-ULT-IX) TO WS-SES-IX
009210     MOVE WS-SES-DATA (WS-SES-IX)    TO PC-ULT-DATA (WS-ULT-POS)
009220     MOVE WS-SES-NUMERO (WS-SES-IX)  TO PC-ULT-NUMERO (WS-ULT-POS)
009230     MOVE WS-SES-ACERTOS (WS-SES-IX)
009240       TO PC-ULT-ACERTOS (WS-ULT-POS)
009250     MOVE WS-SES-ERROS (WS-SES-IX)   TO PC-ULT-ERROS (WS-ULT-POS)
009260     IF WS-SES-ACERTOS (WS-SES-IX) + WS-SES-ERROS (WS-SES-IX)
009270             IS GREATER THAN ZEROES
009280         COMPUTE PC-ULT-PCT (WS-ULT-POS) ROUNDED =
009290             (WS-SES-ACERTOS (WS-SES-IX) * 100)
009300             / (WS-SES-ACERTOS (WS-SES-IX)
009310                + WS-SES-ERROS (WS-SES-IX))
009320     ELSE
009330         MOVE ZEROES TO PC-ULT-PCT (WS-ULT-POS)
009340     END-IF
009350     .
009360 3610-COPIAR-ULTIMA-EXIT.
009370     EXIT.
009380 3690-ESCREVER-CONSULTA.
009390*-----------------------------------------------------------*
009400* GRAVA O RESUMO MONTADO; MATRICULA REPETIDA NO CADASTRO     *
009410* FICA COM O PRIMEIRO RESUMO E E CONTADA PARA O AVISO.       *
009420*-----------------------------------------------------------*
009430     WRITE REG-CONSULTA FROM WS-REG-CONSULTA
009440         INVALID KEY
009450             ADD 1 TO WS-CONS-DUPLICADOS
009460             GO TO 3690-ESCREVER-CONSULTA-EXIT
009470     END-WRITE
009480     ADD 1 TO WS-CONS-GRAVADOS
009490     .
009500 3690-ESCREVER-CONSULTA-EXIT.
009510     EXIT.
009520 3700-CONSULTA-SEM-SESSAO.
009530*-----------------------------------------------------------*
009540* ALUNO DO CADASTRO (WS-CAD-IX) SEM NENHUMA SESSAO NO        *
009550* QUIZNOTA GANHA UM RESUMO VAZIO, PARA A CONSULTA DIZER QUE  *
009560* AINDA NAO HA SESSAO EM VEZ DE RECUSAR A MATRICULA.         *
009570*-----------------------------------------------------------*
009580     MOVE 'N' TO WS-ALU-ACHOU-SW
009590     PERFORM VARYING WS-ALU-IX FROM 1 BY 1
009600             UNTIL WS-ALU-IX IS GREATER THAN WS-ALU-COUNT
009610                OR ALUNO-ACHADO
009620         IF WS-ALU-MATR (WS-ALU-IX) IS EQUAL TO
009630             WS-CAD-MATRICULA (WS-CAD-IX)
009640             SET ALUNO-ACHADO TO TRUE
009650         END-IF
009660     END-PERFORM
009670     IF ALUNO-ACHADO
009680         OR WS-CAD-MATRICULA (WS-CAD-IX) IS EQUAL TO ZEROES
009690         GO TO 3700-CONSULTA-SEM-SESSAO-EXIT
009700     END-IF
009710     MOVE SPACES TO WS-REG-CONSULTA
009720     MOVE WS-CAD-MATRICULA (WS-CAD-IX) TO PC-MATRICULA
009730     MOVE WS-CAD-NOME (WS-CAD-IX)      TO PC-NOME
009740     MOVE WS-CAD-TURMA (WS-CAD-IX)     TO PC-TURMA
009750     MOVE WS-CAD-ATIVO (WS-CAD-IX)     TO PC-ATIVO
009760     MOVE WS-DATA-HOJE                 TO PC-DATA-GERACAO
009770     MOVE ZEROES TO PC-SESSOES
009780     MOVE 'SEM SESSOES' TO PC-VEREDITO
009790     MOVE ZEROES TO PC-PCT-1
009800     MOVE ZEROES TO PC-PCT-2
009810     MOVE 'N' TO PC-LENTA-SW
009820     MOVE ZEROES TO PC-LENTA-NUMERO
009830     MOVE ZEROES TO PC-LENTA-TEMPO
009840     MOVE ZEROES TO WS-ULT-COUNT
009850     MOVE ZEROES TO PC-ULT-COUNT
009860     PERFORM 3610-COPIAR-ULTIMA
009870         THRU 3610-COPIAR-ULTIMA-EXIT
009880         VARYING WS-ULT-POS FROM 1 BY 1
009890         UNTIL WS-ULT-POS IS GREATER THAN 5
009900     MOVE ZEROES TO PC-TAB-COUNT
009910     PERFORM VARYING WS-TAB-IX FROM 1 BY 1
009920             UNTIL WS-TAB-IX IS GREATER THAN 15
009930         MOVE ZEROES TO PC-TAB-NUMERO (WS-TAB-IX)
009940         MOVE ZEROES TO PC-TAB-PCT (WS-TAB-IX)
009950         MOVE 'N'    TO PC-TAB-CRONO (WS-TAB-IX)
009960         MOVE ZEROES TO PC-TAB-TEMPO (WS-TAB-IX)
009970     END-PERFORM
009980     PERFORM 3690-ESCREVER-CONSULTA
009990         THRU 3690-ESCREVER-CONSULTA-EXIT
010000     .
010010 3700-CONSULTA-SEM-SESSAO-EXIT.
010020     EXIT.
