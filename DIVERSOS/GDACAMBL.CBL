000300*                  TRIANGULACAO DO GDACAMB, GRAVADA NO        *
000310*                  ARQUIVO CAMBIO COMO REGISTRO *PV COM A     *
000320*                  DATA DO DIA (VALE O *PV MAIS RECENTE).     *
000321* 10/15/2026 JLC   CHECKPOINT/RESTART PELO SERVICO PADRAO     *
000322*                  GDACHKPT (DD CHKPT): UM CHECKPOINT A CADA  *
000323*                  500 CARTOES, COM OS CONTADORES DA CARGA NA *
000324*                  AREA DO CHAMADOR. NO PARM RESTART, A CARGA *
000325*                  PULA OS CARTOES JA CARREGADOS ATE O ULTIMO *
000326*                  CHECKPOINT (CONFERINDO O CARTAO DELE) E    *
000327*                  CONTINUA DALI COM AS CONTAGENS DA RODADA   *
000328*                  QUE CAIU. SEM O DD CHKPT A CARGA NORMAL    *
000329*                  RODA SEM CHECKPOINT, SO COM AVISO.         *
000330* 10/15/2026 JLC   APROVACAO EM DUAS MAOS PARA TAXA FORA DA   *
000331*                  CURVA: CADA TAXA NOVA E COMPARADA COM A    *
000332*                  ULTIMA TAXA DO PAR EM VIGOR ANTES DELA; SE *
000333*                  VARIAR MAIS QUE A TOLERANCIA DO PAR (OU A  *
000334*                  DO CARTAO PADRAO, DD TOLCAMB) NAO ENTRA NO *
000335*                  CAMBIO - VAI PARA O ARQUIVO DE SUSPENSAS   *
000336*                  (DD CAMBSUSP), QUE O GDACAMBA LISTA E      *
000337*                  APLICA SO COM APROVACAO DE OUTRO USERID. O *
000338*                  CAMBIO GUARDA AGORA O USERID DE QUEM DEU   *
000339*                  ENTRADA NA TAXA (GDAUSRID) E O DE QUEM A   *
000340*                  APROVOU. ACESSO AO CAMBIO PASSA A DYNAMIC. *
000341*                  CARTOES DE TOLERANCIA (DD TOLCAMB,         *
000342*                  OPCIONAL), PERCENTUAL COM 2 DECIMAIS:      *
000343*                  TOL=XXXYYY PPPPP - DO PAR XXX/YYY;         *
000344*                  TOL=PADRAO PPPPP - DOS DEMAIS PARES        *
000345*                  (SEM ELE, 10,00%). 00500 = 5,00%.          *
000346*                  NA PRIMEIRA CARGA DE TODAS (CAMBIO CRIADO  *
000347*                  NA RODADA) NAO HA VARIACAO A CONFERIR.     *
000348* 10/15/2026 JLC   TOTAIS DE CONTROLE NO FIM DO PASSO PELO    *
000349*                  GDATOTAL (DD TOTAIS): CARTOES LIDOS E      *
000350*                  REJEITADOS DO NEWRATES, TAXAS GRAVADAS NO  *
000351*                  CAMBIO E NO CAMBSUSP.                      *
000352*-----------------------------------------------------------*
000353 ENVIRONMENT DIVISION.
000354 CONFIGURATION SECTION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT NEWRATES-FILE ASSIGN TO NEWRATES
000400         FILE STATUS IS WS-FS-NEWRATES.
000410     SELECT CAMBIO-FILE ASSIGN TO CAMBIO
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CAM-CHAVE
000450         FILE STATUS IS WS-FS-CAMBIO.
000451     SELECT TOLCAMB-FILE ASSIGN TO TOLCAMB
000452         ORGANIZATION IS LINE SEQUENTIAL
000453         FILE STATUS IS WS-FS-TOLCAMB.
000454     SELECT SUSPENSA-FILE ASSIGN TO CAMBSUSP
000455         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS WS-FS-SUSPENSA.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  NEWRATES-FILE
000670     05  CAM-DATA-VIGENCIA   PIC 9(08).
000680     05  CAM-TAXA            PIC 9(04)V9(06).
000690     05  CAM-PIVO-MOEDA      PIC X(03).
000700     05  CAM-USU-ENTRADA     PIC X(08).
000701     05  CAM-USU-APROVACAO   PIC X(08).
000702     05  FILLER              PIC X(29).
000703 FD  TOLCAMB-FILE
000704     RECORDING MODE IS F.
000705 01  REG-TOLERANCIA.
000706     05  TOL-PREFIXO         PIC X(04).
000707     05  TOL-PAR             PIC X(06).
000708     05  FILLER              PIC X(01).
000709     05  TOL-PERCENTUAL      PIC X(05).
000710     05  FILLER REDEFINES TOL-PERCENTUAL.
000711         10  TOL-PERCENTUAL-NUM PIC 9(03)V9(02).
000712     05  FILLER              PIC X(64).
000713*-----------------------------------------------------------*
000714* TAXA SUSPENSA: O CARTAO COMO VEIO (COLS 1-27), A TAXA DE   *
000715* COMPARACAO, A VARIACAO E A TOLERANCIA, E QUEM DEU ENTRADA. *
000716*-----------------------------------------------------------*
000717 FD  SUSPENSA-FILE
000718     RECORDING MODE IS F.
000719 01  REG-SUSPENSA.
000720     05  SUS-CARTAO          PIC X(27).
000721     05  FILLER              PIC X(01).
000722     05  SUS-TAXA-ANTERIOR   PIC 9(04)V9(06).
000723     05  FILLER              PIC X(01).
000724     05  SUS-DATA-ANTERIOR   PIC 9(08).
000725     05  FILLER              PIC X(01).
000726     05  SUS-VARIACAO        PIC 9(05)V9(02).
000727     05  FILLER              PIC X(01).
000728     05  SUS-TOLERANCIA      PIC 9(03)V9(02).
000729     05  FILLER              PIC X(01).
000730     05  SUS-USU-ENTRADA     PIC X(08).
000731     05  FILLER              PIC X(01).
000732     05  SUS-DATA-ENTRADA    PIC 9(08).
000733     05  SUS-HORA-ENTRADA    PIC 9(06).
000734     05  FILLER              PIC X(35).
000735 WORKING-STORAGE SECTION.
000736 77  WS-FS-NEWRATES           PIC X(02) VALUE '00'.
000737 77  WS-FS-CAMBIO             PIC X(02) VALUE '00'.
000738 77  WS-FS-TOLCAMB            PIC X(02) VALUE '00'.
000739 77  WS-FS-SUSPENSA           PIC X(02) VALUE '00'.
000740 01  WS-SWITCHES.
000750     05  WS-FIM-SW            PIC X(01) VALUE 'N'.
000760         88  FIM-DAS-NOVAS             VALUE 'S'.
000770     05  WS-CARTAO-SW         PIC X(01) VALUE 'V'.
000780         88  CARTAO-VALIDO             VALUE 'V'.
000790         88  CARTAO-INVALIDO           VALUE 'I'.
000791         88  CARTAO-SUSPENSO           VALUE 'S'.
000792     05  WS-CHECKPOINT-SW     PIC X(01) VALUE 'S'.
000793         88  COM-CHECKPOINT            VALUE 'S'.
000794         88  SEM-CHECKPOINT            VALUE 'N'.
000795     05  WS-CAMBIO-SW         PIC X(01) VALUE 'E'.
000796         88  CAMBIO-EXISTENTE          VALUE 'E'.
000797         88  CAMBIO-NOVO               VALUE 'N'.
000800 01  WS-CONTADORES.
000810     05  WS-LIDAS             PIC 9(05) VALUE ZEROES.
000820     05  WS-CARREGADAS        PIC 9(05) VALUE ZEROES.
000830     05  WS-REJEITADAS        PIC 9(05) VALUE ZEROES.
000831     05  WS-SUSPENSAS         PIC 9(05) VALUE ZEROES.
000840 01  WS-MOTIVO                PIC X(30) VALUE SPACES.
000850 01  WS-TAXA-NUM              PIC 9(04)V9(06) VALUE ZEROES.
000860 01  WS-DATA-DESM.
000870     05  WS-DT-ANO            PIC 9(04).
000880     05  WS-DT-MES            PIC 9(02).
000890     05  WS-DT-DIA            PIC 9(02).
000891 01  WS-DATA-DESM-NUM REDEFINES WS-DATA-DESM
000892                              PIC 9(08).
000900 01  WS-MOEDA-PIVO            PIC X(03) VALUE SPACES.
000910 01  WS-DATA-HOJE.
000920     05  FILLER               PIC X(02) VALUE '20'.
000930     05  WS-HOJE-AAMMDD       PIC 9(06) VALUE ZEROES.
000940 01  WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE
000950                              PIC 9(08).
000951*-----------------------------------------------------------*
000952* TOLERANCIA DE VARIACAO POR PAR (CARTOES TOL=) E A PADRAO.  *
000953*-----------------------------------------------------------*
000954 77  WS-TOL-PADRAO            PIC 9(03)V9(02) VALUE 10.
000955 77  WS-TOLERANCIA            PIC 9(03)V9(02) VALUE ZEROES.
000956 77  WS-VARIACAO              PIC 9(05)V9(02) VALUE ZEROES.
000957 77  WS-TAXA-ANTERIOR         PIC 9(04)V9(06) VALUE ZEROES.
000958 77  WS-DATA-ANTERIOR         PIC 9(08) VALUE ZEROES.
000959 77  WS-HORA-AGORA            PIC 9(08) VALUE ZEROES.
000960 01  WS-TOLERANCIAS.
000961     05  WS-TOL-MAX           PIC 9(03) VALUE 100.
000962     05  WS-TOL-COUNT         PIC 9(03) VALUE ZEROES.
000963     05  WS-TOL-IX            PIC 9(03) VALUE ZEROES.
000964     05  WS-TOL-ENT OCCURS 100 TIMES.
000965         10  WS-TOL-PAR       PIC X(06).
000966         10  WS-TOL-PERC      PIC 9(03)V9(02).
000967 01  WS-PAR-BUSCA.
000968     05  WS-PAR-DE            PIC X(03).
000969     05  WS-PAR-PARA          PIC X(03).
000970*-----------------------------------------------------------*
000971* USERID DO JOB (GDAUSRID): VAI EM TODA TAXA GRAVADA E EM    *
000972* TODA TAXA SUSPENSA COMO QUEM DEU ENTRADA.                  *
000973*-----------------------------------------------------------*
000974 01  GDAUSRID-AREA.
000975     03  USR-USUARIO          PIC X(08).
000976     03  USR-RETORNO          PIC 9(02).
000977*-----------------------------------------------------------*
000978* CHECKPOINT/RESTART (GDACHKPT): UM CHECKPOINT A CADA        *
000979* WS-CHK-INTERVALO CARTOES; WS-CHK-ULTIMO E A CONTAGEM DO    *
000980* ULTIMO CHECKPOINT GRAVADO (OU RECEBIDO NO REINICIO).       *
000981*-----------------------------------------------------------*
000982 77  WS-CHK-INTERVALO         PIC 9(05) VALUE 500.
000983 77  WS-CHK-ULTIMO            PIC 9(09) VALUE ZEROES.
000984 77  WS-CHK-QUOCIENTE         PIC 9(09) VALUE ZEROES.
000985 77  WS-CHK-RESTO             PIC 9(05) VALUE ZEROES.
000986 01  GDACHKPT-AREA.
000987     03  CHK-FUNCAO           PIC X(01).
000988     03  CHK-PROGRAMA         PIC X(08).
000989     03  CHK-REINICIO         PIC X(01).
000990     03  CHK-CONTADOR         PIC 9(09).
000991     03  CHK-CHAVE            PIC X(40).
000992     03  CHK-USUARIO          PIC X(100).
000993     03  CHK-RETORNO          PIC 9(02).
000994*-----------------------------------------------------------*
000995* TOTAIS DE CONTROLE PARA O LIVRO CENTRAL (GDATOTAL)         *
000996*-----------------------------------------------------------*
000997 01  GDATOTAL-AREA.
000998     03  CTR-JOB              PIC X(08) VALUE SPACES.
000999     03  CTR-PASSO            PIC X(08) VALUE SPACES.
001000     03  CTR-PROGRAMA         PIC X(08) VALUE SPACES.
001001     03  CTR-DATA-NEGOCIO     PIC 9(08) VALUE ZEROES.
001002     03  CTR-QTDE-DD          PIC 9(02) VALUE ZEROES.
001003     03  CTR-DD OCCURS 10 TIMES.
001004         05  CTR-DD-NOME      PIC X(08).
001005         05  CTR-LIDOS        PIC 9(09).
001006         05  CTR-GRAVADOS     PIC 9(09).
001007         05  CTR-REJEITADOS   PIC 9(09).
001008     03  CTR-RETORNO          PIC 9(02) VALUE ZEROES.
001009 LINKAGE SECTION.
001010*-----------------------------------------------------------*
001011* PARM DO PASSO: 'RESTART' PEDE A RETOMADA DO ULTIMO         *
001012* CHECKPOINT DA RODADA QUE CAIU.                             *
001013*-----------------------------------------------------------*
001014 01  PARM-EXEC.
001015     03  PARM-TAMANHO         PIC S9(04) COMP.
001016     03  PARM-TEXTO           PIC X(08).
001017 PROCEDURE DIVISION USING PARM-EXEC.
001018 0000-MAINLINE.
001019*-----------------------------------------------------------*
001020* PARAGRAFO PRINCIPAL.                                       *
001021*-----------------------------------------------------------*
001022     PERFORM 1000-INITIALIZE
001023         THRU 1000-INITIALIZE-EXIT
001030     PERFORM 2000-PROCESSAR-CARTAO
001040         THRU 2000-PROCESSAR-CARTAO-EXIT
001050         UNTIL FIM-DAS-NOVAS
001130*-----------------------------------------------------------*
001140* ABRE AS NOVAS TAXAS E O KSDS DE CAMBIO EM I-O (A PRIMEIRA  *
001150* CARGA DE TODAS CAI PARA OUTPUT E CRIA O ARQUIVO).          *
001151* COM PARM RESTART, RETOMA DO ULTIMO CHECKPOINT. PEGA O      *
001152* USERID DO JOB, CARREGA AS TOLERANCIAS E ABRE AS SUSPENSAS  *
001153* PARA ACRESCENTAR (A PRIMEIRA VEZ CAI PARA OUTPUT).         *
001160*-----------------------------------------------------------*
001170     OPEN INPUT NEWRATES-FILE
001180     IF WS-FS-NEWRATES NOT EQUAL '00'
001240     OPEN I-O CAMBIO-FILE
001250     IF WS-FS-CAMBIO NOT EQUAL '00'
001260         OPEN OUTPUT CAMBIO-FILE
001261         SET CAMBIO-NOVO TO TRUE
001270     END-IF
001280     IF WS-FS-CAMBIO NOT EQUAL '00'
001290         DISPLAY "GDACAMBL: NAO ABRIU O CAMBIO, STATUS = "
001310         MOVE 16 TO RETURN-CODE
001320         STOP RUN
001330     END-IF
001331     CALL 'GDAUSRID' USING GDAUSRID-AREA
001332     IF USR-USUARIO IS EQUAL TO SPACES
001333         MOVE 'DESCONHE' TO USR-USUARIO
001334         DISPLAY "GDACAMBL: USERID DO JOB NAO OBTIDO, RETORNO = "
001335                 USR-RETORNO
001336     END-IF
001337     PERFORM 1200-CARREGAR-TOLERANCIAS
001338         THRU 1200-CARREGAR-TOLERANCIAS-EXIT
001339     OPEN EXTEND SUSPENSA-FILE
001340     IF WS-FS-SUSPENSA NOT EQUAL '00'
001341         OPEN OUTPUT SUSPENSA-FILE
001342     END-IF
001343     IF WS-FS-SUSPENSA NOT EQUAL '00'
001344         DISPLAY "GDACAMBL: NAO ABRIU O CAMBSUSP, STATUS = "
001345                 WS-FS-SUSPENSA
001346         MOVE 16 TO RETURN-CODE
001347         STOP RUN
001348     END-IF
001349     PERFORM 1100-PREPARAR-CHECKPOINT
001350         THRU 1100-PREPARAR-CHECKPOINT-EXIT
001351     DISPLAY "CARGA DE TAXAS DE CAMBIO"
001352     .
001360 1000-INITIALIZE-EXIT.
001370     EXIT.
001371 1100-PREPARAR-CHECKPOINT.
001372*-----------------------------------------------------------*
001373* ABRE O SERVICO DE CHECKPOINT. NO REINICIO, RECEBE O ULTIMO *
001374* CHECKPOINT DA RODADA QUE CAIU, PULA OS CARTOES JA          *
001375* CARREGADOS (O ULTIMO PULADO TEM DE SER O DO CHECKPOINT,    *
001376* SENAO O NEWRATES NAO E MAIS O MESMO) E RETOMA OS           *
001377* CONTADORES. SEM O DD CHKPT A CARGA NORMAL SEGUE SEM        *
001378* CHECKPOINT; O REINICIO NAO TEM COMO SEGUIR. REINICIO SEM   *
001379* CHECKPOINT PENDENTE RECARREGA TUDO (CARGA IDEMPOTENTE).    *
001380*-----------------------------------------------------------*
001381     MOVE 'A'        TO CHK-FUNCAO
001382     MOVE 'GDACAMBL' TO CHK-PROGRAMA
001383     MOVE 'N'        TO CHK-REINICIO
001384     IF PARM-TAMANHO IS GREATER THAN 6
001385         AND PARM-TEXTO(1:7) IS EQUAL TO 'RESTART'
001386         MOVE 'S' TO CHK-REINICIO
001387     END-IF
001388     CALL 'GDACHKPT' USING GDACHKPT-AREA
001389     EVALUATE CHK-RETORNO
001390         WHEN 0
001391             CONTINUE
001392         WHEN 4
001393             DISPLAY "GDACAMBL: REINICIO SEM CHECKPOINT PENDENTE"
001394                     " - CARGA DESDE O PRIMEIRO CARTAO"
001395         WHEN OTHER
001396             IF CHK-REINICIO IS EQUAL TO 'S'
001397                 DISPLAY "GDACAMBL: REINICIO IMPOSSIVEL SEM O "
001398                         "CHKPT, RETORNO = " CHK-RETORNO
001399                 MOVE 16 TO RETURN-CODE
001400                 STOP RUN
001401             END-IF
001402             DISPLAY "GDACAMBL: CARGA SEGUE SEM CHECKPOINT, "
001403                     "RETORNO = " CHK-RETORNO
001404             SET SEM-CHECKPOINT TO TRUE
001405             GO TO 1100-PREPARAR-CHECKPOINT-EXIT
001406     END-EVALUATE
001407     IF CHK-CONTADOR IS EQUAL TO ZEROES
001408         GO TO 1100-PREPARAR-CHECKPOINT-EXIT
001409     END-IF
001410     PERFORM 1110-PULAR-CARTAO
001411         THRU 1110-PULAR-CARTAO-EXIT
001412         UNTIL WS-LIDAS IS EQUAL TO CHK-CONTADOR
001413            OR FIM-DAS-NOVAS
001414     IF FIM-DAS-NOVAS
001415         OR REG-NOVA-TAXA(1:27) NOT EQUAL CHK-CHAVE(1:27)
001416         DISPLAY "GDACAMBL: NEWRATES NAO CONFERE COM O "
001417                 "CHECKPOINT DO REGISTRO " CHK-CONTADOR
001418         DISPLAY "GDACAMBL: CHAVE ESPERADA " CHK-CHAVE(1:27)
001419         MOVE 16 TO RETURN-CODE
001420         STOP RUN
001421     END-IF
001422     MOVE CHK-USUARIO  TO WS-CONTADORES
001423     MOVE CHK-CONTADOR TO WS-CHK-ULTIMO
001424     DISPLAY "GDACAMBL: RETOMADA DEPOIS DO CARTAO " WS-LIDAS
001425     .
001426 1100-PREPARAR-CHECKPOINT-EXIT.
001427     EXIT.
001428 1110-PULAR-CARTAO.
001429     READ NEWRATES-FILE
001430         AT END
001431             SET FIM-DAS-NOVAS TO TRUE
001432             GO TO 1110-PULAR-CARTAO-EXIT
001433     END-READ
001434     ADD 1 TO WS-LIDAS
001435     .
001436 1110-PULAR-CARTAO-EXIT.
001437     EXIT.
001438 1200-CARREGAR-TOLERANCIAS.
001439*-----------------------------------------------------------*
001440* CARTOES TOL= DO DD TOLCAMB (OPCIONAL): TOLERANCIA POR PAR  *
001441* E A PADRAO. CARTAO INVALIDO E IGNORADO COM AVISO.          *
001442*-----------------------------------------------------------*
001443     OPEN INPUT TOLCAMB-FILE
001444     IF WS-FS-TOLCAMB NOT EQUAL '00'
001445         DISPLAY "GDACAMBL: SEM TOLCAMB - TOLERANCIA PADRAO "
001446                 WS-TOL-PADRAO "% PARA TODOS OS PARES"
001447         GO TO 1200-CARREGAR-TOLERANCIAS-EXIT
001448     END-IF
001449     PERFORM 1210-LER-TOLERANCIA
001450         THRU 1210-LER-TOLERANCIA-EXIT
001451         UNTIL WS-FS-TOLCAMB NOT EQUAL '00'
001452     CLOSE TOLCAMB-FILE
001453     .
001454 1200-CARREGAR-TOLERANCIAS-EXIT.
001455     EXIT.
001456 1210-LER-TOLERANCIA.
001457     READ TOLCAMB-FILE
001458         AT END
001459             GO TO 1210-LER-TOLERANCIA-EXIT
001460     END-READ
001461     IF REG-TOLERANCIA IS EQUAL TO SPACES
001462         OR REG-TOLERANCIA(1:1) IS EQUAL TO '*'
001463         GO TO 1210-LER-TOLERANCIA-EXIT
001464     END-IF
001465     IF TOL-PREFIXO NOT EQUAL 'TOL='
001466         OR TOL-PAR IS EQUAL TO SPACES
001467         OR TOL-PERCENTUAL IS NOT NUMERIC
001468         DISPLAY "GDACAMBL: TOLCAMB IGNORADO "
001469                 REG-TOLERANCIA(1:16)
001470         GO TO 1210-LER-TOLERANCIA-EXIT
001471     END-IF
001472     IF TOL-PAR IS EQUAL TO 'PADRAO'
001473         MOVE TOL-PERCENTUAL-NUM TO WS-TOL-PADRAO
001474         GO TO 1210-LER-TOLERANCIA-EXIT
001475     END-IF
001476     IF WS-TOL-COUNT IS EQUAL TO WS-TOL-MAX
001477         DISPLAY "GDACAMBL: TABELA DE TOLERANCIAS CHEIA - "
001478                 "IGNORADO " REG-TOLERANCIA(1:16)
001479         GO TO 1210-LER-TOLERANCIA-EXIT
001480     END-IF
001481     ADD 1 TO WS-TOL-COUNT
001482     MOVE TOL-PAR            TO WS-TOL-PAR (WS-TOL-COUNT)
001483     MOVE TOL-PERCENTUAL-NUM TO WS-TOL-PERC (WS-TOL-COUNT)
001484     .
001485 1210-LER-TOLERANCIA-EXIT.
001486     EXIT.
001487 2000-PROCESSAR-CARTAO.
001488*-----------------------------------------------------------*
001489* LE, VALIDA E CARREGA (OU REJEITA COM MOTIVO) UM CARTAO.    *
001490* ANTES DE LER, SE O CARTAO ANTERIOR FECHOU UM INTERVALO,    *
001491* TOMA O CHECKPOINT DELE (JA EFETIVADO NO CAMBIO).           *
001492*-----------------------------------------------------------*
001493     IF COM-CHECKPOINT
001494         AND WS-LIDAS IS GREATER THAN WS-CHK-ULTIMO
001495         DIVIDE WS-LIDAS BY WS-CHK-INTERVALO
001496             GIVING WS-CHK-QUOCIENTE REMAINDER WS-CHK-RESTO
001497         IF WS-CHK-RESTO IS EQUAL TO ZEROES
001498             PERFORM 2900-TOMAR-CHECKPOINT
001499                 THRU 2900-TOMAR-CHECKPOINT-EXIT
001500         END-IF
001501     END-IF
001502     READ NEWRATES-FILE
001503         AT END
001504             SET FIM-DAS-NOVAS TO TRUE
001505             GO TO 2000-PROCESSAR-CARTAO-EXIT
001506     END-READ
001507     ADD 1 TO WS-LIDAS
001508     IF REG-NOVA-TAXA (1:5) IS EQUAL TO 'PIVO='
001509         PERFORM 2200-CARREGAR-PIVO
001510             THRU 2200-CARREGAR-PIVO-EXIT
001511         GO TO 2000-PROCESSAR-CARTAO-EXIT
001520     END-IF
001530     PERFORM 2100-VALIDAR-CARTAO
001540         THRU 2100-VALIDAR-CARTAO-EXIT
001580                 REG-NOVA-TAXA(1:27)
001590         GO TO 2000-PROCESSAR-CARTAO-EXIT
001600     END-IF
001601     IF CARTAO-SUSPENSO
001602         PERFORM 2400-SUSPENDER-TAXA
001603             THRU 2400-SUSPENDER-TAXA-EXIT
001604         GO TO 2000-PROCESSAR-CARTAO-EXIT
001605     END-IF
001610     MOVE SPACES          TO REG-CAMBIO
001620     MOVE NT-MOEDA-DE     TO CAM-MOEDA-DE
001630     MOVE NT-MOEDA-PARA   TO CAM-MOEDA-PARA
001650     COMPUTE CAM-DATA-INV = 99999999 - CAM-DATA-VIGENCIA
001660     MOVE WS-TAXA-NUM     TO CAM-TAXA
001670     MOVE SPACES          TO CAM-PIVO-MOEDA
001671     MOVE USR-USUARIO     TO CAM-USU-ENTRADA
001680     PERFORM 2300-GRAVAR-OU-ATUALIZAR
001690         THRU 2300-GRAVAR-OU-ATUALIZAR-EXIT
001700     .
001730 2100-VALIDAR-CARTAO.
001740*-----------------------------------------------------------*
001750* MOEDAS PREENCHIDAS E DISTINTAS, DATA PLAUSIVEL, TAXA       *
001751* NUMERICA MAIOR QUE ZERO E DENTRO DA TOLERANCIA DE VARIACAO *
001752* DO PAR (FORA DELA O CARTAO FICA SUSPENSO).                 *
001770*-----------------------------------------------------------*
001780     MOVE 'V' TO WS-CARTAO-SW
001790     MOVE SPACES TO WS-MOTIVO
002130         MOVE 'TAXA ZERADA' TO WS-MOTIVO
002140         GO TO 2100-VALIDAR-CARTAO-EXIT
002150     END-IF
002151     PERFORM 2150-CONFERIR-VARIACAO
002152         THRU 2150-CONFERIR-VARIACAO-EXIT
002160     .
002170 2100-VALIDAR-CARTAO-EXIT.
002180     EXIT.
002181 2150-CONFERIR-VARIACAO.
002182*-----------------------------------------------------------*
002183* ULTIMA TAXA DO PAR EM VIGOR ANTES DA DATA DO CARTAO: START *
002184* NO DIA ANTERIOR INVERTIDO NA CHAVE. PAR SEM TAXA ANTERIOR  *
002185* NAO TEM COM O QUE COMPARAR. VARIACAO EM PERCENTUAL SOBRE A *
002186* TAXA ANTERIOR, PARA CIMA OU PARA BAIXO.                    *
002187*-----------------------------------------------------------*
002188     MOVE ZEROES TO WS-TAXA-ANTERIOR
002189     MOVE ZEROES TO WS-DATA-ANTERIOR
002190     MOVE ZEROES TO WS-VARIACAO
002191     IF CAMBIO-NOVO
002192         GO TO 2150-CONFERIR-VARIACAO-EXIT
002193     END-IF
002194     MOVE NT-MOEDA-DE   TO CAM-MOEDA-DE
002195     MOVE NT-MOEDA-PARA TO CAM-MOEDA-PARA
002196     COMPUTE CAM-DATA-INV = 100000000 - WS-DATA-DESM-NUM
002197     START CAMBIO-FILE KEY IS GREATER THAN OR EQUAL TO CAM-CHAVE
002198         INVALID KEY
002199             GO TO 2150-CONFERIR-VARIACAO-EXIT
002200     END-START
002201     IF WS-FS-CAMBIO NOT EQUAL '00'
002202         GO TO 2150-CONFERIR-VARIACAO-EXIT
002203     END-IF
002204     READ CAMBIO-FILE NEXT RECORD
002205         AT END
002206             GO TO 2150-CONFERIR-VARIACAO-EXIT
002207     END-READ
002208     IF WS-FS-CAMBIO NOT EQUAL '00'
002209         GO TO 2150-CONFERIR-VARIACAO-EXIT
002210     END-IF
002211     IF CAM-MOEDA-DE NOT EQUAL NT-MOEDA-DE
002212         OR CAM-MOEDA-PARA NOT EQUAL NT-MOEDA-PARA
002213         OR CAM-TAXA IS NOT NUMERIC
002214         OR CAM-TAXA IS EQUAL TO ZEROES
002215         GO TO 2150-CONFERIR-VARIACAO-EXIT
002216     END-IF
002217     MOVE CAM-TAXA          TO WS-TAXA-ANTERIOR
002218     MOVE CAM-DATA-VIGENCIA TO WS-DATA-ANTERIOR
002219     PERFORM 2160-ACHAR-TOLERANCIA
002220         THRU 2160-ACHAR-TOLERANCIA-EXIT
002221     IF WS-TAXA-NUM IS GREATER THAN WS-TAXA-ANTERIOR
002222         COMPUTE WS-VARIACAO ROUNDED =
002223             (WS-TAXA-NUM - WS-TAXA-ANTERIOR) * 100
002224                 / WS-TAXA-ANTERIOR
002225             ON SIZE ERROR
002226                 MOVE 99999.99 TO WS-VARIACAO
002227         END-COMPUTE
002228     ELSE
002229         COMPUTE WS-VARIACAO ROUNDED =
002230             (WS-TAXA-ANTERIOR - WS-TAXA-NUM) * 100
002231                 / WS-TAXA-ANTERIOR
002232     END-IF
002233     IF WS-VARIACAO IS GREATER THAN WS-TOLERANCIA
002234         MOVE 'S' TO WS-CARTAO-SW
002235         MOVE 'VARIACAO ACIMA DA TOLERANCIA' TO WS-MOTIVO
002236     END-IF
002237     .
002238 2150-CONFERIR-VARIACAO-EXIT.
002239     EXIT.
002240 2160-ACHAR-TOLERANCIA.
002241     MOVE WS-TOL-PADRAO TO WS-TOLERANCIA
002242     MOVE NT-MOEDA-DE   TO WS-PAR-DE
002243     MOVE NT-MOEDA-PARA TO WS-PAR-PARA
002244     PERFORM VARYING WS-TOL-IX FROM 1 BY 1
002245             UNTIL WS-TOL-IX IS GREATER THAN WS-TOL-COUNT
002246         IF WS-TOL-PAR (WS-TOL-IX) IS EQUAL TO WS-PAR-BUSCA
002247             MOVE WS-TOL-PERC (WS-TOL-IX) TO WS-TOLERANCIA
002248         END-IF
002249     END-PERFORM
002250     .
002251 2160-ACHAR-TOLERANCIA-EXIT.
002252     EXIT.
002253 2200-CARREGAR-PIVO.
002254*-----------------------------------------------------------*
002255* CARTAO PIVO=XXX: GRAVA O REGISTRO *PV COM A MOEDA PIVO DA  *
002256* TRIANGULACAO E A DATA DO DIA; O GDACAMB USA O MAIS RECENTE.*
002257*-----------------------------------------------------------*
002258     MOVE REG-NOVA-TAXA (6:3) TO WS-MOEDA-PIVO
002259     IF WS-MOEDA-PIVO IS EQUAL TO SPACES
002260         ADD 1 TO WS-REJEITADAS
002270         DISPLAY "REJEITADO (PIVO EM BRANCO) "
002280                 REG-NOVA-TAXA(1:27)
002360     MOVE WS-DATA-HOJE-NUM TO CAM-DATA-VIGENCIA
002370     MOVE ZEROES           TO CAM-TAXA
002380     MOVE WS-MOEDA-PIVO    TO CAM-PIVO-MOEDA
002381     MOVE USR-USUARIO      TO CAM-USU-ENTRADA
002390     PERFORM 2300-GRAVAR-OU-ATUALIZAR
002400         THRU 2300-GRAVAR-OU-ATUALIZAR-EXIT
002410     DISPLAY "MOEDA PIVO ATUALIZADA PARA " WS-MOEDA-PIVO
002620     .
002630 2300-GRAVAR-OU-ATUALIZAR-EXIT.
002640     EXIT.
002641 2400-SUSPENDER-TAXA.
002642*-----------------------------------------------------------*
002643* TAXA FORA DA TOLERANCIA: NAO VAI PARA O CAMBIO, FICA NO    *
002644* CAMBSUSP ESPERANDO A APROVACAO (GDACAMBA).                 *
002645*-----------------------------------------------------------*
002646     MOVE SPACES              TO REG-SUSPENSA
002647     MOVE REG-NOVA-TAXA(1:27) TO SUS-CARTAO
002648     MOVE WS-TAXA-ANTERIOR    TO SUS-TAXA-ANTERIOR
002649     MOVE WS-DATA-ANTERIOR    TO SUS-DATA-ANTERIOR
002650     MOVE WS-VARIACAO         TO SUS-VARIACAO
002651     MOVE WS-TOLERANCIA       TO SUS-TOLERANCIA
002652     MOVE USR-USUARIO         TO SUS-USU-ENTRADA
002653     ACCEPT SUS-DATA-ENTRADA FROM DATE YYYYMMDD
002654     ACCEPT WS-HORA-AGORA    FROM TIME
002655     MOVE WS-HORA-AGORA(1:6)  TO SUS-HORA-ENTRADA
002656     WRITE REG-SUSPENSA
002657     IF WS-FS-SUSPENSA NOT EQUAL '00'
002658         DISPLAY "GDACAMBL: ERRO GRAVANDO O CAMBSUSP, STATUS = "
002659                 WS-FS-SUSPENSA
002660         MOVE 16 TO RETURN-CODE
002661         STOP RUN
002662     END-IF
002663     ADD 1 TO WS-SUSPENSAS
002664     DISPLAY "SUSPENSO (VARIACAO " SUS-VARIACAO " TOLERANCIA "
002665             SUS-TOLERANCIA ") " REG-NOVA-TAXA(1:27)
002666     .
002667 2400-SUSPENDER-TAXA-EXIT.
002668     EXIT.
002669 2900-TOMAR-CHECKPOINT.
002670*-----------------------------------------------------------*
002671* CHECKPOINT: CARTOES LIDOS, CHAVE DO ULTIMO CARTAO (AINDA   *
002672* NA AREA DO REGISTRO) E OS CONTADORES DA CARGA.             *
002673*-----------------------------------------------------------*
002674     MOVE 'G'                 TO CHK-FUNCAO
002675     MOVE WS-LIDAS            TO CHK-CONTADOR
002676     MOVE REG-NOVA-TAXA(1:27) TO CHK-CHAVE
002677     MOVE WS-CONTADORES       TO CHK-USUARIO
002678     CALL 'GDACHKPT' USING GDACHKPT-AREA
002679     MOVE WS-LIDAS TO WS-CHK-ULTIMO
002680     IF CHK-RETORNO NOT EQUAL ZEROES
002681         DISPLAY "GDACAMBL: CHECKPOINT NAO GRAVADO, RETORNO = "
002682                 CHK-RETORNO
002683         SET SEM-CHECKPOINT TO TRUE
002684     END-IF
002685     .
002686 2900-TOMAR-CHECKPOINT-EXIT.
002687     EXIT.
002688 9999-TERMINATE.
002689*-----------------------------------------------------------*
002690* FECHA OS ARQUIVOS E IMPRIME AS CONTAGENS DA CARGA, QUE     *
002691* TAMBEM VAO PARA O LIVRO CENTRAL DE TOTAIS DE CONTROLE.     *
002692*-----------------------------------------------------------*
002693     CLOSE NEWRATES-FILE
002700     CLOSE CAMBIO-FILE
002701     CLOSE SUSPENSA-FILE
002702     IF COM-CHECKPOINT
002703         MOVE 'F'           TO CHK-FUNCAO
002704         MOVE WS-LIDAS      TO CHK-CONTADOR
002705         MOVE WS-CONTADORES TO CHK-USUARIO
002706         CALL 'GDACHKPT' USING GDACHKPT-AREA
002707     END-IF
002710     DISPLAY "TAXAS LIDAS      = " WS-LIDAS
002720     DISPLAY "TAXAS CARREGADAS = " WS-CARREGADAS
002730     DISPLAY "TAXAS REJEITADAS = " WS-REJEITADAS
002731     DISPLAY "TAXAS SUSPENSAS  = " WS-SUSPENSAS
002732     MOVE 'GDACAMBL'    TO CTR-PROGRAMA
002733     MOVE 3             TO CTR-QTDE-DD
002734     MOVE 'NEWRATES'    TO CTR-DD-NOME (1)
002735     MOVE WS-LIDAS      TO CTR-LIDOS (1)
002736     MOVE ZEROES        TO CTR-GRAVADOS (1)
002737     MOVE WS-REJEITADAS TO CTR-REJEITADOS (1)
002738     MOVE 'CAMBIO'      TO CTR-DD-NOME (2)
002739     MOVE ZEROES        TO CTR-LIDOS (2)
002740     MOVE WS-CARREGADAS TO CTR-GRAVADOS (2)
002741     MOVE ZEROES        TO CTR-REJEITADOS (2)
002742     MOVE 'CAMBSUSP'    TO CTR-DD-NOME (3)
002743     MOVE ZEROES        TO CTR-LIDOS (3)
002744     MOVE WS-SUSPENSAS  TO CTR-GRAVADOS (3)
002745     MOVE ZEROES        TO CTR-REJEITADOS (3)
002746     CALL 'GDATOTAL' USING GDATOTAL-AREA
002747     IF CTR-RETORNO NOT EQUAL ZEROES
002748         DISPLAY "GDACAMBL: TOTAIS DE CONTROLE NAO LANCADOS, "
002749                 "RETORNO = " CTR-RETORNO
002750     END-IF
002751     IF WS-REJEITADAS IS GREATER THAN ZEROES
002752         OR WS-SUSPENSAS IS GREATER THAN ZEROES
002753         MOVE 4 TO RETURN-CODE
002760     END-IF
002770     .
002780 9999-TERMINATE-EXIT.
