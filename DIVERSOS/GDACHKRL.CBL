000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDACHKRL.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                        *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - RELATORIO DO DD CHKPT DO   *
000120*                  SERVICO DE CHECKPOINT/RESTART (GDACHKPT).  *
000130*                  LISTA (VIA GDAREL, DD RELPRT) CADA INICIO  *
000140*                  DE RODADA, CHECKPOINT, REINICIO E FIM      *
000150*                  NORMAL GRAVADO, COM DATA/HORA, CONTAGEM E  *
000160*                  CHAVE, E FECHA COM A QUANTIDADE DE         *
000170*                  CHECKPOINTS, O PONTO DE REINICIO USADO E A *
000180*                  SITUACAO DA RODADA. RODADA SEM FIM NORMAL  *
000190*                  SAI COM RC 4: E' O AVISO PARA A OPERACAO   *
000200*                  SUBMETER O REINICIO COM PARM RESTART.      *
000210*-----------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT CHKPT-FILE ASSIGN TO CHKPT
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-FS-CHKPT.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  CHKPT-FILE
000320     RECORDING MODE IS F.
000330 01  REG-CHKPT.
000340     05  CKP-TIPO            PIC X(01).
000350         88  CKP-INICIO              VALUE 'I'.
000360         88  CKP-CHECKPOINT          VALUE 'C'.
000370         88  CKP-REINICIO            VALUE 'R'.
000380         88  CKP-FIM                 VALUE 'F'.
000390     05  FILLER              PIC X(01).
000400     05  CKP-PROGRAMA        PIC X(08).
000410     05  FILLER              PIC X(01).
000420     05  CKP-DATA            PIC 9(08).
000430     05  FILLER              PIC X(01).
000440     05  CKP-HORA            PIC 9(06).
000450     05  FILLER              PIC X(01).
000460     05  CKP-SEQUENCIA       PIC 9(05).
000470     05  FILLER              PIC X(01).
000480     05  CKP-CONTADOR        PIC 9(09).
000490     05  FILLER              PIC X(01).
000500     05  CKP-CHAVE           PIC X(40).
000510     05  FILLER              PIC X(01).
000520     05  CKP-USUARIO         PIC X(100).
000530     05  FILLER              PIC X(16).
000540 WORKING-STORAGE SECTION.
000550 77  WS-FS-CHKPT              PIC X(02) VALUE '00'.
000560 01  WS-SWITCHES.
000570     05  WS-FIM-SW            PIC X(01) VALUE 'N'.
000580         88  FIM-DO-CHKPT              VALUE 'S'.
000590     05  WS-ULTIMO-TIPO       PIC X(01) VALUE SPACE.
000600         88  TERMINOU-NORMALMENTE      VALUE 'F'.
000610 01  WS-CONTADORES.
000620     05  WS-LIDOS             PIC 9(07) VALUE ZEROES.
000630     05  WS-CHECKPOINTS       PIC 9(05) VALUE ZEROES.
000640     05  WS-REINICIOS         PIC 9(05) VALUE ZEROES.
000650     05  WS-DESCARTADOS       PIC 9(05) VALUE ZEROES.
000660     05  WS-REINICIO-CONTADOR PIC 9(09) VALUE ZEROES.
000670 01  WS-LINHA-DET.
000680     05  FILLER               PIC X(01) VALUE SPACE.
000690     05  DET-TIPO             PIC X(10).
000700     05  FILLER               PIC X(02) VALUE SPACES.
000710     05  DET-PROGRAMA         PIC X(08).
000720     05  FILLER               PIC X(02) VALUE SPACES.
000730     05  DET-QUANDO           PIC X(15).
000740     05  FILLER               PIC X(02) VALUE SPACES.
000750     05  DET-SEQUENCIA        PIC ZZZZ9.
000760     05  FILLER               PIC X(02) VALUE SPACES.
000770     05  DET-CONTADOR         PIC ZZZZZZZZ9.
000780     05  FILLER               PIC X(02) VALUE SPACES.
000790     05  DET-CHAVE            PIC X(40).
000800     05  FILLER               PIC X(34) VALUE SPACES.
000810 01  WS-QUANDO.
000820     05  WS-QD-DATA           PIC 9(08).
000830     05  FILLER               PIC X(01) VALUE '-'.
000840     05  WS-QD-HORA           PIC 9(06).
000850 01  WS-CABEC-CHKPT.
000860     05  FILLER               PIC X(13) VALUE ' TIPO'.
000870     05  FILLER               PIC X(10) VALUE 'PROGRAMA'.
000880     05  FILLER               PIC X(17) VALUE 'DATA-HORA'.
000890     05  FILLER               PIC X(07) VALUE ' SEQ.'.
000900     05  FILLER               PIC X(11) VALUE 'REGISTROS'.
000910     05  FILLER               PIC X(22) VALUE 'ULTIMA CHAVE'.
000920 01  WS-LINHA-REINICIO.
000930     05  FILLER               PIC X(01) VALUE SPACE.
000940     05  FILLER               PIC X(34) VALUE
000950         'PONTO DE REINICIO USADO: REGISTRO '.
000960     05  RNC-CONTADOR         PIC ZZZZZZZZ9.
000970     05  FILLER               PIC X(88) VALUE SPACES.
000980 01  WS-LINHA-TOT.
000990     05  FILLER               PIC X(01) VALUE SPACE.
001000     05  FILLER               PIC X(14) VALUE 'CHECKPOINTS = '.
001010     05  TOT-CHECKPOINTS      PIC ZZZZ9.
001020     05  FILLER               PIC X(14) VALUE '  REINICIOS = '.
001030     05  TOT-REINICIOS        PIC ZZZZ9.
001040     05  FILLER               PIC X(15) VALUE '  DESCARTADOS ='.
001050     05  TOT-DESCARTADOS      PIC ZZZZ9.
001060     05  FILLER               PIC X(02) VALUE SPACES.
001070     05  TOT-SITUACAO         PIC X(50).
001080     05  FILLER               PIC X(21) VALUE SPACES.
001090*-----------------------------------------------------------*
001100* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
001110*-----------------------------------------------------------*
001120 01  GDAREL-AREA.
001130     03  GDAREL-FUNCAO        PIC X(01).
001140     03  GDAREL-TITULO        PIC X(60).
001150     03  GDAREL-CABECALHO     PIC X(80).
001160     03  GDAREL-LINHA         PIC X(132).
001170     03  GDAREL-RETORNO       PIC 9(02).
001180     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
001190     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
001200         05  GDAREL-QBR-POS   PIC 9(03).
001210         05  GDAREL-QBR-TAM   PIC 9(02).
001220     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
001230     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
001240     03  GDAREL-EXTRATO OCCURS 10 TIMES.
001250         05  GDAREL-EXT-POS   PIC 9(03).
001260         05  GDAREL-EXT-TAM   PIC 9(03).
001270     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
001280 PROCEDURE DIVISION.
001290 0000-MAINLINE.
001300*-----------------------------------------------------------*
001310* PARAGRAFO PRINCIPAL.                                       *
001320*-----------------------------------------------------------*
001330     PERFORM 1000-INITIALIZE
001340         THRU 1000-INITIALIZE-EXIT
001350     PERFORM 2000-LER-CHKPT
001360         THRU 2000-LER-CHKPT-EXIT
001370         UNTIL FIM-DO-CHKPT
001380     PERFORM 9999-TERMINATE
001390         THRU 9999-TERMINATE-EXIT
001400     STOP RUN
001410     .
001420 0000-MAINLINE-EXIT.
001430     EXIT.
001440 1000-INITIALIZE.
001450     OPEN INPUT CHKPT-FILE
001460     IF WS-FS-CHKPT NOT EQUAL '00'
001470         DISPLAY "GDACHKRL: SEM ARQUIVO CHKPT, STATUS = "
001480                 WS-FS-CHKPT
001490         MOVE 16 TO RETURN-CODE
001500         STOP RUN
001510     END-IF
001520     MOVE 'A' TO GDAREL-FUNCAO
001530     MOVE 1 TO GDAREL-NUMERO
001540     MOVE 'CHECKPOINTS E REINICIOS DA RODADA (CHKPT)'
001550       TO GDAREL-TITULO
001560     MOVE WS-CABEC-CHKPT TO GDAREL-CABECALHO
001570     CALL 'GDAREL' USING GDAREL-AREA
001580     .
001590 1000-INITIALIZE-EXIT.
001600     EXIT.
001610 2000-LER-CHKPT.
001620*-----------------------------------------------------------*
001630* UM REGISTRO DO CHKPT VIRA UMA LINHA DO RELATORIO; O        *
001640* REINICIO GANHA AINDA A LINHA DO PONTO USADO. REGISTRO      *
001650* TORTO E' DESCARTADO CONTADO.                               *
001660*-----------------------------------------------------------*
001670     READ CHKPT-FILE
001680         AT END
001690             SET FIM-DO-CHKPT TO TRUE
001700             GO TO 2000-LER-CHKPT-EXIT
001710     END-READ
001720     IF CKP-DATA IS NOT NUMERIC
001730         OR CKP-HORA IS NOT NUMERIC
001740         OR CKP-SEQUENCIA IS NOT NUMERIC
001750         OR CKP-CONTADOR IS NOT NUMERIC
001760         ADD 1 TO WS-DESCARTADOS
001770         GO TO 2000-LER-CHKPT-EXIT
001780     END-IF
001790     EVALUATE TRUE
001800         WHEN CKP-INICIO
001810             MOVE 'INICIO' TO DET-TIPO
001820         WHEN CKP-CHECKPOINT
001830             MOVE 'CHECKPOINT' TO DET-TIPO
001840             ADD 1 TO WS-CHECKPOINTS
001850         WHEN CKP-REINICIO
001860             MOVE 'REINICIO' TO DET-TIPO
001870             ADD 1 TO WS-REINICIOS
001880             MOVE CKP-CONTADOR TO WS-REINICIO-CONTADOR
001890         WHEN CKP-FIM
001900             MOVE 'FIM NORMAL' TO DET-TIPO
001910         WHEN OTHER
001920             ADD 1 TO WS-DESCARTADOS
001930             GO TO 2000-LER-CHKPT-EXIT
001940     END-EVALUATE
001950     ADD 1 TO WS-LIDOS
001960     MOVE CKP-TIPO TO WS-ULTIMO-TIPO
001970     MOVE CKP-PROGRAMA  TO DET-PROGRAMA
001980     MOVE CKP-DATA      TO WS-QD-DATA
001990     MOVE CKP-HORA      TO WS-QD-HORA
002000     MOVE WS-QUANDO     TO DET-QUANDO
002010     MOVE CKP-SEQUENCIA TO DET-SEQUENCIA
002020     MOVE CKP-CONTADOR  TO DET-CONTADOR
002030     MOVE CKP-CHAVE     TO DET-CHAVE
002040     MOVE 'D' TO GDAREL-FUNCAO
002050     MOVE WS-LINHA-DET TO GDAREL-LINHA
002060     CALL 'GDAREL' USING GDAREL-AREA
002070     IF CKP-REINICIO
002080         MOVE CKP-CONTADOR TO RNC-CONTADOR
002090         MOVE 'D' TO GDAREL-FUNCAO
002100         MOVE WS-LINHA-REINICIO TO GDAREL-LINHA
002110         CALL 'GDAREL' USING GDAREL-AREA
002120     END-IF
002130     .
002140 2000-LER-CHKPT-EXIT.
002150     EXIT.
002160 9999-TERMINATE.
002170     CLOSE CHKPT-FILE
002180     MOVE WS-CHECKPOINTS TO TOT-CHECKPOINTS
002190     MOVE WS-REINICIOS   TO TOT-REINICIOS
002200     MOVE WS-DESCARTADOS TO TOT-DESCARTADOS
002210     IF TERMINOU-NORMALMENTE
002220         MOVE 'RODADA TERMINOU NORMALMENTE' TO TOT-SITUACAO
002230     ELSE
002240         MOVE 'SEM FIM NORMAL - REINICIAR COM PARM RESTART'
002250           TO TOT-SITUACAO
002260     END-IF
002270     MOVE 'T' TO GDAREL-FUNCAO
002280     MOVE WS-LINHA-TOT TO GDAREL-LINHA
002290     CALL 'GDAREL' USING GDAREL-AREA
002300     MOVE 'F' TO GDAREL-FUNCAO
002310     CALL 'GDAREL' USING GDAREL-AREA
002320     DISPLAY "GDACHKRL: " WS-CHECKPOINTS " CHECKPOINT(S), "
002330             WS-REINICIOS " REINICIO(S)"
002340     IF WS-REINICIOS IS GREATER THAN ZEROES
002350         DISPLAY "GDACHKRL: ULTIMO REINICIO DEPOIS DO REGISTRO "
002360                 WS-REINICIO-CONTADOR
002370     END-IF
002380     IF NOT TERMINOU-NORMALMENTE
002390         AND WS-LIDOS IS GREATER THAN ZEROES
002400         DISPLAY "GDACHKRL: RODADA SEM FIM NORMAL NO CHKPT"
002410         MOVE 4 TO RETURN-CODE
002420     END-IF
002430     .
002440 9999-TERMINATE-EXIT.
002450     EXIT.
