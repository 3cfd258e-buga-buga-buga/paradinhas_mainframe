000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDACHKPT.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                        *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - SERVICO PADRAO DE          *
000120*                  CHECKPOINT/RESTART PARA OS BATCH LONGOS.   *
000130*                  O PROGRAMA CHAMA A CADA N REGISTROS COM A  *
000140*                  CONTAGEM, A ULTIMA CHAVE PROCESSADA E UMA  *
000150*                  PEQUENA AREA PROPRIA (ACUMULADORES); A     *
000160*                  ROTINA GRAVA O CHECKPOINT NO DD CHKPT. NA  *
000170*                  RODADA DE REINICIO (PARM RESTART DO        *
000180*                  CHAMADOR) A ROTINA DEVOLVE O ULTIMO        *
000190*                  CHECKPOINT DA RODADA QUE CAIU, PARA O      *
000200*                  PROGRAMA REPOSICIONAR A ENTRADA E PULAR O  *
000210*                  QUE JA FOI EFETIVADO. O GDACHKRL RELATA OS *
000220*                  CHECKPOINTS E O PONTO DE REINICIO USADO.   *
000221* 10/15/2026 JLC   7000-GRAVAR-REGISTRO CONFERE O STATUS DO   *
000222*                  WRITE NO CHKPT: COM ERRO, AVISA, FECHA O   *
000223*                  ARQUIVO E DEVOLVE 12 AO CHAMADOR, COMO NA  *
000224*                  ABERTURA, EM VEZ DE DAR O CHECKPOINT COMO  *
000225*                  GRAVADO.                                   *
000230*                                                             *
000240* INTERFACE (GDACHKPT-AREA):                                  *
000250*   CHK-FUNCAO     'A' = ABRIR (INICIO DA RODADA)             *
000260*                  'G' = GRAVAR UM CHECKPOINT                 *
000270*                  'F' = FECHAR (FIM NORMAL DA RODADA)        *
000280*   CHK-PROGRAMA   NOME DO PROGRAMA CHAMADOR                  *
000290*   CHK-REINICIO   'S' NA ABERTURA = RODADA DE REINICIO       *
000300*   CHK-CONTADOR   REGISTROS JA EFETIVADOS (NA GRAVACAO E NO  *
000310*                  FECHAMENTO; DEVOLVIDO NA ABERTURA DO       *
000320*                  REINICIO)                                  *
000330*   CHK-CHAVE      ULTIMA CHAVE EFETIVADA (IDEM)              *
000340*   CHK-USUARIO    AREA LIVRE DO CHAMADOR (IDEM)              *
000350*   CHK-RETORNO    00 = OK                                    *
000360*                  04 = REINICIO PEDIDO SEM CHECKPOINT        *
000370*                       PENDENTE (A RODADA ANTERIOR TERMINOU  *
000380*                       NORMALMENTE OU NAO CHEGOU AO PRIMEIRO *
000390*                       CHECKPOINT): RODAR DESDE O INICIO     *
000400*                  08 = FUNCAO INVALIDA                       *
000410*                  12 = DD CHKPT COM PROBLEMA (SEM CHECKPOINT *
000420*                       NESTA RODADA)                         *
000430*                                                             *
000440* DD CHKPT (FB 200), UM POR PASSO: RODADA NORMAL RECRIA O     *
000450* ARQUIVO; REINICIO ACRESCENTA A ELE. REGISTROS 'I' (INICIO), *
000460* 'C' (CHECKPOINT), 'R' (REINICIO) E 'F' (FIM NORMAL). CADA   *
000470* GRAVACAO FECHA E REABRE O ARQUIVO, PARA O CHECKPOINT NAO    *
000480* FICAR PERDIDO EM BUFFER SE O PROGRAMA CAIR EM SEGUIDA.      *
000490*-----------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CHKPT-FILE ASSIGN TO CHKPT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-CHKPT.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CHKPT-FILE
000600     RECORDING MODE IS F.
000610 01  REG-CHKPT.
000620     05  CKP-TIPO            PIC X(01).
000630         88  CKP-INICIO              VALUE 'I'.
000640         88  CKP-CHECKPOINT          VALUE 'C'.
000650         88  CKP-REINICIO            VALUE 'R'.
000660         88  CKP-FIM                 VALUE 'F'.
000670     05  FILLER              PIC X(01).
000680     05  CKP-PROGRAMA        PIC X(08).
000690     05  FILLER              PIC X(01).
000700     05  CKP-DATA            PIC 9(08).
000710     05  FILLER              PIC X(01).
000720     05  CKP-HORA            PIC 9(06).
000730     05  FILLER              PIC X(01).
000740     05  CKP-SEQUENCIA       PIC 9(05).
000750     05  FILLER              PIC X(01).
000760     05  CKP-CONTADOR        PIC 9(09).
000770     05  FILLER              PIC X(01).
000780     05  CKP-CHAVE           PIC X(40).
000790     05  FILLER              PIC X(01).
000800     05  CKP-USUARIO         PIC X(100).
000810     05  FILLER              PIC X(16).
000820 WORKING-STORAGE SECTION.
000830 77  WS-FS-CHKPT              PIC X(02) VALUE '00'.
000840 01  WS-SWITCHES.
000850     05  WS-ABERTO-SW         PIC X(01) VALUE 'N'.
000860         88  CHKPT-ABERTO              VALUE 'S'.
000870         88  CHKPT-FECHADO             VALUE 'N'.
000880     05  WS-FIM-SW            PIC X(01) VALUE 'N'.
000890         88  FIM-DO-CHKPT              VALUE 'S'.
000900     05  WS-PENDENTE-SW       PIC X(01) VALUE 'N'.
000910         88  CHECKPOINT-PENDENTE       VALUE 'S'.
000920 01  WS-CONTROLE.
000930     05  WS-TIPO              PIC X(01) VALUE SPACE.
000940     05  WS-SEQUENCIA         PIC 9(05) VALUE ZEROES.
000950     05  WS-QTDE-GRAVADOS     PIC 9(05) VALUE ZEROES.
000960     05  WS-DATA-HOJE         PIC 9(08) VALUE ZEROES.
000970     05  WS-HORA-AGORA        PIC 9(08) VALUE ZEROES.
000980*-----------------------------------------------------------*
000990* ULTIMO CHECKPOINT DA RODADA ANTERIOR (LIDO NO REINICIO)    *
001000*-----------------------------------------------------------*
001010 01  WS-ULTIMO-CHECKPOINT.
001020     05  WS-ULT-SEQUENCIA     PIC 9(05) VALUE ZEROES.
001030     05  WS-ULT-CONTADOR      PIC 9(09) VALUE ZEROES.
001040     05  WS-ULT-CHAVE         PIC X(40) VALUE SPACES.
001050     05  WS-ULT-USUARIO       PIC X(100) VALUE SPACES.
001060 LINKAGE SECTION.
001070 01  GDACHKPT-AREA.
001080     03  CHK-FUNCAO           PIC X(01).
001090     03  CHK-PROGRAMA         PIC X(08).
001100     03  CHK-REINICIO         PIC X(01).
001110     03  CHK-CONTADOR         PIC 9(09).
001120     03  CHK-CHAVE            PIC X(40).
001130     03  CHK-USUARIO          PIC X(100).
001140     03  CHK-RETORNO          PIC 9(02).
001150 PROCEDURE DIVISION USING GDACHKPT-AREA.
001160 0000-MAINLINE.
001170*-----------------------------------------------------------*
001180* DESPACHA A FUNCAO PEDIDA PELO CHAMADOR.                    *
001190*-----------------------------------------------------------*
001200     MOVE ZEROES TO CHK-RETORNO
001210     EVALUATE CHK-FUNCAO
001220         WHEN 'A'
001230             PERFORM 1000-ABRIR
001240                 THRU 1000-ABRIR-EXIT
001250         WHEN 'G'
001260             PERFORM 2000-GRAVAR
001270                 THRU 2000-GRAVAR-EXIT
001280         WHEN 'F'
001290             PERFORM 9000-FECHAR
001300                 THRU 9000-FECHAR-EXIT
001310         WHEN OTHER
001320             MOVE 8 TO CHK-RETORNO
001330     END-EVALUATE
001340     GOBACK
001350     .
001360 0000-MAINLINE-EXIT.
001370     EXIT.
001380 1000-ABRIR.
001390*-----------------------------------------------------------*
001400* RODADA NORMAL: RECRIA O CHKPT E GRAVA O REGISTRO DE        *
001410* INICIO. REINICIO: PROCURA O ULTIMO CHECKPOINT PENDENTE DO  *
001420* PROGRAMA, DEVOLVE-O AO CHAMADOR E ACRESCENTA O REGISTRO DE *
001430* REINICIO; SEM CHECKPOINT PENDENTE, A RODADA COMECA DO ZERO *
001440* COM RETORNO 04.                                            *
001450*-----------------------------------------------------------*
001460     MOVE ZEROES TO WS-SEQUENCIA
001470     MOVE ZEROES TO WS-QTDE-GRAVADOS
001480     MOVE 'N' TO WS-PENDENTE-SW
001490     IF CHK-REINICIO IS EQUAL TO 'S'
001500         PERFORM 1100-LOCALIZAR-REINICIO
001510             THRU 1100-LOCALIZAR-REINICIO-EXIT
001520     END-IF
001530     IF CHECKPOINT-PENDENTE
001540         OPEN EXTEND CHKPT-FILE
001550     ELSE
001560         OPEN OUTPUT CHKPT-FILE
001570     END-IF
001580     IF WS-FS-CHKPT NOT EQUAL '00'
001590         DISPLAY "GDACHKPT: NAO ABRIU O CHKPT, STATUS = "
001600                 WS-FS-CHKPT
001610         MOVE 12 TO CHK-RETORNO
001620         GO TO 1000-ABRIR-EXIT
001630     END-IF
001640     SET CHKPT-ABERTO TO TRUE
001650     IF CHECKPOINT-PENDENTE
001660         MOVE WS-ULT-SEQUENCIA TO WS-SEQUENCIA
001670         MOVE WS-ULT-CONTADOR  TO CHK-CONTADOR
001680         MOVE WS-ULT-CHAVE     TO CHK-CHAVE
001690         MOVE WS-ULT-USUARIO   TO CHK-USUARIO
001700         MOVE 'R' TO WS-TIPO
001710         DISPLAY "GDACHKPT: " CHK-PROGRAMA
001720                 " REINICIADO DEPOIS DO REGISTRO " CHK-CONTADOR
001730         DISPLAY "GDACHKPT: ULTIMA CHAVE EFETIVADA " CHK-CHAVE
001740     ELSE
001750         IF CHK-REINICIO IS EQUAL TO 'S'
001760             DISPLAY "GDACHKPT: " CHK-PROGRAMA
001770                     " SEM CHECKPOINT PENDENTE - RODADA DESDE"
001780                     " O INICIO"
001790             MOVE 4 TO CHK-RETORNO
001800         END-IF
001810         MOVE ZEROES TO CHK-CONTADOR
001820         MOVE SPACES TO CHK-CHAVE
001830         MOVE SPACES TO CHK-USUARIO
001840         MOVE 'I' TO WS-TIPO
001850     END-IF
001860     PERFORM 7000-GRAVAR-REGISTRO
001870         THRU 7000-GRAVAR-REGISTRO-EXIT
001880     .
001890 1000-ABRIR-EXIT.
001900     EXIT.
001910 1100-LOCALIZAR-REINICIO.
001920*-----------------------------------------------------------*
001930* LE O CHKPT DA RODADA ANTERIOR INTEIRO. DO PROGRAMA         *
001940* CHAMADOR, VALE O ULTIMO 'C' OU 'R' DEPOIS DO ULTIMO 'I';   *
001950* UM 'F' DEPOIS DELE QUER DIZER QUE A RODADA TERMINOU E NAO  *
001960* HA O QUE REINICIAR.                                        *
001970*-----------------------------------------------------------*
001980     OPEN INPUT CHKPT-FILE
001990     IF WS-FS-CHKPT NOT EQUAL '00'
002000         GO TO 1100-LOCALIZAR-REINICIO-EXIT
002010     END-IF
002020     MOVE 'N' TO WS-FIM-SW
002030     PERFORM 1110-LER-CHECKPOINT
002040         THRU 1110-LER-CHECKPOINT-EXIT
002050         UNTIL FIM-DO-CHKPT
002060     CLOSE CHKPT-FILE
002070     .
002080 1100-LOCALIZAR-REINICIO-EXIT.
002090     EXIT.
002100 1110-LER-CHECKPOINT.
002110     READ CHKPT-FILE
002120         AT END
002130             SET FIM-DO-CHKPT TO TRUE
002140             GO TO 1110-LER-CHECKPOINT-EXIT
002150     END-READ
002160     IF CKP-PROGRAMA NOT EQUAL CHK-PROGRAMA
002170         GO TO 1110-LER-CHECKPOINT-EXIT
002180     END-IF
002190     IF CKP-SEQUENCIA IS NUMERIC
002200         MOVE CKP-SEQUENCIA TO WS-ULT-SEQUENCIA
002210     END-IF
002220     EVALUATE TRUE
002230         WHEN CKP-CHECKPOINT
002240         WHEN CKP-REINICIO
002250             IF CKP-CONTADOR IS NUMERIC
002260                 MOVE CKP-CONTADOR TO WS-ULT-CONTADOR
002270                 MOVE CKP-CHAVE    TO WS-ULT-CHAVE
002280                 MOVE CKP-USUARIO  TO WS-ULT-USUARIO
002290                 SET CHECKPOINT-PENDENTE TO TRUE
002300             END-IF
002310         WHEN CKP-INICIO
002320         WHEN CKP-FIM
002330             MOVE 'N' TO WS-PENDENTE-SW
002340     END-EVALUATE
002350     .
002360 1110-LER-CHECKPOINT-EXIT.
002370     EXIT.
002380 2000-GRAVAR.
002390*-----------------------------------------------------------*
002400* UM CHECKPOINT: CONTAGEM, CHAVE E AREA DO CHAMADOR.         *
002410*-----------------------------------------------------------*
002420     IF CHKPT-FECHADO
002430         MOVE 12 TO CHK-RETORNO
002440         GO TO 2000-GRAVAR-EXIT
002450     END-IF
002460     MOVE 'C' TO WS-TIPO
002470     PERFORM 7000-GRAVAR-REGISTRO
002480         THRU 7000-GRAVAR-REGISTRO-EXIT
002490     ADD 1 TO WS-QTDE-GRAVADOS
002500     .
002510 2000-GRAVAR-EXIT.
002520     EXIT.
002530 7000-GRAVAR-REGISTRO.
002540*-----------------------------------------------------------*
002550* MONTA E GRAVA UM REGISTRO DO TIPO WS-TIPO COM OS DADOS DA  *
002560* AREA E FORCA A GRAVACAO FECHANDO E REABRINDO O ARQUIVO.    *
002570*-----------------------------------------------------------*
002580     ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
002590     ACCEPT WS-HORA-AGORA FROM TIME
002600     ADD 1 TO WS-SEQUENCIA
002610     MOVE SPACES             TO REG-CHKPT
002620     MOVE WS-TIPO            TO CKP-TIPO
002630     MOVE CHK-PROGRAMA       TO CKP-PROGRAMA
002640     MOVE WS-DATA-HOJE       TO CKP-DATA
002650     MOVE WS-HORA-AGORA(1:6) TO CKP-HORA
002660     MOVE WS-SEQUENCIA       TO CKP-SEQUENCIA
002670     MOVE CHK-CONTADOR       TO CKP-CONTADOR
002680     MOVE CHK-CHAVE          TO CKP-CHAVE
002690     MOVE CHK-USUARIO        TO CKP-USUARIO
002700     WRITE REG-CHKPT
002701     IF WS-FS-CHKPT NOT EQUAL '00'
002702         DISPLAY "GDACHKPT: NAO GRAVOU NO CHKPT, STATUS = "
002703                 WS-FS-CHKPT " - SEM CHECKPOINT DAQUI EM DIANTE"
002704         CLOSE CHKPT-FILE
002705         SET CHKPT-FECHADO TO TRUE
002706         MOVE 12 TO CHK-RETORNO
002707         GO TO 7000-GRAVAR-REGISTRO-EXIT
002708     END-IF
002710     CLOSE CHKPT-FILE
002720     IF WS-TIPO IS EQUAL TO 'F'
002730         SET CHKPT-FECHADO TO TRUE
002740         GO TO 7000-GRAVAR-REGISTRO-EXIT
002750     END-IF
002760     OPEN EXTEND CHKPT-FILE
002770     IF WS-FS-CHKPT NOT EQUAL '00'
002780         DISPLAY "GDACHKPT: NAO REABRIU O CHKPT, STATUS = "
002790                 WS-FS-CHKPT " - SEM CHECKPOINT DAQUI EM DIANTE"
002800         SET CHKPT-FECHADO TO TRUE
002810         MOVE 12 TO CHK-RETORNO
002820     END-IF
002830     .
002840 7000-GRAVAR-REGISTRO-EXIT.
002850     EXIT.
002860 9000-FECHAR.
002870*-----------------------------------------------------------*
002880* FIM NORMAL: GRAVA O REGISTRO 'F' COM A CONTAGEM FINAL (UM  *
002890* REINICIO DEPOIS DELE NAO TEM O QUE REFAZER) E FECHA.       *
002900*-----------------------------------------------------------*
002910     IF CHKPT-FECHADO
002920         MOVE 12 TO CHK-RETORNO
002930         GO TO 9000-FECHAR-EXIT
002940     END-IF
002950     MOVE 'F' TO WS-TIPO
002960     PERFORM 7000-GRAVAR-REGISTRO
002970         THRU 7000-GRAVAR-REGISTRO-EXIT
002980     DISPLAY "GDACHKPT: " CHK-PROGRAMA " TERMINOU COM "
002990             WS-QTDE-GRAVADOS " CHECKPOINT(S) NESTA RODADA"
003000     .
003010 9000-FECHAR-EXIT.
003020     EXIT.
