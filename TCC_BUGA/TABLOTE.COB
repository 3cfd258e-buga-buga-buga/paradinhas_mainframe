000640*                  REPLOTE. UMA RODADA POR TURMA, PRONTA PARA *
000650*                  IMPRIMIR, EM VEZ DE QUATRO RODADAS E       *
000660*                  PAPEL EMBARALHADO.                         *
000661* 10/15/2026 JLC   CHECKPOINT/RESTART PELO SERVICO PADRAO     *
000662*                  GDACHKPT (DD CHKPT) NAS TABUADAS EM LOTE:  *
000663*                  UM CHECKPOINT A CADA 5 TABUADAS, COM AS    *
000664*                  CONTAGENS DO TRAILER NA AREA DO CHAMADOR.  *
000665*                  COM PARM RESTART, O REPLOTE E ESTENDIDO EM *
000666*                  VEZ DE RECRIADO (HEADER E VALIDACAO JA     *
000667*                  ESTAO LA), AS TABUADAS JA EFETIVADAS SAO   *
000668*                  PULADAS E O TRAILER SAI COM AS CONTAGENS   *
000669*                  DA RODADA INTEIRA. A ABERTURA DO REPLOTE   *
000670*                  PASSOU PARA DEPOIS DA LEITURA DO LOTEIN.   *
000671*                  MODO CONSOLE E DRILL NAO TOMAM CHECKPOINT. *
000672* 10/15/2026 JLC   RETOMADA SEM TABUADA DUPLICADA: A CHAVE    *
000673*                  DO CHECKPOINT LEVA TAMBEM A QUANTIDADE DE  *
000674*                  REGISTROS JA GRAVADOS NO REPLOTE, E NO     *
000675*                  RESTART O REPLOTE E RECRIADO COPIANDO SO   *
000676*                  ESSES REGISTROS DA GERACAO ANTERIOR (DD    *
000677*                  REPLANT), EM VEZ DE ESTENDIDO. O QUE A     *
000678*                  RODADA QUE CAIU GRAVOU DEPOIS FICA DE FORA.*
000679*-----------------------------------------------------------*
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT REPORT-FILE ASSIGN TO REPLOTE
000730         ORGANIZATION IS LINE SEQUENTIAL.
000731     SELECT REPLOTE-ANT-FILE ASSIGN TO REPLANT
000732         ORGANIZATION IS LINE SEQUENTIAL
000733         FILE STATUS IS WS-FS-REPLANT.
000740     SELECT INPUT-FILE ASSIGN TO LOTEIN
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-FS-LOTEIN.
000820 FD  REPORT-FILE
000830     RECORDING MODE IS F.
000840 01  REPORT-RECORD           PIC X(40).
000841 FD  REPLOTE-ANT-FILE
000842     RECORDING MODE IS F.
000843 01  REPLANT-RECORD          PIC X(40).
000850 FD  INPUT-FILE
000860     RECORDING MODE IS F.
000870 01  INPUT-RECORD.
001180         88  FIM-LOTEIN                VALUE 'S'.
001190     05  WS-DRILL-SW          PIC X(01) VALUE 'N'.
001200         88  MODO-DRILL                VALUE 'S'.
001201     05  WS-REINICIO-SW       PIC X(01) VALUE 'N'.
001202         88  PEDIU-REINICIO            VALUE 'S'.
001203     05  WS-RETOMADA-SW       PIC X(01) VALUE 'N'.
001204         88  RETOMADA                  VALUE 'S'.
001205     05  WS-CHECKPOINT-SW     PIC X(01) VALUE 'N'.
001206         88  COM-CHECKPOINT            VALUE 'S'.
001207         88  SEM-CHECKPOINT            VALUE 'N'.
001210 77  WS-FS-LOTEIN             PIC X(02) VALUE '00'.
001220     88  FS-LOTEIN-OK                  VALUE '00'.
001230 77  WS-FS-GABARITO           PIC X(02) VALUE '00'.
001240     88  FS-GABARITO-OK                VALUE '00'.
001241 77  WS-FS-REPLANT            PIC X(02) VALUE '00'.
001242     88  FS-REPLANT-OK                 VALUE '00'.
001243     88  FIM-REPLANT                   VALUE '10'.
001250 77  WS-QTDE-REJEITADAS       PIC 9(03) VALUE ZEROES.
001260 01  WS-TABELA-REJEITADAS.
001270     05  WS-REJEITADA OCCURS 50 TIMES
001280                   PIC X(28).
001290 77  WS-QTDE-TABUADAS         PIC 9(05) VALUE ZEROES.
001300 77  WS-QTDE-DETALHES         PIC 9(07) VALUE ZEROES.
001301*-----------------------------------------------------------*
001302* POSICAO DO CHECKPOINT (CHK-CHAVE): A ULTIMA TABUADA E OS   *
001303* REGISTROS JA GRAVADOS NO REPLOTE ATE ELA.                  *
001304*-----------------------------------------------------------*
001305 01  WS-CHK-POSICAO.
001306     05  WS-CHK-N             PIC 9(05) VALUE ZEROES.
001307     05  WS-QTDE-REGISTROS    PIC 9(07) VALUE ZEROES.
001308     05  FILLER               PIC X(28) VALUE SPACES.
001309 77  WS-QTDE-COPIADOS         PIC 9(07) VALUE ZEROES.
001310 77  WS-DATA-CORRENTE         PIC 9(08) VALUE ZEROES.
001320*-----------------------------------------------------------*
001330* REGISTROS DE CONTROLE DO REPLOTE (HEADER/DETALHE/TRAILER)  *
002570     05  DRL-B                PIC ZZZZ9.
002580     05  FILLER               PIC X(03) VALUE ' = '.
002590     05  FILLER               PIC X(09) VALUE '.........'.
002591*-----------------------------------------------------------*
002592* CHECKPOINT/RESTART (GDACHKPT): UM CHECKPOINT A CADA        *
002593* WS-CHK-INTERVALO TABUADAS; AS CONTAGENS DO TRAILER VAO NA  *
002594* AREA DO CHAMADOR. WS-CHK-PROXIMO E A PRIMEIRA TABUADA A    *
002595* EMITIR (DEPOIS DO ULTIMO CHECKPOINT, NO REINICIO).         *
002596*-----------------------------------------------------------*
002597 77  WS-CHK-INTERVALO         PIC 9(03) VALUE 5.
002598 77  WS-CHK-PROXIMO           PIC 9(03) VALUE 1.
002599 77  WS-CHK-QUOCIENTE         PIC 9(03) VALUE ZEROES.
002600 77  WS-CHK-RESTO             PIC 9(03) VALUE ZEROES.
002601 01  WS-CHK-ACUMULADORES.
002602     05  WS-CHK-TABUADAS      PIC 9(05).
002603     05  WS-CHK-DETALHES      PIC 9(07).
002604 01  GDACHKPT-AREA.
002605     03  CHK-FUNCAO           PIC X(01).
002606     03  CHK-PROGRAMA         PIC X(08).
002607     03  CHK-REINICIO         PIC X(01).
002608     03  CHK-CONTADOR         PIC 9(09).
002609     03  CHK-CHAVE            PIC X(40).
002610     03  CHK-USUARIO          PIC X(100).
002611     03  CHK-RETORNO          PIC 9(02).
002612 LINKAGE SECTION.
002613*-----------------------------------------------------------*
002614* PARM DO PASSO: 'RESTART' PEDE A RETOMADA DO ULTIMO         *
002615* CHECKPOINT DA RODADA QUE CAIU.                             *
002616*-----------------------------------------------------------*
002617 01  PARM-EXEC.
002618     03  PARM-TAMANHO         PIC S9(04) COMP.
002619     03  PARM-TEXTO           PIC X(08).
002620 PROCEDURE DIVISION USING PARM-EXEC.
002621 0000-MAINLINE.
002622*-----------------------------------------------------------*
002630* PARAGRAFO PRINCIPAL.                                       *
002640*-----------------------------------------------------------*
002650     PERFORM 1000-INITIALIZE
002730         PERFORM 2000-GET-NUMBERS
002740             THRU 2000-GET-NUMBERS-EXIT
002750     END-IF
002751     PERFORM 1700-PREPARAR-REPLOTE
002752         THRU 1700-PREPARAR-REPLOTE-EXIT
002753     IF NOT RETOMADA
002760         PERFORM 2500-WRITE-HEADER
002761             THRU 2500-WRITE-HEADER-EXIT
002762         PERFORM 2600-WRITE-VALIDATION
002763             THRU 2600-WRITE-VALIDATION-EXIT
002764     END-IF
002800     IF MODO-DRILL
002810         PERFORM 4000-GERAR-DRILL
002820             THRU 4000-GERAR-DRILL-EXIT
002940     EXIT.
002950 1000-INITIALIZE.
002960*-----------------------------------------------------------*
002970* ABRE O RELATORIO GDAREL E DESCOBRE O MODO DE EXECUCAO: COM *
002971* O DD LOTEIN ALOCADO O PROGRAMA RODA EM LOTE SEM OPERADOR;  *
002972* SEM ELE, VALEM OS PROMPTS DE SEMPRE. O REPLOTE SO E ABERTO *
002973* DEPOIS DA LEITURA (1700-PREPARAR-REPLOTE).                 *
003000*-----------------------------------------------------------*
003020     MOVE 'A' TO GDAREL-FUNCAO
003030     MOVE 'RELATORIO DE TABUADAS EM LOTE' TO GDAREL-TITULO
003040     MOVE 'NUMERO X MULTIPLICADOR = RESULTADO'
004530     .
004540 1530-LOAD-DRILL-CARD-EXIT.
004550     EXIT.
004551 1700-PREPARAR-REPLOTE.
004552*-----------------------------------------------------------*
004553* NAS TABUADAS EM LOTE, ABRE O SERVICO DE CHECKPOINT. COM    *
004554* PARM RESTART E CHECKPOINT PENDENTE, CONFERE O LOTEIN COM   *
004555* O CHECKPOINT, RETOMA AS CONTAGENS E RECRIA O REPLOTE       *
004556* COM OS REGISTROS EFETIVADOS NO ULTIMO CHECKPOINT,          *
004557* COPIADOS DA GERACAO ANTERIOR (1720-REFAZER-REPLOTE): O     *
004558* QUE A RODADA QUE CAIU GRAVOU DEPOIS DELE NAO SE REPETE.    *
004559* CONSOLE E DRILL RODAM SEMPRE DO INICIO.                    *
004560*-----------------------------------------------------------*
004561     IF PARM-TAMANHO IS GREATER THAN 6
004562         AND PARM-TEXTO(1:7) IS EQUAL TO 'RESTART'
004563         SET PEDIU-REINICIO TO TRUE
004564     END-IF
004565     IF MODO-BATCH AND NOT MODO-DRILL
004566         PERFORM 1710-ABRIR-CHECKPOINT
004567             THRU 1710-ABRIR-CHECKPOINT-EXIT
004568     ELSE
004569         IF PEDIU-REINICIO
004570             DISPLAY "TABLOTE: PARM RESTART SO VALE PARA AS "
004571                     "TABUADAS EM LOTE - RODADA DESDE O INICIO"
004572         END-IF
004573     END-IF
004574     OPEN OUTPUT REPORT-FILE
004575     IF RETOMADA
004576         PERFORM 1720-REFAZER-REPLOTE
004577             THRU 1720-REFAZER-REPLOTE-EXIT
004578     END-IF
004579     .
004580 1700-PREPARAR-REPLOTE-EXIT.
004581     EXIT.
004582 1710-ABRIR-CHECKPOINT.
004583     MOVE 'A'       TO CHK-FUNCAO
004584     MOVE 'TABLOTE' TO CHK-PROGRAMA
004585     MOVE 'N'       TO CHK-REINICIO
004586     IF PEDIU-REINICIO
004587         MOVE 'S' TO CHK-REINICIO
004588     END-IF
004589     CALL 'GDACHKPT' USING GDACHKPT-AREA
004590     EVALUATE CHK-RETORNO
004591         WHEN 0
004592             SET COM-CHECKPOINT TO TRUE
004593         WHEN 4
004594             SET COM-CHECKPOINT TO TRUE
004595             DISPLAY "TABLOTE: REINICIO SEM CHECKPOINT PENDENTE"
004596                     " - RODADA DESDE O INICIO"
004597         WHEN OTHER
004598             IF PEDIU-REINICIO
004599                 DISPLAY "TABLOTE: REINICIO IMPOSSIVEL SEM O "
004600                         "CHKPT, RETORNO = " CHK-RETORNO
004601                 MOVE 16 TO RETURN-CODE
004602                 STOP RUN
004603             END-IF
004604             DISPLAY "TABLOTE: LOTE SEGUE SEM CHECKPOINT, "
004605                     "RETORNO = " CHK-RETORNO
004606             GO TO 1710-ABRIR-CHECKPOINT-EXIT
004607     END-EVALUATE
004608     IF CHK-CONTADOR IS EQUAL TO ZEROES
004609         GO TO 1710-ABRIR-CHECKPOINT-EXIT
004610     END-IF
004611     IF CHK-CONTADOR IS GREATER THAN WS-QTDE-NUMEROS
004612         DISPLAY "TABLOTE: LOTEIN NAO CONFERE COM O CHECKPOINT "
004613                 "DA TABUADA " CHK-CONTADOR
004614         MOVE 16 TO RETURN-CODE
004615         STOP RUN
004616     END-IF
004617     IF WS-NUMERO(CHK-CONTADOR) NOT EQUAL CHK-CHAVE(1:5)
004618         DISPLAY "TABLOTE: LOTEIN NAO CONFERE COM O CHECKPOINT "
004619                 "DA TABUADA " CHK-CONTADOR
004620         DISPLAY "TABLOTE: NUMERO ESPERADO " CHK-CHAVE(1:5)
004621         MOVE 16 TO RETURN-CODE
004622         STOP RUN
004623     END-IF
004624     MOVE CHK-USUARIO     TO WS-CHK-ACUMULADORES
004625     MOVE WS-CHK-TABUADAS TO WS-QTDE-TABUADAS
004626     MOVE WS-CHK-DETALHES TO WS-QTDE-DETALHES
004627     COMPUTE WS-CHK-PROXIMO = CHK-CONTADOR + 1
004628     SET RETOMADA TO TRUE
004629     DISPLAY "TABLOTE: RETOMADA DEPOIS DA TABUADA " CHK-CONTADOR
004630     .
004631 1710-ABRIR-CHECKPOINT-EXIT.
004632     EXIT.
004633 2000-GET-NUMBERS.
004634*-----------------------------------------------------------*
004635* SOLICITA OS NUMEROS A SEREM PROCESSADOS EM LOTE, UM DE     *
004636* CADA VEZ, ATE O OPERADOR RESPONDER 'N' A PERGUNTA "MAIS    *
004637* UM NUMERO?".                                               *
004638*-----------------------------------------------------------*
004639     SET MAIS-NUMEROS TO TRUE
004640     PERFORM 2100-GET-ONE-NUMBER
004641         UNTIL SEM-MAIS-NUMEROS
004650              OR WS-QTDE-NUMEROS IS EQUAL TO 50
004660     .
004670 2000-GET-NUMBERS-EXIT.
004870*-----------------------------------------------------------*
004880* PERCORRE A TABELA DE NUMEROS DIGITADOS, EMITINDO A TABUADA *
004890* DE CADA UM NO MESMO RELATORIO EM LOTE.                     *
004891* NO LOTE, UM CHECKPOINT A CADA WS-CHK-INTERVALO TABUADAS;   *
004892* NO REINICIO, COMECA DEPOIS DA ULTIMA JA EFETIVADA.         *
004900*-----------------------------------------------------------*
004910     PERFORM VARYING WS-INDICE FROM WS-CHK-PROXIMO BY 1
004920             UNTIL WS-INDICE > WS-QTDE-NUMEROS
004930         MOVE WS-NUMERO(WS-INDICE) TO N
004940         ADD 1 TO WS-QTDE-TABUADAS
004950         PERFORM 3100-PRINT-ONE-TABLE
004951         IF COM-CHECKPOINT
004952             DIVIDE WS-INDICE BY WS-CHK-INTERVALO
004953                 GIVING WS-CHK-QUOCIENTE REMAINDER WS-CHK-RESTO
004954             IF WS-CHK-RESTO IS EQUAL TO ZEROES
004955                 PERFORM 3200-TOMAR-CHECKPOINT
004956                     THRU 3200-TOMAR-CHECKPOINT-EXIT
004957             END-IF
004958         END-IF
004960     END-PERFORM
004970     .
004980 3000-PRINT-ALL-TABLES-EXIT.
005080         INTO REPORT-RECORD
005090     END-STRING
005100     WRITE REPORT-RECORD
005101     ADD 1 TO WS-QTDE-REGISTROS
005110     MOVE 'D' TO GDAREL-FUNCAO
005120     MOVE REPORT-RECORD TO GDAREL-LINHA
005130     CALL 'GDAREL' USING GDAREL-AREA
005190     .
005200 3100-PRINT-ONE-TABLE-EXIT.
005210     EXIT.
005211 3200-TOMAR-CHECKPOINT.
005212*-----------------------------------------------------------*
005213* CHECKPOINT: TABUADAS EFETIVADAS, O NUMERO DA ULTIMA E AS   *
005214* CONTAGENS DO TRAILER.                                      *
005215*-----------------------------------------------------------*
005216     MOVE WS-QTDE-TABUADAS TO WS-CHK-TABUADAS
005217     MOVE WS-QTDE-DETALHES TO WS-CHK-DETALHES
005218     MOVE 'G'                  TO CHK-FUNCAO
005219     MOVE WS-INDICE            TO CHK-CONTADOR
005220     MOVE N                    TO WS-CHK-N
005221     MOVE WS-CHK-POSICAO       TO CHK-CHAVE
005222     MOVE WS-CHK-ACUMULADORES  TO CHK-USUARIO
005223     CALL 'GDACHKPT' USING GDACHKPT-AREA
005224     IF CHK-RETORNO NOT EQUAL ZEROES
005225         DISPLAY "TABLOTE: CHECKPOINT NAO GRAVADO, RETORNO = "
005226                 CHK-RETORNO
005227         SET SEM-CHECKPOINT TO TRUE
005228     END-IF
005229     .
005230 3200-TOMAR-CHECKPOINT-EXIT.
005231     EXIT.
005232 3110-PRINT-TABLE-LINE.
005233*-----------------------------------------------------------*
005240* CALCULA E EMITE UMA LINHA DA TABUADA CORRENTE.             *
005250*-----------------------------------------------------------*
005260     IF OPER-SUBTRACAO
005300         MOVE RS TO WS-LS-R
005310         DISPLAY N " - " I " = " WS-LS-R
005320         WRITE REPORT-RECORD FROM WS-LINHA-SUBTRACAO
005321         ADD 1 TO WS-QTDE-REGISTROS
005330         MOVE 'D' TO GDAREL-FUNCAO
005340         MOVE WS-LINHA-SUBTRACAO TO GDAREL-LINHA
005350         CALL 'GDAREL' USING GDAREL-AREA
005470         MOVE I    TO WS-LD-I
005480         MOVE RDIV TO WS-LD-R
005490         WRITE REPORT-RECORD FROM WS-LINHA-DIVISAO
005491         ADD 1 TO WS-QTDE-REGISTROS
005500         MOVE 'D' TO GDAREL-FUNCAO
005510         MOVE WS-LINHA-DIVISAO TO GDAREL-LINHA
005520         CALL 'GDAREL' USING GDAREL-AREA
005640     MOVE I TO WS-L-I
005650     MOVE R TO WS-L-R
005660     WRITE REPORT-RECORD FROM WS-LINHA-TABUADA
005661     ADD 1 TO WS-QTDE-REGISTROS
005670     MOVE 'D' TO GDAREL-FUNCAO
005680     MOVE WS-LINHA-TABUADA TO GDAREL-LINHA
005690     CALL 'GDAREL' USING GDAREL-AREA
007660         MOVE SPACE TO WS-HDR-NIVEL
007670     END-IF
007680     WRITE REPORT-RECORD FROM WS-REG-HEADER
007681     ADD 1 TO WS-QTDE-REGISTROS
007690     .
007700 2500-WRITE-HEADER-EXIT.
007710     EXIT.
007850             INTO REPORT-RECORD
007860         END-STRING
007870         WRITE REPORT-RECORD
007871         ADD 1 TO WS-QTDE-REGISTROS
007880     END-PERFORM
007890     MOVE SPACES TO REPORT-RECORD
007900     STRING "LINHAS REJEITADAS NO LOTE: "
007930         INTO REPORT-RECORD
007940     END-STRING
007950     WRITE REPORT-RECORD
007951     ADD 1 TO WS-QTDE-REGISTROS
007960     .
007970 2600-WRITE-VALIDATION-EXIT.
007980     EXIT.
008140*-----------------------------------------------------------*
008150* FECHA O ARQUIVO DE RELATORIO.                              *
008160*-----------------------------------------------------------*
008161     IF COM-CHECKPOINT
008162         MOVE WS-QTDE-TABUADAS    TO WS-CHK-TABUADAS
008163         MOVE WS-QTDE-DETALHES    TO WS-CHK-DETALHES
008164         MOVE 'F'                 TO CHK-FUNCAO
008165         MOVE WS-QTDE-NUMEROS     TO CHK-CONTADOR
008166         MOVE WS-CHK-ACUMULADORES TO CHK-USUARIO
008167         CALL 'GDACHKPT' USING GDACHKPT-AREA
008168     END-IF
008170     CLOSE REPORT-FILE
008180     MOVE 'F' TO GDAREL-FUNCAO
008190     CALL 'GDAREL' USING GDAREL-AREA
008200     .
008210 9999-TERMINATE-EXIT.
008220     EXIT.
008230 1720-REFAZER-REPLOTE.
008240*-----------------------------------------------------------*
008250* RETOMADA: O REPLOTE NOVO RECEBE DA GERACAO ANTERIOR (DD    *
008260* REPLANT) SO OS REGISTROS EFETIVADOS NO ULTIMO CHECKPOINT - *
008270* HEADER, VALIDACAO E AS TABUADAS ATE A DO CHECKPOINT. SEM O *
008280* REPLANT, OU COM MENOS REGISTROS QUE O CHECKPOINT, NAO HA   *
008290* COMO RETOMAR E O PASSO TERMINA COM RC 16.                  *
008300*-----------------------------------------------------------*
008310     MOVE CHK-CHAVE TO WS-CHK-POSICAO
008320     IF WS-QTDE-REGISTROS IS NOT NUMERIC
008330         DISPLAY "TABLOTE: CHECKPOINT SEM A POSICAO DO REPLOTE"
008340                 " - RODE DESDE O INICIO, SEM PARM RESTART"
008350         MOVE 16 TO RETURN-CODE
008360         STOP RUN
008370     END-IF
008380     OPEN INPUT REPLOTE-ANT-FILE
008390     IF NOT FS-REPLANT-OK
008400         DISPLAY "TABLOTE: REINICIO SEM O DD REPLANT, STATUS = "
008410                 WS-FS-REPLANT
008420         MOVE 16 TO RETURN-CODE
008430         STOP RUN
008440     END-IF
008450     MOVE ZEROES TO WS-QTDE-COPIADOS
008460     PERFORM 1730-COPIAR-REGISTRO
008470         THRU 1730-COPIAR-REGISTRO-EXIT
008480         UNTIL WS-QTDE-COPIADOS NOT LESS THAN WS-QTDE-REGISTROS
008490             OR FIM-REPLANT
008500     CLOSE REPLOTE-ANT-FILE
008510     IF WS-QTDE-COPIADOS LESS THAN WS-QTDE-REGISTROS
008520         DISPLAY "TABLOTE: REPLANT COM " WS-QTDE-COPIADOS
008530                 " REGISTROS, O CHECKPOINT PEDE "
008531                 WS-QTDE-REGISTROS
008540         MOVE 16 TO RETURN-CODE
008550         STOP RUN
008560     END-IF
008570     DISPLAY "TABLOTE: REPLOTE REFEITO COM " WS-QTDE-COPIADOS
008580             " REGISTROS DA GERACAO ANTERIOR"
008590     .
008600 1720-REFAZER-REPLOTE-EXIT.
008610     EXIT.
008620 1730-COPIAR-REGISTRO.
008630     READ REPLOTE-ANT-FILE
008640         AT END
008650             GO TO 1730-COPIAR-REGISTRO-EXIT
008660     END-READ
008670     WRITE REPORT-RECORD FROM REPLANT-RECORD
008680     ADD 1 TO WS-QTDE-COPIADOS
008690     .
008700 1730-COPIAR-REGISTRO-EXIT.
008710     EXIT.
