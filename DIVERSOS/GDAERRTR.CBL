000170*                  OFENSOR PARA O MENOR. A OPERACAO DEIXA DE  *
000180*                  COMECAR A TRIAGEM DO ZERO A CADA CHAMADO:  *
000190*                  ESTE RELATORIO E' A FILA DE TRABALHO.      *
000191* 10/15/2026 JLC   RESUMO DA NOITE NO ARQUIVO COMUM DE        *
000192*                  ACHADOS (GDAACHAD, DD ACHADOS): CRITICO    *
000193*                  COM ABEND NAS ULTIMAS 24 HORAS,            *
000194*                  INFORMATIVO SEM ABEND RECENTE.             *
000195* 10/15/2026 JLC   GRUPO POR PROGRAMA + CODIGO + COMANDO QUE  *
000196*                  FALHOU (PARAGRAFO E LINHA QUE O GDAABEND   *
000197*                  GRAVA NO ERRLOG PELO MAPA DE OFFSETS), COM *
000198*                  O LOCAL IMPRESSO SOB A LINHA DO GRUPO. SEM *
000199*                  LOCALIZACAO, SO PROGRAMA + CODIGO.         *
000200*-----------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000390     05  ERR-CODIGO          PIC 9(04).
000400     05  FILLER              PIC X(01).
000410     05  ERR-MENSAGEM        PIC X(50).
000411     05  FILLER              PIC X(01).
000412     05  ERR-OFFSET          PIC X(08).
000413     05  FILLER              PIC X(01).
000414     05  ERR-PARAGRAFO       PIC X(30).
000415     05  FILLER              PIC X(01).
000416     05  ERR-LINHA           PIC X(06).
000417     05  FILLER              PIC X(01).
000418     05  ERR-VERBO           PIC X(12).
000420 WORKING-STORAGE SECTION.
000430 77  WS-FS-ERRLOG             PIC X(02) VALUE '00'.
000440 01  WS-SWITCHES.
000490 01  WS-CONTADORES.
000500     05  WS-LIDOS             PIC 9(07) VALUE ZEROES.
000510     05  WS-DESCARTADOS       PIC 9(05) VALUE ZEROES.
000511     05  WS-RECENTES          PIC 9(07) VALUE ZEROES.
000512*-----------------------------------------------------------*
000513* INICIO DAS ULTIMAS 24 HORAS E CHAVE DATA/HORA DO REGISTRO  *
000514*-----------------------------------------------------------*
000515 01  WS-DESDE.
000516     05  WS-DESDE-DATA        PIC 9(08) VALUE ZEROES.
000517     05  WS-DESDE-HORA        PIC 9(06) VALUE ZEROES.
000518 01  WS-CHAVE-ERR.
000519     05  WS-CHE-DATA          PIC 9(08) VALUE ZEROES.
000520     05  WS-CHE-HORA          PIC 9(06) VALUE ZEROES.
000521 01  WS-HOJE-AAMMDD           PIC X(06) VALUE SPACES.
000522 01  WS-HORA-AGORA            PIC 9(08) VALUE ZEROES.
000523*-----------------------------------------------------------*
000530* TABELA DE GRUPOS PROGRAMA + CODIGO + PARAGRAFO/LINHA       *
000540*-----------------------------------------------------------*
000550 01  WS-GRUPOS.
000560     05  WS-GRP-MAX           PIC 9(03) VALUE 200.
000660         10  WS-GRP-ULT-DT    PIC 9(08).
000670         10  WS-GRP-ULT-HR    PIC 9(06).
000680         10  WS-GRP-MENSAGEM  PIC X(50).
000681         10  WS-GRP-PARAGRAFO PIC X(30).
000682         10  WS-GRP-LINHA     PIC X(06).
000683         10  WS-GRP-VERBO     PIC X(12).
000690 01  WS-GRP-TROCA.
000700     05  FILLER               PIC X(08).
000710     05  FILLER               PIC 9(04).
000750     05  FILLER               PIC 9(08).
000760     05  FILLER               PIC 9(06).
000770     05  FILLER               PIC X(50).
000771     05  FILLER               PIC X(30).
000772     05  FILLER               PIC X(06).
000773     05  FILLER               PIC X(12).
000780 01  WS-LINHA-DET.
000790     05  FILLER               PIC X(01) VALUE SPACE.
000800     05  DET-PROGRAMA         PIC X(08).
000890     05  FILLER               PIC X(02) VALUE SPACES.
000900     05  DET-MENSAGEM         PIC X(50).
000910     05  FILLER               PIC X(22) VALUE SPACES.
000911 01  WS-LINHA-LOCAL.
000912     05  FILLER               PIC X(11) VALUE SPACES.
000913     05  FILLER               PIC X(10) VALUE 'FALHOU EM '.
000914     05  LOC-PARAGRAFO        PIC X(30).
000915     05  FILLER               PIC X(07) VALUE ' LINHA '.
000916     05  LOC-LINHA            PIC X(06).
000917     05  FILLER               PIC X(03) VALUE ' - '.
000918     05  LOC-VERBO            PIC X(12).
000919     05  FILLER               PIC X(53) VALUE SPACES.
000920 01  WS-QUANDO.
000930     05  WS-QD-DATA           PIC 9(08).
000940     05  FILLER               PIC X(01) VALUE '-'.
001280         05  GDAREL-EXT-POS   PIC 9(03).
001290         05  GDAREL-EXT-TAM   PIC 9(03).
001300     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
001301*-----------------------------------------------------------*
001302* AREA DO CALCULADOR DE DATAS (GDADTCALC)                    *
001303*-----------------------------------------------------------*
001304 01  GDADTCALC-AREA.
001305     03  DTC-FUNCAO           PIC X(01).
001306     03  DTC-DATA-AAMMDD-1    PIC X(06).
001307     03  DTC-DATA-AAMMDD-2    PIC X(06).
001308     03  DTC-DIAS             PIC S9(05).
001309     03  DTC-RESULT-AAMMDD    PIC X(06).
001310     03  DTC-RESULT-CCYYMMDD  PIC 9(08).
001311     03  DTC-DIA-SEMANA       PIC 9(01).
001312     03  DTC-STATUS           PIC 9(02).
001313*-----------------------------------------------------------*
001314* ACHADO DA NOITE PARA O RESUMO DA MANHA (GDAACHAD)          *
001315*-----------------------------------------------------------*
001316 01  GDAACHAD-AREA.
001317     03  ACH-ORIGEM           PIC X(08) VALUE 'GDAERRTR'.
001318     03  ACH-SEVERIDADE       PIC X(01) VALUE SPACES.
001319     03  ACH-QTDE             PIC 9(07) VALUE ZEROES.
001320     03  ACH-TEXTO            PIC X(50) VALUE SPACES.
001321     03  ACH-DETALHE          PIC X(30) VALUE
001322                                  'RELPRT DO GDAERRTR'.
001323     03  ACH-RETORNO          PIC 9(02) VALUE ZEROES.
001324 PROCEDURE DIVISION.
001325 0000-MAINLINE.
001330*-----------------------------------------------------------*
001340* PARAGRAFO PRINCIPAL.                                       *
001350*-----------------------------------------------------------*
001560         MOVE 16 TO RETURN-CODE
001570         STOP RUN
001580     END-IF
001581     ACCEPT WS-HOJE-AAMMDD FROM DATE
001582     ACCEPT WS-HORA-AGORA  FROM TIME
001583     MOVE 'S' TO DTC-FUNCAO
001584     MOVE WS-HOJE-AAMMDD TO DTC-DATA-AAMMDD-1
001585     MOVE -1 TO DTC-DIAS
001586     CALL 'GDADTCALC' USING GDADTCALC-AREA
001587     IF DTC-STATUS IS EQUAL TO ZEROES
001588         MOVE DTC-RESULT-CCYYMMDD TO WS-DESDE-DATA
001589         MOVE WS-HORA-AGORA (1:6) TO WS-DESDE-HORA
001590     END-IF
001591     MOVE 'A' TO GDAREL-FUNCAO
001600     MOVE 1 TO GDAREL-NUMERO
001610     MOVE 'TRIAGEM DO LOG DE ABENDS (ERRLOG) - PIORES OFENSORES'
001620       TO GDAREL-TITULO
001670     EXIT.
001680 2000-LER-ERRLOG.
001690*-----------------------------------------------------------*
001700* UM REGISTRO DO LOG: SOMA NO GRUPO PROGRAMA + CODIGO +      *
001710* PARAGRAFO/LINHA, GUARDANDO PRIMEIRA/ULTIMA OCORRENCIA E A  *
001720* MENSAGEM MAIS RECENTE. REGISTRO TORTO E' DESCARTADO.       *
001730*-----------------------------------------------------------*
001740     READ ERRLOG-FILE
001750         AT END
001830         GO TO 2000-LER-ERRLOG-EXIT
001840     END-IF
001850     ADD 1 TO WS-LIDOS
001851     MOVE ERR-DATA TO WS-CHE-DATA
001852     MOVE ERR-HORA TO WS-CHE-HORA
001853     IF WS-CHAVE-ERR IS NOT LESS THAN WS-DESDE
001854         ADD 1 TO WS-RECENTES
001855     END-IF
001860     MOVE 'N' TO WS-GRUPO-SW
001870     PERFORM VARYING WS-GRP-IX FROM 1 BY 1
001880             UNTIL WS-GRP-IX IS GREATER THAN WS-GRP-COUNT
001890                OR GRUPO-ACHADO
001900         IF WS-GRP-PROGRAMA (WS-GRP-IX) IS EQUAL TO ERR-PROGRAMA
001910             AND WS-GRP-CODIGO (WS-GRP-IX) IS EQUAL TO ERR-CODIGO
001911             AND WS-GRP-PARAGRAFO (WS-GRP-IX) IS EQUAL TO
001912                 ERR-PARAGRAFO
001913             AND WS-GRP-LINHA (WS-GRP-IX) IS EQUAL TO ERR-LINHA
001920             SET GRUPO-ACHADO TO TRUE
001930             SUBTRACT 1 FROM WS-GRP-IX
001940         END-IF
002020         MOVE WS-GRP-COUNT TO WS-GRP-IX
002030         MOVE ERR-PROGRAMA TO WS-GRP-PROGRAMA (WS-GRP-IX)
002040         MOVE ERR-CODIGO   TO WS-GRP-CODIGO (WS-GRP-IX)
002041         MOVE ERR-PARAGRAFO TO WS-GRP-PARAGRAFO (WS-GRP-IX)
002042         MOVE ERR-LINHA     TO WS-GRP-LINHA (WS-GRP-IX)
002043         MOVE ERR-VERBO     TO WS-GRP-VERBO (WS-GRP-IX)
002050         MOVE ZEROES       TO WS-GRP-QTDE (WS-GRP-IX)
002060         MOVE 99999999     TO WS-GRP-PRIM-DT (WS-GRP-IX)
002070         MOVE 999999       TO WS-GRP-PRIM-HR (WS-GRP-IX)
002650         MOVE 'D' TO GDAREL-FUNCAO
002660         MOVE WS-LINHA-DET TO GDAREL-LINHA
002670         CALL 'GDAREL' USING GDAREL-AREA
002671         IF WS-GRP-PARAGRAFO (WS-GRP-IX) IS NOT EQUAL TO SPACES
002672             MOVE WS-GRP-PARAGRAFO (WS-GRP-IX) TO LOC-PARAGRAFO
002673             MOVE WS-GRP-LINHA (WS-GRP-IX)     TO LOC-LINHA
002674             MOVE WS-GRP-VERBO (WS-GRP-IX)     TO LOC-VERBO
002675             MOVE WS-LINHA-LOCAL TO GDAREL-LINHA
002676             CALL 'GDAREL' USING GDAREL-AREA
002677         END-IF
002680     END-PERFORM
002690     .
002700 4000-IMPRIMIR-EXIT.
002800     MOVE 'F' TO GDAREL-FUNCAO
002810     CALL 'GDAREL' USING GDAREL-AREA
002820     DISPLAY "GDAERRTR: " WS-GRP-COUNT " GRUPO(S) RELATADO(S)"
002821     MOVE WS-RECENTES TO ACH-QTDE
002822     MOVE SPACES TO ACH-TEXTO
002823     IF WS-RECENTES IS GREATER THAN ZEROES
002824         MOVE 'C' TO ACH-SEVERIDADE
002825         MOVE 'ABENDS NAS ULTIMAS 24 HORAS - VER A TRIAGEM'
002826           TO ACH-TEXTO
002827     ELSE
002828         MOVE 'I' TO ACH-SEVERIDADE
002829         STRING 'NENHUM ABEND EM 24 HORAS; ' WS-GRP-COUNT
002830                ' GRUPO(S) NO LOG'
002831             DELIMITED BY SIZE INTO ACH-TEXTO
002832     END-IF
002833     CALL 'GDAACHAD' USING GDAACHAD-AREA
002834     IF ACH-RETORNO NOT EQUAL ZEROES
002835         DISPLAY "GDAERRTR: ACHADO DA NOITE NAO LANCADO, "
002836                 "RETORNO = " ACH-RETORNO
002837     END-IF
002838     .
002840 9999-TERMINATE-EXIT.
002850     EXIT.
