000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDADISMN.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - MANUTENCAO DO CADASTRO DE *
000120*                  DISTRIBUICAO DE RELATORIOS (DD DISTRIB,   *
000130*                  VSAM KSDS). CADA REGISTRO LIGA UM CODIGO DE
000140*                  RELATORIO DO GDAREL (GDAREL-CODIGO) A UM  *
000150*                  DESTINATARIO: USERID, NOME, DEPARTAMENTO, *
000160*                  NUMERO DE COPIAS, MEIO (PAPEL OU DATASET) E
000170*                  SE O RELATORIO E ESPERADO TODO DIA. O     *
000180*                  GDADISTR DISTRIBUI A BIBLIOTECA DO DIA POR*
000190*                  ESTE CADASTRO, E A CONSULTA ONLINE (GDARELCI)
000200*                  SO MOSTRA AO USERID OS CODIGOS EM QUE ELE *
000210*                  ESTA CADASTRADO. CADA CARTAO SAI NO RELATORIO
000220*                  (GDAREL, DD RELPRT) COMO APLICADO OU      *
000230*                  RECUSADO, COM O MOTIVO.                   *
000240*
000250* CARTOES (DD CARTAO):                                       *
000260*   COL 01     OPERACAO: I = INCLUI, A = ALTERA, E = EXCLUI  *
000270*   COL 03-05  CODIGO DO RELATORIO (GDAREL-CODIGO)           *
000280*   COL 07-14  USERID DO DESTINATARIO                        *
000290*   COL 16-45  NOME DO DESTINATARIO                          *
000300*   COL 47-66  DEPARTAMENTO                                  *
000310*   COL 68-69  COPIAS (01-99; NO MEIO D VALE SEMPRE UMA)     *
000320*   COL 71     MEIO: P = PAPEL, D = DATASET                  *
000330*   COL 73     FREQUENCIA: D = DIARIO (COBRADO QUANDO NAO    *
000340*              CHEGA), BRANCO = EVENTUAL                     *
000350*   '*' NA COLUNA 1 = COMENTARIO                             *
000360*
000370* RETORNO: 0 = TODOS APLICADOS; 4 = CARTAO RECUSADO;         *
000380*          16 = ERRO DE ARQUIVO.                             *
000390*-----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CARTAO-FILE ASSIGN TO CARTAO
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-CARTAO.
000470     SELECT DISTRIB-FILE ASSIGN TO DISTRIB
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS DIS-CHAVE
000510         FILE STATUS IS WS-FS-DISTRIB.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CARTAO-FILE
000550     RECORDING MODE IS F.
000560 01  REG-CARTAO.
000570     05  CRT-OPERACAO        PIC X(01).
000580     05  FILLER              PIC X(01).
000590     05  CRT-CODIGO          PIC X(03).
000600     05  FILLER              PIC X(01).
000610     05  CRT-USUARIO         PIC X(08).
000620     05  FILLER              PIC X(01).
000630     05  CRT-NOME            PIC X(30).
000640     05  FILLER              PIC X(01).
000650     05  CRT-DEPTO           PIC X(20).
000660     05  FILLER              PIC X(01).
000670     05  CRT-COPIAS          PIC X(02).
000680     05  FILLER              PIC X(01).
000690     05  CRT-MEIO            PIC X(01).
000700     05  FILLER              PIC X(01).
000710     05  CRT-FREQUENCIA      PIC X(01).
000720     05  FILLER              PIC X(07).
000730 FD  DISTRIB-FILE.
000740 01  REG-DISTRIB.
000750     05  DIS-CHAVE.
000760         10  DIS-CODIGO      PIC X(03).
000770         10  DIS-USUARIO     PIC X(08).
000780     05  DIS-NOME            PIC X(30).
000790     05  DIS-DEPTO           PIC X(20).
000800     05  DIS-COPIAS          PIC 9(02).
000810     05  DIS-MEIO            PIC X(01).
000820         88  DIS-PAPEL                 VALUE 'P'.
000830         88  DIS-DATASET               VALUE 'D'.
000840     05  DIS-FREQUENCIA      PIC X(01).
000850         88  DIS-DIARIO                VALUE 'D'.
000860     05  FILLER              PIC X(15).
000870 WORKING-STORAGE SECTION.
000880 77  WS-FS-CARTAO             PIC X(02) VALUE '00'.
000890 77  WS-FS-DISTRIB            PIC X(02) VALUE '00'.
000900 01  WS-SWITCHES.
000910     05  WS-FIM-CRT-SW        PIC X(01) VALUE 'N'.
000920         88  FIM-DOS-CARTOES           VALUE 'S'.
000930 01  WS-CONTADORES.
000940     05  WS-LIDOS             PIC 9(05) VALUE ZEROES.
000950     05  WS-APLICADOS         PIC 9(05) VALUE ZEROES.
000960     05  WS-RECUSADOS         PIC 9(05) VALUE ZEROES.
000970 01  WS-MOTIVO                PIC X(40) VALUE SPACES.
000980 01  WS-LINHA-DET.
000990     05  FILLER               PIC X(01) VALUE SPACE.
001000     05  DET-CARTAO           PIC X(73).
001010     05  FILLER               PIC X(02) VALUE SPACES.
001020     05  DET-MOTIVO           PIC X(40).
001030     05  FILLER               PIC X(16) VALUE SPACES.
001040 01  WS-LINHA-TOT.
001050     05  FILLER               PIC X(01) VALUE SPACE.
001060     05  FILLER               PIC X(09) VALUE 'CARTOES ='.
001070     05  TOT-LIDOS            PIC ZZZZ9.
001080     05  FILLER               PIC X(14) VALUE '  APLICADOS = '.
001090     05  TOT-APLICADOS        PIC ZZZZ9.
001100     05  FILLER               PIC X(14) VALUE '  RECUSADOS = '.
001110     05  TOT-RECUSADOS        PIC ZZZZ9.
001120     05  FILLER               PIC X(79) VALUE SPACES.
001130*-----------------------------------------------------------*
001140* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
001150*-----------------------------------------------------------*
001160 01  GDAREL-AREA.
001170     03  GDAREL-FUNCAO        PIC X(01).
001180     03  GDAREL-TITULO        PIC X(60).
001190     03  GDAREL-CABECALHO     PIC X(80).
001200     03  GDAREL-LINHA         PIC X(132).
001210     03  GDAREL-RETORNO       PIC 9(02).
001220     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
001230     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
001240         05  GDAREL-QBR-POS   PIC 9(03).
001250         05  GDAREL-QBR-TAM   PIC 9(02).
001260     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
001270     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
001280     03  GDAREL-EXTRATO OCCURS 10 TIMES.
001290         05  GDAREL-EXT-POS   PIC 9(03).
001300         05  GDAREL-EXT-TAM   PIC 9(03).
001310     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001340*-----------------------------------------------------------*
001350* PARAGRAFO PRINCIPAL.                                       *
001360*-----------------------------------------------------------*
001370     PERFORM 1000-INITIALIZE
001380         THRU 1000-INITIALIZE-EXIT
001390     PERFORM 2000-APLICAR-CARTAO
001400         THRU 2000-APLICAR-CARTAO-EXIT
001410         UNTIL FIM-DOS-CARTOES
001420     PERFORM 9999-TERMINATE
001430         THRU 9999-TERMINATE-EXIT
001440     STOP RUN
001450     .
001460 0000-MAINLINE-EXIT.
001470     EXIT.
001480 1000-INITIALIZE.
001490     OPEN INPUT CARTAO-FILE
001500     IF WS-FS-CARTAO NOT EQUAL '00'
001510         DISPLAY "GDADISMN: SEM CARTOES (DD CARTAO), STATUS = "
001520                 WS-FS-CARTAO
001530         MOVE 16 TO RETURN-CODE
001540         STOP RUN
001550     END-IF
001560     OPEN I-O DISTRIB-FILE
001570     IF WS-FS-DISTRIB NOT EQUAL '00'
001580         DISPLAY "GDADISMN: ERRO NO OPEN DO DISTRIB, STATUS = "
001590                 WS-FS-DISTRIB
001600         MOVE 16 TO RETURN-CODE
001610         STOP RUN
001620     END-IF
001630     MOVE 'A' TO GDAREL-FUNCAO
001640     MOVE 1 TO GDAREL-NUMERO
001650     MOVE 'MANUTENCAO DO CADASTRO DE DISTRIBUICAO DE RELATORIOS'
001660       TO GDAREL-TITULO
001670     MOVE ' CARTAO E SITUACAO (APLICADO OU RECUSADO: MOTIVO)'
001680       TO GDAREL-CABECALHO
001690     MOVE ZEROES TO GDAREL-QBR-POS (1) GDAREL-QBR-TAM (1)
001700                    GDAREL-QBR-POS (2) GDAREL-QBR-TAM (2)
001710                    GDAREL-QBR-POS (3) GDAREL-QBR-TAM (3)
001720     MOVE ZEROES TO GDAREL-EXT-POS (1)
001730     CALL 'GDAREL' USING GDAREL-AREA
001740     .
001750 1000-INITIALIZE-EXIT.
001760     EXIT.
001770 2000-APLICAR-CARTAO.
001780*-----------------------------------------------------------*
001790* UM CARTAO: VALIDA OS CAMPOS E APLICA A OPERACAO NO         *
001800* CADASTRO. O RESULTADO SAI NO RELATORIO AO LADO DO CARTAO.  *
001810*-----------------------------------------------------------*
001820     READ CARTAO-FILE
001830         AT END
001840             SET FIM-DOS-CARTOES TO TRUE
001850             GO TO 2000-APLICAR-CARTAO-EXIT
001860     END-READ
001870     IF CRT-OPERACAO IS EQUAL TO '*'
001880         OR REG-CARTAO IS EQUAL TO SPACES
001890         GO TO 2000-APLICAR-CARTAO-EXIT
001900     END-IF
001910     ADD 1 TO WS-LIDOS
001920     MOVE SPACES TO WS-MOTIVO
001930     PERFORM 2100-VALIDAR-CARTAO
001940         THRU 2100-VALIDAR-CARTAO-EXIT
001950     IF WS-MOTIVO IS EQUAL TO SPACES
001960         MOVE CRT-CODIGO  TO DIS-CODIGO
001970         MOVE CRT-USUARIO TO DIS-USUARIO
001980         EVALUATE CRT-OPERACAO
001990             WHEN 'I'
002000                 PERFORM 2200-MONTAR-REGISTRO
002010                     THRU 2200-MONTAR-REGISTRO-EXIT
002020                 WRITE REG-DISTRIB
002030                     INVALID KEY
002040                         MOVE 'JA CADASTRADO' TO WS-MOTIVO
002050                 END-WRITE
002060             WHEN 'A'
002070                 READ DISTRIB-FILE
002080                     INVALID KEY
002090                         MOVE 'NAO CADASTRADO' TO WS-MOTIVO
002100                 END-READ
002110                 IF WS-MOTIVO IS EQUAL TO SPACES
002120                     PERFORM 2200-MONTAR-REGISTRO
002130                         THRU 2200-MONTAR-REGISTRO-EXIT
002140                     REWRITE REG-DISTRIB
002150                         INVALID KEY
002160                             MOVE 'ERRO NO REWRITE' TO WS-MOTIVO
002170                     END-REWRITE
002180                 END-IF
002190             WHEN 'E'
002200                 DELETE DISTRIB-FILE
002210                     INVALID KEY
002220                         MOVE 'NAO CADASTRADO' TO WS-MOTIVO
002230                 END-DELETE
002240         END-EVALUATE
002250     END-IF
002260     MOVE REG-CARTAO (1:73) TO DET-CARTAO
002270     IF WS-MOTIVO IS EQUAL TO SPACES
002280         ADD 1 TO WS-APLICADOS
002290         MOVE 'APLICADO' TO DET-MOTIVO
002300     ELSE
002310         ADD 1 TO WS-RECUSADOS
002320         STRING 'RECUSADO: ' WS-MOTIVO
002330             DELIMITED BY SIZE INTO DET-MOTIVO
002340     END-IF
002350     MOVE 'D' TO GDAREL-FUNCAO
002360     MOVE WS-LINHA-DET TO GDAREL-LINHA
002370     CALL 'GDAREL' USING GDAREL-AREA
002380     .
002390 2000-APLICAR-CARTAO-EXIT.
002400     EXIT.
002410 2100-VALIDAR-CARTAO.
002420     EVALUATE TRUE
002430         WHEN CRT-OPERACAO NOT EQUAL 'I'
002440          AND CRT-OPERACAO NOT EQUAL 'A'
002450          AND CRT-OPERACAO NOT EQUAL 'E'
002460             MOVE 'OPERACAO INVALIDA' TO WS-MOTIVO
002470         WHEN CRT-CODIGO IS EQUAL TO SPACES
002480             MOVE 'SEM CODIGO DE RELATORIO' TO WS-MOTIVO
002490         WHEN CRT-USUARIO IS EQUAL TO SPACES
002500             MOVE 'SEM USERID' TO WS-MOTIVO
002510         WHEN CRT-OPERACAO IS EQUAL TO 'E'
002520             CONTINUE
002530         WHEN CRT-NOME IS EQUAL TO SPACES
002540             MOVE 'SEM NOME DO DESTINATARIO' TO WS-MOTIVO
002550         WHEN CRT-COPIAS IS NOT NUMERIC
002560             MOVE 'COPIAS NAO NUMERICO' TO WS-MOTIVO
002570         WHEN CRT-COPIAS IS EQUAL TO '00'
002580             MOVE 'COPIAS ZERADO' TO WS-MOTIVO
002590         WHEN CRT-MEIO NOT EQUAL 'P' AND CRT-MEIO NOT EQUAL 'D'
002600             MOVE 'MEIO DEVE SER P OU D' TO WS-MOTIVO
002610         WHEN CRT-FREQUENCIA NOT EQUAL 'D'
002620          AND CRT-FREQUENCIA NOT EQUAL SPACE
002630             MOVE 'FREQUENCIA DEVE SER D OU BRANCO' TO WS-MOTIVO
002640     END-EVALUATE
002650     .
002660 2100-VALIDAR-CARTAO-EXIT.
002670     EXIT.
002680 2200-MONTAR-REGISTRO.
002690     MOVE CRT-NOME       TO DIS-NOME
002700     MOVE CRT-DEPTO      TO DIS-DEPTO
002710     MOVE CRT-COPIAS     TO DIS-COPIAS
002720     MOVE CRT-MEIO       TO DIS-MEIO
002730     MOVE CRT-FREQUENCIA TO DIS-FREQUENCIA
002740     IF DIS-DATASET
002750         MOVE 1 TO DIS-COPIAS
002760     END-IF
002770     .
002780 2200-MONTAR-REGISTRO-EXIT.
002790     EXIT.
002800 9999-TERMINATE.
002810     CLOSE CARTAO-FILE
002820     CLOSE DISTRIB-FILE
002830     MOVE WS-LIDOS     TO TOT-LIDOS
002840     MOVE WS-APLICADOS TO TOT-APLICADOS
002850     MOVE WS-RECUSADOS TO TOT-RECUSADOS
002860     MOVE 'T' TO GDAREL-FUNCAO
002870     MOVE WS-LINHA-TOT TO GDAREL-LINHA
002880     CALL 'GDAREL' USING GDAREL-AREA
002890     MOVE 'F' TO GDAREL-FUNCAO
002900     CALL 'GDAREL' USING GDAREL-AREA
002910     DISPLAY "GDADISMN: " WS-LIDOS " CARTAO(OES), "
002920             WS-APLICADOS " APLICADO(S), " WS-RECUSADOS
002930             " RECUSADO(S)"
002940     IF WS-RECUSADOS IS GREATER THAN ZEROES
002950         MOVE 4 TO RETURN-CODE
002960     END-IF
002970     .
002980 9999-TERMINATE-EXIT.
002990     EXIT.
