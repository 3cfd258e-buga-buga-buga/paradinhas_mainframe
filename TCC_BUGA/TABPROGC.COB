000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TABPROGC.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - CONSULTA DO PROPRIO        *
000120*                  PROGRESSO PELO ALUNO NOS TERMINAIS CICS DA *
000130*                  SALA DE TREINAMENTO, SOMENTE LEITURA. O    *
000140*                  ALUNO DIGITA A MATRICULA E O NOME; A       *
000150*                  TRANSACAO LE O RESUMO DELE NO KSDS         *
000160*                  PROGCONS (GRAVADO PELO TABPROGR NA MESMA   *
000170*                  RODADA DO BOLETIM, COM OS MESMOS CALCULOS) *
000180*                  E MOSTRA AS ULTIMAS SESSOES, O PCT POR     *
000190*                  TABUADA, A TABUADA MAIS LENTA PELO TEMPO   *
000200*                  MEDIO E O VEREDITO DE TENDENCIA. MATRICULA *
000210*                  SEM RESUMO OU NOME QUE NAO CONFERE COM O   *
000220*                  CADASTRO RECEBEM A MESMA RECUSA, E         *
000230*                  MATRICULA INATIVA NAO E MOSTRADA. A TELA   *
000240*                  SO EXIBE O REGISTRO LIDO PELA MATRICULA    *
000250*                  DIGITADA.                                  *
000260*-----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 DATA DIVISION.
000300 WORKING-STORAGE SECTION.
000310*-----------------------------------------------------------*
000320* COPIA DE TRABALHO DA COMMAREA: A FASE DIZ O QUE A PROXIMA  *
000330* REATIVACAO DA TRANSACAO ESTA ESPERANDO DO TERMINAL; A      *
000340* MATRICULA FICA GUARDADA ENTRE A PRIMEIRA E A SEGUNDA TELA  *
000350*-----------------------------------------------------------*
000360 01  WS-COMMAREA.
000370     03  CA-FASE              PIC X(01) VALUE SPACE.
000380         88  FASE-MATRICULA            VALUE 'M'.
000390         88  FASE-NOME                 VALUE 'N'.
000400     03  CA-MATRICULA         PIC 9(06) VALUE ZEROES.
000410*-----------------------------------------------------------*
000420* CAMPOS RECEBIDOS DO TERMINAL                               *
000430*-----------------------------------------------------------*
000440 01  WS-ENT-MATRICULA         PIC X(06) VALUE SPACES.
000450 01  WS-ENT-NOME              PIC X(15) VALUE SPACES.
000460*-----------------------------------------------------------*
000470* CONVERSAO DA ENTRADA DO TERMINAL (DIGITOS A ESQUERDA, O    *
000480* RESTO EM BRANCO) PARA NUMERO; QUALQUER OUTRO CARACTERE     *
000490* INVALIDA A ENTRADA                                         *
000500*-----------------------------------------------------------*
000510 01  WS-CONVERSAO.
000520     05  WS-CONV-ENT          PIC X(09) VALUE SPACES.
000530     05  WS-CONV-NUM          PIC 9(09) VALUE ZEROES.
000540     05  WS-CONV-IX           PIC 9(02) VALUE ZEROES.
000550     05  WS-CONV-DIG.
000560         10  WS-CONV-DIG-X    PIC X(01).
000570     05  WS-CONV-DIG-R REDEFINES WS-CONV-DIG.
000580         10  WS-CONV-DIG-9    PIC 9(01).
000590     05  WS-CONV-OK-SW        PIC X(01) VALUE 'N'.
000600         88  CONVERSAO-OK              VALUE 'S'.
000610     05  WS-CONV-VAZIA-SW     PIC X(01) VALUE 'S'.
000620         88  ENTRADA-VAZIA             VALUE 'S'.
000630*-----------------------------------------------------------*
000640* TELA (SEND TEXT / RECEIVE)                                 *
000650*-----------------------------------------------------------*
000660 01  WS-TELA                  PIC X(76) VALUE SPACES.
000670 01  WS-TELA-LEN              PIC S9(04) COMP VALUE 76.
000680 01  WS-RESP-LEN              PIC S9(04) COMP VALUE 1.
000690 01  WS-COMMAREA-LEN          PIC S9(04) COMP VALUE +0.
000700 01  WS-RESP                  PIC S9(08) COMP VALUE +0.
000710 01  WS-RESP-NOTFND           PIC S9(08) COMP VALUE +13.
000720*-----------------------------------------------------------*
000730* RESUMO DO ALUNO NO KSDS PROGCONS (CHAVE = MATRICULA),      *
000740* MESMO DESENHO GRAVADO PELO TABPROGR                        *
000750*-----------------------------------------------------------*
000760 01  WS-REG-CONSULTA.
000770     05  PC-MATRICULA         PIC 9(06).
000780     05  PC-NOME              PIC X(15).
000790     05  PC-TURMA             PIC X(04).
000800     05  PC-ATIVO             PIC X(01).
000810     05  PC-DATA-GERACAO      PIC 9(08).
000820     05  PC-SESSOES           PIC 9(05).
000830     05  PC-VEREDITO          PIC X(15).
000840     05  PC-PCT-1             PIC 9(03).
000850     05  PC-PCT-2             PIC 9(03).
000860     05  PC-LENTA-SW          PIC X(01).
000870     05  PC-LENTA-NUMERO      PIC 9(05).
000880     05  PC-LENTA-TEMPO       PIC 9(03).
000890     05  PC-ULT-COUNT         PIC 9(01).
000900     05  PC-ULT OCCURS 5 TIMES.
000910         10  PC-ULT-DATA      PIC 9(08).
000920         10  PC-ULT-NUMERO    PIC 9(05).
000930         10  PC-ULT-ACERTOS   PIC 9(03).
000940         10  PC-ULT-ERROS     PIC 9(03).
000950         10  PC-ULT-PCT       PIC 9(03).
000960     05  PC-TAB-COUNT         PIC 9(02).
000970     05  PC-TAB OCCURS 15 TIMES.
000980         10  PC-TAB-NUMERO    PIC 9(05).
000990         10  PC-TAB-PCT       PIC 9(03).
001000         10  PC-TAB-CRONO     PIC X(01).
001010         10  PC-TAB-TEMPO     PIC 9(03).
001020     05  FILLER               PIC X(38).
001030*-----------------------------------------------------------*
001040* INDICES E EDICOES PARA MONTAR AS LINHAS DA TELA            *
001050*-----------------------------------------------------------*
001060 01  WS-ULT-IX                PIC 9(01) VALUE ZEROES.
001070 01  WS-TAB-IX                PIC 9(02) VALUE ZEROES.
001080 01  WS-SEG-IX                PIC 9(01) VALUE ZEROES.
001090 01  WS-ED-MATRICULA          PIC 9(06).
001100 01  WS-ED-SESSOES            PIC ZZZZ9.
001110 01  WS-ED-NUMERO             PIC ZZZZ9.
001120 01  WS-ED-ACERTOS            PIC ZZ9.
001130 01  WS-ED-ERROS              PIC ZZ9.
001140 01  WS-ED-PCT                PIC ZZ9.
001150 01  WS-ED-PCT-2              PIC ZZ9.
001160 01  WS-ED-TEMPO              PIC ZZ9.
001170 01  WS-DATA-AUX              PIC 9(08) VALUE ZEROES.
001180 01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
001190     05  WS-DATA-AAAA         PIC 9(04).
001200     05  WS-DATA-MM           PIC 9(02).
001210     05  WS-DATA-DD           PIC 9(02).
001220 01  WS-DATA-ED.
001230     05  WS-DATA-ED-DD        PIC 9(02).
001240     05  FILLER               PIC X(01) VALUE '/'.
001250     05  WS-DATA-ED-MM        PIC 9(02).
001260     05  FILLER               PIC X(01) VALUE '/'.
001270     05  WS-DATA-ED-AAAA      PIC 9(04).
001280*-----------------------------------------------------------*
001290* LINHA DO QUADRO POR TABUADA: TRES TABUADAS POR LINHA       *
001300*-----------------------------------------------------------*
001310 01  WS-LINHA-TABS.
001320     03  WS-SEG OCCURS 3 TIMES.
001330         05  WS-SEG-ROTULO    PIC X(05).
001340         05  WS-SEG-NUMERO    PIC ZZZZ9.
001350         05  WS-SEG-BRANCO    PIC X(01).
001360         05  WS-SEG-PCT       PIC ZZ9.
001370         05  WS-SEG-SIMBOLO   PIC X(02).
001380         05  WS-SEG-TEMPO     PIC X(05).
001390         05  WS-SEG-SEPARA    PIC X(03).
001400     03  FILLER               PIC X(04).
001410 01  WS-TEMPO-ED.
001420     05  WS-TEMPO-ED-NUM      PIC ZZ9.
001430     05  FILLER               PIC X(02) VALUE ' S'.
001440 LINKAGE SECTION.
001450 01  DFHCOMMAREA.
001460     03  CA-FASE-LK           PIC X(01).
001470     03  CA-MATRICULA-LK      PIC 9(06).
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001500*-----------------------------------------------------------*
001510* DESPACHA PELA FASE DA COMMAREA; SEM COMMAREA E A PRIMEIRA  *
001520* CHAMADA NO TERMINAL.                                       *
001530*-----------------------------------------------------------*
001540     MOVE EIBCALEN TO WS-COMMAREA-LEN
001550     IF WS-COMMAREA-LEN IS EQUAL TO ZEROES
001560         PERFORM 1000-PEDIR-MATRICULA
001570             THRU 1000-PEDIR-MATRICULA-EXIT
001580         GO TO 0000-MAINLINE-EXIT
001590     END-IF
001600     MOVE DFHCOMMAREA TO WS-COMMAREA
001610     EVALUATE TRUE
001620         WHEN FASE-MATRICULA
001630             PERFORM 2100-RECEBER-MATRICULA
001640                 THRU 2100-RECEBER-MATRICULA-EXIT
001650         WHEN FASE-NOME
001660             PERFORM 2200-RECEBER-NOME
001670                 THRU 2200-RECEBER-NOME-EXIT
001680         WHEN OTHER
001690             PERFORM 1000-PEDIR-MATRICULA
001700                 THRU 1000-PEDIR-MATRICULA-EXIT
001710     END-EVALUATE
001720     .
001730 0000-MAINLINE-EXIT.
001740     EXIT.
001750 1000-PEDIR-MATRICULA.
001760*-----------------------------------------------------------*
001770* PRIMEIRA CHAMADA NO TERMINAL: PEDE A MATRICULA.            *
001780*-----------------------------------------------------------*
001790     MOVE SPACES TO WS-TELA
001800     STRING 'MEU PROGRESSO - MATRICULA DO ALUNO '
001810            '(6 DIGITOS): ' DELIMITED BY SIZE
001820            INTO WS-TELA
001830     END-STRING
001840     MOVE ZEROES TO CA-MATRICULA
001850     MOVE 'M' TO CA-FASE
001860     PERFORM 8000-ENVIAR-E-RETORNAR
001870         THRU 8000-ENVIAR-E-RETORNAR-EXIT
001880     .
001890 1000-PEDIR-MATRICULA-EXIT.
001900     EXIT.
001910 2100-RECEBER-MATRICULA.
001920*-----------------------------------------------------------*
001930* RECEBE A MATRICULA, GUARDA NA COMMAREA E PEDE O NOME.      *
001940* MATRICULA INVALIDA REPETE A FASE.                          *
001950*-----------------------------------------------------------*
001960     MOVE 6 TO WS-RESP-LEN
001970     MOVE SPACES TO WS-ENT-MATRICULA
001980     EXEC CICS RECEIVE
001990         INTO   (WS-ENT-MATRICULA)
002000         LENGTH (WS-RESP-LEN)
002010     END-EXEC
002020     MOVE SPACES TO WS-CONV-ENT
002030     MOVE WS-ENT-MATRICULA TO WS-CONV-ENT(1:6)
002040     PERFORM 7200-CONVERTER-NUMERO
002050         THRU 7200-CONVERTER-NUMERO-EXIT
002060     IF NOT CONVERSAO-OK
002070         MOVE SPACES TO WS-TELA
002080         STRING 'MATRICULA INVALIDA - SO NUMEROS. '
002090                'MATRICULA (6 DIGITOS): ' DELIMITED BY SIZE
002100                INTO WS-TELA
002110         END-STRING
002120         MOVE 'M' TO CA-FASE
002130         PERFORM 8000-ENVIAR-E-RETORNAR
002140             THRU 8000-ENVIAR-E-RETORNAR-EXIT
002150         GO TO 2100-RECEBER-MATRICULA-EXIT
002160     END-IF
002170     MOVE WS-CONV-NUM TO CA-MATRICULA
002180     MOVE SPACES TO WS-TELA
002190     STRING 'SEU NOME COMO ESTA NO CADASTRO: ' DELIMITED BY SIZE
002200            INTO WS-TELA
002210     END-STRING
002220     MOVE 'N' TO CA-FASE
002230     PERFORM 8000-ENVIAR-E-RETORNAR
002240         THRU 8000-ENVIAR-E-RETORNAR-EXIT
002250     .
002260 2100-RECEBER-MATRICULA-EXIT.
002270     EXIT.
002280 2200-RECEBER-NOME.
002290*-----------------------------------------------------------*
002300* RECEBE O NOME E LE O RESUMO PELA MATRICULA GUARDADA. SEM   *
002310* RESUMO OU COM NOME DIFERENTE DO CADASTRO A RECUSA E A      *
002320* MESMA (A TELA NAO CONFIRMA SE A MATRICULA EXISTE); ALUNO   *
002330* INATIVO E RECUSADO SEM NENHUM DADO DO RESUMO.              *
002340*-----------------------------------------------------------*
002350     MOVE 15 TO WS-RESP-LEN
002360     MOVE SPACES TO WS-ENT-NOME
002370     EXEC CICS RECEIVE
002380         INTO   (WS-ENT-NOME)
002390         LENGTH (WS-RESP-LEN)
002400     END-EXEC
002410     MOVE SPACES TO WS-REG-CONSULTA
002420     EXEC CICS READ
002430         FILE   ('PROGCONS')
002440         INTO   (WS-REG-CONSULTA)
002450         LENGTH (LENGTH OF WS-REG-CONSULTA)
002460         RIDFLD (CA-MATRICULA)
002470         RESP   (WS-RESP)
002480     END-EXEC
002490     IF WS-RESP IS NOT EQUAL TO ZEROES
002500         AND WS-RESP IS NOT EQUAL TO WS-RESP-NOTFND
002510         MOVE SPACES TO WS-TELA
002520         STRING 'CONSULTA FORA DO AR NO MOMENTO. '
002530                'TENTE MAIS TARDE.' DELIMITED BY SIZE
002540                INTO WS-TELA
002550         END-STRING
002560         PERFORM 8200-ENVIAR-E-ENCERRAR
002570             THRU 8200-ENVIAR-E-ENCERRAR-EXIT
002580         GO TO 2200-RECEBER-NOME-EXIT
002590     END-IF
002600     IF WS-RESP IS EQUAL TO WS-RESP-NOTFND
002610         OR PC-MATRICULA IS NOT EQUAL TO CA-MATRICULA
002620         OR WS-ENT-NOME IS EQUAL TO SPACES
002630         OR PC-NOME IS NOT EQUAL TO WS-ENT-NOME
002640         MOVE SPACES TO WS-REG-CONSULTA
002650         MOVE SPACES TO WS-TELA
002660         STRING 'MATRICULA E NOME NAO CONFEREM COM O '
002670                'CADASTRO. FALE COM O PROFESSOR.'
002680                DELIMITED BY SIZE
002690                INTO WS-TELA
002700         END-STRING
002710         PERFORM 8200-ENVIAR-E-ENCERRAR
002720             THRU 8200-ENVIAR-E-ENCERRAR-EXIT
002730         GO TO 2200-RECEBER-NOME-EXIT
002740     END-IF
002750     IF PC-ATIVO IS NOT EQUAL TO 'S'
002760         MOVE SPACES TO WS-REG-CONSULTA
002770         MOVE SPACES TO WS-TELA
002780         STRING 'MATRICULA INATIVA - CONSULTA NAO '
002790                'PERMITIDA. FALE COM A SECRETARIA.'
002800                DELIMITED BY SIZE
002810                INTO WS-TELA
002820         END-STRING
002830         PERFORM 8200-ENVIAR-E-ENCERRAR
002840             THRU 8200-ENVIAR-E-ENCERRAR-EXIT
002850         GO TO 2200-RECEBER-NOME-EXIT
002860     END-IF
002870     PERFORM 3000-MOSTRAR-PROGRESSO
002880         THRU 3000-MOSTRAR-PROGRESSO-EXIT
002890     .
002900 2200-RECEBER-NOME-EXIT.
002910     EXIT.
002920 3000-MOSTRAR-PROGRESSO.
002930*-----------------------------------------------------------*
002940* MONTA A TELA DO RESUMO, UMA LINHA POR SEND TEXT (A         *
002950* PRIMEIRA APAGA A TELA), E ENCERRA SEM REARMAR A TRANSACAO. *
002960*-----------------------------------------------------------*
002970     MOVE PC-MATRICULA TO WS-ED-MATRICULA
002980     MOVE SPACES TO WS-TELA
002990     STRING 'PROGRESSO DE ' DELIMITED BY SIZE
003000            PC-NOME         DELIMITED BY SIZE
003010            '  MATR '       DELIMITED BY SIZE
003020            WS-ED-MATRICULA DELIMITED BY SIZE
003030            '  TURMA '      DELIMITED BY SIZE
003040            PC-TURMA        DELIMITED BY SIZE
003050            INTO WS-TELA
003060     END-STRING
003070     EXEC CICS SEND TEXT
003080         FROM   (WS-TELA)
003090         LENGTH (WS-TELA-LEN)
003100         ERASE
003110     END-EXEC
003120     MOVE PC-DATA-GERACAO TO WS-DATA-AUX
003130     PERFORM 7300-EDITAR-DATA
003140         THRU 7300-EDITAR-DATA-EXIT
003150     MOVE PC-SESSOES TO WS-ED-SESSOES
003160     MOVE SPACES TO WS-TELA
003170     STRING 'POSICAO DO BOLETIM DE ' DELIMITED BY SIZE
003180            WS-DATA-ED                DELIMITED BY SIZE
003190            ' - SESSOES NO TOTAL: '   DELIMITED BY SIZE
003200            WS-ED-SESSOES             DELIMITED BY SIZE
003210            INTO WS-TELA
003220     END-STRING
003230     PERFORM 8100-ENVIAR-LINHA
003240         THRU 8100-ENVIAR-LINHA-EXIT
003250     IF PC-ULT-COUNT IS EQUAL TO ZEROES
003260         MOVE SPACES TO WS-TELA
003270         STRING 'NENHUMA SESSAO REGISTRADA AINDA. BOM '
003280                'TREINO!' DELIMITED BY SIZE
003290                INTO WS-TELA
003300         END-STRING
003310         PERFORM 8300-ENVIAR-ULTIMA-LINHA
003320             THRU 8300-ENVIAR-ULTIMA-LINHA-EXIT
003330         GO TO 3000-MOSTRAR-PROGRESSO-EXIT
003340     END-IF
003350     MOVE 'ULTIMAS SESSOES (A MAIS RECENTE PRIMEIRO):' TO WS-TELA
003360     PERFORM 8100-ENVIAR-LINHA
003370         THRU 8100-ENVIAR-LINHA-EXIT
003380     PERFORM 3100-MOSTRAR-UMA-SESSAO
003390         THRU 3100-MOSTRAR-UMA-SESSAO-EXIT
003400         VARYING WS-ULT-IX FROM 1 BY 1
003410         UNTIL WS-ULT-IX IS GREATER THAN PC-ULT-COUNT
003420     MOVE 'APROVEITAMENTO E TEMPO MEDIO POR TABUADA:' TO WS-TELA
003430     PERFORM 8100-ENVIAR-LINHA
003440         THRU 8100-ENVIAR-LINHA-EXIT
003450     MOVE SPACES TO WS-LINHA-TABS
003460     MOVE ZEROES TO WS-SEG-IX
003470     PERFORM 3200-MOSTRAR-UMA-TABUADA
003480         THRU 3200-MOSTRAR-UMA-TABUADA-EXIT
003490         VARYING WS-TAB-IX FROM 1 BY 1
003500         UNTIL WS-TAB-IX IS GREATER THAN PC-TAB-COUNT
003510     IF WS-SEG-IX IS GREATER THAN ZEROES
003520         MOVE WS-LINHA-TABS TO WS-TELA
003530         PERFORM 8100-ENVIAR-LINHA
003540             THRU 8100-ENVIAR-LINHA-EXIT
003550     END-IF
003560     PERFORM 3300-MOSTRAR-VEREDITO
003570         THRU 3300-MOSTRAR-VEREDITO-EXIT
003580     .
003590 3000-MOSTRAR-PROGRESSO-EXIT.
003600     EXIT.
003610 3100-MOSTRAR-UMA-SESSAO.
003620*-----------------------------------------------------------*
003630* UMA LINHA POR SESSAO DO RESUMO (POSICAO WS-ULT-IX).        *
003640*-----------------------------------------------------------*
003650     MOVE PC-ULT-DATA (WS-ULT-IX) TO WS-DATA-AUX
003660     PERFORM 7300-EDITAR-DATA
003670         THRU 7300-EDITAR-DATA-EXIT
003680     MOVE PC-ULT-NUMERO (WS-ULT-IX)  TO WS-ED-NUMERO
003690     MOVE PC-ULT-ACERTOS (WS-ULT-IX) TO WS-ED-ACERTOS
003700     MOVE PC-ULT-ERROS (WS-ULT-IX)   TO WS-ED-ERROS
003710     MOVE PC-ULT-PCT (WS-ULT-IX)     TO WS-ED-PCT
003720     MOVE SPACES TO WS-TELA
003730     STRING '  '          DELIMITED BY SIZE
003740            WS-DATA-ED    DELIMITED BY SIZE
003750            '  TABUADA '  DELIMITED BY SIZE
003760            WS-ED-NUMERO  DELIMITED BY SIZE
003770            '  ACERTOS '  DELIMITED BY SIZE
003780            WS-ED-ACERTOS DELIMITED BY SIZE
003790            '  ERROS '    DELIMITED BY SIZE
003800            WS-ED-ERROS   DELIMITED BY SIZE
003810            '  PCT '      DELIMITED BY SIZE
003820            WS-ED-PCT     DELIMITED BY SIZE
003830            '%'           DELIMITED BY SIZE
003840            INTO WS-TELA
003850     END-STRING
003860     PERFORM 8100-ENVIAR-LINHA
003870         THRU 8100-ENVIAR-LINHA-EXIT
003880     .
003890 3100-MOSTRAR-UMA-SESSAO-EXIT.
003900     EXIT.
003910 3200-MOSTRAR-UMA-TABUADA.
003920*-----------------------------------------------------------*
003930* ACRESCENTA A TABUADA WS-TAB-IX NA LINHA CORRENTE; A CADA   *
003940* TRES TABUADAS A LINHA E ENVIADA. SEM SESSAO CRONOMETRADA   *
003950* O TEMPO SAI '---', COMO NO BOLETIM.                        *
003960*-----------------------------------------------------------*
003970     ADD 1 TO WS-SEG-IX
003980     MOVE ' TAB '                   TO WS-SEG-ROTULO (WS-SEG-IX)
003990     MOVE PC-TAB-NUMERO (WS-TAB-IX) TO WS-SEG-NUMERO (WS-SEG-IX)
004000     MOVE SPACE                     TO WS-SEG-BRANCO (WS-SEG-IX)
004010     MOVE PC-TAB-PCT (WS-TAB-IX)    TO WS-SEG-PCT (WS-SEG-IX)
004020     MOVE '% '                      TO WS-SEG-SIMBOLO (WS-SEG-IX)
004030     IF PC-TAB-CRONO (WS-TAB-IX) IS EQUAL TO 'S'
004040         MOVE PC-TAB-TEMPO (WS-TAB-IX) TO WS-TEMPO-ED-NUM
004050         MOVE WS-TEMPO-ED TO WS-SEG-TEMPO (WS-SEG-IX)
004060     ELSE
004070         MOVE '  ---' TO WS-SEG-TEMPO (WS-SEG-IX)
004080     END-IF
004090     MOVE SPACES TO WS-SEG-SEPARA (WS-SEG-IX)
004100     IF WS-SEG-IX IS LESS THAN 3
004110         GO TO 3200-MOSTRAR-UMA-TABUADA-EXIT
004120     END-IF
004130     MOVE WS-LINHA-TABS TO WS-TELA
004140     PERFORM 8100-ENVIAR-LINHA
004150         THRU 8100-ENVIAR-LINHA-EXIT
004160     MOVE SPACES TO WS-LINHA-TABS
004170     MOVE ZEROES TO WS-SEG-IX
004180     .
004190 3200-MOSTRAR-UMA-TABUADA-EXIT.
004200     EXIT.
004210 3300-MOSTRAR-VEREDITO.
004220*-----------------------------------------------------------*
004230* TABUADA MAIS LENTA E VEREDITO, COMO SAIRAM NO BOLETIM, E   *
004240* FIM DA CONSULTA.                                           *
004250*-----------------------------------------------------------*
004260     MOVE SPACES TO WS-TELA
004270     IF PC-LENTA-SW IS EQUAL TO 'S'
004280         MOVE PC-LENTA-NUMERO TO WS-ED-NUMERO
004290         MOVE PC-LENTA-TEMPO  TO WS-ED-TEMPO
004300         STRING 'TABUADA MAIS LENTA: ' DELIMITED BY SIZE
004310                WS-ED-NUMERO           DELIMITED BY SIZE
004320                ' (MEDIA '             DELIMITED BY SIZE
004330                WS-ED-TEMPO            DELIMITED BY SIZE
004340                ' S POR CONTA)'        DELIMITED BY SIZE
004350                INTO WS-TELA
004360         END-STRING
004370     ELSE
004380         STRING 'TABUADA MAIS LENTA: SEM TEMPO REGISTRADO'
004390                DELIMITED BY SIZE
004400                INTO WS-TELA
004410         END-STRING
004420     END-IF
004430     PERFORM 8100-ENVIAR-LINHA
004440         THRU 8100-ENVIAR-LINHA-EXIT
004450     MOVE SPACES TO WS-TELA
004460     IF PC-VEREDITO IS EQUAL TO 'HISTORICO CURTO'
004470         STRING 'TENDENCIA: HISTORICO CURTO (MENOS DE DUAS '
004480                'SEMANAS ATIVAS)' DELIMITED BY SIZE
004490                INTO WS-TELA
004500         END-STRING
004510     ELSE
004520         MOVE PC-PCT-1 TO WS-ED-PCT
004530         MOVE PC-PCT-2 TO WS-ED-PCT-2
004540         STRING 'TENDENCIA: '    DELIMITED BY SIZE
004550                PC-VEREDITO      DELIMITED BY '  '
004560                ' (1A METADE '   DELIMITED BY SIZE
004570                WS-ED-PCT        DELIMITED BY SIZE
004580                '% -> 2A METADE ' DELIMITED BY SIZE
004590                WS-ED-PCT-2      DELIMITED BY SIZE
004600                '%)'             DELIMITED BY SIZE
004610                INTO WS-TELA
004620         END-STRING
004630     END-IF
004640     PERFORM 8300-ENVIAR-ULTIMA-LINHA
004650         THRU 8300-ENVIAR-ULTIMA-LINHA-EXIT
004660     .
004670 3300-MOSTRAR-VEREDITO-EXIT.
004680     EXIT.
004690 7200-CONVERTER-NUMERO.
004700*-----------------------------------------------------------*
004710* CONVERTE WS-CONV-ENT (DIGITOS DIGITADOS A ESQUERDA, O      *
004720* RESTO EM BRANCO) PARA WS-CONV-NUM; BRANCO NO MEIO E        *
004730* IGNORADO E QUALQUER OUTRO CARACTERE DERRUBA CONVERSAO-OK.  *
004740*-----------------------------------------------------------*
004750     MOVE ZEROES TO WS-CONV-NUM
004760     MOVE 'S' TO WS-CONV-OK-SW
004770     MOVE 'S' TO WS-CONV-VAZIA-SW
004780     PERFORM 7210-CONVERTER-UM-DIGITO
004790         THRU 7210-CONVERTER-UM-DIGITO-EXIT
004800         VARYING WS-CONV-IX FROM 1 BY 1
004810         UNTIL WS-CONV-IX IS GREATER THAN 9
004820     IF ENTRADA-VAZIA
004830         MOVE 'N' TO WS-CONV-OK-SW
004840     END-IF
004850     .
004860 7200-CONVERTER-NUMERO-EXIT.
004870     EXIT.
004880 7210-CONVERTER-UM-DIGITO.
004890     MOVE WS-CONV-ENT(WS-CONV-IX:1) TO WS-CONV-DIG-X
004900     IF WS-CONV-DIG-X IS EQUAL TO SPACE
004910         GO TO 7210-CONVERTER-UM-DIGITO-EXIT
004920     END-IF
004930     IF WS-CONV-DIG-X IS NUMERIC
004940         COMPUTE WS-CONV-NUM =
004950             (WS-CONV-NUM * 10) + WS-CONV-DIG-9
004960         MOVE 'N' TO WS-CONV-VAZIA-SW
004970     ELSE
004980         MOVE 'N' TO WS-CONV-OK-SW
004990     END-IF
005000     .
005010 7210-CONVERTER-UM-DIGITO-EXIT.
005020     EXIT.
005030 7300-EDITAR-DATA.
005040*-----------------------------------------------------------*
005050* WS-DATA-AUX (AAAAMMDD) EM WS-DATA-ED (DD/MM/AAAA).         *
005060*-----------------------------------------------------------*
005070     MOVE WS-DATA-DD   TO WS-DATA-ED-DD
005080     MOVE WS-DATA-MM   TO WS-DATA-ED-MM
005090     MOVE WS-DATA-AAAA TO WS-DATA-ED-AAAA
005100     .
005110 7300-EDITAR-DATA-EXIT.
005120     EXIT.
005130 8000-ENVIAR-E-RETORNAR.
005140*-----------------------------------------------------------*
005150* ENVIA A TELA MONTADA E REARMA A TRANSACAO COM A FASE JA    *
005160* POSTA EM CA-FASE (PADRAO PSEUDO-CONVERSACIONAL DO          *
005170* TABQUIZC).                                                 *
005180*-----------------------------------------------------------*
005190     EXEC CICS SEND TEXT
005200         FROM   (WS-TELA)
005210         LENGTH (WS-TELA-LEN)
005220         ERASE
005230     END-EXEC
005240     EXEC CICS RETURN
005250         TRANSID  (EIBTRNID)
005260         COMMAREA (WS-COMMAREA)
005270         LENGTH   (LENGTH OF WS-COMMAREA)
005280     END-EXEC
005290     .
005300 8000-ENVIAR-E-RETORNAR-EXIT.
005310     EXIT.
005320 8100-ENVIAR-LINHA.
005330*-----------------------------------------------------------*
005340* ENVIA MAIS UMA LINHA ABAIXO DAS JA MOSTRADAS.              *
005350*-----------------------------------------------------------*
005360     EXEC CICS SEND TEXT
005370         FROM   (WS-TELA)
005380         LENGTH (WS-TELA-LEN)
005390     END-EXEC
005400     .
005410 8100-ENVIAR-LINHA-EXIT.
005420     EXIT.
005430 8200-ENVIAR-E-ENCERRAR.
005440*-----------------------------------------------------------*
005450* RECUSA: APAGA A TELA, MOSTRA A MENSAGEM E ENCERRA SEM      *
005460* REARMAR A TRANSACAO.                                       *
005470*-----------------------------------------------------------*
005480     EXEC CICS SEND TEXT
005490         FROM   (WS-TELA)
005500         LENGTH (WS-TELA-LEN)
005510         ERASE
005520     END-EXEC
005530     EXEC CICS RETURN
005540     END-EXEC
005550     .
005560 8200-ENVIAR-E-ENCERRAR-EXIT.
005570     EXIT.
005580 8300-ENVIAR-ULTIMA-LINHA.
005590*-----------------------------------------------------------*
005600* ULTIMA LINHA DO RESUMO, ABAIXO DAS JA MOSTRADAS, E FIM DA  *
005610* CONSULTA SEM REARMAR A TRANSACAO.                          *
005620*-----------------------------------------------------------*
005630     EXEC CICS SEND TEXT
005640         FROM   (WS-TELA)
005650         LENGTH (WS-TELA-LEN)
005660     END-EXEC
005670     EXEC CICS RETURN
005680     END-EXEC
005690     .
005700 8300-ENVIAR-ULTIMA-LINHA-EXIT.
005710     EXIT.
