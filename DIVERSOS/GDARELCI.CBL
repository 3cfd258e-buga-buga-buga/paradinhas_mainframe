000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDARELCI.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - CONSULTA ONLINE DA        *
000120*                  BIBLIOTECA DE RELATORIOS, SOMENTE LEITURA.*
000130*                  O USUARIO DIGITA O CODIGO DO RELATORIO; A *
000140*                  TRANSACAO SO MOSTRA O CODIGO SE O USERID DO
000150*                  TERMINAL ESTA NO CADASTRO DE DISTRIBUICAO *
000160*                  (KSDS DISTRIB, CHAVE CODIGO + USERID, O MESMO
000170*                  DO GDADISTR). LISTA OS MEMBROS CCCAADDD DO*
000180*                  CODIGO QUE ESTAO NA COPIA DA BIBLIOTECA (KSDS
000190*                  RELVIEW, RECARREGADO PELO GDARELCG DEPOIS DO
000200*                  EXPURGO, ENTAO SO HA MEMBROS DENTRO DA    *
000210*                  RETENCAO), OS 15 MAIS RECENTES PRIMEIRO, E*
000220*                  MOSTRA O ESCOLHIDO 20 LINHAS POR TELA.    *
000230*
000240* COMANDOS NA TELA DO RELATORIO:                             *
000250*   ENTER OU F   AVANCA UMA TELA       B   VOLTA UMA TELA    *
000260*   T            INICIO                U   ULTIMA TELA       *
000270*   P NNNN       VAI PARA A PAGINA NNNN DO RELATORIO         *
000280*   L TEXTO      PROCURA O TEXTO DA LINHA SEGUINTE EM DIANTE *
000290*   D / E        MOSTRA O LADO DIREITO / ESQUERDO DA LINHA   *
000300*   M            VOLTA PARA A LISTA DE MEMBROS               *
000310*   X            ENCERRA A CONSULTA                          *
000320*-----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 DATA DIVISION.
000360 WORKING-STORAGE SECTION.
000370*-----------------------------------------------------------*
000380* COPIA DE TRABALHO DA COMMAREA: A FASE DIZ O QUE A PROXIMA  *
000390* REATIVACAO ESPERA DO TERMINAL; O RESTO GUARDA O CODIGO, A  *
000400* LISTA DE MEMBROS E A POSICAO NO MEMBRO ENTRE AS TELAS      *
000410*-----------------------------------------------------------*
000420 01  WS-COMMAREA.
000430     03  CA-FASE              PIC X(01) VALUE SPACE.
000440         88  FASE-CODIGO               VALUE 'C'.
000450         88  FASE-ESCOLHA              VALUE 'M'.
000460         88  FASE-CONSULTA             VALUE 'V'.
000470     03  CA-CODIGO            PIC X(03) VALUE SPACES.
000480     03  CA-MEMBRO            PIC X(08) VALUE SPACES.
000490     03  CA-TITULO            PIC X(60) VALUE SPACES.
000500     03  CA-LINHAS            PIC 9(06) VALUE ZEROES.
000510     03  CA-PAGINAS           PIC 9(04) VALUE ZEROES.
000520     03  CA-LINHA             PIC 9(06) VALUE ZEROES.
000530     03  CA-COLUNA            PIC 9(03) VALUE 1.
000540     03  CA-LISTA-COUNT       PIC 9(02) VALUE ZEROES.
000550     03  CA-LISTA OCCURS 15 TIMES
000560                              PIC X(08).
000570*-----------------------------------------------------------*
000580* CAMPOS RECEBIDOS DO TERMINAL                               *
000590*-----------------------------------------------------------*
000600 01  WS-ENT-CODIGO            PIC X(03) VALUE SPACES.
000610 01  WS-ENT-ESCOLHA           PIC X(02) VALUE SPACES.
000620 01  WS-ENT-COMANDO.
000630     05  WS-CMD-LETRA         PIC X(01).
000640     05  WS-CMD-RESTO         PIC X(39).
000650 01  WS-ARGUMENTO             PIC X(39) VALUE SPACES.
000660 01  WS-ARG-INI               PIC 9(02) VALUE ZEROES.
000670 01  WS-ARG-TAM               PIC 9(02) VALUE ZEROES.
000680 01  WS-USUARIO               PIC X(08) VALUE SPACES.
000690*-----------------------------------------------------------*
000700* CONVERSAO DA ENTRADA DO TERMINAL (DIGITOS A ESQUERDA, O    *
000710* RESTO EM BRANCO) PARA NUMERO, COMO NO TABPROGC             *
000720*-----------------------------------------------------------*
000730 01  WS-CONVERSAO.
000740     05  WS-CONV-ENT          PIC X(09) VALUE SPACES.
000750     05  WS-CONV-NUM          PIC 9(09) VALUE ZEROES.
000760     05  WS-CONV-IX           PIC 9(02) VALUE ZEROES.
000770     05  WS-CONV-DIG.
000780         10  WS-CONV-DIG-X    PIC X(01).
000790     05  WS-CONV-DIG-R REDEFINES WS-CONV-DIG.
000800         10  WS-CONV-DIG-9    PIC 9(01).
000810     05  WS-CONV-OK-SW        PIC X(01) VALUE 'N'.
000820         88  CONVERSAO-OK              VALUE 'S'.
000830     05  WS-CONV-VAZIA-SW     PIC X(01) VALUE 'S'.
000840         88  ENTRADA-VAZIA             VALUE 'S'.
000850*-----------------------------------------------------------*
000860* TELA (SEND TEXT / RECEIVE): UMA LINHA DE 80 POR SEND       *
000870*-----------------------------------------------------------*
000880 01  WS-TELA                  PIC X(80) VALUE SPACES.
000890 01  WS-TELA-LEN              PIC S9(04) COMP VALUE 80.
000900 01  WS-MENSAGEM              PIC X(80) VALUE SPACES.
000910 01  WS-RESP-LEN              PIC S9(04) COMP VALUE 1.
000920 01  WS-COMMAREA-LEN          PIC S9(04) COMP VALUE +0.
000930 01  WS-RESP                  PIC S9(08) COMP VALUE +0.
000940 01  WS-RESP-NOTFND           PIC S9(08) COMP VALUE +13.
000950 01  WS-RESP-ENDFILE          PIC S9(08) COMP VALUE +20.
000960 01  WS-LINHAS-TELA           PIC 9(02) VALUE 20.
000970 01  WS-LARGURA               PIC 9(02) VALUE 79.
000980 01  WS-COLUNA-DIREITA        PIC 9(03) VALUE 54.
000990*-----------------------------------------------------------*
001000* CADASTRO DE DISTRIBUICAO (KSDS DISTRIB), MESMO DESENHO DO  *
001010* GDADISMN; O REGISTRO EXISTIR LIBERA O CODIGO AO USERID     *
001020*-----------------------------------------------------------*
001030 01  WS-CHAVE-DISTRIB.
001040     05  CHD-CODIGO           PIC X(03).
001050     05  CHD-USUARIO          PIC X(08).
001060 01  WS-REG-DISTRIB.
001070     05  DIS-CHAVE.
001080         10  DIS-CODIGO       PIC X(03).
001090         10  DIS-USUARIO      PIC X(08).
001100     05  DIS-NOME             PIC X(30).
001110     05  DIS-DEPTO            PIC X(20).
001120     05  DIS-COPIAS           PIC 9(02).
001130     05  DIS-MEIO             PIC X(01).
001140     05  DIS-FREQUENCIA       PIC X(01).
001150     05  FILLER               PIC X(15).
001160*-----------------------------------------------------------*
001170* COPIA DA BIBLIOTECA (KSDS RELVIEW), MESMO DESENHO GRAVADO  *
001180* PELO GDARELCG                                              *
001190*-----------------------------------------------------------*
001200 01  WS-CHAVE-RVW.
001210     05  CHV-TIPO             PIC X(01).
001220     05  CHV-MEMBRO.
001230         10  CHV-CODIGO       PIC X(03).
001240         10  CHV-DATA         PIC X(05).
001250     05  CHV-SEQ              PIC 9(06).
001260 01  WS-REG-RVW.
001270     05  RV-CHAVE.
001280         10  RV-TIPO          PIC X(01).
001290         10  RV-MEMBRO.
001300             15  RV-CODIGO    PIC X(03).
001310             15  RV-DATA      PIC X(05).
001320         10  RV-SEQ           PIC 9(06).
001330     05  RV-DADOS             PIC X(132).
001340     05  RV-DIRETORIO REDEFINES RV-DADOS.
001350         10  RV-TITULO        PIC X(60).
001360         10  RV-LINHAS        PIC 9(06).
001370         10  RV-PAGINAS       PIC 9(04).
001380         10  RV-DATA-GERACAO  PIC 9(08).
001390         10  FILLER           PIC X(54).
001400     05  RV-PAGINA REDEFINES RV-DADOS.
001410         10  RV-PAG-LINHA     PIC 9(06).
001420         10  FILLER           PIC X(126).
001430     05  FILLER               PIC X(03).
001440*-----------------------------------------------------------*
001450* INDICES, PROCURA E EDICOES PARA MONTAR AS LINHAS DA TELA   *
001460*-----------------------------------------------------------*
001470 01  WS-LST-IX                PIC 9(02) VALUE ZEROES.
001480 01  WS-LST-NUM               PIC 9(02) VALUE ZEROES.
001490 01  WS-TELA-IX               PIC 9(02) VALUE ZEROES.
001500 01  WS-SEQ                   PIC 9(06) VALUE ZEROES.
001510 01  WS-ULTIMA-TELA           PIC 9(06) VALUE ZEROES.
001520 01  WS-ACHOU                 PIC 9(04) COMP VALUE ZEROES.
001530 01  WS-FIM-BROWSE-SW         PIC X(01) VALUE 'N'.
001540     88  FIM-DO-BROWSE                 VALUE 'S'.
001550 01  WS-ED-NUM                PIC Z9.
001560 01  WS-ED-LINHA              PIC ZZZZZ9.
001570 01  WS-ED-LINHAS             PIC ZZZZZ9.
001580 01  WS-ED-PAGINAS            PIC ZZZ9.
001590 01  WS-ED-COLUNA             PIC ZZ9.
001600 01  WS-DATA-AUX              PIC 9(08) VALUE ZEROES.
001610 01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
001620     05  WS-DATA-AAAA         PIC 9(04).
001630     05  WS-DATA-MM           PIC 9(02).
001640     05  WS-DATA-DD           PIC 9(02).
001650 01  WS-DATA-ED.
001660     05  WS-DATA-ED-DD        PIC 9(02).
001670     05  FILLER               PIC X(01) VALUE '/'.
001680     05  WS-DATA-ED-MM        PIC 9(02).
001690     05  FILLER               PIC X(01) VALUE '/'.
001700     05  WS-DATA-ED-AAAA      PIC 9(04).
001710 LINKAGE SECTION.
001720 01  DFHCOMMAREA.
001730     03  CA-AREA-LK           PIC X(213).
001740 PROCEDURE DIVISION.
001750 0000-MAINLINE.
001760*-----------------------------------------------------------*
001770* DESPACHA PELA FASE DA COMMAREA; SEM COMMAREA E A PRIMEIRA  *
001780* CHAMADA NO TERMINAL.                                       *
001790*-----------------------------------------------------------*
001800     MOVE EIBCALEN TO WS-COMMAREA-LEN
001810     IF WS-COMMAREA-LEN IS EQUAL TO ZEROES
001820         PERFORM 1000-PEDIR-CODIGO
001830             THRU 1000-PEDIR-CODIGO-EXIT
001840         GO TO 0000-MAINLINE-EXIT
001850     END-IF
001860     MOVE DFHCOMMAREA TO WS-COMMAREA
001870     EVALUATE TRUE
001880         WHEN FASE-CODIGO
001890             PERFORM 2100-RECEBER-CODIGO
001900                 THRU 2100-RECEBER-CODIGO-EXIT
001910         WHEN FASE-ESCOLHA
001920             PERFORM 2200-RECEBER-ESCOLHA
001930                 THRU 2200-RECEBER-ESCOLHA-EXIT
001940         WHEN FASE-CONSULTA
001950             PERFORM 2300-RECEBER-COMANDO
001960                 THRU 2300-RECEBER-COMANDO-EXIT
001970         WHEN OTHER
001980             PERFORM 1000-PEDIR-CODIGO
001990                 THRU 1000-PEDIR-CODIGO-EXIT
002000     END-EVALUATE
002010     .
002020 0000-MAINLINE-EXIT.
002030     EXIT.
002040 1000-PEDIR-CODIGO.
002050*-----------------------------------------------------------*
002060* PRIMEIRA CHAMADA NO TERMINAL: PEDE O CODIGO DO RELATORIO.  *
002070*-----------------------------------------------------------*
002080     MOVE SPACES TO WS-TELA
002090     STRING 'CONSULTA DE RELATORIOS - CODIGO DO RELATORIO '
002100            '(3 LETRAS): ' DELIMITED BY SIZE
002110            INTO WS-TELA
002120     END-STRING
002130     MOVE SPACES TO CA-CODIGO CA-MEMBRO
002140     MOVE 'C' TO CA-FASE
002150     PERFORM 8000-ENVIAR-E-RETORNAR
002160         THRU 8000-ENVIAR-E-RETORNAR-EXIT
002170     .
002180 1000-PEDIR-CODIGO-EXIT.
002190     EXIT.
002200 2100-RECEBER-CODIGO.
002210*-----------------------------------------------------------*
002220* RECEBE O CODIGO E CONFERE NO CADASTRO DE DISTRIBUICAO SE O *
002230* USERID DO TERMINAL RECEBE ESSE RELATORIO. CODIGO QUE NAO   *
002240* EXISTE E CODIGO NAO LIBERADO RECEBEM A MESMA RECUSA.       *
002250*-----------------------------------------------------------*
002260     MOVE 3 TO WS-RESP-LEN
002270     MOVE SPACES TO WS-ENT-CODIGO
002280     EXEC CICS RECEIVE
002290         INTO   (WS-ENT-CODIGO)
002300         LENGTH (WS-RESP-LEN)
002310     END-EXEC
002320     IF WS-ENT-CODIGO IS EQUAL TO SPACES
002330         PERFORM 1000-PEDIR-CODIGO
002340             THRU 1000-PEDIR-CODIGO-EXIT
002350         GO TO 2100-RECEBER-CODIGO-EXIT
002360     END-IF
002370     EXEC CICS ASSIGN
002380         USERID (WS-USUARIO)
002390     END-EXEC
002400     MOVE WS-ENT-CODIGO TO CHD-CODIGO
002410     MOVE WS-USUARIO    TO CHD-USUARIO
002420     EXEC CICS READ
002430         FILE   ('DISTRIB')
002440         INTO   (WS-REG-DISTRIB)
002450         LENGTH (LENGTH OF WS-REG-DISTRIB)
002460         RIDFLD (WS-CHAVE-DISTRIB)
002470         RESP   (WS-RESP)
002480     END-EXEC
002490     IF WS-RESP IS NOT EQUAL TO ZEROES
002500         AND WS-RESP IS NOT EQUAL TO WS-RESP-NOTFND
002510         PERFORM 8900-FORA-DO-AR
002520             THRU 8900-FORA-DO-AR-EXIT
002530         GO TO 2100-RECEBER-CODIGO-EXIT
002540     END-IF
002550     IF WS-RESP IS EQUAL TO WS-RESP-NOTFND
002560         MOVE SPACES TO WS-TELA
002570         STRING 'RELATORIO ' WS-ENT-CODIGO
002580                ' NAO LIBERADO PARA O USUARIO ' WS-USUARIO
002590                '. FALE COM O CPD.' DELIMITED BY SIZE
002600                INTO WS-TELA
002610         END-STRING
002620         PERFORM 8200-ENVIAR-E-ENCERRAR
002630             THRU 8200-ENVIAR-E-ENCERRAR-EXIT
002640         GO TO 2100-RECEBER-CODIGO-EXIT
002650     END-IF
002660     MOVE WS-ENT-CODIGO TO CA-CODIGO
002670     MOVE SPACES TO WS-MENSAGEM
002680     PERFORM 2500-LISTAR-MEMBROS
002690         THRU 2500-LISTAR-MEMBROS-EXIT
002700     .
002710 2100-RECEBER-CODIGO-EXIT.
002720     EXIT.
002730 2200-RECEBER-ESCOLHA.
002740*-----------------------------------------------------------*
002750* RECEBE O NUMERO DO MEMBRO NA LISTA (ENTER = O MAIS         *
002760* RECENTE). NUMERO FORA DA LISTA MOSTRA A LISTA DE NOVO.     *
002770*-----------------------------------------------------------*
002780     MOVE 2 TO WS-RESP-LEN
002790     MOVE SPACES TO WS-ENT-ESCOLHA
002800     EXEC CICS RECEIVE
002810         INTO   (WS-ENT-ESCOLHA)
002820         LENGTH (WS-RESP-LEN)
002830     END-EXEC
002840     IF WS-ENT-ESCOLHA IS EQUAL TO SPACES
002850         MOVE 1 TO WS-LST-NUM
002860     ELSE
002870         MOVE SPACES TO WS-CONV-ENT
002880         MOVE WS-ENT-ESCOLHA TO WS-CONV-ENT (1:2)
002890         PERFORM 7200-CONVERTER-NUMERO
002900             THRU 7200-CONVERTER-NUMERO-EXIT
002910         IF NOT CONVERSAO-OK
002920             OR WS-CONV-NUM IS LESS THAN 1
002930             OR WS-CONV-NUM IS GREATER THAN CA-LISTA-COUNT
002940             MOVE 'OPCAO INVALIDA - DIGITE O NUMERO DA LISTA.'
002950               TO WS-MENSAGEM
002960             PERFORM 2500-LISTAR-MEMBROS
002970                 THRU 2500-LISTAR-MEMBROS-EXIT
002980             GO TO 2200-RECEBER-ESCOLHA-EXIT
002990         END-IF
003000         MOVE WS-CONV-NUM TO WS-LST-NUM
003010     END-IF
003020     COMPUTE WS-LST-IX = CA-LISTA-COUNT - WS-LST-NUM + 1
003030     MOVE CA-LISTA (WS-LST-IX) TO CA-MEMBRO
003040     PERFORM 2400-ABRIR-MEMBRO
003050         THRU 2400-ABRIR-MEMBRO-EXIT
003060     .
003070 2200-RECEBER-ESCOLHA-EXIT.
003080     EXIT.
003090 2300-RECEBER-COMANDO.
003100*-----------------------------------------------------------*
003110* RECEBE O COMANDO NA TELA DO RELATORIO, MUDA A POSICAO E    *
003120* MOSTRA A TELA DE NOVO.                                     *
003130*-----------------------------------------------------------*
003140     MOVE 40 TO WS-RESP-LEN
003150     MOVE SPACES TO WS-ENT-COMANDO
003160     EXEC CICS RECEIVE
003170         INTO   (WS-ENT-COMANDO)
003180         LENGTH (WS-RESP-LEN)
003190     END-EXEC
003200     MOVE SPACES TO WS-MENSAGEM
003210     PERFORM 7100-SEPARAR-ARGUMENTO
003220         THRU 7100-SEPARAR-ARGUMENTO-EXIT
003230     COMPUTE WS-ULTIMA-TELA = CA-LINHAS - WS-LINHAS-TELA + 1
003240     IF WS-ULTIMA-TELA IS LESS THAN 1
003250         MOVE 1 TO WS-ULTIMA-TELA
003260     END-IF
003270     EVALUATE WS-CMD-LETRA
003280         WHEN SPACE
003290         WHEN 'F'
003300             IF CA-LINHA + WS-LINHAS-TELA
003310                 IS GREATER THAN CA-LINHAS
003320                 MOVE 'JA ESTA NA ULTIMA TELA.' TO WS-MENSAGEM
003330             ELSE
003340                 ADD WS-LINHAS-TELA TO CA-LINHA
003350             END-IF
003360         WHEN 'B'
003370             IF CA-LINHA IS NOT GREATER THAN WS-LINHAS-TELA
003380                 MOVE 1 TO CA-LINHA
003390             ELSE
003400                 SUBTRACT WS-LINHAS-TELA FROM CA-LINHA
003410             END-IF
003420         WHEN 'T'
003430             MOVE 1 TO CA-LINHA
003440         WHEN 'U'
003450             MOVE WS-ULTIMA-TELA TO CA-LINHA
003460         WHEN 'P'
003470             PERFORM 3200-IR-PARA-PAGINA
003480                 THRU 3200-IR-PARA-PAGINA-EXIT
003490         WHEN 'L'
003500             PERFORM 3300-PROCURAR-TEXTO
003510                 THRU 3300-PROCURAR-TEXTO-EXIT
003520         WHEN 'D'
003530             MOVE WS-COLUNA-DIREITA TO CA-COLUNA
003540         WHEN 'E'
003550             MOVE 1 TO CA-COLUNA
003560         WHEN 'M'
003570             PERFORM 2500-LISTAR-MEMBROS
003580                 THRU 2500-LISTAR-MEMBROS-EXIT
003590             GO TO 2300-RECEBER-COMANDO-EXIT
003600         WHEN 'X'
003610             MOVE 'FIM DA CONSULTA DE RELATORIOS.' TO WS-TELA
003620             PERFORM 8200-ENVIAR-E-ENCERRAR
003630                 THRU 8200-ENVIAR-E-ENCERRAR-EXIT
003640             GO TO 2300-RECEBER-COMANDO-EXIT
003650         WHEN OTHER
003660             MOVE 'COMANDO INVALIDO.' TO WS-MENSAGEM
003670     END-EVALUATE
003680     PERFORM 3000-MOSTRAR-TELA
003690         THRU 3000-MOSTRAR-TELA-EXIT
003700     .
003710 2300-RECEBER-COMANDO-EXIT.
003720     EXIT.
003730 2400-ABRIR-MEMBRO.
003740*-----------------------------------------------------------*
003750* LE O DIRETORIO DO MEMBRO ESCOLHIDO E MOSTRA A 1A TELA.     *
003760*-----------------------------------------------------------*
003770     MOVE 'D' TO CHV-TIPO
003780     MOVE CA-MEMBRO TO CHV-MEMBRO
003790     MOVE ZEROES TO CHV-SEQ
003800     EXEC CICS READ
003810         FILE   ('RELVIEW')
003820         INTO   (WS-REG-RVW)
003830         LENGTH (LENGTH OF WS-REG-RVW)
003840         RIDFLD (WS-CHAVE-RVW)
003850         RESP   (WS-RESP)
003860     END-EXEC
003870     IF WS-RESP IS EQUAL TO WS-RESP-NOTFND
003880         MOVE SPACES TO WS-MENSAGEM
003890         STRING 'O MEMBRO ' CA-MEMBRO ' SAIU DA BIBLIOTECA.'
003900                DELIMITED BY SIZE
003910                INTO WS-MENSAGEM
003920         END-STRING
003930         PERFORM 2500-LISTAR-MEMBROS
003940             THRU 2500-LISTAR-MEMBROS-EXIT
003950         GO TO 2400-ABRIR-MEMBRO-EXIT
003960     END-IF
003970     IF WS-RESP IS NOT EQUAL TO ZEROES
003980         PERFORM 8900-FORA-DO-AR
003990             THRU 8900-FORA-DO-AR-EXIT
004000         GO TO 2400-ABRIR-MEMBRO-EXIT
004010     END-IF
004020     MOVE RV-TITULO  TO CA-TITULO
004030     MOVE RV-LINHAS  TO CA-LINHAS
004040     MOVE RV-PAGINAS TO CA-PAGINAS
004050     MOVE 1 TO CA-LINHA
004060     MOVE 1 TO CA-COLUNA
004070     MOVE SPACES TO WS-MENSAGEM
004080     PERFORM 3000-MOSTRAR-TELA
004090         THRU 3000-MOSTRAR-TELA-EXIT
004100     .
004110 2400-ABRIR-MEMBRO-EXIT.
004120     EXIT.
004130 2500-LISTAR-MEMBROS.
004140*-----------------------------------------------------------*
004150* PERCORRE OS DIRETORIOS DO CODIGO NO RELVIEW (A CHAVE JA    *
004160* VEM NA ORDEM DA DATA) GUARDANDO OS 15 ULTIMOS, E MOSTRA A  *
004170* LISTA DO MAIS RECENTE PARA O MAIS ANTIGO.                  *
004180*-----------------------------------------------------------*
004190     MOVE ZEROES TO CA-LISTA-COUNT
004200     MOVE 'D' TO CHV-TIPO
004210     MOVE CA-CODIGO TO CHV-CODIGO
004220     MOVE LOW-VALUES TO CHV-DATA
004230     MOVE ZEROES TO CHV-SEQ
004240     EXEC CICS STARTBR
004250         FILE   ('RELVIEW')
004260         RIDFLD (WS-CHAVE-RVW)
004270         GTEQ
004280         RESP   (WS-RESP)
004290     END-EXEC
004300     IF WS-RESP IS NOT EQUAL TO ZEROES
004310         AND WS-RESP IS NOT EQUAL TO WS-RESP-NOTFND
004320         PERFORM 8900-FORA-DO-AR
004330             THRU 8900-FORA-DO-AR-EXIT
004340         GO TO 2500-LISTAR-MEMBROS-EXIT
004350     END-IF
004360     IF WS-RESP IS EQUAL TO ZEROES
004370         MOVE 'N' TO WS-FIM-BROWSE-SW
004380         PERFORM 2510-LER-DIRETORIO
004390             THRU 2510-LER-DIRETORIO-EXIT
004400             UNTIL FIM-DO-BROWSE
004410         EXEC CICS ENDBR
004420             FILE   ('RELVIEW')
004430         END-EXEC
004440     END-IF
004450     IF CA-LISTA-COUNT IS EQUAL TO ZEROES
004460         MOVE SPACES TO WS-TELA
004470         STRING 'NENHUM RELATORIO ' CA-CODIGO
004480                ' NA BIBLIOTECA DENTRO DA RETENCAO.'
004490                DELIMITED BY SIZE
004500                INTO WS-TELA
004510         END-STRING
004520         PERFORM 8200-ENVIAR-E-ENCERRAR
004530             THRU 8200-ENVIAR-E-ENCERRAR-EXIT
004540         GO TO 2500-LISTAR-MEMBROS-EXIT
004550     END-IF
004560     MOVE SPACES TO WS-TELA
004570     STRING 'RELATORIOS ' CA-CODIGO ' NA BIBLIOTECA '
004580            '(O MAIS RECENTE PRIMEIRO):' DELIMITED BY SIZE
004590            INTO WS-TELA
004600     END-STRING
004610     EXEC CICS SEND TEXT
004620         FROM   (WS-TELA)
004630         LENGTH (WS-TELA-LEN)
004640         ERASE
004650     END-EXEC
004660     PERFORM 2520-MOSTRAR-ITEM
004670         THRU 2520-MOSTRAR-ITEM-EXIT
004680         VARYING WS-LST-NUM FROM 1 BY 1
004690         UNTIL WS-LST-NUM IS GREATER THAN CA-LISTA-COUNT
004700     IF WS-MENSAGEM IS NOT EQUAL TO SPACES
004710         MOVE WS-MENSAGEM TO WS-TELA
004720         PERFORM 8100-ENVIAR-LINHA
004730             THRU 8100-ENVIAR-LINHA-EXIT
004740     END-IF
004750     MOVE CA-LISTA-COUNT TO WS-ED-NUM
004760     MOVE SPACES TO WS-TELA
004770     STRING 'NUMERO DO RELATORIO (1 A ' WS-ED-NUM
004780            ', ENTER = O MAIS RECENTE): ' DELIMITED BY SIZE
004790            INTO WS-TELA
004800     END-STRING
004810     MOVE 'M' TO CA-FASE
004820     PERFORM 8400-ULTIMA-E-RETORNAR
004830         THRU 8400-ULTIMA-E-RETORNAR-EXIT
004840     .
004850 2500-LISTAR-MEMBROS-EXIT.
004860     EXIT.
004870 2510-LER-DIRETORIO.
004880*-----------------------------------------------------------*
004890* UM DIRETORIO DO BROWSE; LISTA CHEIA DESCARTA O MAIS        *
004900* ANTIGO.                                                    *
004910*-----------------------------------------------------------*
004920     EXEC CICS READNEXT
004930         FILE   ('RELVIEW')
004940         INTO   (WS-REG-RVW)
004950         LENGTH (LENGTH OF WS-REG-RVW)
004960         RIDFLD (WS-CHAVE-RVW)
004970         RESP   (WS-RESP)
004980     END-EXEC
004990     IF WS-RESP IS NOT EQUAL TO ZEROES
005000         OR RV-TIPO IS NOT EQUAL TO 'D'
005010         OR RV-CODIGO IS NOT EQUAL TO CA-CODIGO
005020         SET FIM-DO-BROWSE TO TRUE
005030         GO TO 2510-LER-DIRETORIO-EXIT
005040     END-IF
005050     IF CA-LISTA-COUNT IS LESS THAN 15
005060         ADD 1 TO CA-LISTA-COUNT
005070     ELSE
005080         PERFORM VARYING WS-LST-IX FROM 1 BY 1
005090                 UNTIL WS-LST-IX IS GREATER THAN 14
005100             MOVE CA-LISTA (WS-LST-IX + 1) TO CA-LISTA (WS-LST-IX)
005110         END-PERFORM
005120     END-IF
005130     MOVE RV-MEMBRO TO CA-LISTA (CA-LISTA-COUNT)
005140     .
005150 2510-LER-DIRETORIO-EXIT.
005160     EXIT.
005170 2520-MOSTRAR-ITEM.
005180*-----------------------------------------------------------*
005190* UMA LINHA DA LISTA: NUMERO, MEMBRO, DATA, PAGINAS, TITULO. *
005200*-----------------------------------------------------------*
005210     COMPUTE WS-LST-IX = CA-LISTA-COUNT - WS-LST-NUM + 1
005220     MOVE 'D' TO CHV-TIPO
005230     MOVE CA-LISTA (WS-LST-IX) TO CHV-MEMBRO
005240     MOVE ZEROES TO CHV-SEQ
005250     EXEC CICS READ
005260         FILE   ('RELVIEW')
005270         INTO   (WS-REG-RVW)
005280         LENGTH (LENGTH OF WS-REG-RVW)
005290         RIDFLD (WS-CHAVE-RVW)
005300         RESP   (WS-RESP)
005310     END-EXEC
005320     IF WS-RESP IS NOT EQUAL TO ZEROES
005330         MOVE SPACES TO RV-DADOS
005340         MOVE ZEROES TO RV-PAGINAS RV-DATA-GERACAO
005350     END-IF
005360     MOVE WS-LST-NUM TO WS-ED-NUM
005370     MOVE RV-PAGINAS TO WS-ED-PAGINAS
005380     MOVE RV-DATA-GERACAO TO WS-DATA-AUX
005390     PERFORM 7300-EDITAR-DATA
005400         THRU 7300-EDITAR-DATA-EXIT
005410     MOVE SPACES TO WS-TELA
005420     STRING ' ' WS-ED-NUM '  ' CA-LISTA (WS-LST-IX) '  '
005430            WS-DATA-ED '  ' WS-ED-PAGINAS ' PAG  '
005440            RV-TITULO (1:40) DELIMITED BY SIZE
005450            INTO WS-TELA
005460     END-STRING
005470     PERFORM 8100-ENVIAR-LINHA
005480         THRU 8100-ENVIAR-LINHA-EXIT
005490     .
005500 2520-MOSTRAR-ITEM-EXIT.
005510     EXIT.
005520 3000-MOSTRAR-TELA.
005530*-----------------------------------------------------------*
005540* CABECALHO (MEMBRO, TITULO, POSICAO), 20 LINHAS DO MEMBRO A *
005550* PARTIR DE CA-LINHA, NA METADE DA LINHA ESCOLHIDA, E O      *
005560* PEDIDO DO PROXIMO COMANDO.                                 *
005570*-----------------------------------------------------------*
005580     MOVE CA-LINHA   TO WS-ED-LINHA
005590     MOVE CA-LINHAS  TO WS-ED-LINHAS
005600     MOVE CA-PAGINAS TO WS-ED-PAGINAS
005610     MOVE CA-COLUNA  TO WS-ED-COLUNA
005620     MOVE SPACES TO WS-TELA
005630     STRING CA-MEMBRO ' ' CA-TITULO (1:35) ' LIN ' WS-ED-LINHA
005640            '/' WS-ED-LINHAS ' PAGS ' WS-ED-PAGINAS ' COL '
005650            WS-ED-COLUNA DELIMITED BY SIZE
005660            INTO WS-TELA
005670     END-STRING
005680     EXEC CICS SEND TEXT
005690         FROM   (WS-TELA)
005700         LENGTH (WS-TELA-LEN)
005710         ERASE
005720     END-EXEC
005730     PERFORM 3100-MOSTRAR-LINHA
005740         THRU 3100-MOSTRAR-LINHA-EXIT
005750         VARYING WS-TELA-IX FROM 1 BY 1
005760         UNTIL WS-TELA-IX IS GREATER THAN WS-LINHAS-TELA
005770     IF WS-MENSAGEM IS NOT EQUAL TO SPACES
005780         MOVE WS-MENSAGEM TO WS-TELA
005790     ELSE
005800         MOVE SPACES TO WS-TELA
005810         STRING 'ENTER/F AVANCA B VOLTA T U P NNNN L TEXTO '
005820                'D/E LADO M LISTA X SAI:' DELIMITED BY SIZE
005830                INTO WS-TELA
005840         END-STRING
005850     END-IF
005860     MOVE 'V' TO CA-FASE
005870     PERFORM 8400-ULTIMA-E-RETORNAR
005880         THRU 8400-ULTIMA-E-RETORNAR-EXIT
005890     .
005900 3000-MOSTRAR-TELA-EXIT.
005910     EXIT.
005920 3100-MOSTRAR-LINHA.
005930*-----------------------------------------------------------*
005940* UMA LINHA DA TELA; DEPOIS DO FIM DO MEMBRO VAI EM BRANCO.  *
005950*-----------------------------------------------------------*
005960     MOVE SPACES TO WS-TELA
005970     COMPUTE WS-SEQ = CA-LINHA + WS-TELA-IX - 1
005980     IF WS-SEQ IS NOT GREATER THAN CA-LINHAS
005990         MOVE 'L' TO CHV-TIPO
006000         MOVE CA-MEMBRO TO CHV-MEMBRO
006010         MOVE WS-SEQ TO CHV-SEQ
006020         EXEC CICS READ
006030             FILE   ('RELVIEW')
006040             INTO   (WS-REG-RVW)
006050             LENGTH (LENGTH OF WS-REG-RVW)
006060             RIDFLD (WS-CHAVE-RVW)
006070             RESP   (WS-RESP)
006080         END-EXEC
006090         IF WS-RESP IS EQUAL TO ZEROES
006100             MOVE RV-DADOS (CA-COLUNA:WS-LARGURA) TO WS-TELA
006110         END-IF
006120     END-IF
006130     PERFORM 8100-ENVIAR-LINHA
006140         THRU 8100-ENVIAR-LINHA-EXIT
006150     .
006160 3100-MOSTRAR-LINHA-EXIT.
006170     EXIT.
006180 3200-IR-PARA-PAGINA.
006190*-----------------------------------------------------------*
006200* P NNNN: LE O INDICE DA PAGINA E POSICIONA NA 1A LINHA DELA.*
006210*-----------------------------------------------------------*
006220     MOVE CA-PAGINAS TO WS-ED-PAGINAS
006230     MOVE SPACES TO WS-CONV-ENT
006240     MOVE WS-ARGUMENTO (1:9) TO WS-CONV-ENT
006250     PERFORM 7200-CONVERTER-NUMERO
006260         THRU 7200-CONVERTER-NUMERO-EXIT
006270     IF NOT CONVERSAO-OK
006280         OR WS-CONV-NUM IS LESS THAN 1
006290         OR WS-CONV-NUM IS GREATER THAN CA-PAGINAS
006300         MOVE SPACES TO WS-MENSAGEM
006310         STRING 'PAGINA INVALIDA - O RELATORIO TEM '
006320                WS-ED-PAGINAS ' PAGINA(S).' DELIMITED BY SIZE
006330                INTO WS-MENSAGEM
006340         END-STRING
006350         GO TO 3200-IR-PARA-PAGINA-EXIT
006360     END-IF
006370     MOVE 'P' TO CHV-TIPO
006380     MOVE CA-MEMBRO TO CHV-MEMBRO
006390     MOVE WS-CONV-NUM TO CHV-SEQ
006400     EXEC CICS READ
006410         FILE   ('RELVIEW')
006420         INTO   (WS-REG-RVW)
006430         LENGTH (LENGTH OF WS-REG-RVW)
006440         RIDFLD (WS-CHAVE-RVW)
006450         RESP   (WS-RESP)
006460     END-EXEC
006470     IF WS-RESP IS NOT EQUAL TO ZEROES
006480         MOVE 'PAGINA NAO ENCONTRADA NA BIBLIOTECA.'
006490           TO WS-MENSAGEM
006500         GO TO 3200-IR-PARA-PAGINA-EXIT
006510     END-IF
006520     MOVE RV-PAG-LINHA TO CA-LINHA
006530     .
006540 3200-IR-PARA-PAGINA-EXIT.
006550     EXIT.
006560 3300-PROCURAR-TEXTO.
006570*-----------------------------------------------------------*
006580* L TEXTO: PERCORRE AS LINHAS DO MEMBRO A PARTIR DA SEGUINTE *
006590* A 1A DA TELA ATE ACHAR O TEXTO; ACHANDO, A LINHA ACHADA    *
006600* PASSA A SER A 1A DA TELA.                                  *
006610*-----------------------------------------------------------*
006620     IF WS-ARG-TAM IS EQUAL TO ZEROES
006630         MOVE 'DIGITE L E O TEXTO A PROCURAR.' TO WS-MENSAGEM
006640         GO TO 3300-PROCURAR-TEXTO-EXIT
006650     END-IF
006660     MOVE 'L' TO CHV-TIPO
006670     MOVE CA-MEMBRO TO CHV-MEMBRO
006680     COMPUTE CHV-SEQ = CA-LINHA + 1
006690     EXEC CICS STARTBR
006700         FILE   ('RELVIEW')
006710         RIDFLD (WS-CHAVE-RVW)
006720         GTEQ
006730         RESP   (WS-RESP)
006740     END-EXEC
006750     MOVE ZEROES TO WS-ACHOU
006760     IF WS-RESP IS EQUAL TO ZEROES
006770         MOVE 'N' TO WS-FIM-BROWSE-SW
006780         PERFORM 3310-LER-PROXIMA-LINHA
006790             THRU 3310-LER-PROXIMA-LINHA-EXIT
006800             UNTIL FIM-DO-BROWSE
006810         EXEC CICS ENDBR
006820             FILE   ('RELVIEW')
006830         END-EXEC
006840     END-IF
006850     IF WS-ACHOU IS EQUAL TO ZEROES
006860         MOVE SPACES TO WS-MENSAGEM
006870         STRING 'TEXTO NAO ENCONTRADO DAQUI ATE O FIM: '
006880                WS-ARGUMENTO (1:WS-ARG-TAM) DELIMITED BY SIZE
006890                INTO WS-MENSAGEM
006900         END-STRING
006910         GO TO 3300-PROCURAR-TEXTO-EXIT
006920     END-IF
006930     MOVE RV-SEQ TO CA-LINHA
006940     IF CA-COLUNA IS EQUAL TO 1
006950         AND WS-ACHOU IS GREATER THAN WS-LARGURA
006960         MOVE WS-COLUNA-DIREITA TO CA-COLUNA
006970     END-IF
006980     .
006990 3300-PROCURAR-TEXTO-EXIT.
007000     EXIT.
007010 3310-LER-PROXIMA-LINHA.
007020*-----------------------------------------------------------*
007030* UMA LINHA DO BROWSE. WS-ACHOU GUARDA A COLUNA ONDE O TEXTO *
007040* TERMINA, PARA MOSTRAR O LADO CERTO DA LINHA.               *
007050*-----------------------------------------------------------*
007060     EXEC CICS READNEXT
007070         FILE   ('RELVIEW')
007080         INTO   (WS-REG-RVW)
007090         LENGTH (LENGTH OF WS-REG-RVW)
007100         RIDFLD (WS-CHAVE-RVW)
007110         RESP   (WS-RESP)
007120     END-EXEC
007130     IF WS-RESP IS NOT EQUAL TO ZEROES
007140         OR RV-TIPO IS NOT EQUAL TO 'L'
007150         OR RV-MEMBRO IS NOT EQUAL TO CA-MEMBRO
007160         SET FIM-DO-BROWSE TO TRUE
007170         GO TO 3310-LER-PROXIMA-LINHA-EXIT
007180     END-IF
007190     MOVE ZEROES TO WS-ACHOU
007200     INSPECT RV-DADOS TALLYING WS-ACHOU
007210         FOR CHARACTERS BEFORE INITIAL
007220             WS-ARGUMENTO (1:WS-ARG-TAM)
007230     IF WS-ACHOU IS LESS THAN 132
007240         ADD WS-ARG-TAM TO WS-ACHOU
007250         SET FIM-DO-BROWSE TO TRUE
007260     ELSE
007270         MOVE ZEROES TO WS-ACHOU
007280     END-IF
007290     .
007300 3310-LER-PROXIMA-LINHA-EXIT.
007310     EXIT.
007320 7100-SEPARAR-ARGUMENTO.
007330*-----------------------------------------------------------*
007340* O QUE VEM DEPOIS DA LETRA DO COMANDO, SEM OS BRANCOS DA    *
007350* FRENTE, EM WS-ARGUMENTO; O TAMANHO SEM OS BRANCOS DO FIM   *
007360* EM WS-ARG-TAM.                                             *
007370*-----------------------------------------------------------*
007380     MOVE SPACES TO WS-ARGUMENTO
007390     MOVE ZEROES TO WS-ARG-TAM
007400     PERFORM VARYING WS-ARG-INI FROM 1 BY 1
007410             UNTIL WS-ARG-INI IS GREATER THAN 39
007420                OR WS-CMD-RESTO (WS-ARG-INI:1) NOT EQUAL SPACE
007430         CONTINUE
007440     END-PERFORM
007450     IF WS-ARG-INI IS GREATER THAN 39
007460         GO TO 7100-SEPARAR-ARGUMENTO-EXIT
007470     END-IF
007480     MOVE WS-CMD-RESTO (WS-ARG-INI:) TO WS-ARGUMENTO
007490     PERFORM VARYING WS-ARG-TAM FROM 39 BY -1
007500             UNTIL WS-ARG-TAM IS EQUAL TO ZEROES
007510                OR WS-ARGUMENTO (WS-ARG-TAM:1) NOT EQUAL SPACE
007520         CONTINUE
007530     END-PERFORM
007540     .
007550 7100-SEPARAR-ARGUMENTO-EXIT.
007560     EXIT.
007570 7200-CONVERTER-NUMERO.
007580*-----------------------------------------------------------*
007590* CONVERTE WS-CONV-ENT (DIGITOS DIGITADOS A ESQUERDA, O      *
007600* RESTO EM BRANCO) PARA WS-CONV-NUM; BRANCO NO MEIO E        *
007610* IGNORADO E QUALQUER OUTRO CARACTERE DERRUBA CONVERSAO-OK.  *
007620*-----------------------------------------------------------*
007630     MOVE ZEROES TO WS-CONV-NUM
007640     MOVE 'S' TO WS-CONV-OK-SW
007650     MOVE 'S' TO WS-CONV-VAZIA-SW
007660     PERFORM 7210-CONVERTER-UM-DIGITO
007670         THRU 7210-CONVERTER-UM-DIGITO-EXIT
007680         VARYING WS-CONV-IX FROM 1 BY 1
007690         UNTIL WS-CONV-IX IS GREATER THAN 9
007700     IF ENTRADA-VAZIA
007710         MOVE 'N' TO WS-CONV-OK-SW
007720     END-IF
007730     .
007740 7200-CONVERTER-NUMERO-EXIT.
007750     EXIT.
007760 7210-CONVERTER-UM-DIGITO.
007770     MOVE WS-CONV-ENT(WS-CONV-IX:1) TO WS-CONV-DIG-X
007780     IF WS-CONV-DIG-X IS EQUAL TO SPACE
007790         GO TO 7210-CONVERTER-UM-DIGITO-EXIT
007800     END-IF
007810     IF WS-CONV-DIG-X IS NUMERIC
007820         COMPUTE WS-CONV-NUM =
007830             (WS-CONV-NUM * 10) + WS-CONV-DIG-9
007840         MOVE 'N' TO WS-CONV-VAZIA-SW
007850     ELSE
007860         MOVE 'N' TO WS-CONV-OK-SW
007870     END-IF
007880     .
007890 7210-CONVERTER-UM-DIGITO-EXIT.
007900     EXIT.
007910 7300-EDITAR-DATA.
007920*-----------------------------------------------------------*
007930* WS-DATA-AUX (AAAAMMDD) EM WS-DATA-ED (DD/MM/AAAA).         *
007940*-----------------------------------------------------------*
007950     MOVE WS-DATA-DD   TO WS-DATA-ED-DD
007960     MOVE WS-DATA-MM   TO WS-DATA-ED-MM
007970     MOVE WS-DATA-AAAA TO WS-DATA-ED-AAAA
007980     .
007990 7300-EDITAR-DATA-EXIT.
008000     EXIT.
008010 8000-ENVIAR-E-RETORNAR.
008020*-----------------------------------------------------------*
008030* ENVIA A TELA MONTADA E REARMA A TRANSACAO COM A FASE JA    *
008040* POSTA EM CA-FASE.                                          *
008050*-----------------------------------------------------------*
008060     EXEC CICS SEND TEXT
008070         FROM   (WS-TELA)
008080         LENGTH (WS-TELA-LEN)
008090         ERASE
008100     END-EXEC
008110     EXEC CICS RETURN
008120         TRANSID  (EIBTRNID)
008130         COMMAREA (WS-COMMAREA)
008140         LENGTH   (LENGTH OF WS-COMMAREA)
008150     END-EXEC
008160     .
008170 8000-ENVIAR-E-RETORNAR-EXIT.
008180     EXIT.
008190 8100-ENVIAR-LINHA.
008200*-----------------------------------------------------------*
008210* ENVIA MAIS UMA LINHA ABAIXO DAS JA MOSTRADAS.              *
008220*-----------------------------------------------------------*
008230     EXEC CICS SEND TEXT
008240         FROM   (WS-TELA)
008250         LENGTH (WS-TELA-LEN)
008260     END-EXEC
008270     .
008280 8100-ENVIAR-LINHA-EXIT.
008290     EXIT.
008300 8200-ENVIAR-E-ENCERRAR.
008310*-----------------------------------------------------------*
008320* RECUSA OU FIM: APAGA A TELA, MOSTRA A MENSAGEM E ENCERRA   *
008330* SEM REARMAR A TRANSACAO.                                   *
008340*-----------------------------------------------------------*
008350     EXEC CICS SEND TEXT
008360         FROM   (WS-TELA)
008370         LENGTH (WS-TELA-LEN)
008380         ERASE
008390     END-EXEC
008400     EXEC CICS RETURN
008410     END-EXEC
008420     .
008430 8200-ENVIAR-E-ENCERRAR-EXIT.
008440     EXIT.
008450 8400-ULTIMA-E-RETORNAR.
008460*-----------------------------------------------------------*
008470* ULTIMA LINHA DA TELA, ABAIXO DAS JA MOSTRADAS, E REARMA A  *
008480* TRANSACAO COM A FASE JA POSTA EM CA-FASE.                  *
008490*-----------------------------------------------------------*
008500     EXEC CICS SEND TEXT
008510         FROM   (WS-TELA)
008520         LENGTH (WS-TELA-LEN)
008530     END-EXEC
008540     EXEC CICS RETURN
008550         TRANSID  (EIBTRNID)
008560         COMMAREA (WS-COMMAREA)
008570         LENGTH   (LENGTH OF WS-COMMAREA)
008580     END-EXEC
008590     .
008600 8400-ULTIMA-E-RETORNAR-EXIT.
008610     EXIT.
008620 8900-FORA-DO-AR.
008630*-----------------------------------------------------------*
008640* ERRO DE ARQUIVO NO CICS: AVISA E ENCERRA.                  *
008650*-----------------------------------------------------------*
008660     MOVE SPACES TO WS-TELA
008670     STRING 'CONSULTA FORA DO AR NO MOMENTO. '
008680            'TENTE MAIS TARDE.' DELIMITED BY SIZE
008690            INTO WS-TELA
008700     END-STRING
008710     PERFORM 8200-ENVIAR-E-ENCERRAR
008720         THRU 8200-ENVIAR-E-ENCERRAR-EXIT
008730     .
008740 8900-FORA-DO-AR-EXIT.
008750     EXIT.
