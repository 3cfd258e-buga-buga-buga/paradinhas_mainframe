000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDAOFMAP.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - MAPA DE OFFSETS DO PROGRAMA
000120*                  COMPILADO. RODA COMO PASSO SEGUINTE AO DA *
000130*                  COMPILACAO, LENDO A LISTAGEM (DD LISTAGEM,*
000140*                  COMPILADA COM A OPCAO OFFSET): GUARDA A   *
000150*                  LINHA DE INICIO DE CADA PARAGRAFO DA      *
000160*                  PROCEDURE DIVISION E, PARA CADA VERBO DA  *
000170*                  TABELA CONDENSADA (LINHA, HEXLOC, VERBO), *
000180*                  ACRESCENTA AO DD OFFMAP UMA FAIXA DE OFFSETS
000190*                  COM O PARAGRAFO, A LINHA E O VERBO. O     *
000200*                  GDAABEND CONSULTA O MAPA NO ABEND DO MODO *
000210*                  AUTOMATICO PARA DIZER ONDE O PROGRAMA CAIU.
000220*
000230* CARTOES (DD CARTAO, OPCIONAL), EM QUALQUER ORDEM:          *
000240*   PROGRAMA=XXXXXXXX  NOME DO PROGRAMA (PADRAO: O PROGRAM-ID*
000250*                      DA LISTAGEM)                          *
000260*   DATA=CCYYMMDD      DATA DA COMPILACAO (PADRAO: HOJE)     *
000270*   FONTE=NNN          COLUNA DA LISTAGEM ONDE COMECA A COLUNA
000280*                      1 DO FONTE (PADRAO 017)               *
000290*
000300* LISTAGEM: LINHA DE FONTE COM O LINEID NAS COLUNAS 2-7 E O  *
000310* FONTE A PARTIR DA COLUNA FONTE=. A TABELA DE VERBOS COMECA NA
000320* LINHA DE TITULO COM 'HEXLOC'; CADA TRINCA E' LINHA (6      *
000330* DIGITOS), HEXLOC (6 HEXA) E VERBO, SEPARADOS POR BRANCO, EM*
000340* QUALQUER COLUNA. A TABELA TERMINA NA PRIMEIRA LINHA NAO    *
000350* BRANCA SEM TRINCA, QUE NAO SEJA TITULO NEM SALTO DE PAGINA.*
000360*
000370* DD OFFMAP (FB 100, ACUMULADO - DISP=MOD), UM REGISTRO POR  *
000380* VERBO: PROGRAMA, DATA DA COMPILACAO, OFFSET INICIAL E FINAL*
000390* (DECIMAL), PARAGRAFO, LINHA E VERBO. A FAIXA DE UM VERBO VAI
000400* ATE O BYTE ANTERIOR AO VERBO SEGUINTE; A DO ULTIMO VAI ATE O
000410* FIM DO PROGRAMA. O GDAABEND VALE A DATA MAIS RECENTE DE CADA
000420* PROGRAMA E, NA MESMA DATA, O ULTIMO LANCAMENTO.            *
000430*
000440* RETORNO: 0 = MAPA GRAVADO; 8 = LISTAGEM SEM PROGRAM-ID OU SEM
000450*          TABELA DE VERBOS (COMPILAR COM OFFSET); 16 = ERRO DE
000460*          ARQUIVO OU DE CARTAO.                             *
000470*-----------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CARTAO-FILE ASSIGN TO CARTAO
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FS-CARTAO.
000550     SELECT LISTAGEM-FILE ASSIGN TO LISTAGEM
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FS-LISTAGEM.
000580     SELECT OFFMAP-FILE ASSIGN TO OFFMAP
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-FS-OFFMAP.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CARTAO-FILE
000640     RECORDING MODE IS F.
000650 01  REG-CARTAO               PIC X(80).
000660 FD  LISTAGEM-FILE
000670     RECORDING MODE IS F.
000680 01  REG-LISTAGEM             PIC X(200).
000690 FD  OFFMAP-FILE
000700     RECORDING MODE IS F.
000710 01  REG-OFFMAP.
000720     05  MAP-PROGRAMA         PIC X(08).
000730     05  FILLER               PIC X(01).
000740     05  MAP-DATA-COMPIL      PIC 9(08).
000750     05  FILLER               PIC X(01).
000760     05  MAP-OFF-INI          PIC 9(09).
000770     05  FILLER               PIC X(01).
000780     05  MAP-OFF-FIM          PIC 9(09).
000790     05  FILLER               PIC X(01).
000800     05  MAP-PARAGRAFO        PIC X(30).
000810     05  FILLER               PIC X(01).
000820     05  MAP-LINHA            PIC 9(06).
000830     05  FILLER               PIC X(01).
000840     05  MAP-VERBO            PIC X(12).
000850     05  FILLER               PIC X(12).
000860 WORKING-STORAGE SECTION.
000870 77  WS-FS-CARTAO             PIC X(02) VALUE '00'.
000880 77  WS-FS-LISTAGEM           PIC X(02) VALUE '00'.
000890 77  WS-FS-OFFMAP             PIC X(02) VALUE '00'.
000900 01  WS-SWITCHES.
000910     05  WS-FIM-LST-SW        PIC X(01) VALUE 'N'.
000920         88  FIM-DA-LISTAGEM           VALUE 'S'.
000930     05  WS-FIM-CTL-SW        PIC X(01) VALUE 'N'.
000940         88  FIM-DOS-CARTOES           VALUE 'S'.
000950     05  WS-PROC-SW           PIC X(01) VALUE 'N'.
000960         88  NA-PROCEDURE              VALUE 'S'.
000970     05  WS-VERBOS-SW         PIC X(01) VALUE 'N'.
000980         88  NA-TABELA-VERBOS          VALUE 'S'.
000990         88  TABELA-ENCERRADA          VALUE 'F'.
001000     05  WS-PENDENTE-SW       PIC X(01) VALUE 'N'.
001010         88  HA-PENDENTE               VALUE 'S'.
001020     05  WS-HEXA-SW           PIC X(01) VALUE 'N'.
001030         88  HEXA-VALIDO               VALUE 'S'.
001040     05  WS-TRINCA-SW         PIC X(01) VALUE 'N'.
001050         88  LINHA-COM-TRINCA          VALUE 'S'.
001060 01  WS-PARAMETROS.
001070     05  WS-PROGRAMA          PIC X(08) VALUE SPACES.
001080     05  WS-DATA-COMPIL       PIC 9(08) VALUE ZEROES.
001090     05  WS-FONTE             PIC 9(03) VALUE 17.
001100 01  WS-CONTADORES.
001110     05  WS-LINHAS-LIDAS      PIC 9(07) VALUE ZEROES.
001120     05  WS-GRAVADOS          PIC 9(07) VALUE ZEROES.
001130*-----------------------------------------------------------*
001140* LINHA DE FONTE DA LISTAGEM                                 *
001150*-----------------------------------------------------------*
001160 01  WS-LINEID                PIC 9(06) VALUE ZEROES.
001170 01  WS-IMAGEM.
001180     05  WS-IMG-SEQ           PIC X(06).
001190     05  WS-IMG-IND           PIC X(01).
001200     05  WS-IMG-AREA-A        PIC X(01).
001210     05  FILLER               PIC X(72).
001220 01  WS-IMG-TEXTO             PIC X(73) VALUE SPACES.
001230 01  WS-PALAVRA-1             PIC X(30) VALUE SPACES.
001240 01  WS-PALAVRA-2             PIC X(30) VALUE SPACES.
001250*-----------------------------------------------------------*
001260* PARAGRAFOS DA PROCEDURE DIVISION, EM ORDEM DE LINHA        *
001270*-----------------------------------------------------------*
001280 01  WS-TAB-PARAGRAFOS.
001290     05  WS-PAR-MAX           PIC 9(04) VALUE 3000.
001300     05  WS-PAR-COUNT         PIC 9(04) VALUE ZEROES.
001310     05  WS-PAR-IX            PIC 9(04) VALUE ZEROES.
001320     05  WS-PAR-ATUAL         PIC 9(04) VALUE ZEROES.
001330     05  WS-PAR-ENT OCCURS 3000 TIMES.
001340         10  WS-PAR-NOME      PIC X(30).
001350         10  WS-PAR-LINHA     PIC 9(06).
001360 01  WS-PAR-ESTOURO           PIC 9(05) VALUE ZEROES.
001370*-----------------------------------------------------------*
001380* TRINCA CORRENTE E VERBO PENDENTE (A FAIXA DELE SO FECHA    *
001390* QUANDO O PROXIMO VERBO APARECE)                            *
001400*-----------------------------------------------------------*
001410 01  WS-COL                   PIC 9(03) VALUE ZEROES.
001420 01  WS-COL-VERBO             PIC 9(03) VALUE ZEROES.
001430 01  WS-TAM-VERBO             PIC 9(03) VALUE ZEROES.
001440 01  WS-TRI-LINHA             PIC 9(06) VALUE ZEROES.
001450 01  WS-TRI-OFFSET            PIC 9(09) VALUE ZEROES.
001460 01  WS-TRI-VERBO             PIC X(12) VALUE SPACES.
001470 01  WS-PEND.
001480     05  WS-PEND-LINHA        PIC 9(06) VALUE ZEROES.
001490     05  WS-PEND-OFFSET       PIC 9(09) VALUE ZEROES.
001500     05  WS-PEND-VERBO        PIC X(12) VALUE SPACES.
001510     05  WS-PEND-PARAGRAFO    PIC X(30) VALUE SPACES.
001520*-----------------------------------------------------------*
001530* CONVERSAO DE HEXA (6 DIGITOS) PARA DECIMAL                 *
001540*-----------------------------------------------------------*
001550 01  WS-HEX-DIGITOS           PIC X(16) VALUE
001560     '0123456789ABCDEF'.
001570 01  WS-HEX-ENTRADA           PIC X(06) VALUE SPACES.
001580 01  WS-HEX-VALOR             PIC 9(09) VALUE ZEROES.
001590 01  WS-HEX-IX                PIC 9(02) VALUE ZEROES.
001600 01  WS-HEX-DIGITO            PIC 9(02) VALUE ZEROES.
001610 PROCEDURE DIVISION.
001620 0000-MAINLINE.
001630*-----------------------------------------------------------*
001640* PARAGRAFO PRINCIPAL.                                       *
001650*-----------------------------------------------------------*
001660     PERFORM 1000-INITIALIZE
001670         THRU 1000-INITIALIZE-EXIT
001680     PERFORM 2000-LER-LISTAGEM
001690         THRU 2000-LER-LISTAGEM-EXIT
001700         UNTIL FIM-DA-LISTAGEM
001710     PERFORM 9999-TERMINATE
001720         THRU 9999-TERMINATE-EXIT
001730     STOP RUN
001740     .
001750 0000-MAINLINE-EXIT.
001760     EXIT.
001770 1000-INITIALIZE.
001780*-----------------------------------------------------------*
001790* CARTOES, DATA PADRAO E ABERTURA DOS ARQUIVOS.              *
001800*-----------------------------------------------------------*
001810     ACCEPT WS-DATA-COMPIL FROM DATE YYYYMMDD
001820     OPEN INPUT CARTAO-FILE
001830     IF WS-FS-CARTAO IS EQUAL TO '00'
001840         PERFORM 1100-LER-CARTAO
001850             THRU 1100-LER-CARTAO-EXIT
001860             UNTIL FIM-DOS-CARTOES
001870         CLOSE CARTAO-FILE
001880     END-IF
001890     IF WS-FONTE IS LESS THAN 1
001900         OR WS-FONTE IS GREATER THAN 120
001910         DISPLAY "GDAOFMAP: FONTE= FORA DE 1 A 120: " WS-FONTE
001920         MOVE 16 TO RETURN-CODE
001930         STOP RUN
001940     END-IF
001950     OPEN INPUT LISTAGEM-FILE
001960     IF WS-FS-LISTAGEM NOT EQUAL '00'
001970         DISPLAY "GDAOFMAP: ERRO NO OPEN DA LISTAGEM, STATUS = "
001980                 WS-FS-LISTAGEM
001990         MOVE 16 TO RETURN-CODE
002000         STOP RUN
002010     END-IF
002020     .
002030 1000-INITIALIZE-EXIT.
002040     EXIT.
002050 1100-LER-CARTAO.
002060*-----------------------------------------------------------*
002070* UM CARTAO: PROGRAMA=, DATA= OU FONTE=.                     *
002080*-----------------------------------------------------------*
002090     READ CARTAO-FILE
002100         AT END
002110             SET FIM-DOS-CARTOES TO TRUE
002120             GO TO 1100-LER-CARTAO-EXIT
002130     END-READ
002140     IF REG-CARTAO (1:1) IS EQUAL TO '*'
002150         OR REG-CARTAO IS EQUAL TO SPACES
002160         GO TO 1100-LER-CARTAO-EXIT
002170     END-IF
002180     EVALUATE TRUE
002190         WHEN REG-CARTAO (1:9) IS EQUAL TO 'PROGRAMA='
002200             MOVE REG-CARTAO (10:8) TO WS-PROGRAMA
002210         WHEN REG-CARTAO (1:5) IS EQUAL TO 'DATA='
002220          AND REG-CARTAO (6:8) IS NUMERIC
002230             MOVE REG-CARTAO (6:8) TO WS-DATA-COMPIL
002240         WHEN REG-CARTAO (1:6) IS EQUAL TO 'FONTE='
002250          AND REG-CARTAO (7:3) IS NUMERIC
002260             MOVE REG-CARTAO (7:3) TO WS-FONTE
002270         WHEN OTHER
002280             DISPLAY "GDAOFMAP: CARTAO INVALIDO: " REG-CARTAO
002290             MOVE 16 TO RETURN-CODE
002300             STOP RUN
002310     END-EVALUATE
002320     .
002330 1100-LER-CARTAO-EXIT.
002340     EXIT.
002350 2000-LER-LISTAGEM.
002360*-----------------------------------------------------------*
002370* UMA LINHA DA LISTAGEM: FONTE (PROGRAM-ID, PARAGRAFOS) ATE  *
002380* A TABELA DE VERBOS; DENTRO DELA, AS TRINCAS.               *
002390*-----------------------------------------------------------*
002400     READ LISTAGEM-FILE
002410         AT END
002420             SET FIM-DA-LISTAGEM TO TRUE
002430             GO TO 2000-LER-LISTAGEM-EXIT
002440     END-READ
002450     ADD 1 TO WS-LINHAS-LIDAS
002460     IF NA-TABELA-VERBOS
002470         PERFORM 4000-LINHA-DE-VERBOS
002480             THRU 4000-LINHA-DE-VERBOS-EXIT
002490         GO TO 2000-LER-LISTAGEM-EXIT
002500     END-IF
002510     IF TABELA-ENCERRADA
002520         GO TO 2000-LER-LISTAGEM-EXIT
002530     END-IF
002540     IF REG-LISTAGEM (1:120) IS NOT EQUAL TO SPACES
002550         MOVE ZEROES TO WS-COL
002560         INSPECT REG-LISTAGEM (1:120) TALLYING WS-COL
002570             FOR ALL 'HEXLOC'
002580         IF WS-COL IS GREATER THAN ZEROES
002590             SET NA-TABELA-VERBOS TO TRUE
002600             GO TO 2000-LER-LISTAGEM-EXIT
002610         END-IF
002620     END-IF
002630     IF REG-LISTAGEM (2:6) IS NUMERIC
002640         PERFORM 3000-LINHA-DE-FONTE
002650             THRU 3000-LINHA-DE-FONTE-EXIT
002660     END-IF
002670     .
002680 2000-LER-LISTAGEM-EXIT.
002690     EXIT.
002700 3000-LINHA-DE-FONTE.
002710*-----------------------------------------------------------*
002720* LINHA DE FONTE: PROGRAM-ID, INICIO DA PROCEDURE DIVISION E *
002730* NOMES NA MARGEM A (PARAGRAFO OU SECTION) DENTRO DELA.      *
002740* COMENTARIO E CONTINUACAO NAO CONTAM.                       *
002750*-----------------------------------------------------------*
002760     MOVE REG-LISTAGEM (2:6) TO WS-LINEID
002770     MOVE REG-LISTAGEM (WS-FONTE:80) TO WS-IMAGEM
002780     IF WS-IMG-IND IS EQUAL TO '*'
002790         OR WS-IMG-IND IS EQUAL TO '/'
002800         OR WS-IMG-IND IS EQUAL TO '-'
002810         GO TO 3000-LINHA-DE-FONTE-EXIT
002820     END-IF
002830     MOVE WS-IMAGEM (8:73) TO WS-IMG-TEXTO
002840     INSPECT WS-IMG-TEXTO REPLACING ALL '.' BY SPACE
002850     MOVE ZEROES TO WS-COL
002860     INSPECT WS-IMG-TEXTO TALLYING WS-COL FOR LEADING SPACE
002870     IF WS-COL IS GREATER THAN 60
002880         GO TO 3000-LINHA-DE-FONTE-EXIT
002890     END-IF
002900     ADD 1 TO WS-COL
002910     MOVE SPACES TO WS-PALAVRA-1 WS-PALAVRA-2
002920     UNSTRING WS-IMG-TEXTO (WS-COL:) DELIMITED BY ALL SPACE
002930         INTO WS-PALAVRA-1 WS-PALAVRA-2
002940     END-UNSTRING
002950     IF WS-PALAVRA-1 IS EQUAL TO 'PROGRAM-ID'
002960         AND WS-PROGRAMA IS EQUAL TO SPACES
002970         MOVE WS-PALAVRA-2 TO WS-PROGRAMA
002980         GO TO 3000-LINHA-DE-FONTE-EXIT
002990     END-IF
003000     IF WS-PALAVRA-1 IS EQUAL TO 'PROCEDURE'
003010         AND WS-PALAVRA-2 IS EQUAL TO 'DIVISION'
003020         SET NA-PROCEDURE TO TRUE
003030         GO TO 3000-LINHA-DE-FONTE-EXIT
003040     END-IF
003050     IF NOT NA-PROCEDURE
003060         OR WS-IMG-AREA-A IS EQUAL TO SPACE
003070         OR WS-PALAVRA-1 IS EQUAL TO 'END'
003080         OR WS-PALAVRA-1 IS EQUAL TO 'DECLARATIVES'
003090         GO TO 3000-LINHA-DE-FONTE-EXIT
003100     END-IF
003110     IF WS-PAR-COUNT IS EQUAL TO WS-PAR-MAX
003120         ADD 1 TO WS-PAR-ESTOURO
003130         GO TO 3000-LINHA-DE-FONTE-EXIT
003140     END-IF
003150     ADD 1 TO WS-PAR-COUNT
003160     MOVE WS-PALAVRA-1 TO WS-PAR-NOME (WS-PAR-COUNT)
003170     MOVE WS-LINEID    TO WS-PAR-LINHA (WS-PAR-COUNT)
003180     .
003190 3000-LINHA-DE-FONTE-EXIT.
003200     EXIT.
003210 4000-LINHA-DE-VERBOS.
003220*-----------------------------------------------------------*
003230* UMA LINHA DA TABELA DE VERBOS: PROCURA AS TRINCAS EM       *
003240* QUALQUER COLUNA. LINHA SEM TRINCA ENCERRA A TABELA, SALVO  *
003250* BRANCO, TITULO E SALTO DE PAGINA.                          *
003260*-----------------------------------------------------------*
003270     MOVE 'N' TO WS-TRINCA-SW
003280     PERFORM 4100-PROCURAR-TRINCA
003290         THRU 4100-PROCURAR-TRINCA-EXIT
003300         VARYING WS-COL FROM 1 BY 1
003310         UNTIL WS-COL > 180
003320     IF LINHA-COM-TRINCA
003330         OR REG-LISTAGEM IS EQUAL TO SPACES
003340         OR REG-LISTAGEM (1:1) IS EQUAL TO '1'
003350         GO TO 4000-LINHA-DE-VERBOS-EXIT
003360     END-IF
003370     MOVE ZEROES TO WS-COL
003380     INSPECT REG-LISTAGEM TALLYING WS-COL FOR ALL 'HEXLOC'
003390     IF WS-COL IS EQUAL TO ZEROES
003400         SET TABELA-ENCERRADA TO TRUE
003410     END-IF
003420     .
003430 4000-LINHA-DE-VERBOS-EXIT.
003440     EXIT.
003450 4100-PROCURAR-TRINCA.
003460*-----------------------------------------------------------*
003470* TRINCA NA COLUNA WS-COL: 6 DIGITOS, BRANCO, 6 HEXA, BRANCO *
003480* E O VERBO. ACHANDO, PULA A COLUNA PARA DEPOIS DELA.        *
003490*-----------------------------------------------------------*
003500     IF REG-LISTAGEM (WS-COL:6) IS NOT NUMERIC
003510         GO TO 4100-PROCURAR-TRINCA-EXIT
003520     END-IF
003530     IF WS-COL IS GREATER THAN 1
003540         IF REG-LISTAGEM (WS-COL - 1:1) IS NOT EQUAL TO SPACE
003550             GO TO 4100-PROCURAR-TRINCA-EXIT
003560         END-IF
003570     END-IF
003580     IF REG-LISTAGEM (WS-COL + 6:1) IS NOT EQUAL TO SPACE
003590         OR REG-LISTAGEM (WS-COL + 13:1) IS NOT EQUAL TO SPACE
003600         OR REG-LISTAGEM (WS-COL + 14:1) IS EQUAL TO SPACE
003610         GO TO 4100-PROCURAR-TRINCA-EXIT
003620     END-IF
003630     MOVE REG-LISTAGEM (WS-COL + 7:6) TO WS-HEX-ENTRADA
003640     PERFORM 7000-HEXA-PARA-DECIMAL
003650         THRU 7000-HEXA-PARA-DECIMAL-EXIT
003660     IF NOT HEXA-VALIDO
003670         GO TO 4100-PROCURAR-TRINCA-EXIT
003680     END-IF
003690     SET LINHA-COM-TRINCA TO TRUE
003700     MOVE REG-LISTAGEM (WS-COL:6) TO WS-TRI-LINHA
003710     MOVE WS-HEX-VALOR TO WS-TRI-OFFSET
003720     COMPUTE WS-COL-VERBO = WS-COL + 14
003730     MOVE ZEROES TO WS-TAM-VERBO
003740     INSPECT REG-LISTAGEM (WS-COL-VERBO:12) TALLYING WS-TAM-VERBO
003750         FOR CHARACTERS BEFORE INITIAL SPACE
003760     MOVE SPACES TO WS-TRI-VERBO
003770     MOVE REG-LISTAGEM (WS-COL-VERBO:WS-TAM-VERBO) TO WS-TRI-VERBO
003780     PERFORM 5000-FECHAR-PENDENTE
003790         THRU 5000-FECHAR-PENDENTE-EXIT
003800     PERFORM 6000-ACHAR-PARAGRAFO
003810         THRU 6000-ACHAR-PARAGRAFO-EXIT
003820     MOVE WS-TRI-LINHA  TO WS-PEND-LINHA
003830     MOVE WS-TRI-OFFSET TO WS-PEND-OFFSET
003840     MOVE WS-TRI-VERBO  TO WS-PEND-VERBO
003850     SET HA-PENDENTE TO TRUE
003860     COMPUTE WS-COL = WS-COL-VERBO + WS-TAM-VERBO
003870     .
003880 4100-PROCURAR-TRINCA-EXIT.
003890     EXIT.
003900 5000-FECHAR-PENDENTE.
003910*-----------------------------------------------------------*
003920* GRAVA O VERBO PENDENTE: A FAIXA DELE VAI ATE O BYTE        *
003930* ANTERIOR AO VERBO QUE ACABOU DE APARECER (NO FIM DA        *
003940* LISTAGEM, ATE O FIM DO PROGRAMA).                          *
003950*-----------------------------------------------------------*
003960     IF NOT HA-PENDENTE
003970         GO TO 5000-FECHAR-PENDENTE-EXIT
003980     END-IF
003990     IF WS-GRAVADOS IS EQUAL TO ZEROES
004000         OPEN EXTEND OFFMAP-FILE
004010         IF WS-FS-OFFMAP NOT EQUAL '00'
004020             OPEN OUTPUT OFFMAP-FILE
004030         END-IF
004040         IF WS-FS-OFFMAP NOT EQUAL '00'
004050             DISPLAY "GDAOFMAP: ERRO NO OPEN DO OFFMAP, STATUS = "
004060                     WS-FS-OFFMAP
004070             MOVE 16 TO RETURN-CODE
004080             STOP RUN
004090         END-IF
004100     END-IF
004110     MOVE SPACES            TO REG-OFFMAP
004120     MOVE WS-PROGRAMA       TO MAP-PROGRAMA
004130     MOVE WS-DATA-COMPIL    TO MAP-DATA-COMPIL
004140     MOVE WS-PEND-OFFSET    TO MAP-OFF-INI
004150     IF FIM-DA-LISTAGEM
004160         OR WS-TRI-OFFSET IS NOT GREATER THAN WS-PEND-OFFSET
004170         MOVE 999999999     TO MAP-OFF-FIM
004180     ELSE
004190         COMPUTE MAP-OFF-FIM = WS-TRI-OFFSET - 1
004200     END-IF
004210     MOVE WS-PEND-PARAGRAFO TO MAP-PARAGRAFO
004220     MOVE WS-PEND-LINHA     TO MAP-LINHA
004230     MOVE WS-PEND-VERBO     TO MAP-VERBO
004240     WRITE REG-OFFMAP
004250     ADD 1 TO WS-GRAVADOS
004260     MOVE 'N' TO WS-PENDENTE-SW
004270     .
004280 5000-FECHAR-PENDENTE-EXIT.
004290     EXIT.
004300 6000-ACHAR-PARAGRAFO.
004310*-----------------------------------------------------------*
004320* PARAGRAFO DA LINHA DO VERBO: O ULTIMO QUE COMECA NELA OU   *
004330* ANTES. A TABELA DE VERBOS VEM EM ORDEM DE LINHA, ENTAO A   *
004340* BUSCA CONTINUA DE ONDE PAROU E SO RECOMECA SE A LINHA      *
004350* VOLTAR.                                                    *
004360*-----------------------------------------------------------*
004370     MOVE SPACES TO WS-PEND-PARAGRAFO
004380     IF WS-PAR-COUNT IS EQUAL TO ZEROES
004390         GO TO 6000-ACHAR-PARAGRAFO-EXIT
004400     END-IF
004410     IF WS-PAR-ATUAL IS EQUAL TO ZEROES
004420         OR WS-PAR-LINHA (WS-PAR-ATUAL) IS GREATER THAN
004430             WS-TRI-LINHA
004440         MOVE 1 TO WS-PAR-ATUAL
004450     END-IF
004460     PERFORM 6100-AVANCAR-PARAGRAFO
004470         THRU 6100-AVANCAR-PARAGRAFO-EXIT
004480         UNTIL WS-PAR-ATUAL IS EQUAL TO WS-PAR-COUNT
004490            OR WS-PAR-LINHA (WS-PAR-ATUAL + 1) IS GREATER THAN
004500               WS-TRI-LINHA
004510     IF WS-PAR-LINHA (WS-PAR-ATUAL) IS NOT GREATER THAN
004520         WS-TRI-LINHA
004530         MOVE WS-PAR-NOME (WS-PAR-ATUAL) TO WS-PEND-PARAGRAFO
004540     END-IF
004550     .
004560 6000-ACHAR-PARAGRAFO-EXIT.
004570     EXIT.
004580 6100-AVANCAR-PARAGRAFO.
004590     ADD 1 TO WS-PAR-ATUAL
004600     .
004610 6100-AVANCAR-PARAGRAFO-EXIT.
004620     EXIT.
004630 7000-HEXA-PARA-DECIMAL.
004640*-----------------------------------------------------------*
004650* WS-HEX-ENTRADA (6 DIGITOS HEXA, MAIUSCULOS) EM             *
004660* WS-HEX-VALOR. QUALQUER OUTRO CARACTER: HEXA INVALIDO.      *
004670*-----------------------------------------------------------*
004680     MOVE 'S' TO WS-HEXA-SW
004690     MOVE ZEROES TO WS-HEX-VALOR
004700     PERFORM 7100-UM-DIGITO-HEXA
004710         THRU 7100-UM-DIGITO-HEXA-EXIT
004720         VARYING WS-HEX-IX FROM 1 BY 1
004730         UNTIL WS-HEX-IX > 6
004740            OR NOT HEXA-VALIDO
004750     .
004760 7000-HEXA-PARA-DECIMAL-EXIT.
004770     EXIT.
004780 7100-UM-DIGITO-HEXA.
004790     MOVE ZEROES TO WS-HEX-DIGITO
004800     INSPECT WS-HEX-DIGITOS TALLYING WS-HEX-DIGITO
004810         FOR CHARACTERS
004820         BEFORE INITIAL WS-HEX-ENTRADA (WS-HEX-IX:1)
004830     IF WS-HEX-DIGITO IS GREATER THAN 15
004840         MOVE 'N' TO WS-HEXA-SW
004850         GO TO 7100-UM-DIGITO-HEXA-EXIT
004860     END-IF
004870     COMPUTE WS-HEX-VALOR = WS-HEX-VALOR * 16 + WS-HEX-DIGITO
004880     .
004890 7100-UM-DIGITO-HEXA-EXIT.
004900     EXIT.
004910 9999-TERMINATE.
004920*-----------------------------------------------------------*
004930* FECHA O ULTIMO VERBO, OS ARQUIVOS E DEFINE O RC.           *
004940*-----------------------------------------------------------*
004950     PERFORM 5000-FECHAR-PENDENTE
004960         THRU 5000-FECHAR-PENDENTE-EXIT
004970     CLOSE LISTAGEM-FILE
004980     IF WS-GRAVADOS IS GREATER THAN ZEROES
004990         CLOSE OFFMAP-FILE
005000     END-IF
005010     DISPLAY "GDAOFMAP: PROGRAMA " WS-PROGRAMA " COMPILADO EM "
005020             WS-DATA-COMPIL ", " WS-LINHAS-LIDAS
005030             " LINHA(S) LIDA(S), "
005040             WS-PAR-COUNT " PARAGRAFO(S), " WS-GRAVADOS
005050             " FAIXA(S) NO OFFMAP"
005060     IF WS-PAR-ESTOURO IS GREATER THAN ZEROES
005070         DISPLAY "GDAOFMAP: " WS-PAR-ESTOURO " PARAGRAFO(S) ALEM"
005080                 " DA TABELA IGNORADO(S)"
005090     END-IF
005100     EVALUATE TRUE
005110         WHEN WS-PROGRAMA IS EQUAL TO SPACES
005120             DISPLAY "GDAOFMAP: LISTAGEM SEM PROGRAM-ID"
005130             MOVE 8 TO RETURN-CODE
005140         WHEN WS-GRAVADOS IS EQUAL TO ZEROES
005150             DISPLAY "GDAOFMAP: LISTAGEM SEM TABELA DE VERBOS - "
005160                     "COMPILAR COM A OPCAO OFFSET"
005170             MOVE 8 TO RETURN-CODE
005180     END-EVALUATE
005190     .
005200 9999-TERMINATE-EXIT.
005210     EXIT.
