000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDAMASK.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - EXTRATOR DE MASSA DE TESTE *
000120*                  MASCARADA. LE UM ARQUIVO REAL (DD DADOS)   *
000130*                  COM O MESMO DESENHO DE CAMPOS DO GDAPROFL  *
000140*                  (DD LAYOUT), SEPARA UMA AMOSTRA POR        *
000150*                  QUANTIDADE OU POR FAIXA DE CHAVE E         *
000160*                  MASCARA OS CAMPOS MARCADOS COMO SENSIVEIS: *
000170*                  TEXTO TEM AS LETRAS E DIGITOS SORTEADOS,   *
000180*                  NUMERO RECEBE DIGITOS SORTEADOS NA MESMA   *
000190*                  PICTURE (SINAL, PONTO E ZEROS A ESQUERDA   *
000200*                  PRESERVADOS) E DATA AAMMDD E DESLOCADA DE  *
000210*                  UM NUMERO FIXO DE DIAS PELO GDADTCALC,     *
000220*                  CONFERIDA DE NOVO NO GDADTVAL. A SAIDA (DD *
000230*                  MOCKOUT) E UM MEMBRO MOCK FILE PRONTO PARA *
000240*                  INCLUDE NUM UTESTS, COM CADA REGISTRO      *
000250*                  QUEBRADO EM LITERAIS DE CONTINUACAO.       *
000260*                                                             *
000270* LAYOUT (DD LAYOUT, UM CAMPO POR CARTAO, IGUAL AO GDAPROFL):  *
000280*   COLS 01-30  NOME DO CAMPO                                 *
000290*   COLS 32-35  POSICAO (1-RELATIVA) NO REGISTRO              *
000300*   COLS 37-39  TAMANHO                                       *
000310*   COL  41     TIPO: N = NUMERICO, D = DATA AAMMDD, X = TEXTO*
000320*   COL  43     S = CAMPO SENSIVEL, A SER MASCARADO           *
000330* CARTOES (DD CARTAO, OPCIONAL):                              *
000340*   ARQUIVO=nome      NOME INTERNO DO ARQUIVO NO MOCK FILE    *
000350*                     (PADRAO DADOS-FILE)                     *
000360*   AMOSTRA=NN        REGISTROS NA AMOSTRA (PADRAO E MAXIMO   *
000370*                     10, O LIMITE DE RETURN DO MOCK FILE)    *
000380*   INTERVALO=NNNNN   PEGA UM A CADA NNNNN REGISTROS ELEGIVEIS*
000390*   CHAVE=nome        CAMPO DO LAYOUT USADO NA FAIXA DE CHAVE *
000400*   DE=valor          PRIMEIRA CHAVE DA FAIXA (INCLUSIVE)     *
000410*   ATE=valor         ULTIMA CHAVE DA FAIXA (INCLUSIVE)       *
000420*   SEMENTE=NNNNNNNNN SEMENTE DO SORTEIO (MESMA SEMENTE, MESMA*
000430*                     MASCARA - O MEMBRO PODE SER REFEITO)    *
000440*   DESLOCA=NNNN      DIAS DE DESLOCAMENTO DAS DATAS (PADRAO  *
000450*                     SORTEADO ENTRE 1 E 365)                 *
000460*-----------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT DADOS-FILE ASSIGN TO DADOS
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-DADOS.
000540     SELECT LAYOUT-FILE ASSIGN TO LAYOUT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-LAYOUT.
000570     SELECT CARTAO-FILE ASSIGN TO CARTAO
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-CARTAO.
000600     SELECT MOCKOUT-FILE ASSIGN TO MOCKOUT
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-FS-MOCKOUT.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  DADOS-FILE
000660     RECORDING MODE IS F.
000670 01  REG-DADOS               PIC X(500).
000680 FD  LAYOUT-FILE
000690     RECORDING MODE IS F.
000700 01  REG-LAYOUT.
000710     05  LAY-NOME            PIC X(30).
000720     05  FILLER              PIC X(01).
000730     05  LAY-POS             PIC X(04).
000740     05  FILLER              PIC X(01).
000750     05  LAY-TAM             PIC X(03).
000760     05  FILLER              PIC X(01).
000770     05  LAY-TIPO            PIC X(01).
000780     05  FILLER              PIC X(01).
000790     05  LAY-SENSIVEL        PIC X(01).
000800     05  FILLER              PIC X(37).
000810 FD  CARTAO-FILE
000820     RECORDING MODE IS F.
000830 01  REG-CARTAO              PIC X(80).
000840 FD  MOCKOUT-FILE
000850     RECORDING MODE IS F.
000860 01  REG-MOCKOUT             PIC X(80).
000870 WORKING-STORAGE SECTION.
000880 77  WS-FS-DADOS              PIC X(02) VALUE '00'.
000890 77  WS-FS-LAYOUT             PIC X(02) VALUE '00'.
000900 77  WS-FS-CARTAO             PIC X(02) VALUE '00'.
000910 77  WS-FS-MOCKOUT            PIC X(02) VALUE '00'.
000920 01  WS-SWITCHES.
000930     05  WS-FIM-DADOS-SW      PIC X(01) VALUE 'N'.
000940         88  FIM-DOS-DADOS             VALUE 'S'.
000950     05  WS-FIM-LAY-SW        PIC X(01) VALUE 'N'.
000960         88  FIM-DO-LAYOUT             VALUE 'S'.
000970     05  WS-FIM-CRT-SW        PIC X(01) VALUE 'N'.
000980         88  FIM-DOS-CARTOES           VALUE 'S'.
000990     05  WS-FAIXA-SW          PIC X(01) VALUE 'N'.
001000         88  FAIXA-DE-CHAVE            VALUE 'S'.
001010     05  WS-DESLOCA-SW        PIC X(01) VALUE 'N'.
001020         88  DESLOCA-INFORMADO         VALUE 'S'.
001030     05  WS-DATA-SW           PIC X(01) VALUE 'N'.
001040         88  DATA-CONFERIDA            VALUE 'S'.
001050         88  DATA-NAO-CONFERIDA        VALUE 'N'.
001060     05  WS-ZEROS-SW          PIC X(01) VALUE 'S'.
001070         88  ZEROS-A-ESQUERDA          VALUE 'S'.
001080         88  FIM-ZEROS-A-ESQUERDA      VALUE 'N'.
001090*-----------------------------------------------------------*
001100* PARAMETROS DOS CARTOES                                     *
001110*-----------------------------------------------------------*
001120 01  WS-PARAMETROS.
001130     05  WS-ARQUIVO           PIC X(30) VALUE 'DADOS-FILE'.
001140     05  WS-AMOSTRA-MAX       PIC 9(02) VALUE 10.
001150     05  WS-AMOSTRA           PIC 9(02) VALUE 10.
001160     05  WS-INTERVALO         PIC 9(05) VALUE 1.
001170     05  WS-CHAVE-NOME        PIC X(30) VALUE SPACES.
001180     05  WS-CHAVE-DE          PIC X(30) VALUE LOW-VALUES.
001190     05  WS-CHAVE-ATE         PIC X(30) VALUE HIGH-VALUES.
001200     05  WS-CHAVE-IX          PIC 9(02) VALUE ZEROES.
001210     05  WS-SEMENTE           PIC 9(10) VALUE 12345.
001220     05  WS-DESLOCA           PIC 9(04) VALUE ZEROES.
001230 01  WS-CONTADORES.
001240     05  WS-LIDOS             PIC 9(07) VALUE ZEROES.
001250     05  WS-ELEGIVEIS         PIC 9(07) VALUE ZEROES.
001260     05  WS-SELECIONADOS      PIC 9(02) VALUE ZEROES.
001270     05  WS-MASCARADOS        PIC 9(07) VALUE ZEROES.
001280     05  WS-DATAS-MANTIDAS    PIC 9(07) VALUE ZEROES.
001290     05  WS-ASPAS-TROCADAS    PIC 9(07) VALUE ZEROES.
001300     05  WS-SENSIVEIS         PIC 9(02) VALUE ZEROES.
001310*-----------------------------------------------------------*
001320* TABELA DOS CAMPOS DO LAYOUT                                *
001330*-----------------------------------------------------------*
001340 01  WS-CAMPOS.
001350     05  WS-CMP-MAX           PIC 9(02) VALUE 50.
001360     05  WS-CMP-COUNT         PIC 9(02) VALUE ZEROES.
001370     05  WS-CMP-IX            PIC 9(02) VALUE ZEROES.
001380     05  WS-CMP-ENT OCCURS 50 TIMES.
001390         10  WS-CMP-NOME      PIC X(30).
001400         10  WS-CMP-POS       PIC 9(04).
001410         10  WS-CMP-TAM       PIC 9(03).
001420         10  WS-CMP-TIPO      PIC X(01).
001430         10  WS-CMP-SENSIVEL  PIC X(01).
001440             88  CAMPO-SENSIVEL        VALUE 'S'.
001450*-----------------------------------------------------------*
001460* REGISTRO MASCARADO E MONTAGEM DOS LITERAIS                 *
001470*-----------------------------------------------------------*
001480 01  WS-REG-MASC              PIC X(500) VALUE SPACES.
001490 01  WS-TAM-REG               PIC 9(03) VALUE ZEROES.
001500 01  WS-PEDACO-MAX            PIC 9(02) VALUE 50.
001510 01  WS-PEDACO-OFF            PIC 9(03) VALUE ZEROES.
001520 01  WS-PEDACO-TAM            PIC 9(03) VALUE ZEROES.
001530 01  WS-CAR-IX                PIC 9(03) VALUE ZEROES.
001540 01  WS-CAR-POS               PIC 9(03) VALUE ZEROES.
001550 01  WS-CAR                   PIC X(01) VALUE SPACE.
001560 01  WS-LAY-POS-N             PIC 9(04) VALUE ZEROES.
001570 01  WS-LAY-TAM-N             PIC 9(03) VALUE ZEROES.
001580 01  WS-CHAVE-ATUAL           PIC X(30) VALUE SPACES.
001590 01  WS-ASPAS-REG             PIC 9(03) VALUE ZEROES.
001600 01  WS-LETRAS-MAI            PIC X(26)
001610         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001620 01  WS-LETRAS-MIN            PIC X(26)
001630         VALUE 'abcdefghijklmnopqrstuvwxyz'.
001640 01  WS-DIGITOS               PIC X(10) VALUE '0123456789'.
001650*-----------------------------------------------------------*
001660* SINAL EMBUTIDO NO ULTIMO DIGITO (ZONA + E ZONA -): O DIGITO *
001670* SORTEADO CONTINUA NA MESMA ZONA.                            *
001680*-----------------------------------------------------------*
001690 01  WS-ZONA-POSITIVA         PIC X(10) VALUE '{ABCDEFGHI'.
001700 01  WS-ZONA-NEGATIVA         PIC X(10) VALUE '}JKLMNOPQR'.
001710*-----------------------------------------------------------*
001720* GERADOR PSEUDO-ALEATORIO (PARK-MILLER, MULTIPLICADOR 16807) *
001730*-----------------------------------------------------------*
001740 01  WS-SORTEIO-AREA.
001750     05  WS-MODULO            PIC 9(10) VALUE 2147483647.
001760     05  WS-PRODUTO           PIC 9(15) VALUE ZEROES.
001770     05  WS-QUOCIENTE         PIC 9(15) VALUE ZEROES.
001780     05  WS-FAIXA             PIC 9(03) VALUE ZEROES.
001790     05  WS-SORTEIO           PIC 9(03) VALUE ZEROES.
001800 01  WS-RESTO                 PIC 9(05) VALUE ZEROES.
001810 01  WS-LINHA-LITERAL.
001820     05  FILLER               PIC X(19) VALUE SPACES.
001830     05  LIT-TEXTO            PIC X(61) VALUE SPACES.
001840 01  WS-LINHA-COMENTARIO.
001850     05  FILLER               PIC X(06) VALUE SPACES.
001860     05  FILLER               PIC X(01) VALUE '*'.
001870     05  COM-TEXTO            PIC X(65) VALUE SPACES.
001880     05  FILLER               PIC X(08) VALUE SPACES.
001890 01  WS-LINHA-CAMPO.
001900     05  FILLER               PIC X(14) VALUE ' MASCARADO:  '.
001910     05  LCP-NOME             PIC X(30).
001920     05  FILLER               PIC X(07) VALUE ' TIPO '.
001930     05  LCP-TIPO             PIC X(01).
001940     05  FILLER               PIC X(13) VALUE SPACES.
001950 01  WS-EDITADO               PIC ZZZZZZ9.
001960*-----------------------------------------------------------*
001970* AREAS DOS VALIDADORES DA CASA                              *
001980*-----------------------------------------------------------*
001990 01  GDADTVAL-AREA.
002000     03  DTV-DATA-AAMMDD      PIC X(06).
002010     03  DTV-DATA-CCYYMMDD    PIC 9(08).
002020     03  DTV-STATUS           PIC 9(02).
002030 01  GDADTCALC-AREA.
002040     03  DTC-FUNCAO           PIC X(01).
002050     03  DTC-DATA-AAMMDD-1    PIC X(06).
002060     03  DTC-DATA-AAMMDD-2    PIC X(06).
002070     03  DTC-DIAS             PIC S9(05).
002080     03  DTC-RESULT-AAMMDD    PIC X(06).
002090     03  DTC-RESULT-CCYYMMDD  PIC 9(08).
002100     03  DTC-DIA-SEMANA       PIC 9(01).
002110     03  DTC-STATUS           PIC 9(02).
002120 PROCEDURE DIVISION.
002130 0000-MAINLINE.
002140*-----------------------------------------------------------*
002150* PARAGRAFO PRINCIPAL.                                       *
002160*-----------------------------------------------------------*
002170     PERFORM 1000-INITIALIZE
002180         THRU 1000-INITIALIZE-EXIT
002190     PERFORM 2000-SELECIONAR-REGISTRO
002200         THRU 2000-SELECIONAR-REGISTRO-EXIT
002210         UNTIL FIM-DOS-DADOS
002220            OR WS-SELECIONADOS IS EQUAL TO WS-AMOSTRA
002230     PERFORM 9999-TERMINATE
002240         THRU 9999-TERMINATE-EXIT
002250     STOP RUN
002260     .
002270 0000-MAINLINE-EXIT.
002280     EXIT.
002290 1000-INITIALIZE.
002300*-----------------------------------------------------------*
002310* CARREGA O LAYOUT E OS CARTOES, ABRE OS DADOS E O MEMBRO DE *
002320* SAIDA E GRAVA O CABECALHO DE COMENTARIOS.                  *
002330*-----------------------------------------------------------*
002340     OPEN INPUT LAYOUT-FILE
002350     IF WS-FS-LAYOUT NOT EQUAL '00'
002360         DISPLAY "GDAMASK: SEM DD LAYOUT, STATUS = "
002370                 WS-FS-LAYOUT
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF
002410     PERFORM 1100-LER-LAYOUT
002420         THRU 1100-LER-LAYOUT-EXIT
002430         UNTIL FIM-DO-LAYOUT
002440     CLOSE LAYOUT-FILE
002450     IF WS-CMP-COUNT IS EQUAL TO ZEROES
002460         DISPLAY "GDAMASK: LAYOUT VAZIO, NADA A EXTRAIR"
002470         MOVE 16 TO RETURN-CODE
002480         STOP RUN
002490     END-IF
002500     OPEN INPUT CARTAO-FILE
002510     IF WS-FS-CARTAO IS EQUAL TO '00'
002520         PERFORM 1200-LER-CARTAO
002530             THRU 1200-LER-CARTAO-EXIT
002540             UNTIL FIM-DOS-CARTOES
002550         CLOSE CARTAO-FILE
002560     END-IF
002570     PERFORM 1300-RESOLVER-CHAVE
002580         THRU 1300-RESOLVER-CHAVE-EXIT
002590     IF WS-SEMENTE IS EQUAL TO ZEROES
002600         OR WS-SEMENTE IS NOT LESS THAN WS-MODULO
002610         MOVE 12345 TO WS-SEMENTE
002620     END-IF
002630     IF NOT DESLOCA-INFORMADO
002640         MOVE 365 TO WS-FAIXA
002650         PERFORM 7000-SORTEAR
002660             THRU 7000-SORTEAR-EXIT
002670         MOVE WS-SORTEIO TO WS-DESLOCA
002680     END-IF
002690     OPEN INPUT DADOS-FILE
002700     IF WS-FS-DADOS NOT EQUAL '00'
002710         DISPLAY "GDAMASK: SEM DD DADOS, STATUS = "
002720                 WS-FS-DADOS
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF
002760     OPEN OUTPUT MOCKOUT-FILE
002770     IF WS-FS-MOCKOUT NOT EQUAL '00'
002780         DISPLAY "GDAMASK: SEM DD MOCKOUT, STATUS = "
002790                 WS-FS-MOCKOUT
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF
002830     PERFORM 1400-GRAVAR-CABECALHO
002840         THRU 1400-GRAVAR-CABECALHO-EXIT
002850     PERFORM 8000-LER-DADOS
002860         THRU 8000-LER-DADOS-EXIT
002870     .
002880 1000-INITIALIZE-EXIT.
002890     EXIT.
002900 1100-LER-LAYOUT.
002910     READ LAYOUT-FILE
002920         AT END
002930             SET FIM-DO-LAYOUT TO TRUE
002940             GO TO 1100-LER-LAYOUT-EXIT
002950     END-READ
002960     IF LAY-NOME IS EQUAL TO SPACES
002970         OR LAY-POS IS NOT NUMERIC
002980         OR LAY-TAM IS NOT NUMERIC
002990         DISPLAY "LAYOUT IGNORADO: " REG-LAYOUT (1:43)
003000         GO TO 1100-LER-LAYOUT-EXIT
003010     END-IF
003020     MOVE LAY-POS TO WS-LAY-POS-N
003030     MOVE LAY-TAM TO WS-LAY-TAM-N
003040     IF WS-LAY-POS-N IS EQUAL TO ZEROES
003050         OR WS-LAY-TAM-N IS EQUAL TO ZEROES
003060         OR WS-LAY-POS-N + WS-LAY-TAM-N - 1 IS GREATER THAN
003070            LENGTH OF REG-DADOS
003080         DISPLAY "LAYOUT FORA DO REGISTRO: " REG-LAYOUT (1:43)
003090         GO TO 1100-LER-LAYOUT-EXIT
003100     END-IF
003110     IF WS-CMP-COUNT IS EQUAL TO WS-CMP-MAX
003120         DISPLAY "GDAMASK: LAYOUT EXCEDE " WS-CMP-MAX
003130                 " CAMPOS, EXCEDENTE IGNORADO"
003140         GO TO 1100-LER-LAYOUT-EXIT
003150     END-IF
003160     ADD 1 TO WS-CMP-COUNT
003170     MOVE LAY-NOME     TO WS-CMP-NOME (WS-CMP-COUNT)
003180     MOVE LAY-POS      TO WS-CMP-POS (WS-CMP-COUNT)
003190     MOVE LAY-TAM      TO WS-CMP-TAM (WS-CMP-COUNT)
003200     MOVE LAY-TIPO     TO WS-CMP-TIPO (WS-CMP-COUNT)
003210     MOVE LAY-SENSIVEL TO WS-CMP-SENSIVEL (WS-CMP-COUNT)
003220     IF CAMPO-SENSIVEL (WS-CMP-COUNT)
003230         ADD 1 TO WS-SENSIVEIS
003240     END-IF
003250     .
003260 1100-LER-LAYOUT-EXIT.
003270     EXIT.
003280 1200-LER-CARTAO.
003290     READ CARTAO-FILE
003300         AT END
003310             SET FIM-DOS-CARTOES TO TRUE
003320             GO TO 1200-LER-CARTAO-EXIT
003330     END-READ
003340     EVALUATE TRUE
003350         WHEN REG-CARTAO (1:8) IS EQUAL TO 'ARQUIVO='
003360             MOVE REG-CARTAO (9:30) TO WS-ARQUIVO
003370         WHEN REG-CARTAO (1:8) IS EQUAL TO 'AMOSTRA='
003380          AND REG-CARTAO (9:2) IS NUMERIC
003390             MOVE REG-CARTAO (9:2) TO WS-AMOSTRA
003400             IF WS-AMOSTRA IS GREATER THAN WS-AMOSTRA-MAX
003410                 DISPLAY "GDAMASK: AMOSTRA=" WS-AMOSTRA
003420                         " ACIMA DO LIMITE DO MOCK FILE, "
003430                         "USANDO " WS-AMOSTRA-MAX
003440                 MOVE WS-AMOSTRA-MAX TO WS-AMOSTRA
003450             END-IF
003460             IF WS-AMOSTRA IS EQUAL TO ZEROES
003470                 MOVE WS-AMOSTRA-MAX TO WS-AMOSTRA
003480             END-IF
003490         WHEN REG-CARTAO (1:10) IS EQUAL TO 'INTERVALO='
003500          AND REG-CARTAO (11:5) IS NUMERIC
003510             MOVE REG-CARTAO (11:5) TO WS-INTERVALO
003520             IF WS-INTERVALO IS EQUAL TO ZEROES
003530                 MOVE 1 TO WS-INTERVALO
003540             END-IF
003550         WHEN REG-CARTAO (1:6) IS EQUAL TO 'CHAVE='
003560             MOVE REG-CARTAO (7:30) TO WS-CHAVE-NOME
003570         WHEN REG-CARTAO (1:3) IS EQUAL TO 'DE='
003580             MOVE REG-CARTAO (4:30) TO WS-CHAVE-DE
003590         WHEN REG-CARTAO (1:4) IS EQUAL TO 'ATE='
003600             MOVE REG-CARTAO (5:30) TO WS-CHAVE-ATE
003610         WHEN REG-CARTAO (1:8) IS EQUAL TO 'SEMENTE='
003620          AND REG-CARTAO (9:9) IS NUMERIC
003630             MOVE REG-CARTAO (9:9) TO WS-SEMENTE
003640         WHEN REG-CARTAO (1:8) IS EQUAL TO 'DESLOCA='
003650          AND REG-CARTAO (9:4) IS NUMERIC
003660             MOVE REG-CARTAO (9:4) TO WS-DESLOCA
003670             SET DESLOCA-INFORMADO TO TRUE
003680         WHEN OTHER
003690             DISPLAY "CARTAO IGNORADO: " REG-CARTAO (1:40)
003700     END-EVALUATE
003710     .
003720 1200-LER-CARTAO-EXIT.
003730     EXIT.
003740 1300-RESOLVER-CHAVE.
003750*-----------------------------------------------------------*
003760* A FAIXA DE CHAVE SO VALE COM UM CARTAO CHAVE= QUE NOMEIE UM *
003770* CAMPO DO LAYOUT DE ATE 30 BYTES.                            *
003780*-----------------------------------------------------------*
003790     IF WS-CHAVE-NOME IS EQUAL TO SPACES
003800         GO TO 1300-RESOLVER-CHAVE-EXIT
003810     END-IF
003820     PERFORM VARYING WS-CMP-IX FROM 1 BY 1
003830             UNTIL WS-CMP-IX IS GREATER THAN WS-CMP-COUNT
003840                OR WS-CMP-NOME (WS-CMP-IX) IS EQUAL TO
003850                   WS-CHAVE-NOME
003860     END-PERFORM
003870     IF WS-CMP-IX IS GREATER THAN WS-CMP-COUNT
003880         DISPLAY "GDAMASK: CHAVE " WS-CHAVE-NOME
003890                 " NAO ESTA NO LAYOUT"
003900         MOVE 16 TO RETURN-CODE
003910         STOP RUN
003920     END-IF
003930     IF WS-CMP-TAM (WS-CMP-IX) IS GREATER THAN 30
003940         DISPLAY "GDAMASK: CHAVE " WS-CHAVE-NOME
003950                 " MAIOR QUE 30 BYTES"
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF
003990     MOVE WS-CMP-IX TO WS-CHAVE-IX
004000     SET FAIXA-DE-CHAVE TO TRUE
004010     .
004020 1300-RESOLVER-CHAVE-EXIT.
004030     EXIT.
004040 1400-GRAVAR-CABECALHO.
004050*-----------------------------------------------------------*
004060* COMENTARIOS NO TOPO DO MEMBRO: ORIGEM E CAMPOS MASCARADOS. *
004070*-----------------------------------------------------------*
004080     MOVE ALL '-' TO COM-TEXTO
004090     MOVE WS-LINHA-COMENTARIO TO REG-MOCKOUT
004100     WRITE REG-MOCKOUT
004110     MOVE ' AMOSTRA MASCARADA GERADA PELO GDAMASK - NAO EDITAR'
004120       TO COM-TEXTO
004130     MOVE WS-LINHA-COMENTARIO TO REG-MOCKOUT
004140     WRITE REG-MOCKOUT
004150     MOVE ' A MAO: REGERAR COM A MESMA SEMENTE E O MESMO LAYOUT.'
004160       TO COM-TEXTO
004170     MOVE WS-LINHA-COMENTARIO TO REG-MOCKOUT
004180     WRITE REG-MOCKOUT
004190     PERFORM VARYING WS-CMP-IX FROM 1 BY 1
004200             UNTIL WS-CMP-IX IS GREATER THAN WS-CMP-COUNT
004210         IF CAMPO-SENSIVEL (WS-CMP-IX)
004220             MOVE WS-CMP-NOME (WS-CMP-IX) TO LCP-NOME
004230             MOVE WS-CMP-TIPO (WS-CMP-IX) TO LCP-TIPO
004240             MOVE WS-LINHA-CAMPO TO COM-TEXTO
004250             MOVE WS-LINHA-COMENTARIO TO REG-MOCKOUT
004260             WRITE REG-MOCKOUT
004270         END-IF
004280     END-PERFORM
004290     MOVE ALL '-' TO COM-TEXTO
004300     MOVE WS-LINHA-COMENTARIO TO REG-MOCKOUT
004310     WRITE REG-MOCKOUT
004320     .
004330 1400-GRAVAR-CABECALHO-EXIT.
004340     EXIT.
004350 2000-SELECIONAR-REGISTRO.
004360*-----------------------------------------------------------*
004370* UM REGISTRO DOS DADOS: FORA DA FAIXA DE CHAVE OU FORA DO   *
004380* INTERVALO E' PULADO; OS DEMAIS SAO MASCARADOS E GRAVADOS.  *
004390*-----------------------------------------------------------*
004400     ADD 1 TO WS-LIDOS
004410     IF FAIXA-DE-CHAVE
004420         MOVE SPACES TO WS-CHAVE-ATUAL
004430         MOVE REG-DADOS (WS-CMP-POS (WS-CHAVE-IX):
004440                         WS-CMP-TAM (WS-CHAVE-IX))
004450           TO WS-CHAVE-ATUAL (1:WS-CMP-TAM (WS-CHAVE-IX))
004460         IF WS-CHAVE-ATUAL IS LESS THAN WS-CHAVE-DE
004470             OR WS-CHAVE-ATUAL IS GREATER THAN WS-CHAVE-ATE
004480             GO TO 2000-LER-PROXIMO
004490         END-IF
004500     END-IF
004510     ADD 1 TO WS-ELEGIVEIS
004520     DIVIDE WS-ELEGIVEIS BY WS-INTERVALO
004530         GIVING WS-QUOCIENTE REMAINDER WS-RESTO
004540     IF WS-INTERVALO IS GREATER THAN 1
004550         AND WS-RESTO IS NOT EQUAL TO 1
004560         GO TO 2000-LER-PROXIMO
004570     END-IF
004580     MOVE REG-DADOS TO WS-REG-MASC
004590     PERFORM VARYING WS-CMP-IX FROM 1 BY 1
004600             UNTIL WS-CMP-IX IS GREATER THAN WS-CMP-COUNT
004610         IF CAMPO-SENSIVEL (WS-CMP-IX)
004620             PERFORM 2100-MASCARAR-CAMPO
004630                 THRU 2100-MASCARAR-CAMPO-EXIT
004640         END-IF
004650     END-PERFORM
004660     PERFORM 2500-LIMPAR-REGISTRO
004670         THRU 2500-LIMPAR-REGISTRO-EXIT
004680     ADD 1 TO WS-SELECIONADOS
004690     PERFORM 3000-GRAVAR-REGISTRO
004700         THRU 3000-GRAVAR-REGISTRO-EXIT
004710     .
004720 2000-LER-PROXIMO.
004730     PERFORM 8000-LER-DADOS
004740         THRU 8000-LER-DADOS-EXIT
004750     .
004760 2000-SELECIONAR-REGISTRO-EXIT.
004770     EXIT.
004780 2100-MASCARAR-CAMPO.
004790*-----------------------------------------------------------*
004800* CAMPO EM BRANCO FICA EM BRANCO; OS DEMAIS VAO PARA A       *
004810* MASCARA DO SEU TIPO.                                       *
004820*-----------------------------------------------------------*
004830     IF WS-REG-MASC (WS-CMP-POS (WS-CMP-IX):
004840                     WS-CMP-TAM (WS-CMP-IX)) IS EQUAL TO SPACES
004850         GO TO 2100-MASCARAR-CAMPO-EXIT
004860     END-IF
004870     ADD 1 TO WS-MASCARADOS
004880     EVALUATE WS-CMP-TIPO (WS-CMP-IX)
004890         WHEN 'N'
004900             PERFORM 2300-MASCARAR-NUMERO
004910                 THRU 2300-MASCARAR-NUMERO-EXIT
004920         WHEN 'D'
004930             PERFORM 2400-MASCARAR-DATA
004940                 THRU 2400-MASCARAR-DATA-EXIT
004950         WHEN OTHER
004960             PERFORM 2200-MASCARAR-TEXTO
004970                 THRU 2200-MASCARAR-TEXTO-EXIT
004980     END-EVALUATE
004990     .
005000 2100-MASCARAR-CAMPO-EXIT.
005010     EXIT.
005020 2200-MASCARAR-TEXTO.
005030*-----------------------------------------------------------*
005040* TEXTO: CADA LETRA VIRA UMA LETRA SORTEADA DA MESMA CAIXA E *
005050* CADA DIGITO UM DIGITO SORTEADO. BRANCOS, PONTUACAO E       *
005060* ACENTUADOS FICAM ONDE ESTAO, PRESERVANDO O FORMATO.        *
005070*-----------------------------------------------------------*
005080     PERFORM VARYING WS-CAR-IX FROM 1 BY 1
005090             UNTIL WS-CAR-IX IS GREATER THAN
005100                   WS-CMP-TAM (WS-CMP-IX)
005110         COMPUTE WS-CAR-POS =
005120             WS-CMP-POS (WS-CMP-IX) + WS-CAR-IX - 1
005130         MOVE WS-REG-MASC (WS-CAR-POS:1) TO WS-CAR
005140         EVALUATE TRUE
005150             WHEN WS-CAR IS EQUAL TO SPACE
005160                 CONTINUE
005170             WHEN WS-CAR IS ALPHABETIC-UPPER
005180                 MOVE 26 TO WS-FAIXA
005190                 PERFORM 7000-SORTEAR
005200                     THRU 7000-SORTEAR-EXIT
005210                 MOVE WS-LETRAS-MAI (WS-SORTEIO:1)
005220                   TO WS-REG-MASC (WS-CAR-POS:1)
005230             WHEN WS-CAR IS ALPHABETIC-LOWER
005240                 MOVE 26 TO WS-FAIXA
005250                 PERFORM 7000-SORTEAR
005260                     THRU 7000-SORTEAR-EXIT
005270                 MOVE WS-LETRAS-MIN (WS-SORTEIO:1)
005280                   TO WS-REG-MASC (WS-CAR-POS:1)
005290             WHEN WS-CAR IS NUMERIC
005300                 MOVE 10 TO WS-FAIXA
005310                 PERFORM 7000-SORTEAR
005320                     THRU 7000-SORTEAR-EXIT
005330                 MOVE WS-DIGITOS (WS-SORTEIO:1)
005340                   TO WS-REG-MASC (WS-CAR-POS:1)
005350             WHEN OTHER
005360                 CONTINUE
005370         END-EVALUATE
005380     END-PERFORM
005390     .
005400 2200-MASCARAR-TEXTO-EXIT.
005410     EXIT.
005420 2300-MASCARAR-NUMERO.
005430*-----------------------------------------------------------*
005440* NUMERO: OS DIGITOS SIGNIFICATIVOS SAO SORTEADOS E O VALOR  *
005450* CONTINUA DA MESMA PICTURE - ZEROS A ESQUERDA, SINAL, PONTO *
005460* E BRANCOS FICAM, E UM SINAL EMBUTIDO NO ULTIMO DIGITO      *
005470* CONTINUA NA MESMA ZONA (+ OU -).                           *
005480*-----------------------------------------------------------*
005490     SET ZEROS-A-ESQUERDA TO TRUE
005500     PERFORM VARYING WS-CAR-IX FROM 1 BY 1
005510             UNTIL WS-CAR-IX IS GREATER THAN
005520                   WS-CMP-TAM (WS-CMP-IX)
005530         COMPUTE WS-CAR-POS =
005540             WS-CMP-POS (WS-CMP-IX) + WS-CAR-IX - 1
005550         MOVE WS-REG-MASC (WS-CAR-POS:1) TO WS-CAR
005560         IF WS-CAR IS NUMERIC
005570             IF WS-CAR IS NOT EQUAL TO '0'
005580                 SET FIM-ZEROS-A-ESQUERDA TO TRUE
005590             END-IF
005600             IF FIM-ZEROS-A-ESQUERDA
005610                 MOVE 10 TO WS-FAIXA
005620                 PERFORM 7000-SORTEAR
005630                     THRU 7000-SORTEAR-EXIT
005640                 MOVE WS-DIGITOS (WS-SORTEIO:1)
005650                   TO WS-REG-MASC (WS-CAR-POS:1)
005660             END-IF
005670         END-IF
005680     END-PERFORM
005690     COMPUTE WS-CAR-POS = WS-CMP-POS (WS-CMP-IX)
005700                        + WS-CMP-TAM (WS-CMP-IX) - 1
005710     MOVE WS-REG-MASC (WS-CAR-POS:1) TO WS-CAR
005720     IF WS-CAR IS NOT NUMERIC
005730         MOVE 10 TO WS-FAIXA
005740         PERFORM 7000-SORTEAR
005750             THRU 7000-SORTEAR-EXIT
005760         MOVE ZEROES TO WS-RESTO
005770         INSPECT WS-ZONA-POSITIVA TALLYING WS-RESTO
005780             FOR CHARACTERS BEFORE INITIAL WS-CAR
005790         IF WS-RESTO IS LESS THAN 10
005800             MOVE WS-ZONA-POSITIVA (WS-SORTEIO:1)
005810               TO WS-REG-MASC (WS-CAR-POS:1)
005820         ELSE
005830             MOVE ZEROES TO WS-RESTO
005840             INSPECT WS-ZONA-NEGATIVA TALLYING WS-RESTO
005850                 FOR CHARACTERS BEFORE INITIAL WS-CAR
005860             IF WS-RESTO IS LESS THAN 10
005870                 MOVE WS-ZONA-NEGATIVA (WS-SORTEIO:1)
005880                   TO WS-REG-MASC (WS-CAR-POS:1)
005890             END-IF
005900         END-IF
005910     END-IF
005920     .
005930 2300-MASCARAR-NUMERO-EXIT.
005940     EXIT.
005950 2400-MASCARAR-DATA.
005960*-----------------------------------------------------------*
005970* DATA AAMMDD: SO DATA VALIDA NO GDADTVAL E DESLOCADA. O     *
005980* RESULTADO DO GDADTCALC TEM QUE VOLTAR VALIDO DO GDADTVAL   *
005990* NO MESMO SECULO (A JANELA DE 2 DIGITOS NAO PODE VIRAR);    *
006000* SE VIRAR, DESLOCA PARA O OUTRO LADO. DATA QUE NAO FECHA    *
006010* NEM ASSIM FICA COMO ESTA E E CONTADA NO RESUMO.            *
006020*-----------------------------------------------------------*
006030     MOVE WS-REG-MASC (WS-CMP-POS (WS-CMP-IX):6)
006040       TO DTV-DATA-AAMMDD
006050     CALL 'GDADTVAL' USING GDADTVAL-AREA
006060     IF DTV-STATUS NOT EQUAL ZEROES
006070         ADD 1 TO WS-DATAS-MANTIDAS
006080         GO TO 2400-MASCARAR-DATA-EXIT
006090     END-IF
006100     MOVE 'S' TO DTC-FUNCAO
006110     MOVE DTV-DATA-AAMMDD TO DTC-DATA-AAMMDD-1
006120     MOVE WS-DESLOCA TO DTC-DIAS
006130     PERFORM 2410-DESLOCAR-DATA
006140         THRU 2410-DESLOCAR-DATA-EXIT
006150     IF DATA-NAO-CONFERIDA
006160         COMPUTE DTC-DIAS = ZERO - WS-DESLOCA
006170         PERFORM 2410-DESLOCAR-DATA
006180             THRU 2410-DESLOCAR-DATA-EXIT
006190     END-IF
006200     IF DATA-NAO-CONFERIDA
006210         ADD 1 TO WS-DATAS-MANTIDAS
006220         GO TO 2400-MASCARAR-DATA-EXIT
006230     END-IF
006240     MOVE DTC-RESULT-AAMMDD
006250       TO WS-REG-MASC (WS-CMP-POS (WS-CMP-IX):6)
006260     .
006270 2400-MASCARAR-DATA-EXIT.
006280     EXIT.
006290 2410-DESLOCAR-DATA.
006300     SET DATA-NAO-CONFERIDA TO TRUE
006310     CALL 'GDADTCALC' USING GDADTCALC-AREA
006320     IF DTC-STATUS NOT EQUAL ZEROES
006330         GO TO 2410-DESLOCAR-DATA-EXIT
006340     END-IF
006350     MOVE DTC-RESULT-AAMMDD TO DTV-DATA-AAMMDD
006360     CALL 'GDADTVAL' USING GDADTVAL-AREA
006370     IF DTV-STATUS IS EQUAL TO ZEROES
006380         AND DTV-DATA-CCYYMMDD IS EQUAL TO DTC-RESULT-CCYYMMDD
006390         SET DATA-CONFERIDA TO TRUE
006400     END-IF
006410     .
006420 2410-DESLOCAR-DATA-EXIT.
006430     EXIT.
006440 2500-LIMPAR-REGISTRO.
006450*-----------------------------------------------------------*
006460* APOSTROFO OU ASPAS NO DADO FECHARIAM O LITERAL DO MOCK     *
006470* FILE, E LOW/HIGH-VALUES NAO SOBREVIVEM NO MEMBRO: VIRAM    *
006480* BRANCO E SAO CONTADOS NO RESUMO.                           *
006490*-----------------------------------------------------------*
006500     MOVE ZEROES TO WS-ASPAS-REG
006510     INSPECT WS-REG-MASC TALLYING WS-ASPAS-REG
006520         FOR ALL '''' ALL '"' ALL LOW-VALUES ALL HIGH-VALUES
006530     IF WS-ASPAS-REG IS GREATER THAN ZEROES
006540         ADD WS-ASPAS-REG TO WS-ASPAS-TROCADAS
006550         INSPECT WS-REG-MASC REPLACING ALL '''' BY SPACE
006560                                       ALL '"' BY SPACE
006570                                       ALL LOW-VALUES BY SPACE
006580                                       ALL HIGH-VALUES BY SPACE
006590     END-IF
006600     .
006610 2500-LIMPAR-REGISTRO-EXIT.
006620     EXIT.
006630 3000-GRAVAR-REGISTRO.
006640*-----------------------------------------------------------*
006650* O PRIMEIRO REGISTRO ABRE O MOCK FILE; OS SEGUINTES ENTRAM  *
006660* COMO RETURN. CADA REGISTRO SAI EM LITERAIS DE ATE 50 BYTES,*
006670* UM POR LINHA, QUE O ZUTZCPC JUNTA DE VOLTA NO REGISTRO.    *
006680*-----------------------------------------------------------*
006690     IF WS-SELECIONADOS IS EQUAL TO 1
006700         MOVE SPACES TO REG-MOCKOUT
006710         STRING '           MOCK FILE ' DELIMITED BY SIZE
006720                WS-ARQUIVO             DELIMITED BY SPACE
006730                INTO REG-MOCKOUT
006740         END-STRING
006750         WRITE REG-MOCKOUT
006760         MOVE '               ON READ RETURN' TO REG-MOCKOUT
006770         WRITE REG-MOCKOUT
006780     ELSE
006790         MOVE '               RETURN' TO REG-MOCKOUT
006800         WRITE REG-MOCKOUT
006810     END-IF
006820     PERFORM VARYING WS-TAM-REG FROM LENGTH OF WS-REG-MASC
006830             BY -1
006840             UNTIL WS-TAM-REG IS EQUAL TO ZEROES
006850                OR WS-REG-MASC (WS-TAM-REG:1) IS NOT EQUAL TO
006860                   SPACE
006870     END-PERFORM
006880     IF WS-TAM-REG IS EQUAL TO ZEROES
006890         MOVE 1 TO WS-TAM-REG
006900     END-IF
006910     MOVE 1 TO WS-PEDACO-OFF
006920     PERFORM 3100-GRAVAR-PEDACO
006930         THRU 3100-GRAVAR-PEDACO-EXIT
006940         UNTIL WS-PEDACO-OFF IS GREATER THAN WS-TAM-REG
006950     .
006960 3000-GRAVAR-REGISTRO-EXIT.
006970     EXIT.
006980 3100-GRAVAR-PEDACO.
006990     COMPUTE WS-PEDACO-TAM = WS-TAM-REG - WS-PEDACO-OFF + 1
007000     IF WS-PEDACO-TAM IS GREATER THAN WS-PEDACO-MAX
007010         MOVE WS-PEDACO-MAX TO WS-PEDACO-TAM
007020     END-IF
007030     MOVE SPACES TO LIT-TEXTO
007040     STRING ''''                                DELIMITED BY SIZE
007050            WS-REG-MASC (WS-PEDACO-OFF:WS-PEDACO-TAM)
007060                                                DELIMITED BY SIZE
007070            ''''                                DELIMITED BY SIZE
007080            INTO LIT-TEXTO
007090     END-STRING
007100     MOVE WS-LINHA-LITERAL TO REG-MOCKOUT
007110     WRITE REG-MOCKOUT
007120     ADD WS-PEDACO-TAM TO WS-PEDACO-OFF
007130     .
007140 3100-GRAVAR-PEDACO-EXIT.
007150     EXIT.
007160 7000-SORTEAR.
007170*-----------------------------------------------------------*
007180* PROXIMO NUMERO DA SEQUENCIA E UM SORTEIO DE 1 A WS-FAIXA.  *
007190*-----------------------------------------------------------*
007200     COMPUTE WS-PRODUTO = WS-SEMENTE * 16807
007210     DIVIDE WS-PRODUTO BY WS-MODULO
007220         GIVING WS-QUOCIENTE REMAINDER WS-SEMENTE
007230     COMPUTE WS-SORTEIO = (WS-SEMENTE * WS-FAIXA) / WS-MODULO
007240     ADD 1 TO WS-SORTEIO
007250     .
007260 7000-SORTEAR-EXIT.
007270     EXIT.
007280 8000-LER-DADOS.
007290     READ DADOS-FILE
007300         AT END
007310             SET FIM-DOS-DADOS TO TRUE
007320     END-READ
007330     .
007340 8000-LER-DADOS-EXIT.
007350     EXIT.
007360 9999-TERMINATE.
007370*-----------------------------------------------------------*
007380* FECHA O MOCK FILE E MOSTRA O RESUMO. RC 4 QUANDO NADA FOI  *
007390* SELECIONADO OU QUANDO ALGUM DADO NAO PODE SER MASCARADO OU *
007400* GRAVADO COMO ESTAVA.                                       *
007410*-----------------------------------------------------------*
007420     CLOSE DADOS-FILE
007430     IF WS-SELECIONADOS IS GREATER THAN ZEROES
007440         MOVE '           END-MOCK' TO REG-MOCKOUT
007450         WRITE REG-MOCKOUT
007460     END-IF
007470     CLOSE MOCKOUT-FILE
007480     MOVE WS-LIDOS TO WS-EDITADO
007490     DISPLAY "GDAMASK: REGISTROS LIDOS ........ " WS-EDITADO
007500     MOVE WS-SELECIONADOS TO WS-EDITADO
007510     DISPLAY "GDAMASK: REGISTROS NA AMOSTRA ... " WS-EDITADO
007520     MOVE WS-MASCARADOS TO WS-EDITADO
007530     DISPLAY "GDAMASK: VALORES MASCARADOS ..... " WS-EDITADO
007540     MOVE WS-DESLOCA TO WS-EDITADO
007550     DISPLAY "GDAMASK: DESLOCAMENTO DE DATAS .. " WS-EDITADO
007560     IF WS-SENSIVEIS IS EQUAL TO ZEROES
007570         DISPLAY "GDAMASK: NENHUM CAMPO SENSIVEL NO LAYOUT - "
007580                 "AMOSTRA SAIU SEM MASCARA"
007590         MOVE 4 TO RETURN-CODE
007600     END-IF
007610     IF WS-DATAS-MANTIDAS IS GREATER THAN ZEROES
007620         MOVE WS-DATAS-MANTIDAS TO WS-EDITADO
007630         DISPLAY "GDAMASK: DATAS INVALIDAS MANTIDAS " WS-EDITADO
007640         MOVE 4 TO RETURN-CODE
007650     END-IF
007660     IF WS-ASPAS-TROCADAS IS GREATER THAN ZEROES
007670         MOVE WS-ASPAS-TROCADAS TO WS-EDITADO
007680         DISPLAY "GDAMASK: ASPAS/NULOS TROCADOS ... " WS-EDITADO
007690         MOVE 4 TO RETURN-CODE
007700     END-IF
007710     IF WS-SELECIONADOS IS EQUAL TO ZEROES
007720         DISPLAY "GDAMASK: NENHUM REGISTRO SELECIONADO - "
007730                 "MEMBRO SEM MOCK FILE"
007740         MOVE 4 TO RETURN-CODE
007750     END-IF
007760     .
007770 9999-TERMINATE-EXIT.
007780     EXIT.
