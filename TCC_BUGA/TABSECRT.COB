000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TABSECRT.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - CONCILIACAO DO RETORNO DA  *
000120*                  SECRETARIA (DD SECRET) CONTRA O ARQUIVO    *
000130*                  QUE O TABSECEX GEROU (DD SECEXP). CONFERE  *
000140*                  PRIMEIRO O PROPRIO SECEXP (TRAILER CONTRA  *
000150*                  OS DETALHES) E O TERMO DO RETORNO, DEPOIS  *
000160*                  LISTA NO GDAREL OS REGISTROS REJEITADOS    *
000170*                  PELA SECRETARIA (COM O MOTIVO DELES), OS   *
000180*                  QUE FICARAM SEM RETORNO (NUNCA RECEBIDOS)  *
000190*                  E OS RETORNOS DE MATRICULA QUE NAO FOI     *
000200*                  ENVIADA. OS REJEITADOS E OS SEM RETORNO    *
000210*                  SAEM TAMBEM NO DD SECREENV, NO MESMO       *
000220*                  LAYOUT DO SECEXP, COM HEADER E TRAILER     *
000230*                  PROPRIOS, PRONTO PARA O REENVIO.           *
000240*                                                             *
000250* LAYOUT DO DD SECRET (80 POSICOES, TIPO NA COL 01):          *
000260*   H  COLS 03-07 TERMO, 09-16 DATA DO PROCESSAMENTO DELES    *
000270*   D  COLS 03-08 MATRICULA, COL 10 SITUACAO (A = ACEITO,     *
000280*      R = REJEITADO), 12-14 CODIGO DO MOTIVO, 16-55 TEXTO    *
000290*   T  COLS 03-09 QUANTIDADE DE DETALHES                      *
000300*                                                             *
000310* RETURN-CODE: 0 = TUDO ACEITO, 4 = HA REGISTRO PARA          *
000320*              REENVIAR OU RETORNO DIVERGENTE, 16 = ARQUIVO   *
000330*              INDISPONIVEL, SECEXP INCONSISTENTE OU RETORNO  *
000340*              DE OUTRO TERMO.                                *
000350*-----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT EXPORT-FILE ASSIGN TO SECEXP
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-FS-EXPORT.
000430     SELECT RETORNO-FILE ASSIGN TO SECRET
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-RETORNO.
000460     SELECT REENVIO-FILE ASSIGN TO SECREENV
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-REENVIO.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  EXPORT-FILE
000520     RECORDING MODE IS F.
000530 01  REG-EXPORT.
000540     05  EXP-TIPO            PIC X(01).
000550     05  FILLER              PIC X(01).
000560     05  EXP-MATRICULA       PIC 9(06).
000570     05  FILLER              PIC X(01).
000580     05  EXP-TURMA           PIC X(04).
000590     05  FILLER              PIC X(01).
000600     05  EXP-SESSOES         PIC 9(05).
000610     05  FILLER              PIC X(17).
000620     05  EXP-PCT             PIC 9(03).
000630     05  FILLER              PIC X(41).
000640 01  REG-EXP-HEADER.
000650     05  FILLER              PIC X(11).
000660     05  EXP-H-TERMO         PIC X(05).
000670     05  FILLER              PIC X(10).
000680     05  EXP-H-INICIO        PIC 9(08).
000690     05  FILLER              PIC X(01).
000700     05  EXP-H-FIM           PIC 9(08).
000710     05  FILLER              PIC X(37).
000720 01  REG-EXP-TRAILER.
000730     05  FILLER              PIC X(02).
000740     05  EXP-T-QTDE          PIC 9(07).
000750     05  FILLER              PIC X(01).
000760     05  EXP-T-HASH-MATR     PIC 9(12).
000770     05  FILLER              PIC X(01).
000780     05  EXP-T-HASH-SESSOES  PIC 9(09).
000790     05  FILLER              PIC X(01).
000800     05  EXP-T-HASH-PCT      PIC 9(09).
000810     05  FILLER              PIC X(38).
000820 FD  RETORNO-FILE
000830     RECORDING MODE IS F.
000840 01  REG-RETORNO.
000850     05  RET-TIPO            PIC X(01).
000860     05  FILLER              PIC X(01).
000870     05  RET-MATRICULA       PIC X(06).
000880     05  FILLER              PIC X(01).
000890     05  RET-SITUACAO        PIC X(01).
000900     05  FILLER              PIC X(01).
000910     05  RET-MOTIVO          PIC X(03).
000920     05  FILLER              PIC X(01).
000930     05  RET-TEXTO           PIC X(40).
000940     05  FILLER              PIC X(25).
000950 01  REG-RET-HEADER.
000960     05  FILLER              PIC X(02).
000970     05  RET-H-TERMO         PIC X(05).
000980     05  FILLER              PIC X(73).
000990 01  REG-RET-TRAILER.
001000     05  FILLER              PIC X(02).
001010     05  RET-T-QTDE          PIC X(07).
001020     05  FILLER              PIC X(71).
001030 FD  REENVIO-FILE
001040     RECORDING MODE IS F.
001050 01  REG-REENVIO             PIC X(80).
001060 WORKING-STORAGE SECTION.
001070 77  WS-FS-EXPORT             PIC X(02) VALUE '00'.
001080 77  WS-FS-RETORNO            PIC X(02) VALUE '00'.
001090 77  WS-FS-REENVIO            PIC X(02) VALUE '00'.
001100 77  WS-DATA-HOJE             PIC 9(08) VALUE ZEROES.
001110 01  WS-SWITCHES.
001120     05  WS-FIM-EXP-SW        PIC X(01) VALUE 'N'.
001130         88  FIM-DO-EXPORT             VALUE 'S'.
001140     05  WS-FIM-RET-SW        PIC X(01) VALUE 'N'.
001150         88  FIM-DO-RETORNO            VALUE 'S'.
001160     05  WS-ACHOU-SW          PIC X(01) VALUE 'N'.
001170         88  MATRICULA-ACHADA          VALUE 'S'.
001180     05  WS-HDR-EXP-SW        PIC X(01) VALUE 'N'.
001190         88  TEM-HEADER-EXPORT         VALUE 'S'.
001200     05  WS-TRL-EXP-SW        PIC X(01) VALUE 'N'.
001210         88  TEM-TRAILER-EXPORT        VALUE 'S'.
001220     05  WS-HDR-RET-SW        PIC X(01) VALUE 'N'.
001230         88  TEM-HEADER-RETORNO        VALUE 'S'.
001240     05  WS-TRL-RET-SW        PIC X(01) VALUE 'N'.
001250         88  TEM-TRAILER-RETORNO       VALUE 'S'.
001260*-----------------------------------------------------------*
001270* O QUE FOI ENVIADO, COM O RETORNO DE CADA REGISTRO          *
001280*-----------------------------------------------------------*
001290 01  WS-ENVIADOS.
001300     05  WS-ENV-MAX           PIC 9(03) VALUE 200.
001310     05  WS-ENV-COUNT         PIC 9(03) VALUE ZEROES.
001320     05  WS-ENV-IX            PIC 9(03) VALUE ZEROES.
001330     05  WS-ENV-ENT OCCURS 200 TIMES.
001340         10  WS-ENV-MATRICULA PIC 9(06).
001350         10  WS-ENV-REGISTRO  PIC X(80).
001360         10  WS-ENV-SITUACAO  PIC X(01).
001370             88  ENV-SEM-RETORNO       VALUE SPACE.
001380             88  ENV-ACEITO            VALUE 'A'.
001390             88  ENV-REJEITADO         VALUE 'R'.
001400         10  WS-ENV-MOTIVO    PIC X(03).
001410         10  WS-ENV-TEXTO     PIC X(40).
001420 01  WS-EXP-HEADER            PIC X(80) VALUE SPACES.
001430 01  WS-EXP-TERMO             PIC X(05) VALUE SPACES.
001440*-----------------------------------------------------------*
001450* RETORNOS DE MATRICULA QUE NAO FOI ENVIADA                  *
001460*-----------------------------------------------------------*
001470 01  WS-ESTRANHOS.
001480     05  WS-EST-MAX           PIC 9(02) VALUE 50.
001490     05  WS-EST-COUNT         PIC 9(02) VALUE ZEROES.
001500     05  WS-EST-IX            PIC 9(02) VALUE ZEROES.
001510     05  WS-EST-ENT OCCURS 50 TIMES
001520                              PIC X(55).
001530*-----------------------------------------------------------*
001540* CONTADORES E TOTAIS DE CONFERENCIA                         *
001550*-----------------------------------------------------------*
001560 01  WS-CONTADORES.
001570     05  WS-HASH-MATRICULA    PIC 9(12) VALUE ZEROES.
001580     05  WS-HASH-SESSOES      PIC 9(09) VALUE ZEROES.
001590     05  WS-HASH-PCT          PIC 9(09) VALUE ZEROES.
001600     05  WS-RET-DETALHES      PIC 9(07) VALUE ZEROES.
001610     05  WS-ACEITOS           PIC 9(05) VALUE ZEROES.
001620     05  WS-REJEITADOS        PIC 9(05) VALUE ZEROES.
001630     05  WS-SEM-RETORNO       PIC 9(05) VALUE ZEROES.
001640     05  WS-NAO-ENVIADOS      PIC 9(05) VALUE ZEROES.
001650     05  WS-REPETIDOS         PIC 9(05) VALUE ZEROES.
001660     05  WS-INVALIDOS         PIC 9(05) VALUE ZEROES.
001670     05  WS-REENVIADOS        PIC 9(07) VALUE ZEROES.
001680 01  WS-MATRICULA             PIC 9(06) VALUE ZEROES.
001690*-----------------------------------------------------------*
001700* REGISTROS DO REENVIO (MESMO LAYOUT DO SECEXP)               *
001710*-----------------------------------------------------------*
001720 01  WS-REG-HEADER.
001730     05  WS-HDR-FRENTE        PIC X(17).
001740     05  WS-HDR-GERACAO       PIC 9(08).
001750     05  WS-HDR-RESTO         PIC X(55).
001760 01  WS-REG-DETALHE.
001770     05  FILLER               PIC X(02).
001780     05  WS-DET-MATRICULA     PIC 9(06).
001790     05  FILLER               PIC X(06).
001800     05  WS-DET-SESSOES       PIC 9(05).
001810     05  FILLER               PIC X(17).
001820     05  WS-DET-PCT           PIC 9(03).
001830     05  FILLER               PIC X(41).
001840 01  WS-REG-TRAILER.
001850     05  FILLER               PIC X(02) VALUE 'T '.
001860     05  WS-TRL-QTDE          PIC 9(07).
001870     05  FILLER               PIC X(01) VALUE SPACE.
001880     05  WS-TRL-HASH-MATR     PIC 9(12).
001890     05  FILLER               PIC X(01) VALUE SPACE.
001900     05  WS-TRL-HASH-SESSOES  PIC 9(09).
001910     05  FILLER               PIC X(01) VALUE SPACE.
001920     05  WS-TRL-HASH-PCT      PIC 9(09).
001930     05  FILLER               PIC X(38) VALUE SPACES.
001940*-----------------------------------------------------------*
001950* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
001960*-----------------------------------------------------------*
001970 01  GDAREL-AREA.
001980     03  GDAREL-FUNCAO        PIC X(01).
001990     03  GDAREL-TITULO        PIC X(60).
002000     03  GDAREL-CABECALHO     PIC X(80).
002010     03  GDAREL-LINHA         PIC X(132).
002020     03  GDAREL-RETORNO       PIC 9(02).
002030     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
002040     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
002050         05  GDAREL-QBR-POS   PIC 9(03) VALUE ZEROES.
002060         05  GDAREL-QBR-TAM   PIC 9(02) VALUE ZEROES.
002070     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
002080     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
002090     03  GDAREL-EXTRATO OCCURS 10 TIMES.
002100         05  GDAREL-EXT-POS   PIC 9(03) VALUE ZEROES.
002110         05  GDAREL-EXT-TAM   PIC 9(03) VALUE ZEROES.
002120     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
002130*-----------------------------------------------------------*
002140* LINHAS DO RELATORIO                                        *
002150*-----------------------------------------------------------*
002160 01  WS-CABEC-TERMO.
002170     05  FILLER               PIC X(06) VALUE 'TERMO '.
002180     05  WS-CT-TERMO          PIC X(05).
002190     05  FILLER               PIC X(27) VALUE
002200         ' - RETORNO DA SECRETARIA   '.
002210     05  FILLER               PIC X(42) VALUE SPACES.
002220 01  WS-LINHA-SECAO.
002230     05  FILLER               PIC X(01) VALUE SPACE.
002240     05  WS-LS-TITULO         PIC X(60).
002250     05  FILLER               PIC X(71) VALUE SPACES.
002260 01  WS-CABEC-DETALHE.
002270     05  FILLER               PIC X(48) VALUE
002280         '   TURMA  MATR    SESSOES  PCT  MOTIVO          '.
002290     05  FILLER               PIC X(04) VALUE SPACES.
002300 01  WS-LINHA-DETALHE.
002310     05  FILLER               PIC X(03) VALUE SPACES.
002320     05  WS-LD-TURMA          PIC X(04).
002330     05  FILLER               PIC X(03) VALUE SPACES.
002340     05  WS-LD-MATRICULA      PIC 9(06).
002350     05  FILLER               PIC X(04) VALUE SPACES.
002360     05  WS-LD-SESSOES        PIC ZZZZ9.
002370     05  FILLER               PIC X(02) VALUE SPACES.
002380     05  WS-LD-PCT            PIC ZZ9.
002390     05  FILLER               PIC X(02) VALUE SPACES.
002400     05  WS-LD-MOTIVO         PIC X(03).
002410     05  FILLER               PIC X(01) VALUE SPACE.
002420     05  WS-LD-TEXTO          PIC X(40).
002430     05  FILLER               PIC X(56) VALUE SPACES.
002440 01  WS-LINHA-ESTRANHO.
002450     05  FILLER               PIC X(03) VALUE SPACES.
002460     05  WS-LE-REGISTRO       PIC X(55).
002470     05  FILLER               PIC X(74) VALUE SPACES.
002480 01  WS-LINHA-TOTAL.
002490     05  FILLER               PIC X(01) VALUE SPACE.
002500     05  WS-LT-ROTULO         PIC X(40).
002510     05  WS-LT-VALOR          PIC ZZZZZZ9.
002520     05  FILLER               PIC X(84) VALUE SPACES.
002530 PROCEDURE DIVISION.
002540 0000-MAINLINE.
002550*-----------------------------------------------------------*
002560* PARAGRAFO PRINCIPAL.                                       *
002570*-----------------------------------------------------------*
002580     PERFORM 1000-INITIALIZE
002590         THRU 1000-INITIALIZE-EXIT
002600     PERFORM 2000-LER-RETORNO
002610         THRU 2000-LER-RETORNO-EXIT
002620         UNTIL FIM-DO-RETORNO
002630     PERFORM 3000-CONFERIR-RETORNO
002640         THRU 3000-CONFERIR-RETORNO-EXIT
002650     PERFORM 4000-EMITIR-PENDENCIAS
002660         THRU 4000-EMITIR-PENDENCIAS-EXIT
002670     PERFORM 5000-GRAVAR-REENVIO
002680         THRU 5000-GRAVAR-REENVIO-EXIT
002690     PERFORM 6000-EMITIR-TOTAIS
002700         THRU 6000-EMITIR-TOTAIS-EXIT
002710     PERFORM 9999-TERMINATE
002720         THRU 9999-TERMINATE-EXIT
002730     STOP RUN
002740     .
002750 0000-MAINLINE-EXIT.
002760     EXIT.
002770 1000-INITIALIZE.
002780*-----------------------------------------------------------*
002790* CARREGA E CONFERE O SECEXP, ABRE O RETORNO, O REENVIO E O  *
002800* RELATORIO PADRAO.                                          *
002810*-----------------------------------------------------------*
002820     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002830     PERFORM 1100-CARREGAR-EXPORT
002840         THRU 1100-CARREGAR-EXPORT-EXIT
002850     OPEN INPUT RETORNO-FILE
002860     IF WS-FS-RETORNO NOT EQUAL '00'
002870         DISPLAY "TABSECRT: SEM RETORNO DA SECRETARIA "
002880                 "(DD SECRET), STATUS = " WS-FS-RETORNO
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF
002920     OPEN OUTPUT REENVIO-FILE
002930     IF WS-FS-REENVIO NOT EQUAL '00'
002940         DISPLAY "TABSECRT: NAO ABRIU O DD SECREENV, STATUS = "
002950                 WS-FS-REENVIO
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF
002990     MOVE WS-EXP-TERMO TO WS-CT-TERMO
003000     MOVE 'A' TO GDAREL-FUNCAO
003010     MOVE 'CONCILIACAO DO RETORNO DA SECRETARIA - TABUADA'
003020         TO GDAREL-TITULO
003030     MOVE WS-CABEC-TERMO TO GDAREL-CABECALHO
003040     CALL 'GDAREL' USING GDAREL-AREA
003050     .
003060 1000-INITIALIZE-EXIT.
003070     EXIT.
003080 1100-CARREGAR-EXPORT.
003090*-----------------------------------------------------------*
003100* O SECEXP TEM DE ESTAR INTEIRO: HEADER, DETALHES E TRAILER  *
003110* BATENDO COM A CONTAGEM E OS HASH DOS DETALHES. SEM ISSO A  *
003120* CONCILIACAO NAO TEM CONTRA O QUE CONFERIR.                 *
003130*-----------------------------------------------------------*
003140     OPEN INPUT EXPORT-FILE
003150     IF WS-FS-EXPORT NOT EQUAL '00'
003160         DISPLAY "TABSECRT: SEM O ARQUIVO ENVIADO (DD SECEXP), "
003170                 "STATUS = " WS-FS-EXPORT
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF
003210     PERFORM 1110-LER-UM-EXPORT
003220         THRU 1110-LER-UM-EXPORT-EXIT
003230         UNTIL FIM-DO-EXPORT
003240     CLOSE EXPORT-FILE
003250     IF NOT TEM-HEADER-EXPORT
003260         OR NOT TEM-TRAILER-EXPORT
003270         OR EXP-T-QTDE IS NOT EQUAL TO WS-ENV-COUNT
003280         OR EXP-T-HASH-MATR IS NOT EQUAL TO WS-HASH-MATRICULA
003290         OR EXP-T-HASH-SESSOES IS NOT EQUAL TO WS-HASH-SESSOES
003300         OR EXP-T-HASH-PCT IS NOT EQUAL TO WS-HASH-PCT
003310         DISPLAY "TABSECRT: SECEXP INCONSISTENTE - "
003320                 WS-ENV-COUNT " DETALHE(S) LIDO(S), HASH "
003330                 WS-HASH-MATRICULA " / " WS-HASH-SESSOES
003340                 " / " WS-HASH-PCT
003350         MOVE 16 TO RETURN-CODE
003360         STOP RUN
003370     END-IF
003380     .
003390 1100-CARREGAR-EXPORT-EXIT.
003400     EXIT.
003410 1110-LER-UM-EXPORT.
003420     READ EXPORT-FILE
003430         AT END
003440             SET FIM-DO-EXPORT TO TRUE
003450             GO TO 1110-LER-UM-EXPORT-EXIT
003460     END-READ
003470     EVALUATE EXP-TIPO
003480         WHEN 'H'
003490             SET TEM-HEADER-EXPORT TO TRUE
003500             MOVE REG-EXPORT  TO WS-EXP-HEADER
003510             MOVE EXP-H-TERMO TO WS-EXP-TERMO
003520         WHEN 'T'
003530             SET TEM-TRAILER-EXPORT TO TRUE
003540             SET FIM-DO-EXPORT TO TRUE
003550         WHEN 'D'
003560             IF WS-ENV-COUNT IS EQUAL TO WS-ENV-MAX
003570                 DISPLAY "TABSECRT: SECEXP COM DETALHES DEMAIS"
003580                 MOVE 16 TO RETURN-CODE
003590                 STOP RUN
003600             END-IF
003610             ADD 1 TO WS-ENV-COUNT
003620             MOVE EXP-MATRICULA TO WS-ENV-MATRICULA (WS-ENV-COUNT)
003630             MOVE REG-EXPORT    TO WS-ENV-REGISTRO (WS-ENV-COUNT)
003640             MOVE SPACES        TO WS-ENV-SITUACAO (WS-ENV-COUNT)
003650             MOVE SPACES        TO WS-ENV-MOTIVO (WS-ENV-COUNT)
003660             MOVE SPACES        TO WS-ENV-TEXTO (WS-ENV-COUNT)
003670             ADD EXP-MATRICULA TO WS-HASH-MATRICULA
003680             ADD EXP-SESSOES   TO WS-HASH-SESSOES
003690             ADD EXP-PCT       TO WS-HASH-PCT
003700         WHEN OTHER
003710             DISPLAY "TABSECRT: REGISTRO ESTRANHO NO SECEXP: "
003720                     REG-EXPORT(1:40)
003730     END-EVALUATE
003740     .
003750 1110-LER-UM-EXPORT-EXIT.
003760     EXIT.
003770 2000-LER-RETORNO.
003780*-----------------------------------------------------------*
003790* CADA DETALHE DO RETORNO MARCA O REGISTRO ENVIADO COMO      *
003800* ACEITO OU REJEITADO. RETORNO REPETIDO VALE O ULTIMO.       *
003810*-----------------------------------------------------------*
003820     READ RETORNO-FILE
003830         AT END
003840             SET FIM-DO-RETORNO TO TRUE
003850             GO TO 2000-LER-RETORNO-EXIT
003860     END-READ
003870     EVALUATE RET-TIPO
003880         WHEN 'H'
003890             SET TEM-HEADER-RETORNO TO TRUE
003900             IF RET-H-TERMO IS NOT EQUAL TO WS-EXP-TERMO
003910                 DISPLAY "TABSECRT: RETORNO DO TERMO " RET-H-TERMO
003920                         ", ENVIADO O TERMO " WS-EXP-TERMO
003930                 MOVE 16 TO RETURN-CODE
003940                 STOP RUN
003950             END-IF
003960             GO TO 2000-LER-RETORNO-EXIT
003970         WHEN 'T'
003980             SET TEM-TRAILER-RETORNO TO TRUE
003990             IF RET-T-QTDE IS NOT NUMERIC
004000                 OR RET-T-QTDE IS NOT EQUAL TO WS-RET-DETALHES
004010                 DISPLAY "TABSECRT: TRAILER DO RETORNO DIVERGE: "
004020                         RET-T-QTDE " CONTRA " WS-RET-DETALHES
004030                         " DETALHE(S) LIDO(S)"
004040                 ADD 1 TO WS-INVALIDOS
004050             END-IF
004060             GO TO 2000-LER-RETORNO-EXIT
004070         WHEN 'D'
004080             ADD 1 TO WS-RET-DETALHES
004090         WHEN OTHER
004100             ADD 1 TO WS-INVALIDOS
004110             DISPLAY "RETORNO IGNORADO: " REG-RETORNO(1:55)
004120             GO TO 2000-LER-RETORNO-EXIT
004130     END-EVALUATE
004140     IF RET-MATRICULA IS NOT NUMERIC
004150         OR (RET-SITUACAO IS NOT EQUAL TO 'A'
004160             AND RET-SITUACAO IS NOT EQUAL TO 'R')
004170         ADD 1 TO WS-INVALIDOS
004180         DISPLAY "RETORNO IGNORADO: " REG-RETORNO(1:55)
004190         GO TO 2000-LER-RETORNO-EXIT
004200     END-IF
004210     MOVE RET-MATRICULA TO WS-MATRICULA
004220     PERFORM 2100-PROCURAR-ENVIADO
004230         THRU 2100-PROCURAR-ENVIADO-EXIT
004240     IF NOT MATRICULA-ACHADA
004250         ADD 1 TO WS-NAO-ENVIADOS
004260         IF WS-EST-COUNT IS LESS THAN WS-EST-MAX
004270             ADD 1 TO WS-EST-COUNT
004280             MOVE REG-RETORNO(1:55) TO WS-EST-ENT (WS-EST-COUNT)
004290         END-IF
004300         GO TO 2000-LER-RETORNO-EXIT
004310     END-IF
004320     IF NOT ENV-SEM-RETORNO (WS-ENV-IX)
004330         ADD 1 TO WS-REPETIDOS
004340     END-IF
004350     MOVE RET-SITUACAO TO WS-ENV-SITUACAO (WS-ENV-IX)
004360     MOVE RET-MOTIVO   TO WS-ENV-MOTIVO (WS-ENV-IX)
004370     MOVE RET-TEXTO    TO WS-ENV-TEXTO (WS-ENV-IX)
004380     .
004390 2000-LER-RETORNO-EXIT.
004400     EXIT.
004410 2100-PROCURAR-ENVIADO.
004420     MOVE 'N' TO WS-ACHOU-SW
004430     PERFORM VARYING WS-ENV-IX FROM 1 BY 1
004440             UNTIL WS-ENV-IX IS GREATER THAN WS-ENV-COUNT
004450                OR MATRICULA-ACHADA
004460         IF WS-ENV-MATRICULA (WS-ENV-IX) IS EQUAL TO WS-MATRICULA
004470             SET MATRICULA-ACHADA TO TRUE
004480             SUBTRACT 1 FROM WS-ENV-IX
004490         END-IF
004500     END-PERFORM
004510     .
004520 2100-PROCURAR-ENVIADO-EXIT.
004530     EXIT.
004540 3000-CONFERIR-RETORNO.
004550*-----------------------------------------------------------*
004560* RETORNO SEM HEADER NAO TEVE O TERMO CONFERIDO; SEM TRAILER *
004570* PODE TER CHEGADO PELA METADE. OS DOIS CASOS SO AVISAM: OS  *
004580* REGISTROS SEM RETORNO JA VAO PARA O REENVIO.               *
004590*-----------------------------------------------------------*
004600     IF NOT TEM-HEADER-RETORNO
004610         DISPLAY "TABSECRT: RETORNO SEM HEADER - TERMO NAO "
004620                 "CONFERIDO"
004630         ADD 1 TO WS-INVALIDOS
004640     END-IF
004650     IF NOT TEM-TRAILER-RETORNO
004660         DISPLAY "TABSECRT: RETORNO SEM TRAILER - PODE ESTAR "
004670                 "INCOMPLETO"
004680         ADD 1 TO WS-INVALIDOS
004690     END-IF
004700     PERFORM VARYING WS-ENV-IX FROM 1 BY 1
004710             UNTIL WS-ENV-IX IS GREATER THAN WS-ENV-COUNT
004720         EVALUATE TRUE
004730             WHEN ENV-ACEITO (WS-ENV-IX)
004740                 ADD 1 TO WS-ACEITOS
004750             WHEN ENV-REJEITADO (WS-ENV-IX)
004760                 ADD 1 TO WS-REJEITADOS
004770             WHEN OTHER
004780                 ADD 1 TO WS-SEM-RETORNO
004790         END-EVALUATE
004800     END-PERFORM
004810     .
004820 3000-CONFERIR-RETORNO-EXIT.
004830     EXIT.
004840 4000-EMITIR-PENDENCIAS.
004850*-----------------------------------------------------------*
004860* TRES SECOES: REJEITADOS, SEM RETORNO E NAO ENVIADOS.       *
004870*-----------------------------------------------------------*
004880     MOVE 'REGISTROS REJEITADOS PELA SECRETARIA' TO WS-LS-TITULO
004890     PERFORM 4100-LINHA-SECAO
004900         THRU 4100-LINHA-SECAO-EXIT
004910     PERFORM VARYING WS-ENV-IX FROM 1 BY 1
004920             UNTIL WS-ENV-IX IS GREATER THAN WS-ENV-COUNT
004930         IF ENV-REJEITADO (WS-ENV-IX)
004940             PERFORM 4200-LINHA-DETALHE
004950                 THRU 4200-LINHA-DETALHE-EXIT
004960         END-IF
004970     END-PERFORM
004980     IF WS-REJEITADOS IS EQUAL TO ZEROES
004990         MOVE '   NENHUM' TO GDAREL-LINHA
005000         MOVE 'D' TO GDAREL-FUNCAO
005010         CALL 'GDAREL' USING GDAREL-AREA
005020     END-IF
005030     MOVE 'REGISTROS SEM RETORNO (NAO RECEBIDOS PELA SECRETARIA)'
005040         TO WS-LS-TITULO
005050     PERFORM 4100-LINHA-SECAO
005060         THRU 4100-LINHA-SECAO-EXIT
005070     PERFORM VARYING WS-ENV-IX FROM 1 BY 1
005080             UNTIL WS-ENV-IX IS GREATER THAN WS-ENV-COUNT
005090         IF ENV-SEM-RETORNO (WS-ENV-IX)
005100             PERFORM 4200-LINHA-DETALHE
005110                 THRU 4200-LINHA-DETALHE-EXIT
005120         END-IF
005130     END-PERFORM
005140     IF WS-SEM-RETORNO IS EQUAL TO ZEROES
005150         MOVE '   NENHUM' TO GDAREL-LINHA
005160         MOVE 'D' TO GDAREL-FUNCAO
005170         CALL 'GDAREL' USING GDAREL-AREA
005180     END-IF
005190     IF WS-EST-COUNT IS EQUAL TO ZEROES
005200         GO TO 4000-EMITIR-PENDENCIAS-EXIT
005210     END-IF
005220     MOVE 'RETORNOS DE MATRICULA QUE NAO FOI ENVIADA'
005230         TO WS-LS-TITULO
005240     MOVE 'D' TO GDAREL-FUNCAO
005250     MOVE SPACES TO GDAREL-LINHA
005260     CALL 'GDAREL' USING GDAREL-AREA
005270     MOVE 'D' TO GDAREL-FUNCAO
005280     MOVE WS-LINHA-SECAO TO GDAREL-LINHA
005290     CALL 'GDAREL' USING GDAREL-AREA
005300     PERFORM VARYING WS-EST-IX FROM 1 BY 1
005310             UNTIL WS-EST-IX IS GREATER THAN WS-EST-COUNT
005320         MOVE WS-EST-ENT (WS-EST-IX) TO WS-LE-REGISTRO
005330         MOVE 'D' TO GDAREL-FUNCAO
005340         MOVE WS-LINHA-ESTRANHO TO GDAREL-LINHA
005350         CALL 'GDAREL' USING GDAREL-AREA
005360     END-PERFORM
005370     .
005380 4000-EMITIR-PENDENCIAS-EXIT.
005390     EXIT.
005400 4100-LINHA-SECAO.
005410     MOVE 'D' TO GDAREL-FUNCAO
005420     MOVE SPACES TO GDAREL-LINHA
005430     CALL 'GDAREL' USING GDAREL-AREA
005440     MOVE 'D' TO GDAREL-FUNCAO
005450     MOVE WS-LINHA-SECAO TO GDAREL-LINHA
005460     CALL 'GDAREL' USING GDAREL-AREA
005470     MOVE 'D' TO GDAREL-FUNCAO
005480     MOVE WS-CABEC-DETALHE TO GDAREL-LINHA
005490     CALL 'GDAREL' USING GDAREL-AREA
005500     .
005510 4100-LINHA-SECAO-EXIT.
005520     EXIT.
005530 4200-LINHA-DETALHE.
005540     MOVE WS-ENV-REGISTRO (WS-ENV-IX) TO REG-EXPORT
005550     MOVE EXP-TURMA     TO WS-LD-TURMA
005560     MOVE EXP-MATRICULA TO WS-LD-MATRICULA
005570     MOVE EXP-SESSOES   TO WS-LD-SESSOES
005580     MOVE EXP-PCT       TO WS-LD-PCT
005590     MOVE WS-ENV-MOTIVO (WS-ENV-IX) TO WS-LD-MOTIVO
005600     MOVE WS-ENV-TEXTO (WS-ENV-IX)  TO WS-LD-TEXTO
005610     MOVE 'D' TO GDAREL-FUNCAO
005620     MOVE WS-LINHA-DETALHE TO GDAREL-LINHA
005630     CALL 'GDAREL' USING GDAREL-AREA
005640     .
005650 4200-LINHA-DETALHE-EXIT.
005660     EXIT.
005670 5000-GRAVAR-REENVIO.
005680*-----------------------------------------------------------*
005690* SECREENV: HEADER DO SECEXP COM A DATA DE HOJE, OS DETALHES *
005700* REJEITADOS E SEM RETORNO COMO FORAM ENVIADOS, E O TRAILER  *
005710* REFEITO SOBRE ELES.                                        *
005720*-----------------------------------------------------------*
005730     MOVE WS-EXP-HEADER TO WS-REG-HEADER
005740     MOVE WS-DATA-HOJE  TO WS-HDR-GERACAO
005750     WRITE REG-REENVIO FROM WS-REG-HEADER
005760     MOVE ZEROES TO WS-HASH-MATRICULA WS-HASH-SESSOES WS-HASH-PCT
005770     PERFORM VARYING WS-ENV-IX FROM 1 BY 1
005780             UNTIL WS-ENV-IX IS GREATER THAN WS-ENV-COUNT
005790         IF NOT ENV-ACEITO (WS-ENV-IX)
005800             MOVE WS-ENV-REGISTRO (WS-ENV-IX) TO WS-REG-DETALHE
005810             WRITE REG-REENVIO FROM WS-REG-DETALHE
005820             ADD 1 TO WS-REENVIADOS
005830             ADD WS-DET-MATRICULA TO WS-HASH-MATRICULA
005840             ADD WS-DET-SESSOES   TO WS-HASH-SESSOES
005850             ADD WS-DET-PCT       TO WS-HASH-PCT
005860         END-IF
005870     END-PERFORM
005880     MOVE WS-REENVIADOS     TO WS-TRL-QTDE
005890     MOVE WS-HASH-MATRICULA TO WS-TRL-HASH-MATR
005900     MOVE WS-HASH-SESSOES   TO WS-TRL-HASH-SESSOES
005910     MOVE WS-HASH-PCT       TO WS-TRL-HASH-PCT
005920     WRITE REG-REENVIO FROM WS-REG-TRAILER
005930     .
005940 5000-GRAVAR-REENVIO-EXIT.
005950     EXIT.
005960 6000-EMITIR-TOTAIS.
005970     MOVE 'P' TO GDAREL-FUNCAO
005980     CALL 'GDAREL' USING GDAREL-AREA
005990     MOVE 'REGISTROS ENVIADOS (SECEXP)' TO WS-LT-ROTULO
006000     MOVE WS-ENV-COUNT TO WS-LT-VALOR
006010     PERFORM 6100-LINHA-TOTAL
006020         THRU 6100-LINHA-TOTAL-EXIT
006030     MOVE 'DETALHES NO RETORNO' TO WS-LT-ROTULO
006040     MOVE WS-RET-DETALHES TO WS-LT-VALOR
006050     PERFORM 6100-LINHA-TOTAL
006060         THRU 6100-LINHA-TOTAL-EXIT
006070     MOVE 'ACEITOS' TO WS-LT-ROTULO
006080     MOVE WS-ACEITOS TO WS-LT-VALOR
006090     PERFORM 6100-LINHA-TOTAL
006100         THRU 6100-LINHA-TOTAL-EXIT
006110     MOVE 'REJEITADOS' TO WS-LT-ROTULO
006120     MOVE WS-REJEITADOS TO WS-LT-VALOR
006130     PERFORM 6100-LINHA-TOTAL
006140         THRU 6100-LINHA-TOTAL-EXIT
006150     MOVE 'SEM RETORNO' TO WS-LT-ROTULO
006160     MOVE WS-SEM-RETORNO TO WS-LT-VALOR
006170     PERFORM 6100-LINHA-TOTAL
006180         THRU 6100-LINHA-TOTAL-EXIT
006190     MOVE 'RETORNOS DE MATRICULA NAO ENVIADA' TO WS-LT-ROTULO
006200     MOVE WS-NAO-ENVIADOS TO WS-LT-VALOR
006210     PERFORM 6100-LINHA-TOTAL
006220         THRU 6100-LINHA-TOTAL-EXIT
006230     MOVE 'RETORNOS REPETIDOS (VALEU O ULTIMO)' TO WS-LT-ROTULO
006240     MOVE WS-REPETIDOS TO WS-LT-VALOR
006250     PERFORM 6100-LINHA-TOTAL
006260         THRU 6100-LINHA-TOTAL-EXIT
006270     MOVE 'REGISTROS NO REENVIO (SECREENV)' TO WS-LT-ROTULO
006280     MOVE WS-REENVIADOS TO WS-LT-VALOR
006290     PERFORM 6100-LINHA-TOTAL
006300         THRU 6100-LINHA-TOTAL-EXIT
006310     .
006320 6000-EMITIR-TOTAIS-EXIT.
006330     EXIT.
006340 6100-LINHA-TOTAL.
006350     MOVE 'D' TO GDAREL-FUNCAO
006360     MOVE WS-LINHA-TOTAL TO GDAREL-LINHA
006370     CALL 'GDAREL' USING GDAREL-AREA
006380     .
006390 6100-LINHA-TOTAL-EXIT.
006400     EXIT.
006410 9999-TERMINATE.
006420*-----------------------------------------------------------*
006430* FECHA OS ARQUIVOS E O RELATORIO E DEIXA AS CONTAGENS NO    *
006440* LOG DO PASSO.                                              *
006450*-----------------------------------------------------------*
006460     CLOSE RETORNO-FILE
006470     CLOSE REENVIO-FILE
006480     MOVE 'F' TO GDAREL-FUNCAO
006490     CALL 'GDAREL' USING GDAREL-AREA
006500     DISPLAY "TERMO                = " WS-EXP-TERMO
006510     DISPLAY "ENVIADOS             = " WS-ENV-COUNT
006520     DISPLAY "ACEITOS              = " WS-ACEITOS
006530     DISPLAY "REJEITADOS           = " WS-REJEITADOS
006540     DISPLAY "SEM RETORNO          = " WS-SEM-RETORNO
006550     DISPLAY "NAO ENVIADOS         = " WS-NAO-ENVIADOS
006560     DISPLAY "RETORNOS INVALIDOS   = " WS-INVALIDOS
006570     DISPLAY "PARA REENVIO         = " WS-REENVIADOS
006580     IF WS-REENVIADOS IS GREATER THAN ZEROES
006590         OR WS-NAO-ENVIADOS IS GREATER THAN ZEROES
006600         OR WS-INVALIDOS IS GREATER THAN ZEROES
006610         MOVE 4 TO RETURN-CODE
006620     END-IF
006630     .
006640 9999-TERMINATE-EXIT.
006650     EXIT.
