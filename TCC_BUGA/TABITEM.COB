000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TABITEM.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - ANALISE DAS QUESTOES DAS   *
000120*                  FOLHAS DE EXERCICIO SOBRE O RESULTADO POR  *
000130*                  QUESTAO QUE O TABCORR GRAVA (DD CORRDET).  *
000140*                  PARA CADA QUESTAO (FOLHA/LINHA): INDICE DE *
000150*                  DIFICULDADE (PERCENTUAL DE ACERTO), INDICE *
000160*                  DE DISCRIMINACAO (ACERTO DO TERCO SUPERIOR *
000170*                  MENOS O DO TERCO INFERIOR DOS ALUNOS,      *
000180*                  PELO TOTAL DE ACERTOS NA FOLHA) E A        *
000190*                  RESPOSTA ERRADA MAIS COMUM. QUESTAO EM QUE *
000200*                  OS FORTES ERRAM MAIS QUE OS FRACOS         *
000210*                  (DISCRIMINACAO NEGATIVA) SAI MARCADA PARA  *
000220*                  REVISAO. RELATORIO VIA GDAREL (DD RELPRT), *
000230*                  UMA SECAO (PAGINA) POR FOLHA E UMA PAGINA  *
000240*                  DE TOTAIS NO FIM.                          *
000250*                                                             *
000260* CORRDET: MATRICULA(6) FOLHA(8) LINHA(3) RESPOSTA(9)         *
000270*          SITUACAO(1) (C CERTA, E ERRADA, B EM BRANCO)       *
000280*          GABARITO(9), SEPARADOS POR UM BRANCO               *
000290*                                                             *
000300* RETURN-CODE: 0 = OK, 4 = REGISTRO INVALIDO OU DESCARTADO    *
000310*              POR TABELA CHEIA, 16 = SEM O CORRDET.          *
000320*-----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT DETALHE-FILE ASSIGN TO CORRDET
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-FS-DETALHE.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  DETALHE-FILE
000430     RECORDING MODE IS F.
000440 01  REG-DETALHE.
000450     05  CD-MATRICULA        PIC X(06).
000460     05  FILLER              PIC X(01).
000470     05  CD-FOLHA            PIC X(08).
000480     05  FILLER              PIC X(01).
000490     05  CD-LINHA            PIC X(03).
000500     05  FILLER              PIC X(01).
000510     05  CD-RESPOSTA         PIC X(09).
000520     05  FILLER              PIC X(01).
000530     05  CD-SITUACAO         PIC X(01).
000540         88  CD-SITUACAO-OK            VALUE 'C' 'E' 'B'.
000550         88  CD-CERTA                  VALUE 'C'.
000560     05  FILLER              PIC X(01).
000570     05  CD-GABARITO         PIC X(09).
000580     05  FILLER              PIC X(39).
000590 WORKING-STORAGE SECTION.
000600 77  WS-FS-DETALHE            PIC X(02) VALUE '00'.
000610 01  WS-SWITCHES.
000620     05  WS-FIM-DET-SW        PIC X(01) VALUE 'N'.
000630         88  FIM-DO-DETALHE            VALUE 'S'.
000640     05  WS-ACHOU-SW          PIC X(01) VALUE 'N'.
000650         88  ENTRADA-ACHADA            VALUE 'S'.
000660     05  WS-TROCOU-SW         PIC X(01) VALUE 'N'.
000670         88  HOUVE-TROCA               VALUE 'S'.
000680     05  WS-DISCR-SW          PIC X(01) VALUE 'N'.
000690         88  TEM-DISCRIMINACAO         VALUE 'S'.
000700 01  WS-CONTADORES.
000710     05  WS-LIDOS             PIC 9(07) VALUE ZEROES.
000720     05  WS-INVALIDOS         PIC 9(05) VALUE ZEROES.
000730     05  WS-DESCARTADOS       PIC 9(05) VALUE ZEROES.
000740     05  WS-A-REVISAR         PIC 9(05) VALUE ZEROES.
000750     05  WS-MUITO-FACEIS      PIC 9(05) VALUE ZEROES.
000760     05  WS-MUITO-DIFICEIS    PIC 9(05) VALUE ZEROES.
000770 01  WS-FOLHA-ATUAL           PIC X(08) VALUE LOW-VALUES.
000780 01  WS-MATRICULA             PIC 9(06) VALUE ZEROES.
000790 01  WS-LINHA-NUM             PIC 9(03) VALUE ZEROES.
000800*-----------------------------------------------------------*
000810* LIMITES DA CLASSIFICACAO PELA DIFICULDADE                  *
000820*-----------------------------------------------------------*
000830 01  WS-LIMITES.
000840     05  WS-LIM-FACIL         PIC 9(03) VALUE 90.
000850     05  WS-LIM-DIFICIL       PIC 9(03) VALUE 20.
000860*-----------------------------------------------------------*
000870* FOLHAS, ALUNOS POR FOLHA, QUESTOES E RESPOSTAS EM MEMORIA  *
000880*-----------------------------------------------------------*
000890 01  WS-FOLHAS.
000900     05  WS-FL-MAX            PIC 9(03) VALUE 50.
000910     05  WS-FL-COUNT          PIC 9(03) VALUE ZEROES.
000920     05  WS-FL-IX             PIC 9(03) VALUE ZEROES.
000930     05  WS-FL-ENT OCCURS 50 TIMES.
000940         10  WS-FL-FOLHA      PIC X(08).
000950         10  WS-FL-ALUNOS     PIC 9(03).
000960         10  WS-FL-TERCO      PIC 9(03).
000970 01  WS-ALUNOS-FOLHA.
000980     05  WS-AF-MAX            PIC 9(03) VALUE 300.
000990     05  WS-AF-COUNT          PIC 9(03) VALUE ZEROES.
001000     05  WS-AF-IX             PIC 9(03) VALUE ZEROES.
001010     05  WS-AF-JX             PIC 9(03) VALUE ZEROES.
001020     05  WS-AF-ENT OCCURS 300 TIMES.
001030         10  WS-AF-FOLHA      PIC X(08).
001040         10  WS-AF-MATRICULA  PIC 9(06).
001050         10  WS-AF-FL-IX      PIC 9(03).
001060         10  WS-AF-PONTOS     PIC 9(03).
001070         10  WS-AF-POSICAO    PIC 9(03).
001080         10  WS-AF-TERCO      PIC X(01).
001090             88  AF-SUPERIOR           VALUE 'S'.
001100             88  AF-INFERIOR           VALUE 'I'.
001110 01  WS-QUESTOES.
001120     05  WS-QT-MAX            PIC 9(03) VALUE 500.
001130     05  WS-QT-COUNT          PIC 9(03) VALUE ZEROES.
001140     05  WS-QT-IX             PIC 9(03) VALUE ZEROES.
001150     05  WS-QT-ENT OCCURS 500 TIMES.
001160         10  WS-QT-CHAVE.
001170             15  WS-QT-FOLHA  PIC X(08).
001180             15  WS-QT-LINHA  PIC 9(03).
001190         10  WS-QT-GABARITO   PIC 9(09).
001200 01  WS-QT-TROCA              PIC X(20).
001210 01  WS-RESPOSTAS.
001220     05  WS-RS-MAX            PIC 9(05) VALUE 6000.
001230     05  WS-RS-COUNT          PIC 9(05) VALUE ZEROES.
001240     05  WS-RS-IX             PIC 9(05) VALUE ZEROES.
001250     05  WS-RS-ENT OCCURS 6000 TIMES.
001260         10  WS-RS-AF-IX      PIC 9(03).
001270         10  WS-RS-QT-CHAVE   PIC X(11).
001280         10  WS-RS-SIT        PIC X(01).
001290             88  RS-CERTA              VALUE 'C'.
001300             88  RS-EM-BRANCO          VALUE 'B'.
001310         10  WS-RS-RESPOSTA   PIC X(09).
001320*-----------------------------------------------------------*
001330* CONTAGEM DA QUESTAO EM ANALISE                             *
001340*-----------------------------------------------------------*
001350 01  WS-QUESTAO.
001360     05  WS-IT-RESPOSTAS      PIC 9(05) VALUE ZEROES.
001370     05  WS-IT-ACERTOS        PIC 9(05) VALUE ZEROES.
001380     05  WS-IT-SUP-RESP       PIC 9(05) VALUE ZEROES.
001390     05  WS-IT-SUP-ACERTOS    PIC 9(05) VALUE ZEROES.
001400     05  WS-IT-INF-RESP       PIC 9(05) VALUE ZEROES.
001410     05  WS-IT-INF-ACERTOS    PIC 9(05) VALUE ZEROES.
001420     05  WS-IT-DIFIC          PIC 9(03) VALUE ZEROES.
001430     05  WS-IT-PCT-SUP        PIC 9(03) VALUE ZEROES.
001440     05  WS-IT-PCT-INF        PIC 9(03) VALUE ZEROES.
001450     05  WS-IT-DISCR          PIC S9V99 VALUE ZEROES.
001460 01  WS-ERRADAS.
001470     05  WS-ER-MAX            PIC 9(02) VALUE 30.
001480     05  WS-ER-COUNT          PIC 9(02) VALUE ZEROES.
001490     05  WS-ER-IX             PIC 9(02) VALUE ZEROES.
001500     05  WS-ER-MAIOR          PIC 9(02) VALUE ZEROES.
001510     05  WS-ER-ENT OCCURS 30 TIMES.
001520         10  WS-ER-RESPOSTA   PIC X(09).
001530         10  WS-ER-QTDE       PIC 9(05).
001540 01  WS-RESPOSTA-ERRADA       PIC X(09) VALUE SPACES.
001550*-----------------------------------------------------------*
001560* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
001570*-----------------------------------------------------------*
001580 01  GDAREL-AREA.
001590     03  GDAREL-FUNCAO        PIC X(01).
001600     03  GDAREL-TITULO        PIC X(60).
001610     03  GDAREL-CABECALHO     PIC X(80).
001620     03  GDAREL-LINHA         PIC X(132).
001630     03  GDAREL-RETORNO       PIC 9(02).
001640     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
001650     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
001660         05  GDAREL-QBR-POS   PIC 9(03) VALUE ZEROES.
001670         05  GDAREL-QBR-TAM   PIC 9(02) VALUE ZEROES.
001680     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
001690     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
001700     03  GDAREL-EXTRATO OCCURS 10 TIMES.
001710         05  GDAREL-EXT-POS   PIC 9(03) VALUE ZEROES.
001720         05  GDAREL-EXT-TAM   PIC 9(03) VALUE ZEROES.
001730     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
001740*-----------------------------------------------------------*
001750* LINHAS DO RELATORIO                                        *
001760*-----------------------------------------------------------*
001770 01  WS-CABEC-ITEM.
001780     05  FILLER               PIC X(41) VALUE
001790         ' LIN   GABARITO  RESP  DIF%  SUP%  INF%  '.
001800     05  FILLER               PIC X(39) VALUE
001810         'DISCR  ERRO MAIS COMUM  OBSERVACAO'.
001820 01  WS-LINHA-SECAO.
001830     05  FILLER               PIC X(07) VALUE ' FOLHA '.
001840     05  SEC-FOLHA            PIC X(08).
001850     05  FILLER               PIC X(03) VALUE ' - '.
001860     05  SEC-ALUNOS           PIC ZZ9.
001870     05  FILLER               PIC X(10) VALUE ' ALUNO(S),'.
001880     05  SEC-TEXTO            PIC X(60).
001890     05  FILLER               PIC X(41) VALUE SPACES.
001900 01  WS-TEXTO-TERCO.
001910     05  FILLER               PIC X(11) VALUE ' TERCOS DE '.
001920     05  TER-ALUNOS           PIC ZZ9.
001930     05  FILLER               PIC X(46) VALUE
001940         ' ALUNO(S) PELO TOTAL DE ACERTOS NA FOLHA'.
001950 01  WS-LINHA-ITEM.
001960     05  FILLER               PIC X(01) VALUE SPACE.
001970     05  IT-LINHA             PIC ZZ9.
001980     05  FILLER               PIC X(02) VALUE SPACES.
001990     05  IT-GABARITO          PIC ZZZZZZZZ9.
002000     05  FILLER               PIC X(02) VALUE SPACES.
002010     05  IT-RESPOSTAS         PIC ZZZ9.
002020     05  FILLER               PIC X(03) VALUE SPACES.
002030     05  IT-DIFIC             PIC ZZ9.
002040     05  FILLER               PIC X(03) VALUE SPACES.
002050     05  IT-PCT-SUP           PIC X(03).
002060     05  FILLER               PIC X(03) VALUE SPACES.
002070     05  IT-PCT-INF           PIC X(03).
002080     05  FILLER               PIC X(02) VALUE SPACES.
002090     05  IT-DISCR             PIC X(05).
002100     05  FILLER               PIC X(02) VALUE SPACES.
002110     05  IT-ERRO              PIC X(09).
002120     05  FILLER               PIC X(01) VALUE SPACE.
002130     05  IT-ERRO-QTDE         PIC X(04).
002140     05  FILLER               PIC X(03) VALUE SPACES.
002150     05  IT-OBS               PIC X(40).
002160     05  FILLER               PIC X(27) VALUE SPACES.
002170 01  WS-EDICAO.
002180     05  WS-PCT-ED            PIC ZZ9.
002190     05  WS-DISCR-ED          PIC +9.99.
002200     05  WS-QTDE-ED           PIC ZZZ9.
002210 01  WS-LINHA-TOTAL.
002220     05  FILLER               PIC X(01) VALUE SPACE.
002230     05  WS-LT-ROTULO         PIC X(40).
002240     05  WS-LT-VALOR          PIC ZZZZZZ9.
002250     05  FILLER               PIC X(84) VALUE SPACES.
002260 01  WS-LINHA-LEGENDA-1.
002270     05  FILLER               PIC X(45) VALUE
002280         ' DIF% = PERCENTUAL DE ACERTO DA QUESTAO; SUP%'.
002290     05  FILLER               PIC X(45) VALUE
002300         ' E INF% = ACERTO NOS TERCOS SUPERIOR E'.
002310     05  FILLER               PIC X(42) VALUE SPACES.
002320 01  WS-LINHA-LEGENDA-2.
002330     05  FILLER               PIC X(42) VALUE
002340         ' INFERIOR; DISCR = (SUP% - INF%) / 100, DE'.
002350     05  FILLER               PIC X(15) VALUE
002360         ' -1,00 A +1,00.'.
002370     05  FILLER               PIC X(75) VALUE SPACES.
002380 PROCEDURE DIVISION.
002390 0000-MAINLINE.
002400*-----------------------------------------------------------*
002410* PARAGRAFO PRINCIPAL.                                       *
002420*-----------------------------------------------------------*
002430     PERFORM 1000-INITIALIZE
002440         THRU 1000-INITIALIZE-EXIT
002450     PERFORM 2000-LER-DETALHE
002460         THRU 2000-LER-DETALHE-EXIT
002470         UNTIL FIM-DO-DETALHE
002480     PERFORM 3000-CLASSIFICAR-ALUNO
002490         THRU 3000-CLASSIFICAR-ALUNO-EXIT
002500         VARYING WS-AF-IX FROM 1 BY 1
002510         UNTIL WS-AF-IX IS GREATER THAN WS-AF-COUNT
002520     SET HOUVE-TROCA TO TRUE
002530     PERFORM 4000-ORDENAR-QUESTOES
002540         THRU 4000-ORDENAR-QUESTOES-EXIT
002550         UNTIL NOT HOUVE-TROCA
002560     PERFORM 5000-ANALISAR-QUESTAO
002570         THRU 5000-ANALISAR-QUESTAO-EXIT
002580         VARYING WS-QT-IX FROM 1 BY 1
002590         UNTIL WS-QT-IX IS GREATER THAN WS-QT-COUNT
002600     PERFORM 6000-EMITIR-TOTAIS
002610         THRU 6000-EMITIR-TOTAIS-EXIT
002620     PERFORM 9999-TERMINATE
002630         THRU 9999-TERMINATE-EXIT
002640     STOP RUN
002650     .
002660 0000-MAINLINE-EXIT.
002670     EXIT.
002680 1000-INITIALIZE.
002690*-----------------------------------------------------------*
002700* ABRE O RESULTADO DO TABCORR E O RELATORIO PADRAO.          *
002710*-----------------------------------------------------------*
002720     OPEN INPUT DETALHE-FILE
002730     IF WS-FS-DETALHE NOT EQUAL '00'
002740         DISPLAY "TABITEM: SEM RESULTADO POR QUESTAO "
002750                 "(DD CORRDET), STATUS = " WS-FS-DETALHE
002760         MOVE 16 TO RETURN-CODE
002770         STOP RUN
002780     END-IF
002790     MOVE 'A' TO GDAREL-FUNCAO
002800     MOVE 'ANALISE DAS QUESTOES DAS FOLHAS DE EXERCICIO'
002810         TO GDAREL-TITULO
002820     MOVE WS-CABEC-ITEM TO GDAREL-CABECALHO
002830     CALL 'GDAREL' USING GDAREL-AREA
002840     .
002850 1000-INITIALIZE-EXIT.
002860     EXIT.
002870 2000-LER-DETALHE.
002880*-----------------------------------------------------------*
002890* UMA RESPOSTA CORRIGIDA: ACHA (OU CRIA) A FOLHA, O ALUNO NA *
002900* FOLHA E A QUESTAO, E GUARDA A RESPOSTA. TABELA CHEIA       *
002910* DESCARTA A RESPOSTA COM AVISO NO TOTAL.                    *
002920*-----------------------------------------------------------*
002930     READ DETALHE-FILE
002940         AT END
002950             SET FIM-DO-DETALHE TO TRUE
002960             GO TO 2000-LER-DETALHE-EXIT
002970     END-READ
002980     ADD 1 TO WS-LIDOS
002990     IF CD-MATRICULA IS NOT NUMERIC
003000         OR CD-LINHA IS NOT NUMERIC
003010         OR CD-GABARITO IS NOT NUMERIC
003020         OR NOT CD-SITUACAO-OK
003030         ADD 1 TO WS-INVALIDOS
003040         DISPLAY "REGISTRO IGNORADO: " REG-DETALHE(1:41)
003050         GO TO 2000-LER-DETALHE-EXIT
003060     END-IF
003070     MOVE CD-MATRICULA TO WS-MATRICULA
003080     MOVE CD-LINHA     TO WS-LINHA-NUM
003090     IF WS-RS-COUNT IS EQUAL TO WS-RS-MAX
003100         ADD 1 TO WS-DESCARTADOS
003110         GO TO 2000-LER-DETALHE-EXIT
003120     END-IF
003130     PERFORM 2100-ACHAR-FOLHA
003140         THRU 2100-ACHAR-FOLHA-EXIT
003150     IF NOT ENTRADA-ACHADA
003160         ADD 1 TO WS-DESCARTADOS
003170         GO TO 2000-LER-DETALHE-EXIT
003180     END-IF
003190     PERFORM 2200-ACHAR-ALUNO
003200         THRU 2200-ACHAR-ALUNO-EXIT
003210     IF NOT ENTRADA-ACHADA
003220         ADD 1 TO WS-DESCARTADOS
003230         GO TO 2000-LER-DETALHE-EXIT
003240     END-IF
003250     PERFORM 2300-ACHAR-QUESTAO
003260         THRU 2300-ACHAR-QUESTAO-EXIT
003270     IF NOT ENTRADA-ACHADA
003280         ADD 1 TO WS-DESCARTADOS
003290         GO TO 2000-LER-DETALHE-EXIT
003300     END-IF
003310     ADD 1 TO WS-RS-COUNT
003320     MOVE WS-AF-IX    TO WS-RS-AF-IX (WS-RS-COUNT)
003330     MOVE WS-QT-CHAVE (WS-QT-IX) TO WS-RS-QT-CHAVE (WS-RS-COUNT)
003340     MOVE CD-SITUACAO TO WS-RS-SIT (WS-RS-COUNT)
003350     MOVE CD-RESPOSTA TO WS-RS-RESPOSTA (WS-RS-COUNT)
003360     IF CD-CERTA
003370         ADD 1 TO WS-AF-PONTOS (WS-AF-IX)
003380     END-IF
003390     .
003400 2000-LER-DETALHE-EXIT.
003410     EXIT.
003420 2100-ACHAR-FOLHA.
003430     MOVE 'N' TO WS-ACHOU-SW
003440     PERFORM VARYING WS-FL-IX FROM 1 BY 1
003450             UNTIL WS-FL-IX IS GREATER THAN WS-FL-COUNT
003460                OR ENTRADA-ACHADA
003470         IF WS-FL-FOLHA (WS-FL-IX) IS EQUAL TO CD-FOLHA
003480             SET ENTRADA-ACHADA TO TRUE
003490             SUBTRACT 1 FROM WS-FL-IX
003500         END-IF
003510     END-PERFORM
003520     IF ENTRADA-ACHADA
003530         OR WS-FL-COUNT IS EQUAL TO WS-FL-MAX
003540         GO TO 2100-ACHAR-FOLHA-EXIT
003550     END-IF
003560     SET ENTRADA-ACHADA TO TRUE
003570     ADD 1 TO WS-FL-COUNT
003580     MOVE WS-FL-COUNT TO WS-FL-IX
003590     MOVE CD-FOLHA    TO WS-FL-FOLHA (WS-FL-IX)
003600     MOVE ZEROES      TO WS-FL-ALUNOS (WS-FL-IX)
003610     MOVE ZEROES      TO WS-FL-TERCO (WS-FL-IX)
003620     .
003630 2100-ACHAR-FOLHA-EXIT.
003640     EXIT.
003650 2200-ACHAR-ALUNO.
003660     MOVE 'N' TO WS-ACHOU-SW
003670     PERFORM VARYING WS-AF-IX FROM 1 BY 1
003680             UNTIL WS-AF-IX IS GREATER THAN WS-AF-COUNT
003690                OR ENTRADA-ACHADA
003700         IF WS-AF-FOLHA (WS-AF-IX) IS EQUAL TO CD-FOLHA
003710             AND WS-AF-MATRICULA (WS-AF-IX) IS EQUAL TO
003720                 WS-MATRICULA
003730             SET ENTRADA-ACHADA TO TRUE
003740             SUBTRACT 1 FROM WS-AF-IX
003750         END-IF
003760     END-PERFORM
003770     IF ENTRADA-ACHADA
003780         OR WS-AF-COUNT IS EQUAL TO WS-AF-MAX
003790         GO TO 2200-ACHAR-ALUNO-EXIT
003800     END-IF
003810     SET ENTRADA-ACHADA TO TRUE
003820     ADD 1 TO WS-AF-COUNT
003830     MOVE WS-AF-COUNT  TO WS-AF-IX
003840     MOVE CD-FOLHA     TO WS-AF-FOLHA (WS-AF-IX)
003850     MOVE WS-MATRICULA TO WS-AF-MATRICULA (WS-AF-IX)
003860     MOVE WS-FL-IX     TO WS-AF-FL-IX (WS-AF-IX)
003870     MOVE ZEROES       TO WS-AF-PONTOS (WS-AF-IX)
003880     MOVE ZEROES       TO WS-AF-POSICAO (WS-AF-IX)
003890     MOVE SPACES       TO WS-AF-TERCO (WS-AF-IX)
003900     ADD 1 TO WS-FL-ALUNOS (WS-FL-IX)
003910     .
003920 2200-ACHAR-ALUNO-EXIT.
003930     EXIT.
003940 2300-ACHAR-QUESTAO.
003950     MOVE 'N' TO WS-ACHOU-SW
003960     PERFORM VARYING WS-QT-IX FROM 1 BY 1
003970             UNTIL WS-QT-IX IS GREATER THAN WS-QT-COUNT
003980                OR ENTRADA-ACHADA
003990         IF WS-QT-FOLHA (WS-QT-IX) IS EQUAL TO CD-FOLHA
004000             AND WS-QT-LINHA (WS-QT-IX) IS EQUAL TO WS-LINHA-NUM
004010             SET ENTRADA-ACHADA TO TRUE
004020             SUBTRACT 1 FROM WS-QT-IX
004030         END-IF
004040     END-PERFORM
004050     IF ENTRADA-ACHADA
004060         OR WS-QT-COUNT IS EQUAL TO WS-QT-MAX
004070         GO TO 2300-ACHAR-QUESTAO-EXIT
004080     END-IF
004090     SET ENTRADA-ACHADA TO TRUE
004100     ADD 1 TO WS-QT-COUNT
004110     MOVE WS-QT-COUNT  TO WS-QT-IX
004120     MOVE CD-FOLHA     TO WS-QT-FOLHA (WS-QT-IX)
004130     MOVE WS-LINHA-NUM TO WS-QT-LINHA (WS-QT-IX)
004140     MOVE CD-GABARITO  TO WS-QT-GABARITO (WS-QT-IX)
004150     .
004160 2300-ACHAR-QUESTAO-EXIT.
004170     EXIT.
004180 3000-CLASSIFICAR-ALUNO.
004190*-----------------------------------------------------------*
004200* POSICAO DO ALUNO NA FOLHA: UM MAIS OS QUE FIZERAM MAIS     *
004210* PONTOS (EMPATE DESFEITO PELA MATRICULA). COM TERCO DE N    *
004220* ALUNOS, OS N PRIMEIROS SAO O TERCO SUPERIOR E OS N ULTIMOS *
004230* O INFERIOR. FOLHA COM MENOS DE 3 ALUNOS NAO TEM TERCOS.    *
004240*-----------------------------------------------------------*
004250     MOVE WS-AF-FL-IX (WS-AF-IX) TO WS-FL-IX
004260     DIVIDE WS-FL-ALUNOS (WS-FL-IX) BY 3
004270         GIVING WS-FL-TERCO (WS-FL-IX)
004280     MOVE 1 TO WS-AF-POSICAO (WS-AF-IX)
004290     PERFORM VARYING WS-AF-JX FROM 1 BY 1
004300             UNTIL WS-AF-JX IS GREATER THAN WS-AF-COUNT
004310         IF WS-AF-FL-IX (WS-AF-JX) IS EQUAL TO WS-FL-IX
004320             AND (WS-AF-PONTOS (WS-AF-JX) IS GREATER THAN
004330                  WS-AF-PONTOS (WS-AF-IX)
004340               OR (WS-AF-PONTOS (WS-AF-JX) IS EQUAL TO
004350                   WS-AF-PONTOS (WS-AF-IX)
004360                   AND WS-AF-MATRICULA (WS-AF-JX) IS LESS THAN
004370                       WS-AF-MATRICULA (WS-AF-IX)))
004380             ADD 1 TO WS-AF-POSICAO (WS-AF-IX)
004390         END-IF
004400     END-PERFORM
004410     IF WS-FL-TERCO (WS-FL-IX) IS EQUAL TO ZEROES
004420         GO TO 3000-CLASSIFICAR-ALUNO-EXIT
004430     END-IF
004440     IF WS-AF-POSICAO (WS-AF-IX) IS NOT GREATER THAN
004450         WS-FL-TERCO (WS-FL-IX)
004460         SET AF-SUPERIOR (WS-AF-IX) TO TRUE
004470     END-IF
004480     IF WS-AF-POSICAO (WS-AF-IX) IS GREATER THAN
004490         WS-FL-ALUNOS (WS-FL-IX) - WS-FL-TERCO (WS-FL-IX)
004500         SET AF-INFERIOR (WS-AF-IX) TO TRUE
004510     END-IF
004520     .
004530 3000-CLASSIFICAR-ALUNO-EXIT.
004540     EXIT.
004550 4000-ORDENAR-QUESTOES.
004560*-----------------------------------------------------------*
004570* UMA PASSADA DA ORDENACAO POR TROCA: FOLHA E LINHA.         *
004580*-----------------------------------------------------------*
004590     MOVE 'N' TO WS-TROCOU-SW
004600     PERFORM VARYING WS-QT-IX FROM 1 BY 1
004610             UNTIL WS-QT-IX IS NOT LESS THAN WS-QT-COUNT
004620         IF WS-QT-CHAVE (WS-QT-IX) IS GREATER THAN
004630             WS-QT-CHAVE (WS-QT-IX + 1)
004640             MOVE WS-QT-ENT (WS-QT-IX)     TO WS-QT-TROCA
004650             MOVE WS-QT-ENT (WS-QT-IX + 1)
004660               TO WS-QT-ENT (WS-QT-IX)
004670             MOVE WS-QT-TROCA TO WS-QT-ENT (WS-QT-IX + 1)
004680             SET HOUVE-TROCA TO TRUE
004690         END-IF
004700     END-PERFORM
004710     .
004720 4000-ORDENAR-QUESTOES-EXIT.
004730     EXIT.
004740 5000-ANALISAR-QUESTAO.
004750*-----------------------------------------------------------*
004760* UMA QUESTAO: CONTA AS RESPOSTAS DELA NO TOTAL E EM CADA    *
004770* TERCO, APURA A RESPOSTA ERRADA MAIS COMUM E IMPRIME.       *
004780*-----------------------------------------------------------*
004790     IF WS-QT-FOLHA (WS-QT-IX) IS NOT EQUAL TO WS-FOLHA-ATUAL
004800         PERFORM 5300-ABRIR-SECAO
004810             THRU 5300-ABRIR-SECAO-EXIT
004820     END-IF
004830     INITIALIZE WS-QUESTAO
004840     MOVE ZEROES TO WS-ER-COUNT
004850     MOVE ZEROES TO WS-ER-MAIOR
004860     PERFORM 5100-CONTAR-RESPOSTA
004870         THRU 5100-CONTAR-RESPOSTA-EXIT
004880         VARYING WS-RS-IX FROM 1 BY 1
004890         UNTIL WS-RS-IX IS GREATER THAN WS-RS-COUNT
004900     MOVE SPACES TO IT-ERRO-QTDE
004910     MOVE SPACES TO IT-OBS
004920     MOVE WS-QT-LINHA (WS-QT-IX)    TO IT-LINHA
004930     MOVE WS-QT-GABARITO (WS-QT-IX) TO IT-GABARITO
004940     MOVE WS-IT-RESPOSTAS           TO IT-RESPOSTAS
004950     COMPUTE WS-IT-DIFIC ROUNDED =
004960         WS-IT-ACERTOS * 100 / WS-IT-RESPOSTAS
004970     MOVE WS-IT-DIFIC TO IT-DIFIC
004980     MOVE 'N' TO WS-DISCR-SW
004990     IF WS-IT-SUP-RESP IS GREATER THAN ZEROES
005000         AND WS-IT-INF-RESP IS GREATER THAN ZEROES
005010         SET TEM-DISCRIMINACAO TO TRUE
005020         COMPUTE WS-IT-PCT-SUP ROUNDED =
005030             WS-IT-SUP-ACERTOS * 100 / WS-IT-SUP-RESP
005040         COMPUTE WS-IT-PCT-INF ROUNDED =
005050             WS-IT-INF-ACERTOS * 100 / WS-IT-INF-RESP
005060         COMPUTE WS-IT-DISCR ROUNDED =
005070             WS-IT-SUP-ACERTOS / WS-IT-SUP-RESP
005080           - WS-IT-INF-ACERTOS / WS-IT-INF-RESP
005090         MOVE WS-IT-PCT-SUP TO WS-PCT-ED
005100         MOVE WS-PCT-ED     TO IT-PCT-SUP
005110         MOVE WS-IT-PCT-INF TO WS-PCT-ED
005120         MOVE WS-PCT-ED     TO IT-PCT-INF
005130         MOVE WS-IT-DISCR   TO WS-DISCR-ED
005140         MOVE WS-DISCR-ED   TO IT-DISCR
005150     ELSE
005160         MOVE '  -'   TO IT-PCT-SUP
005170         MOVE '  -'   TO IT-PCT-INF
005180         MOVE '  -  ' TO IT-DISCR
005190     END-IF
005200     IF WS-ER-MAIOR IS GREATER THAN ZEROES
005210         MOVE WS-ER-RESPOSTA (WS-ER-MAIOR) TO IT-ERRO
005220         IF WS-ER-RESPOSTA (WS-ER-MAIOR) IS EQUAL TO SPACES
005230             MOVE '(BRANCO)' TO IT-ERRO
005240         END-IF
005250         MOVE WS-ER-QTDE (WS-ER-MAIOR) TO WS-QTDE-ED
005260         MOVE WS-QTDE-ED TO IT-ERRO-QTDE
005270     ELSE
005280         MOVE '-' TO IT-ERRO
005290     END-IF
005300     EVALUATE TRUE
005310         WHEN TEM-DISCRIMINACAO
005320             AND WS-IT-DISCR IS NEGATIVE
005330             ADD 1 TO WS-A-REVISAR
005340             MOVE 'REVISAR - FORTES ERRAM MAIS QUE FRACOS'
005350                 TO IT-OBS
005360         WHEN WS-IT-DIFIC IS NOT LESS THAN WS-LIM-FACIL
005370             ADD 1 TO WS-MUITO-FACEIS
005380             MOVE 'MUITO FACIL' TO IT-OBS
005390         WHEN WS-IT-DIFIC IS NOT GREATER THAN WS-LIM-DIFICIL
005400             ADD 1 TO WS-MUITO-DIFICEIS
005410             MOVE 'MUITO DIFICIL' TO IT-OBS
005420     END-EVALUATE
005430     MOVE 'D' TO GDAREL-FUNCAO
005440     MOVE WS-LINHA-ITEM TO GDAREL-LINHA
005450     CALL 'GDAREL' USING GDAREL-AREA
005460     .
005470 5000-ANALISAR-QUESTAO-EXIT.
005480     EXIT.
005490 5100-CONTAR-RESPOSTA.
005500     IF WS-RS-QT-CHAVE (WS-RS-IX) IS NOT EQUAL TO
005510         WS-QT-CHAVE (WS-QT-IX)
005520         GO TO 5100-CONTAR-RESPOSTA-EXIT
005530     END-IF
005540     MOVE WS-RS-AF-IX (WS-RS-IX) TO WS-AF-IX
005550     ADD 1 TO WS-IT-RESPOSTAS
005560     IF AF-SUPERIOR (WS-AF-IX)
005570         ADD 1 TO WS-IT-SUP-RESP
005580     END-IF
005590     IF AF-INFERIOR (WS-AF-IX)
005600         ADD 1 TO WS-IT-INF-RESP
005610     END-IF
005620     IF RS-CERTA (WS-RS-IX)
005630         ADD 1 TO WS-IT-ACERTOS
005640         IF AF-SUPERIOR (WS-AF-IX)
005650             ADD 1 TO WS-IT-SUP-ACERTOS
005660         END-IF
005670         IF AF-INFERIOR (WS-AF-IX)
005680             ADD 1 TO WS-IT-INF-ACERTOS
005690         END-IF
005700         GO TO 5100-CONTAR-RESPOSTA-EXIT
005710     END-IF
005720     PERFORM 5200-CONTAR-ERRADA
005730         THRU 5200-CONTAR-ERRADA-EXIT
005740     .
005750 5100-CONTAR-RESPOSTA-EXIT.
005760     EXIT.
005770 5200-CONTAR-ERRADA.
005780*-----------------------------------------------------------*
005790* SOMA A RESPOSTA ERRADA NA APURACAO DA QUESTAO (BRANCO      *
005800* CONTA COMO UMA RESPOSTA A MAIS); NO EMPATE FICA A QUE      *
005810* APARECEU PRIMEIRO.                                         *
005820*-----------------------------------------------------------*
005830     MOVE WS-RS-RESPOSTA (WS-RS-IX) TO WS-RESPOSTA-ERRADA
005840     MOVE 'N' TO WS-ACHOU-SW
005850     PERFORM VARYING WS-ER-IX FROM 1 BY 1
005860             UNTIL WS-ER-IX IS GREATER THAN WS-ER-COUNT
005870                OR ENTRADA-ACHADA
005880         IF WS-ER-RESPOSTA (WS-ER-IX) IS EQUAL TO
005890             WS-RESPOSTA-ERRADA
005900             SET ENTRADA-ACHADA TO TRUE
005910             SUBTRACT 1 FROM WS-ER-IX
005920         END-IF
005930     END-PERFORM
005940     IF NOT ENTRADA-ACHADA
005950         IF WS-ER-COUNT IS EQUAL TO WS-ER-MAX
005960             GO TO 5200-CONTAR-ERRADA-EXIT
005970         END-IF
005980         ADD 1 TO WS-ER-COUNT
005990         MOVE WS-ER-COUNT TO WS-ER-IX
006000         MOVE WS-RESPOSTA-ERRADA TO WS-ER-RESPOSTA (WS-ER-IX)
006010         MOVE ZEROES TO WS-ER-QTDE (WS-ER-IX)
006020     END-IF
006030     ADD 1 TO WS-ER-QTDE (WS-ER-IX)
006040     IF WS-ER-MAIOR IS EQUAL TO ZEROES
006050         MOVE WS-ER-IX TO WS-ER-MAIOR
006060     END-IF
006070     IF WS-ER-QTDE (WS-ER-IX) IS GREATER THAN
006080         WS-ER-QTDE (WS-ER-MAIOR)
006090         MOVE WS-ER-IX TO WS-ER-MAIOR
006100     END-IF
006110     .
006120 5200-CONTAR-ERRADA-EXIT.
006130     EXIT.
006140 5300-ABRIR-SECAO.
006150*-----------------------------------------------------------*
006160* CADA FOLHA COMECA EM PAGINA NOVA, COM O NUMERO DE ALUNOS   *
006170* E O TAMANHO DOS TERCOS.                                    *
006180*-----------------------------------------------------------*
006190     IF WS-FOLHA-ATUAL IS NOT EQUAL TO LOW-VALUES
006200         MOVE 'P' TO GDAREL-FUNCAO
006210         CALL 'GDAREL' USING GDAREL-AREA
006220     END-IF
006230     MOVE WS-QT-FOLHA (WS-QT-IX) TO WS-FOLHA-ATUAL
006240     PERFORM VARYING WS-FL-IX FROM 1 BY 1
006250             UNTIL WS-FL-IX IS GREATER THAN WS-FL-COUNT
006260                OR WS-FL-FOLHA (WS-FL-IX) IS EQUAL TO
006270                   WS-FOLHA-ATUAL
006280         CONTINUE
006290     END-PERFORM
006300     MOVE WS-FOLHA-ATUAL          TO SEC-FOLHA
006310     MOVE WS-FL-ALUNOS (WS-FL-IX) TO SEC-ALUNOS
006320     IF WS-FL-TERCO (WS-FL-IX) IS EQUAL TO ZEROES
006330         MOVE ' MENOS DE 3, SEM DISCRIMINACAO' TO SEC-TEXTO
006340     ELSE
006350         MOVE WS-FL-TERCO (WS-FL-IX) TO TER-ALUNOS
006360         MOVE WS-TEXTO-TERCO TO SEC-TEXTO
006370     END-IF
006380     MOVE 'D' TO GDAREL-FUNCAO
006390     MOVE WS-LINHA-SECAO TO GDAREL-LINHA
006400     CALL 'GDAREL' USING GDAREL-AREA
006410     MOVE 'D' TO GDAREL-FUNCAO
006420     MOVE SPACES TO GDAREL-LINHA
006430     CALL 'GDAREL' USING GDAREL-AREA
006440     .
006450 5300-ABRIR-SECAO-EXIT.
006460     EXIT.
006470 6000-EMITIR-TOTAIS.
006480     MOVE 'P' TO GDAREL-FUNCAO
006490     CALL 'GDAREL' USING GDAREL-AREA
006500     MOVE 'FOLHAS ANALISADAS' TO WS-LT-ROTULO
006510     MOVE WS-FL-COUNT TO WS-LT-VALOR
006520     PERFORM 6100-LINHA-TOTAL
006530         THRU 6100-LINHA-TOTAL-EXIT
006540     MOVE 'QUESTOES ANALISADAS' TO WS-LT-ROTULO
006550     MOVE WS-QT-COUNT TO WS-LT-VALOR
006560     PERFORM 6100-LINHA-TOTAL
006570         THRU 6100-LINHA-TOTAL-EXIT
006580     MOVE 'RESPOSTAS LIDAS' TO WS-LT-ROTULO
006590     MOVE WS-LIDOS TO WS-LT-VALOR
006600     PERFORM 6100-LINHA-TOTAL
006610         THRU 6100-LINHA-TOTAL-EXIT
006620     MOVE 'REGISTROS INVALIDOS' TO WS-LT-ROTULO
006630     MOVE WS-INVALIDOS TO WS-LT-VALOR
006640     PERFORM 6100-LINHA-TOTAL
006650         THRU 6100-LINHA-TOTAL-EXIT
006660     MOVE 'DESCARTADOS POR TABELA CHEIA' TO WS-LT-ROTULO
006670     MOVE WS-DESCARTADOS TO WS-LT-VALOR
006680     PERFORM 6100-LINHA-TOTAL
006690         THRU 6100-LINHA-TOTAL-EXIT
006700     MOVE 'QUESTOES A REVISAR' TO WS-LT-ROTULO
006710     MOVE WS-A-REVISAR TO WS-LT-VALOR
006720     PERFORM 6100-LINHA-TOTAL
006730         THRU 6100-LINHA-TOTAL-EXIT
006740     MOVE 'QUESTOES MUITO FACEIS' TO WS-LT-ROTULO
006750     MOVE WS-MUITO-FACEIS TO WS-LT-VALOR
006760     PERFORM 6100-LINHA-TOTAL
006770         THRU 6100-LINHA-TOTAL-EXIT
006780     MOVE 'QUESTOES MUITO DIFICEIS' TO WS-LT-ROTULO
006790     MOVE WS-MUITO-DIFICEIS TO WS-LT-VALOR
006800     PERFORM 6100-LINHA-TOTAL
006810         THRU 6100-LINHA-TOTAL-EXIT
006820     MOVE 'D' TO GDAREL-FUNCAO
006830     MOVE SPACES TO GDAREL-LINHA
006840     CALL 'GDAREL' USING GDAREL-AREA
006850     MOVE 'D' TO GDAREL-FUNCAO
006860     MOVE WS-LINHA-LEGENDA-1 TO GDAREL-LINHA
006870     CALL 'GDAREL' USING GDAREL-AREA
006880     MOVE 'D' TO GDAREL-FUNCAO
006890     MOVE WS-LINHA-LEGENDA-2 TO GDAREL-LINHA
006900     CALL 'GDAREL' USING GDAREL-AREA
006910     .
006920 6000-EMITIR-TOTAIS-EXIT.
006930     EXIT.
006940 6100-LINHA-TOTAL.
006950     MOVE 'D' TO GDAREL-FUNCAO
006960     MOVE WS-LINHA-TOTAL TO GDAREL-LINHA
006970     CALL 'GDAREL' USING GDAREL-AREA
006980     .
006990 6100-LINHA-TOTAL-EXIT.
007000     EXIT.
007010 9999-TERMINATE.
007020*-----------------------------------------------------------*
007030* FECHA O CORRDET E O RELATORIO.                             *
007040*-----------------------------------------------------------*
007050     CLOSE DETALHE-FILE
007060     MOVE 'F' TO GDAREL-FUNCAO
007070     CALL 'GDAREL' USING GDAREL-AREA
007080     DISPLAY "TABITEM: " WS-QT-COUNT " QUESTAO(OES), "
007090             WS-A-REVISAR " A REVISAR"
007100     IF WS-INVALIDOS IS GREATER THAN ZEROES
007110         OR WS-DESCARTADOS IS GREATER THAN ZEROES
007120         MOVE 4 TO RETURN-CODE
007130     END-IF
007140     .
007150 9999-TERMINATE-EXIT.
007160     EXIT.
