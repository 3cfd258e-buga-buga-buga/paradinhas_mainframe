000290*                  COM OS FATOS MAIS LENTOS POR TURMA, LIDA   *
000300*                  DO DETALHE POR PERGUNTA (DD QUIZDET,       *
000310*                  OPCIONAL). FLUENCIA, NAO SO PRECISAO.      *
000311* 10/15/2026 JLC   TOTAIS DE CONTROLE NO FIM DO PASSO PELO    *
000312*                  GDATOTAL (DD TOTAIS): LIDOS DO QUIZNOTA,   *
000313*                  ALUNOS E QUIZDET; SESSAO QUE NAO COUBE NA  *
000314*                  TABELA E PERGUNTA SEM TEMPO COMO           *
000315*                  REJEITADAS.                                *
000320*-----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
001140         88  FIM-DO-DETALHE            VALUE 'S'.
001150     05  WS-FAT-ACHOU-SW      PIC X(01) VALUE 'N'.
001160         88  FATO-ACHADO               VALUE 'S'.
001161*-----------------------------------------------------------*
001162* TOTAIS DE CONTROLE PARA O LIVRO CENTRAL (GDATOTAL)         *
001163*-----------------------------------------------------------*
001164 01  WS-CONTROLE-DD.
001165     05  WS-NOTAS-LIDAS       PIC 9(07) VALUE ZEROES.
001166     05  WS-NOTAS-FORA        PIC 9(07) VALUE ZEROES.
001167     05  WS-ALUNOS-LIDOS      PIC 9(07) VALUE ZEROES.
001168     05  WS-DET-LIDOS         PIC 9(07) VALUE ZEROES.
001169     05  WS-DET-FORA          PIC 9(07) VALUE ZEROES.
001170 01  GDATOTAL-AREA.
001171     03  CTR-JOB              PIC X(08) VALUE SPACES.
001172     03  CTR-PASSO            PIC X(08) VALUE SPACES.
001173     03  CTR-PROGRAMA         PIC X(08) VALUE SPACES.
001174     03  CTR-DATA-NEGOCIO     PIC 9(08) VALUE ZEROES.
001175     03  CTR-QTDE-DD          PIC 9(02) VALUE ZEROES.
001176     03  CTR-DD OCCURS 10 TIMES.
001177         05  CTR-DD-NOME      PIC X(08).
001178         05  CTR-LIDOS        PIC 9(09).
001179         05  CTR-GRAVADOS     PIC 9(09).
001180         05  CTR-REJEITADOS   PIC 9(09).
001181     03  CTR-RETORNO          PIC 9(02) VALUE ZEROES.
001182*-----------------------------------------------------------*
001183* TABELA DE ALUNOS DA TURMA                                  *
001190*-----------------------------------------------------------*
001200 01  WS-TURMA.
001210     05  WS-TURMA-MAX         PIC 9(03) VALUE 100.
002990             SET FIM-DO-CADASTRO TO TRUE
003000             GO TO 1110-LER-UM-ALUNO-EXIT
003010     END-READ
003011     ADD 1 TO WS-ALUNOS-LIDOS
003020     IF ALU-MATRICULA IS NUMERIC
003030         AND WS-CAD-COUNT IS LESS THAN 200
003040         ADD 1 TO WS-CAD-COUNT
003190             SET FIM-DAS-NOTAS TO TRUE
003200             GO TO 2000-ACUMULAR-NOTAS-EXIT
003210     END-READ
003211     ADD 1 TO WS-NOTAS-LIDAS
003220     PERFORM 2100-RESOLVER-PELO-CADASTRO
003230         THRU 2100-RESOLVER-PELO-CADASTRO-EXIT
003240     SET ALUNO-NAO-ACHADO TO TRUE
003500                            WS-TUR-TMP-SESS(WS-IX)
003510                            WS-TUR-TMP-PIOR(WS-IX)
003520         ELSE
003521             ADD 1 TO WS-NOTAS-FORA
003530             GO TO 2000-ACUMULAR-NOTAS-EXIT
003540         END-IF
003550     END-IF
004970             SET FIM-DO-DETALHE TO TRUE
004980             GO TO 4100-LER-UM-DETALHE-EXIT
004990     END-READ
004991     ADD 1 TO WS-DET-LIDOS
005000     IF DT-SEGUNDOS IS NOT NUMERIC
005010         OR DT-NUMERO IS NOT NUMERIC
005020         OR DT-MULTIPLICADOR IS NOT NUMERIC
005021         ADD 1 TO WS-DET-FORA
005030         GO TO 4100-LER-UM-DETALHE-EXIT
005040     END-IF
005050     MOVE DT-SEGUNDOS      TO WS-DET-SEGUNDOS
005220     END-PERFORM
005230     IF NOT FATO-ACHADO
005240         IF WS-FAT-COUNT IS EQUAL TO WS-FAT-MAX
005241             ADD 1 TO WS-DET-FORA
005250             GO TO 4100-LER-UM-DETALHE-EXIT
005260         END-IF
005270         ADD 1 TO WS-FAT-COUNT
006520     EXIT.
006530 9999-TERMINATE.
006540*-----------------------------------------------------------*
006550* FECHA O ARQUIVO DE NOTAS E O RELATORIO E LANCA OS TOTAIS   *
006551* DE CONTROLE DO PASSO NO LIVRO CENTRAL.                     *
006560*-----------------------------------------------------------*
006570     CLOSE NOTAS-FILE
006580     MOVE 'F' TO GDAREL-FUNCAO
006590     CALL 'GDAREL' USING GDAREL-AREA
006591     MOVE 'TABQUIZR'      TO CTR-PROGRAMA
006592     MOVE 3               TO CTR-QTDE-DD
006593     MOVE 'QUIZNOTA'      TO CTR-DD-NOME (1)
006594     MOVE WS-NOTAS-LIDAS  TO CTR-LIDOS (1)
006595     MOVE ZEROES          TO CTR-GRAVADOS (1)
006596     MOVE WS-NOTAS-FORA   TO CTR-REJEITADOS (1)
006597     MOVE 'ALUNOS'        TO CTR-DD-NOME (2)
006598     MOVE WS-ALUNOS-LIDOS TO CTR-LIDOS (2)
006599     MOVE ZEROES          TO CTR-GRAVADOS (2)
006600     MOVE ZEROES          TO CTR-REJEITADOS (2)
006601     MOVE 'QUIZDET'       TO CTR-DD-NOME (3)
006602     MOVE WS-DET-LIDOS    TO CTR-LIDOS (3)
006603     MOVE ZEROES          TO CTR-GRAVADOS (3)
006604     MOVE WS-DET-FORA     TO CTR-REJEITADOS (3)
006605     CALL 'GDATOTAL' USING GDATOTAL-AREA
006606     IF CTR-RETORNO NOT EQUAL ZEROES
006607         DISPLAY "TABQUIZR: TOTAIS DE CONTROLE NAO LANCADOS, "
006608                 "RETORNO = " CTR-RETORNO
006609     END-IF
006610     .
006611 9999-TERMINATE-EXIT.
006620     EXIT.
