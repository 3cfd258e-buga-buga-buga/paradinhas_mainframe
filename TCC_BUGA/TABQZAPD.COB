000190*                  TERMINAL E DE CONSOLE DO MESMO JEITO       *
000200*                  (MESMO PAPEL QUE O JVRPLAPD FAZ PARA O     *
000210*                  REPLAY DO JOGO DA VELHA).                  *
000211* 10/15/2026 JLC   TOTAIS DE CONTROLE NO FIM DO PASSO PELO    *
000212*                  GDATOTAL (DD TOTAIS): LIDOS DO TDQUIZ,     *
000213*                  GRAVADOS NO QUIZNOTA E REGISTROS EM BRANCO *
000214*                  DA FILA COMO REJEITADOS.                   *
000220*-----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000440 77  WS-FS-NOTAS              PIC X(02) VALUE '00'.
000450     88  FS-NOTAS-OK                   VALUE '00'.
000460 77  WS-COPIADOS              PIC 9(05) VALUE ZEROES.
000461 77  WS-LIDOS                 PIC 9(05) VALUE ZEROES.
000462 77  WS-EM-BRANCO             PIC 9(05) VALUE ZEROES.
000470 01  WS-SWITCHES.
000480     05  WS-FIM-SW            PIC X(01) VALUE 'N'.
000490         88  FIM-DA-FILA               VALUE 'S'.
000491*-----------------------------------------------------------*
000492* TOTAIS DE CONTROLE PARA O LIVRO CENTRAL (GDATOTAL)         *
000493*-----------------------------------------------------------*
000494 01  GDATOTAL-AREA.
000495     03  CTR-JOB              PIC X(08) VALUE SPACES.
000496     03  CTR-PASSO            PIC X(08) VALUE SPACES.
000497     03  CTR-PROGRAMA         PIC X(08) VALUE SPACES.
000498     03  CTR-DATA-NEGOCIO     PIC 9(08) VALUE ZEROES.
000499     03  CTR-QTDE-DD          PIC 9(02) VALUE ZEROES.
000500     03  CTR-DD OCCURS 10 TIMES.
000501         05  CTR-DD-NOME      PIC X(08).
000502         05  CTR-LIDOS        PIC 9(09).
000503         05  CTR-GRAVADOS     PIC 9(09).
000504         05  CTR-REJEITADOS   PIC 9(09).
000505     03  CTR-RETORNO          PIC 9(02) VALUE ZEROES.
000506 PROCEDURE DIVISION.
000510 0000-MAINLINE.
000520*-----------------------------------------------------------*
000530* PARAGRAFO PRINCIPAL.                                       *
000980             SET FIM-DA-FILA TO TRUE
000990             GO TO 2000-COPIAR-UMA-NOTA-EXIT
001000     END-READ
001001     ADD 1 TO WS-LIDOS
001010     IF REG-TD IS EQUAL TO SPACES
001011         ADD 1 TO WS-EM-BRANCO
001020         GO TO 2000-COPIAR-UMA-NOTA-EXIT
001030     END-IF
001040     MOVE REG-TD TO REG-NOTA
001100 9999-TERMINATE.
001110*-----------------------------------------------------------*
001120* FECHA OS ARQUIVOS E DEIXA A CONTAGEM NO LOG DO PASSO.      *
001121* LANCA OS TOTAIS DE CONTROLE DO PASSO NO LIVRO CENTRAL.     *
001130*-----------------------------------------------------------*
001140     CLOSE TD-FILE
001150     CLOSE NOTAS-FILE
001160     DISPLAY "TABQZAPD: " WS-COPIADOS " NOTA(S) ACRESCENTADA(S)"
001161     MOVE 'TABQZAPD'   TO CTR-PROGRAMA
001162     MOVE 2            TO CTR-QTDE-DD
001163     MOVE 'TDQUIZ'     TO CTR-DD-NOME (1)
001164     MOVE WS-LIDOS     TO CTR-LIDOS (1)
001165     MOVE ZEROES       TO CTR-GRAVADOS (1)
001166     MOVE WS-EM-BRANCO TO CTR-REJEITADOS (1)
001167     MOVE 'QUIZNOTA'   TO CTR-DD-NOME (2)
001168     MOVE ZEROES       TO CTR-LIDOS (2)
001169     MOVE WS-COPIADOS  TO CTR-GRAVADOS (2)
001170     MOVE ZEROES       TO CTR-REJEITADOS (2)
001171     CALL 'GDATOTAL' USING GDATOTAL-AREA
001172     IF CTR-RETORNO NOT EQUAL ZEROES
001173         DISPLAY "TABQZAPD: TOTAIS DE CONTROLE NAO LANCADOS, "
001174                 "RETORNO = " CTR-RETORNO
001175     END-IF
001176     .
001180 9999-TERMINATE-EXIT.
001190     EXIT.
