000220* 09/01/2026 JLC   ACOMPANHA A MUDANCA DO CAMBIO PARA KSDS:   *
000230*                  LEITURA SEQUENCIAL PELO INDICE, LAYOUT COM *
000240*                  A CHAVE PAR + DATA INVERTIDA.              *
000241* 10/15/2026 JLC   TOTAIS DE CONTROLE NO FIM DO PASSO PELO    *
000242*                  GDATOTAL (DD TOTAIS): REGISTROS LIDOS DO   *
000243*                  CAMBIO E CARTOES LIDOS.                    *
000244* 10/15/2026 JLC   RESUMO DA NOITE NO ARQUIVO COMUM DE        *
000245*                  ACHADOS (GDAACHAD, DD ACHADOS): CRITICO    *
000246*                  COM ACHADOS, INFORMATIVO COM O CAMBIO EM   *
000247*                  DIA.                                       *
000250*                                                             *
000260* CARTOES (DD CARTAO):                                        *
000270*   DIAS=NNN            LIMITE DE DEFASAGEM EM DIAS           *
000700     05  WS-DEFASADOS         PIC 9(03) VALUE ZEROES.
000710     05  WS-SEM-INVERSA       PIC 9(03) VALUE ZEROES.
000720     05  WS-ACHADOS           PIC 9(05) VALUE ZEROES.
000721     05  WS-CAMBIO-LIDOS      PIC 9(07) VALUE ZEROES.
000722     05  WS-CARTOES-LIDOS     PIC 9(05) VALUE ZEROES.
000730*-----------------------------------------------------------*
000740* TABELA DE PARES COM A VIGENCIA MAIS RECENTE DE CADA UM     *
000750*-----------------------------------------------------------*
001400         05  GDAREL-EXT-POS   PIC 9(03).
001410         05  GDAREL-EXT-TAM   PIC 9(03).
001420     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
001421*-----------------------------------------------------------*
001422* TOTAIS DE CONTROLE PARA O LIVRO CENTRAL (GDATOTAL)         *
001423*-----------------------------------------------------------*
001424 01  GDATOTAL-AREA.
001425     03  CTR-JOB              PIC X(08) VALUE SPACES.
001426     03  CTR-PASSO            PIC X(08) VALUE SPACES.
001427     03  CTR-PROGRAMA         PIC X(08) VALUE SPACES.
001428     03  CTR-DATA-NEGOCIO     PIC 9(08) VALUE ZEROES.
001429     03  CTR-QTDE-DD          PIC 9(02) VALUE ZEROES.
001430     03  CTR-DD OCCURS 10 TIMES.
001431         05  CTR-DD-NOME      PIC X(08).
001432         05  CTR-LIDOS        PIC 9(09).
001433         05  CTR-GRAVADOS     PIC 9(09).
001434         05  CTR-REJEITADOS   PIC 9(09).
001435     03  CTR-RETORNO          PIC 9(02) VALUE ZEROES.
001436*-----------------------------------------------------------*
001437* ACHADO DA NOITE PARA O RESUMO DA MANHA (GDAACHAD)          *
001438*-----------------------------------------------------------*
001439 01  GDAACHAD-AREA.
001440     03  ACH-ORIGEM           PIC X(08) VALUE 'GDACAMBV'.
001441     03  ACH-SEVERIDADE       PIC X(01) VALUE SPACES.
001442     03  ACH-QTDE             PIC 9(07) VALUE ZEROES.
001443     03  ACH-TEXTO            PIC X(50) VALUE SPACES.
001444     03  ACH-DETALHE          PIC X(30) VALUE
001445                                  'RELPRT DO GDACAMBV'.
001446     03  ACH-RETORNO          PIC 9(02) VALUE ZEROES.
001447 PROCEDURE DIVISION.
001448 0000-MAINLINE.
001450*-----------------------------------------------------------*
001460* PARAGRAFO PRINCIPAL.                                       *
001470*-----------------------------------------------------------*
001930             SET FIM-DOS-CARTOES TO TRUE
001940             GO TO 1100-LER-CARTAO-EXIT
001950     END-READ
001951     ADD 1 TO WS-CARTOES-LIDOS
001960     IF REG-CARTAO (1:5) IS EQUAL TO 'DIAS='
001970      AND REG-CARTAO (6:3) IS NUMERIC
001980         MOVE REG-CARTAO (6:3) TO WS-LIMITE-DIAS
002100             SET FIM-DO-CAMBIO TO TRUE
002110             GO TO 2000-LER-CAMBIO-EXIT
002120     END-READ
002121     ADD 1 TO WS-CAMBIO-LIDOS
002130     IF CAM-MOEDA-DE IS EQUAL TO '*PV'
002140         OR CAM-DATA-VIGENCIA IS NOT NUMERIC
002150         GO TO 2000-LER-CAMBIO-EXIT
003030 9999-TERMINATE.
003040*-----------------------------------------------------------*
003050* TOTAIS, FECHAMENTO E RC 8 QUANDO HOUVE QUALQUER ACHADO.    *
003051* AS LEITURAS VAO PARA O LIVRO CENTRAL DE TOTAIS DE CONTROLE *
003052* E O RESUMO DA NOITE PARA O ARQUIVO COMUM DE ACHADOS.       *
003060*-----------------------------------------------------------*
003070     CLOSE CAMBIO-FILE
003080     MOVE WS-PAR-COUNT TO TOT-PARES
003140     MOVE 'F' TO GDAREL-FUNCAO
003150     CALL 'GDAREL' USING GDAREL-AREA
003160     DISPLAY "GDACAMBV: " WS-ACHADOS " ACHADO(S)"
003161     MOVE 'GDACAMBV'       TO CTR-PROGRAMA
003162     MOVE 2                TO CTR-QTDE-DD
003163     MOVE 'CAMBIO'         TO CTR-DD-NOME (1)
003164     MOVE WS-CAMBIO-LIDOS  TO CTR-LIDOS (1)
003165     MOVE ZEROES           TO CTR-GRAVADOS (1)
003166     MOVE ZEROES           TO CTR-REJEITADOS (1)
003167     MOVE 'CARTAO'         TO CTR-DD-NOME (2)
003168     MOVE WS-CARTOES-LIDOS TO CTR-LIDOS (2)
003169     MOVE ZEROES           TO CTR-GRAVADOS (2)
003170     MOVE ZEROES           TO CTR-REJEITADOS (2)
003171     CALL 'GDATOTAL' USING GDATOTAL-AREA
003172     IF CTR-RETORNO NOT EQUAL ZEROES
003173         DISPLAY "GDACAMBV: TOTAIS DE CONTROLE NAO LANCADOS, "
003174                 "RETORNO = " CTR-RETORNO
003175     END-IF
003176     MOVE WS-ACHADOS TO ACH-QTDE
003177     IF WS-ACHADOS IS GREATER THAN ZEROES
003178         MOVE 'C' TO ACH-SEVERIDADE
003179         MOVE 'PARES DE CAMBIO DEFASADOS OU SEM INVERSA'
003180           TO ACH-TEXTO
003181     ELSE
003182         MOVE 'I' TO ACH-SEVERIDADE
003183         MOVE 'CAMBIO EM DIA - NENHUM PAR DEFASADO OU SEM INVERSA'
003184           TO ACH-TEXTO
003185     END-IF
003186     CALL 'GDAACHAD' USING GDAACHAD-AREA
003187     IF ACH-RETORNO NOT EQUAL ZEROES
003188         DISPLAY "GDACAMBV: ACHADO DA NOITE NAO LANCADO, "
003189                 "RETORNO = " ACH-RETORNO
003190     END-IF
003191     IF WS-ACHADOS IS GREATER THAN ZEROES
003192         MOVE 8 TO RETURN-CODE
003193     END-IF
003200     .
003210 9999-TERMINATE-EXIT.
003220     EXIT.
