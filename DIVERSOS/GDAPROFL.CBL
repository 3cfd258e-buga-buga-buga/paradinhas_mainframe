000230*                  REGISTRO. ACIMA DO LIMITE DE REJEICAO      *
000240*                  (CARTAO LIMITE=NNN, POR CENTO, PADRAO 0)   *
000250*                  TERMINA COM RC 8 E A CARGA NAO RODA.       *
000251* 10/15/2026 JLC   CAMPO TIPO C (CPF OU CNPJ) NO LAYOUT,      *
000252*                  CRITICADO PELO GDADOCVL: O DOCUMENTO E'    *
000253*                  DEDUZIDO PELA QUANTIDADE DE DIGITOS; DV    *
000254*                  ERRADO OU UM DIGITO SO CONTA INVALIDO.     *
000255* 10/15/2026 JLC   RESUMO DA NOITE NO ARQUIVO COMUM DE        *
000256*                  ACHADOS (GDAACHAD, DD ACHADOS): CRITICO    *
000257*                  ACIMA DO LIMITE, ALERTA COM INVALIDOS      *
000258*                  DENTRO DELE, INFORMATIVO SEM INVALIDOS.    *
000260*                                                             *
000270* LAYOUT (DD LAYOUT, UM CAMPO POR CARTAO):                    *
000280*   COLS 01-30  NOME DO CAMPO                                 *
000290*   COLS 32-35  POSICAO (1-RELATIVA) NO REGISTRO              *
000300*   COLS 37-39  TAMANHO                                       *
000310*   COL  41     TIPO: N = NUMERICO, D = DATA AAMMDD, X = TEXTO*
000311*               C = CPF OU CNPJ, FORMATADO OU NAO             *
000320* CARTOES (DD CARTAO, OPCIONAL):                              *
000330*   LIMITE=NNN  PERCENTUAL DE VALORES INVALIDOS TOLERADO      *
000340*-----------------------------------------------------------*
001620     03  DTV-DATA-AAMMDD      PIC X(06).
001630     03  DTV-DATA-CCYYMMDD    PIC 9(08).
001640     03  DTV-STATUS           PIC 9(02).
001641 01  GDADOCVL-AREA.
001642     03  DOC-TIPO             PIC X(01).
001643     03  DOC-ENTRADA          PIC X(20).
001644     03  DOC-DIGITOS          PIC X(14).
001645     03  DOC-EDITADO          PIC X(18).
001646     03  DOC-STATUS           PIC 9(02).
001650*-----------------------------------------------------------*
001660* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
001670*-----------------------------------------------------------*
001810         05  GDAREL-EXT-POS   PIC 9(03).
001820         05  GDAREL-EXT-TAM   PIC 9(03).
001830     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
001831*-----------------------------------------------------------*
001832* ACHADO DA NOITE PARA O RESUMO DA MANHA (GDAACHAD)          *
001833*-----------------------------------------------------------*
001834 01  GDAACHAD-AREA.
001835     03  ACH-ORIGEM           PIC X(08) VALUE 'GDAPROFL'.
001836     03  ACH-SEVERIDADE       PIC X(01) VALUE SPACES.
001837     03  ACH-QTDE             PIC 9(07) VALUE ZEROES.
001838     03  ACH-TEXTO            PIC X(50) VALUE SPACES.
001839     03  ACH-DETALHE          PIC X(30) VALUE
001840                                  'RELPRT DO GDAPROFL'.
001841     03  ACH-RETORNO          PIC 9(02) VALUE ZEROES.
001842 PROCEDURE DIVISION.
001850 0000-MAINLINE.
001860*-----------------------------------------------------------*
001870* PARAGRAFO PRINCIPAL.                                       *
003250             WHEN 'D'
003260                 PERFORM 2300-CRITICAR-DATA
003270                     THRU 2300-CRITICAR-DATA-EXIT
003271             WHEN 'C'
003272                 PERFORM 2500-CRITICAR-DOCUMENTO
003273                     THRU 2500-CRITICAR-DOCUMENTO-EXIT
003280             WHEN OTHER
003290                 CONTINUE
003300         END-EVALUATE
003890     .
003900 2400-GUARDAR-AMOSTRA-EXIT.
003910     EXIT.
003911 2500-CRITICAR-DOCUMENTO.
003912     MOVE SPACE TO DOC-TIPO
003913     MOVE WS-CAMPO-ATUAL TO DOC-ENTRADA
003914     CALL 'GDADOCVL' USING GDADOCVL-AREA
003915     IF DOC-STATUS NOT EQUAL ZEROES
003916         MOVE 'I' TO WS-VALOR-SW
003917     END-IF
003918     .
003919 2500-CRITICAR-DOCUMENTO-EXIT.
003920     EXIT.
003921 4000-IMPRIMIR.
003930*-----------------------------------------------------------*
003940* UMA LINHA POR CAMPO E AS AMOSTRAS DE OFENSORES EMBAIXO.    *
003950*-----------------------------------------------------------*
004430     EXIT.
004440 9999-TERMINATE.
004450*-----------------------------------------------------------*
004451* TOTAIS, PERCENTUAL DE INVALIDOS CONTRA O LIMITE E RC; O    *
004452* RESUMO VAI PARA O ARQUIVO COMUM DE ACHADOS.                *
004470*-----------------------------------------------------------*
004480     CLOSE DADOS-FILE
004490     MOVE ZEROES TO WS-PCT-INVALIDO
004600     CALL 'GDAREL' USING GDAREL-AREA
004610     MOVE 'F' TO GDAREL-FUNCAO
004620     CALL 'GDAREL' USING GDAREL-AREA
004621     MOVE WS-INVALIDOS TO ACH-QTDE
004622     MOVE SPACES TO ACH-TEXTO
004623     EVALUATE TRUE
004624         WHEN WS-PCT-INVALIDO IS GREATER THAN WS-LIMITE-PCT
004625             MOVE 'C' TO ACH-SEVERIDADE
004626             STRING 'VALORES INVALIDOS ' TOT-PCT
004627                    '% ACIMA DO LIMITE - CARGA BLOQUEADA'
004628                 DELIMITED BY SIZE INTO ACH-TEXTO
004629         WHEN WS-INVALIDOS IS GREATER THAN ZEROES
004630             MOVE 'A' TO ACH-SEVERIDADE
004631             STRING 'VALORES INVALIDOS ' TOT-PCT
004632                    '% DENTRO DO LIMITE'
004633                 DELIMITED BY SIZE INTO ACH-TEXTO
004634         WHEN OTHER
004635             MOVE 'I' TO ACH-SEVERIDADE
004636             MOVE 'ARQUIVO SEM VALORES INVALIDOS' TO ACH-TEXTO
004637     END-EVALUATE
004638     CALL 'GDAACHAD' USING GDAACHAD-AREA
004639     IF ACH-RETORNO NOT EQUAL ZEROES
004640         DISPLAY "GDAPROFL: ACHADO DA NOITE NAO LANCADO, "
004641                 "RETORNO = " ACH-RETORNO
004642     END-IF
004643     IF WS-PCT-INVALIDO IS GREATER THAN WS-LIMITE-PCT
004644         DISPLAY "GDAPROFL: REJEICAO DE " TOT-PCT
004650                 "% ACIMA DO LIMITE DE " WS-LIMITE-PCT
004660                 "% - CARGA BLOQUEADA"
004670         MOVE 8 TO RETURN-CODE
