000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDADOCVL.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - VALIDACAO DE CPF E CNPJ.  *
000120*                  ACEITA O DOCUMENTO FORMATADO OU SO COM OS *
000130*                  DIGITOS, CONFERE OS DOIS DIGITOS          *
000140*                  VERIFICADORES (MODULO 11), RECUSA AS      *
000150*                  SEQUENCIAS DE UM DIGITO SO (111.111.111-11*
000160*                  E AFINS, QUE FECHAM O MODULO MAS NAO      *
000170*                  EXISTEM) E DEVOLVE O DOCUMENTO EDITADO NO *
000180*                  FORMATO PADRAO, MAIS UM CODIGO DE STATUS QUE
000190*                  O CHAMADOR TESTA.                         *
000200*
000210* INTERFACE (GDADOCVL-AREA):                                 *
000220*   DOC-TIPO         ENTRADA/SAIDA: F = CPF, J = CNPJ, BRANCO =
000230*                    DEDUZIR PELA QUANTIDADE DE DIGITOS (11 OU
000240*                    14); NA VOLTA TRAZ O TIPO ASSUMIDO      *
000250*   DOC-ENTRADA      ENTRADA, DOCUMENTO COM OU SEM PONTO, TRACO,
000260*                    BARRA E BRANCOS                         *
000270*   DOC-DIGITOS      SAIDA, SO OS DIGITOS, ALINHADOS A ESQUERDA
000280*   DOC-EDITADO      SAIDA, 999.999.999-99 OU 99.999.999/9999-99
000290*                    (BRANCOS QUANDO O DOCUMENTO E INVALIDO) *
000300*   DOC-STATUS       00 = DOCUMENTO VALIDO                   *
000310*                    04 = CARACTERE INVALIDO NA ENTRADA      *
000320*                    08 = QUANTIDADE DE DIGITOS ERRADA PARA O*
000330*                         TIPO (INCLUI ENTRADA EM BRANCO)    *
000340*                    12 = SEQUENCIA DE UM DIGITO SO          *
000350*                    16 = DIGITO VERIFICADOR NAO CONFERE     *
000360*-----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 DATA DIVISION.
000400 WORKING-STORAGE SECTION.
000410 01  WS-DIGITOS-X             PIC X(14) VALUE SPACES.
000420 01  FILLER REDEFINES WS-DIGITOS-X.
000430     05  WS-DIG OCCURS 14     PIC 9(01).
000440 01  WS-QTDE-DIGITOS          PIC 9(02) VALUE ZEROES.
000450 01  WS-IX                    PIC 9(02) VALUE ZEROES.
000460 01  WS-CARACTER              PIC X(01) VALUE SPACE.
000470 01  WS-QTDE-BASE             PIC 9(02) VALUE ZEROES.
000480 01  WS-DESLOCAMENTO          PIC 9(02) VALUE ZEROES.
000490 01  WS-SOMA                  PIC 9(05) VALUE ZEROES.
000500 01  WS-QUOC                  PIC 9(05) VALUE ZEROES.
000510 01  WS-RESTO                 PIC 9(02) VALUE ZEROES.
000520 01  WS-DV-CALCULADO          PIC 9(01) VALUE ZEROES.
000530 01  WS-REPETIDO-SW           PIC X(01) VALUE 'S'.
000540     88  DIGITOS-REPETIDOS             VALUE 'S'.
000550*-----------------------------------------------------------*
000560* PESOS DO CNPJ: O PRIMEIRO DV USA A TABELA DA POSICAO 2 EM  *
000570* DIANTE (5,4,3,2,9...), O SEGUNDO A TABELA INTEIRA.         *
000580*-----------------------------------------------------------*
000590 01  WS-PESOS-CNPJ-VAL.
000600     05  FILLER               PIC 9(01) VALUE 6.
000610     05  FILLER               PIC 9(01) VALUE 5.
000620     05  FILLER               PIC 9(01) VALUE 4.
000630     05  FILLER               PIC 9(01) VALUE 3.
000640     05  FILLER               PIC 9(01) VALUE 2.
000650     05  FILLER               PIC 9(01) VALUE 9.
000660     05  FILLER               PIC 9(01) VALUE 8.
000670     05  FILLER               PIC 9(01) VALUE 7.
000680     05  FILLER               PIC 9(01) VALUE 6.
000690     05  FILLER               PIC 9(01) VALUE 5.
000700     05  FILLER               PIC 9(01) VALUE 4.
000710     05  FILLER               PIC 9(01) VALUE 3.
000720     05  FILLER               PIC 9(01) VALUE 2.
000730 01  FILLER REDEFINES WS-PESOS-CNPJ-VAL.
000740     05  WS-PESO-CNPJ OCCURS 13
000750                              PIC 9(01).
000760 LINKAGE SECTION.
000770 01  GDADOCVL-AREA.
000780     03  DOC-TIPO             PIC X(01).
000790     03  DOC-ENTRADA          PIC X(20).
000800     03  DOC-DIGITOS          PIC X(14).
000810     03  DOC-EDITADO          PIC X(18).
000820     03  DOC-STATUS           PIC 9(02).
000830 PROCEDURE DIVISION USING GDADOCVL-AREA.
000840 0000-MAINLINE.
000850*-----------------------------------------------------------*
000860* SEPARA OS DIGITOS, CONFERE TIPO E TAMANHO, RECUSA A        *
000870* SEQUENCIA REPETIDA, CONFERE OS DOIS DV E EDITA.            *
000880*-----------------------------------------------------------*
000890     MOVE SPACES TO DOC-DIGITOS
000900     MOVE SPACES TO DOC-EDITADO
000910     MOVE ZEROES TO DOC-STATUS
000920     MOVE SPACES TO WS-DIGITOS-X
000930     MOVE ZEROES TO WS-QTDE-DIGITOS
000940     PERFORM 1000-SEPARAR-DIGITOS
000950         THRU 1000-SEPARAR-DIGITOS-EXIT
000960         VARYING WS-IX FROM 1 BY 1
000970         UNTIL WS-IX IS GREATER THAN 20
000980            OR DOC-STATUS IS NOT EQUAL TO ZEROES
000990     IF DOC-STATUS IS NOT EQUAL TO ZEROES
001000         GOBACK
001010     END-IF
001020     MOVE WS-DIGITOS-X TO DOC-DIGITOS
001030     IF DOC-TIPO IS EQUAL TO SPACE
001040         EVALUATE WS-QTDE-DIGITOS
001050             WHEN 11
001060                 MOVE 'F' TO DOC-TIPO
001070             WHEN 14
001080                 MOVE 'J' TO DOC-TIPO
001090             WHEN OTHER
001100                 MOVE 8 TO DOC-STATUS
001110                 GOBACK
001120         END-EVALUATE
001130     END-IF
001140     EVALUATE TRUE
001150         WHEN DOC-TIPO IS EQUAL TO 'F'
001160          AND WS-QTDE-DIGITOS IS EQUAL TO 11
001170             CONTINUE
001180         WHEN DOC-TIPO IS EQUAL TO 'J'
001190          AND WS-QTDE-DIGITOS IS EQUAL TO 14
001200             CONTINUE
001210         WHEN OTHER
001220             MOVE 8 TO DOC-STATUS
001230             GOBACK
001240     END-EVALUATE
001250     MOVE 'S' TO WS-REPETIDO-SW
001260     PERFORM 2000-VERIFICAR-REPETIDO
001270         THRU 2000-VERIFICAR-REPETIDO-EXIT
001280         VARYING WS-IX FROM 2 BY 1
001290         UNTIL WS-IX IS GREATER THAN WS-QTDE-DIGITOS
001300     IF DIGITOS-REPETIDOS
001310         MOVE 12 TO DOC-STATUS
001320         GOBACK
001330     END-IF
001340     IF DOC-TIPO IS EQUAL TO 'F'
001350         PERFORM 3000-CONFERIR-CPF
001360             THRU 3000-CONFERIR-CPF-EXIT
001370     ELSE
001380         PERFORM 4000-CONFERIR-CNPJ
001390             THRU 4000-CONFERIR-CNPJ-EXIT
001400     END-IF
001410     IF DOC-STATUS IS NOT EQUAL TO ZEROES
001420         GOBACK
001430     END-IF
001440     PERFORM 5000-EDITAR
001450         THRU 5000-EDITAR-EXIT
001460     GOBACK
001470     .
001480 0000-MAINLINE-EXIT.
001490     EXIT.
001500 1000-SEPARAR-DIGITOS.
001510*-----------------------------------------------------------*
001520* UM CARACTERE DA ENTRADA: DIGITO VAI PARA A AREA DE         *
001530* TRABALHO, SEPARADOR E BRANCO SAO PULADOS, O RESTO RECUSA.  *
001540*-----------------------------------------------------------*
001550     MOVE DOC-ENTRADA (WS-IX:1) TO WS-CARACTER
001560     IF WS-CARACTER IS NUMERIC
001570         IF WS-QTDE-DIGITOS IS LESS THAN 14
001580             ADD 1 TO WS-QTDE-DIGITOS
001590             MOVE WS-CARACTER
001600               TO WS-DIGITOS-X (WS-QTDE-DIGITOS:1)
001610         ELSE
001620             MOVE 8 TO DOC-STATUS
001630         END-IF
001640         GO TO 1000-SEPARAR-DIGITOS-EXIT
001650     END-IF
001660     IF WS-CARACTER IS EQUAL TO '.'
001670         OR WS-CARACTER IS EQUAL TO '-'
001680         OR WS-CARACTER IS EQUAL TO '/'
001690         OR WS-CARACTER IS EQUAL TO SPACE
001700         GO TO 1000-SEPARAR-DIGITOS-EXIT
001710     END-IF
001720     MOVE 4 TO DOC-STATUS
001730     .
001740 1000-SEPARAR-DIGITOS-EXIT.
001750     EXIT.
001760 2000-VERIFICAR-REPETIDO.
001770     IF WS-DIG (WS-IX) IS NOT EQUAL TO WS-DIG (1)
001780         MOVE 'N' TO WS-REPETIDO-SW
001790     END-IF
001800     .
001810 2000-VERIFICAR-REPETIDO-EXIT.
001820     EXIT.
001830 3000-CONFERIR-CPF.
001840*-----------------------------------------------------------*
001850* CPF: PRIMEIRO DV SOBRE OS 9 DIGITOS COM PESOS 10 A 2,      *
001860* SEGUNDO DV SOBRE OS 10 DIGITOS COM PESOS 11 A 2.           *
001870*-----------------------------------------------------------*
001880     MOVE 9 TO WS-QTDE-BASE
001890     PERFORM 3100-CALCULAR-DV-CPF
001900         THRU 3100-CALCULAR-DV-CPF-EXIT
001910     IF WS-DV-CALCULADO IS NOT EQUAL TO WS-DIG (10)
001920         MOVE 16 TO DOC-STATUS
001930         GO TO 3000-CONFERIR-CPF-EXIT
001940     END-IF
001950     MOVE 10 TO WS-QTDE-BASE
001960     PERFORM 3100-CALCULAR-DV-CPF
001970         THRU 3100-CALCULAR-DV-CPF-EXIT
001980     IF WS-DV-CALCULADO IS NOT EQUAL TO WS-DIG (11)
001990         MOVE 16 TO DOC-STATUS
002000     END-IF
002010     .
002020 3000-CONFERIR-CPF-EXIT.
002030     EXIT.
002040 3100-CALCULAR-DV-CPF.
002050     MOVE ZEROES TO WS-SOMA
002060     PERFORM 3110-SOMAR-CPF
002070         THRU 3110-SOMAR-CPF-EXIT
002080         VARYING WS-IX FROM 1 BY 1
002090         UNTIL WS-IX IS GREATER THAN WS-QTDE-BASE
002100     PERFORM 6000-MODULO-11
002110         THRU 6000-MODULO-11-EXIT
002120     .
002130 3100-CALCULAR-DV-CPF-EXIT.
002140     EXIT.
002150 3110-SOMAR-CPF.
002160     COMPUTE WS-SOMA = WS-SOMA
002170         + WS-DIG (WS-IX) * (WS-QTDE-BASE + 2 - WS-IX)
002180     .
002190 3110-SOMAR-CPF-EXIT.
002200     EXIT.
002210 4000-CONFERIR-CNPJ.
002220*-----------------------------------------------------------*
002230* CNPJ: PRIMEIRO DV SOBRE OS 12 DIGITOS, SEGUNDO SOBRE OS    *
002240* 13, PESOS DA TABELA WS-PESO-CNPJ.                          *
002250*-----------------------------------------------------------*
002260     MOVE 12 TO WS-QTDE-BASE
002270     MOVE 1 TO WS-DESLOCAMENTO
002280     PERFORM 4100-CALCULAR-DV-CNPJ
002290         THRU 4100-CALCULAR-DV-CNPJ-EXIT
002300     IF WS-DV-CALCULADO IS NOT EQUAL TO WS-DIG (13)
002310         MOVE 16 TO DOC-STATUS
002320         GO TO 4000-CONFERIR-CNPJ-EXIT
002330     END-IF
002340     MOVE 13 TO WS-QTDE-BASE
002350     MOVE ZEROES TO WS-DESLOCAMENTO
002360     PERFORM 4100-CALCULAR-DV-CNPJ
002370         THRU 4100-CALCULAR-DV-CNPJ-EXIT
002380     IF WS-DV-CALCULADO IS NOT EQUAL TO WS-DIG (14)
002390         MOVE 16 TO DOC-STATUS
002400     END-IF
002410     .
002420 4000-CONFERIR-CNPJ-EXIT.
002430     EXIT.
002440 4100-CALCULAR-DV-CNPJ.
002450     MOVE ZEROES TO WS-SOMA
002460     PERFORM 4110-SOMAR-CNPJ
002470         THRU 4110-SOMAR-CNPJ-EXIT
002480         VARYING WS-IX FROM 1 BY 1
002490         UNTIL WS-IX IS GREATER THAN WS-QTDE-BASE
002500     PERFORM 6000-MODULO-11
002510         THRU 6000-MODULO-11-EXIT
002520     .
002530 4100-CALCULAR-DV-CNPJ-EXIT.
002540     EXIT.
002550 4110-SOMAR-CNPJ.
002560     COMPUTE WS-SOMA = WS-SOMA
002570         + WS-DIG (WS-IX) * WS-PESO-CNPJ (WS-IX + WS-DESLOCAMENTO)
002580     .
002590 4110-SOMAR-CNPJ-EXIT.
002600     EXIT.
002610 5000-EDITAR.
002620*-----------------------------------------------------------*
002630* MONTA O DOCUMENTO NO FORMATO PADRAO DO TIPO.               *
002640*-----------------------------------------------------------*
002650     IF DOC-TIPO IS EQUAL TO 'F'
002660         STRING WS-DIGITOS-X (1:3)  DELIMITED BY SIZE
002670                '.'                 DELIMITED BY SIZE
002680                WS-DIGITOS-X (4:3)  DELIMITED BY SIZE
002690                '.'                 DELIMITED BY SIZE
002700                WS-DIGITOS-X (7:3)  DELIMITED BY SIZE
002710                '-'                 DELIMITED BY SIZE
002720                WS-DIGITOS-X (10:2) DELIMITED BY SIZE
002730           INTO DOC-EDITADO
002740         END-STRING
002750     ELSE
002760         STRING WS-DIGITOS-X (1:2)  DELIMITED BY SIZE
002770                '.'                 DELIMITED BY SIZE
002780                WS-DIGITOS-X (3:3)  DELIMITED BY SIZE
002790                '.'                 DELIMITED BY SIZE
002800                WS-DIGITOS-X (6:3)  DELIMITED BY SIZE
002810                '/'                 DELIMITED BY SIZE
002820                WS-DIGITOS-X (9:4)  DELIMITED BY SIZE
002830                '-'                 DELIMITED BY SIZE
002840                WS-DIGITOS-X (13:2) DELIMITED BY SIZE
002850           INTO DOC-EDITADO
002860         END-STRING
002870     END-IF
002880     .
002890 5000-EDITAR-EXIT.
002900     EXIT.
002910 6000-MODULO-11.
002920*-----------------------------------------------------------*
002930* RESTO DA SOMA POR 11: MENOR QUE 2 DA DV ZERO, SENAO O DV   *
002940* E' 11 MENOS O RESTO.                                       *
002950*-----------------------------------------------------------*
002960     DIVIDE WS-SOMA BY 11
002970         GIVING WS-QUOC REMAINDER WS-RESTO
002980     IF WS-RESTO IS LESS THAN 2
002990         MOVE ZEROES TO WS-DV-CALCULADO
003000     ELSE
003010         COMPUTE WS-DV-CALCULADO = 11 - WS-RESTO
003020     END-IF
003030     .
003040 6000-MODULO-11-EXIT.
003050     EXIT.
