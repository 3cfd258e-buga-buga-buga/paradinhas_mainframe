000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDATOTAL.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - LIVRO CENTRAL DE TOTAIS DE*
000120*                  CONTROLE. CADA BATCH CHAMA NO FIM DO JOB COM
000130*                  OS REGISTROS LIDOS, GRAVADOS E REJEITADOS DE
000140*                  CADA DD QUE TRATOU; A ROTINA ACRESCENTA UM*
000150*                  LANCAMENTO POR DD AO DD TOTAIS, COM JOB,  *
000160*                  PASSO, PROGRAMA E DATA DE NEGOCIO. O GDATOTRC
000170*                  CONFRONTA OS LANCAMENTOS DO DIA PELAS REGRAS
000180*                  DE CADEIA (O QUE UM PASSO GRAVA, O SEGUINTE
000190*                  TEM DE LER).                              *
000200*
000210* INTERFACE (GDATOTAL-AREA):                                 *
000220*   CTR-JOB          NOME DO JOB      (BRANCO = CARTAO TOTCTL)
000230*   CTR-PASSO        NOME DO PASSO    (BRANCO = CARTAO TOTCTL,
000240*                    NA FALTA DELE O NOME DO PROGRAMA)       *
000250*   CTR-PROGRAMA     NOME DO PROGRAMA CHAMADOR               *
000260*   CTR-DATA-NEGOCIO CCYYMMDD (ZEROS = CARTAO TOTCTL, NA FALTA
000270*                    DELE A DATA DO RELOGIO)                 *
000280*   CTR-QTDE-DD      QUANTOS DD DA LISTA USAR (1 A 10)       *
000290*   CTR-DD           NOME DO DD, LIDOS, GRAVADOS E REJEITADOS*
000300*   CTR-RETORNO      00 = OK                                 *
000310*                    08 = CTR-QTDE-DD FORA DE 1 A 10 OU SEM  *
000320*                         NOME DE PROGRAMA (NADA GRAVADO)    *
000330*                    12 = DD TOTAIS COM PROBLEMA (NADA GRAVADO)
000340*
000350* O LANCAMENTO NUNCA DERRUBA O CHAMADOR: COM RETORNO DIFERENTE
000360* DE ZERO O PROGRAMA SO AVISA NO CONSOLE E SEGUE O FIM NORMAL.
000370*
000380* DD TOTCTL (OPCIONAL, UM CARTAO POR JOB, O MESMO PARA TODOS *
000390* OS PASSOS): JOB=XXXXXXXX PASSO=XXXXXXXX DATA=CCYYMMDD, EM  *
000400* QUALQUER ORDEM, QUALQUER UM PODE FALTAR.                   *
000410*
000420* DD TOTAIS (FB 100, ACUMULADO - DISP=MOD): UM REGISTRO POR DD
000430* LANCADO. UM PASSO REEXECUTADO LANCA DE NOVO; O GDATOTRC VALE
000440* O ULTIMO LANCAMENTO DE CADA PROGRAMA/DD NA DATA.           *
000450*-----------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT TOTCTL-FILE ASSIGN TO TOTCTL
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-TOTCTL.
000530     SELECT TOTAIS-FILE ASSIGN TO TOTAIS
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FS-TOTAIS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  TOTCTL-FILE
000590     RECORDING MODE IS F.
000600 01  REG-TOTCTL              PIC X(80).
000610 FD  TOTAIS-FILE
000620     RECORDING MODE IS F.
000630 01  REG-TOTAIS.
000640     05  TTS-DATA-NEGOCIO    PIC 9(08).
000650     05  FILLER              PIC X(01).
000660     05  TTS-DATA-GRAVACAO   PIC 9(08).
000670     05  FILLER              PIC X(01).
000680     05  TTS-HORA            PIC 9(06).
000690     05  FILLER              PIC X(01).
000700     05  TTS-JOB             PIC X(08).
000710     05  FILLER              PIC X(01).
000720     05  TTS-PASSO           PIC X(08).
000730     05  FILLER              PIC X(01).
000740     05  TTS-PROGRAMA        PIC X(08).
000750     05  FILLER              PIC X(01).
000760     05  TTS-DD              PIC X(08).
000770     05  FILLER              PIC X(01).
000780     05  TTS-LIDOS           PIC 9(09).
000790     05  FILLER              PIC X(01).
000800     05  TTS-GRAVADOS        PIC 9(09).
000810     05  FILLER              PIC X(01).
000820     05  TTS-REJEITADOS      PIC 9(09).
000830     05  FILLER              PIC X(10).
000840 WORKING-STORAGE SECTION.
000850 77  WS-FS-TOTCTL             PIC X(02) VALUE '00'.
000860 77  WS-FS-TOTAIS             PIC X(02) VALUE '00'.
000870 01  WS-CONTROLE.
000880     05  WS-DATA-HOJE         PIC 9(08) VALUE ZEROES.
000890     05  WS-HORA-AGORA        PIC 9(08) VALUE ZEROES.
000900     05  WS-IX-DD             PIC 9(02) VALUE ZEROES.
000910     05  WS-IX-CARTAO         PIC 9(02) VALUE ZEROES.
000920*-----------------------------------------------------------*
000930* VALORES DO CARTAO TOTCTL (LIDO A CADA CHAMADA - A ROTINA E *
000940* CHAMADA UMA VEZ POR PASSO)                                 *
000950*-----------------------------------------------------------*
000960 01  WS-CARTAO-CTL.
000970     05  WS-CTL-JOB           PIC X(08) VALUE SPACES.
000980     05  WS-CTL-PASSO         PIC X(08) VALUE SPACES.
000990     05  WS-CTL-DATA          PIC X(08) VALUE SPACES.
001000     05  WS-CTL-DATA-N REDEFINES WS-CTL-DATA
001010                              PIC 9(08).
001020 LINKAGE SECTION.
001030 01  GDATOTAL-AREA.
001040     03  CTR-JOB              PIC X(08).
001050     03  CTR-PASSO            PIC X(08).
001060     03  CTR-PROGRAMA         PIC X(08).
001070     03  CTR-DATA-NEGOCIO     PIC 9(08).
001080     03  CTR-QTDE-DD          PIC 9(02).
001090     03  CTR-DD OCCURS 10 TIMES.
001100         05  CTR-DD-NOME      PIC X(08).
001110         05  CTR-LIDOS        PIC 9(09).
001120         05  CTR-GRAVADOS     PIC 9(09).
001130         05  CTR-REJEITADOS   PIC 9(09).
001140     03  CTR-RETORNO          PIC 9(02).
001150 PROCEDURE DIVISION USING GDATOTAL-AREA.
001160 0000-MAINLINE.
001170*-----------------------------------------------------------*
001180* COMPLETA JOB, PASSO E DATA E LANCA UM REGISTRO POR DD.     *
001190*-----------------------------------------------------------*
001200     MOVE ZEROES TO CTR-RETORNO
001210     IF CTR-QTDE-DD IS NOT NUMERIC
001220         OR CTR-QTDE-DD IS EQUAL TO ZEROES
001230         OR CTR-QTDE-DD IS GREATER THAN 10
001240         OR CTR-PROGRAMA IS EQUAL TO SPACES
001250         DISPLAY "GDATOTAL: CHAMADA INVALIDA DE " CTR-PROGRAMA
001260                 " - NADA LANCADO"
001270         MOVE 8 TO CTR-RETORNO
001280         GOBACK
001290     END-IF
001300     PERFORM 1000-COMPLETAR-CHAVE
001310         THRU 1000-COMPLETAR-CHAVE-EXIT
001320     OPEN EXTEND TOTAIS-FILE
001330     IF WS-FS-TOTAIS NOT EQUAL '00'
001340         OPEN OUTPUT TOTAIS-FILE
001350     END-IF
001360     IF WS-FS-TOTAIS NOT EQUAL '00'
001370         DISPLAY "GDATOTAL: NAO ABRIU O TOTAIS, STATUS = "
001380                 WS-FS-TOTAIS " - " CTR-PROGRAMA " SEM LANCAMENTO"
001390         MOVE 12 TO CTR-RETORNO
001400         GOBACK
001410     END-IF
001420     ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
001430     ACCEPT WS-HORA-AGORA FROM TIME
001440     PERFORM 2000-LANCAR-DD
001450         THRU 2000-LANCAR-DD-EXIT
001460         VARYING WS-IX-DD FROM 1 BY 1
001470         UNTIL WS-IX-DD > CTR-QTDE-DD
001480     CLOSE TOTAIS-FILE
001490     DISPLAY "GDATOTAL: " CTR-PROGRAMA " LANCOU " CTR-QTDE-DD
001500             " DD(S) NO TOTAIS, JOB " CTR-JOB " PASSO " CTR-PASSO
001510             " DATA " CTR-DATA-NEGOCIO
001520     GOBACK
001530     .
001540 0000-MAINLINE-EXIT.
001550     EXIT.
001560 1000-COMPLETAR-CHAVE.
001570*-----------------------------------------------------------*
001580* O QUE O CHAMADOR NAO INFORMOU VEM DO CARTAO TOTCTL; SEM    *
001590* CARTAO, O PASSO LEVA O NOME DO PROGRAMA E A DATA E A DO    *
001600* RELOGIO.                                                   *
001610*-----------------------------------------------------------*
001620     MOVE SPACES TO WS-CARTAO-CTL
001630     OPEN INPUT TOTCTL-FILE
001640     IF WS-FS-TOTCTL IS EQUAL TO '00'
001650         READ TOTCTL-FILE
001660             AT END
001670                 MOVE SPACES TO REG-TOTCTL
001680         END-READ
001690         PERFORM 1100-LER-PALAVRA
001700             THRU 1100-LER-PALAVRA-EXIT
001710             VARYING WS-IX-CARTAO FROM 1 BY 1
001720             UNTIL WS-IX-CARTAO > 66
001730         CLOSE TOTCTL-FILE
001740     END-IF
001750     IF CTR-JOB IS EQUAL TO SPACES
001760         MOVE WS-CTL-JOB TO CTR-JOB
001770     END-IF
001780     IF CTR-PASSO IS EQUAL TO SPACES
001790         MOVE WS-CTL-PASSO TO CTR-PASSO
001800     END-IF
001810     IF CTR-PASSO IS EQUAL TO SPACES
001820         MOVE CTR-PROGRAMA TO CTR-PASSO
001830     END-IF
001840     IF CTR-DATA-NEGOCIO IS NOT NUMERIC
001850         OR CTR-DATA-NEGOCIO IS EQUAL TO ZEROES
001860         IF WS-CTL-DATA IS NUMERIC
001870             MOVE WS-CTL-DATA-N TO CTR-DATA-NEGOCIO
001880         ELSE
001890             ACCEPT CTR-DATA-NEGOCIO FROM DATE YYYYMMDD
001900         END-IF
001910     END-IF
001920     .
001930 1000-COMPLETAR-CHAVE-EXIT.
001940     EXIT.
001950 1100-LER-PALAVRA.
001960*-----------------------------------------------------------*
001970* RECONHECE JOB=, PASSO= E DATA= NA POSICAO CORRENTE.        *
001980*-----------------------------------------------------------*
001990     EVALUATE TRUE
002000         WHEN REG-TOTCTL (WS-IX-CARTAO:4) IS EQUAL TO 'JOB='
002010             MOVE REG-TOTCTL (WS-IX-CARTAO + 4:8) TO WS-CTL-JOB
002020         WHEN REG-TOTCTL (WS-IX-CARTAO:6) IS EQUAL TO 'PASSO='
002030             MOVE REG-TOTCTL (WS-IX-CARTAO + 6:8) TO WS-CTL-PASSO
002040         WHEN REG-TOTCTL (WS-IX-CARTAO:5) IS EQUAL TO 'DATA='
002050             MOVE REG-TOTCTL (WS-IX-CARTAO + 5:8) TO WS-CTL-DATA
002060     END-EVALUATE
002070     .
002080 1100-LER-PALAVRA-EXIT.
002090     EXIT.
002100 2000-LANCAR-DD.
002110*-----------------------------------------------------------*
002120* UM LANCAMENTO: CHAVE DO PASSO E OS TRES CONTADORES DO DD.  *
002130*-----------------------------------------------------------*
002140     IF CTR-DD-NOME (WS-IX-DD) IS EQUAL TO SPACES
002150         GO TO 2000-LANCAR-DD-EXIT
002160     END-IF
002170     MOVE SPACES                     TO REG-TOTAIS
002180     MOVE CTR-DATA-NEGOCIO           TO TTS-DATA-NEGOCIO
002190     MOVE WS-DATA-HOJE               TO TTS-DATA-GRAVACAO
002200     MOVE WS-HORA-AGORA (1:6)        TO TTS-HORA
002210     MOVE CTR-JOB                    TO TTS-JOB
002220     MOVE CTR-PASSO                  TO TTS-PASSO
002230     MOVE CTR-PROGRAMA               TO TTS-PROGRAMA
002240     MOVE CTR-DD-NOME (WS-IX-DD)     TO TTS-DD
002250     MOVE CTR-LIDOS (WS-IX-DD)       TO TTS-LIDOS
002260     MOVE CTR-GRAVADOS (WS-IX-DD)    TO TTS-GRAVADOS
002270     MOVE CTR-REJEITADOS (WS-IX-DD)  TO TTS-REJEITADOS
002280     WRITE REG-TOTAIS
002290     .
002300 2000-LANCAR-DD-EXIT.
002310     EXIT.
