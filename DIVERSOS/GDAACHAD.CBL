000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDAACHAD.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                       *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - ARQUIVO COMUM DE ACHADOS DA
000120*                  NOITE. CADA BATCH DE VIGILANCIA (GDACAMBV,*
000130*                  GDAFERCK, GDAPROFL, GDAERRTR, ZUTZCBW E   *
000140*                  ZUTZCDR) CHAMA NO FIM DO JOB COM UMA LINHA DE
000150*                  RESUMO - ORIGEM, SEVERIDADE, TEXTO CURTO, *
000160*                  QUANTIDADE E O RELATORIO DE DETALHE A ABRIR -
000170*                  E A ROTINA ACRESCENTA UM REGISTRO AO DD   *
000180*                  ACHADOS. O GDAMANHA LE O ARQUIVO DE MANHA E
000190*                  IMPRIME O RESUMO DA NOITE EM UMA PAGINA.  *
000200*
000210* INTERFACE (GDAACHAD-AREA):                                 *
000220*   ACH-ORIGEM       NOME DO PROGRAMA QUE LANCA (OBRIGATORIO)*
000230*   ACH-SEVERIDADE   C = CRITICO, A = ALERTA, I = INFORMATIVO*
000240*   ACH-QTDE         QUANTIDADE ACHADA (ZERO NA NOITE LIMPA) *
000250*   ACH-TEXTO        TEXTO CURTO DO ACHADO                   *
000260*   ACH-DETALHE      RELATORIO A ABRIR (EX.: RELPRT DO GDACAMBV)
000270*   ACH-RETORNO      00 = OK                                 *
000280*                    08 = SEM ORIGEM OU SEVERIDADE INVALIDA  *
000290*                         (NADA GRAVADO)                     *
000300*                    12 = DD ACHADOS COM PROBLEMA (NADA GRAVADO)
000310*
000320* O LANCAMENTO NUNCA DERRUBA O CHAMADOR: COM RETORNO DIFERENTE
000330* DE ZERO O PROGRAMA SO AVISA NO CONSOLE E SEGUE O FIM NORMAL.
000340* CADA VIGIA LANCA UMA LINHA POR EXECUCAO, INCLUSIVE A       *
000350* INFORMATIVA DA NOITE LIMPA - ASSIM O GDAMANHA SABE QUE ELE *
000360* RODOU.                                                     *
000370*
000380* DD ACHADOS (FB 120, ACUMULADO - DISP=MOD):                 *
000390*   COL 001-008  DATA DO LANCAMENTO CCYYMMDD                 *
000400*   COL 010-015  HORA HHMMSS                                 *
000410*   COL 017-024  ORIGEM                                      *
000420*   COL 026      SEVERIDADE                                  *
000430*   COL 028-034  QUANTIDADE                                  *
000440*   COL 036-085  TEXTO                                       *
000450*   COL 087-116  RELATORIO DE DETALHE                        *
000460*-----------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ACHADOS-FILE ASSIGN TO ACHADOS
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-ACHADOS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ACHADOS-FILE
000570     RECORDING MODE IS F.
000580 01  REG-ACHADO.
000590     05  ACR-DATA             PIC 9(08).
000600     05  FILLER               PIC X(01).
000610     05  ACR-HORA             PIC 9(06).
000620     05  FILLER               PIC X(01).
000630     05  ACR-ORIGEM           PIC X(08).
000640     05  FILLER               PIC X(01).
000650     05  ACR-SEVERIDADE       PIC X(01).
000660     05  FILLER               PIC X(01).
000670     05  ACR-QTDE             PIC 9(07).
000680     05  FILLER               PIC X(01).
000690     05  ACR-TEXTO            PIC X(50).
000700     05  FILLER               PIC X(01).
000710     05  ACR-DETALHE          PIC X(30).
000720     05  FILLER               PIC X(04).
000730 WORKING-STORAGE SECTION.
000740 77  WS-FS-ACHADOS            PIC X(02) VALUE '00'.
000750 01  WS-CONTROLE.
000760     05  WS-DATA-HOJE         PIC 9(08) VALUE ZEROES.
000770     05  WS-HORA-AGORA        PIC 9(08) VALUE ZEROES.
000780 LINKAGE SECTION.
000790 01  GDAACHAD-AREA.
000800     03  ACH-ORIGEM           PIC X(08).
000810     03  ACH-SEVERIDADE       PIC X(01).
000820         88  ACH-CRITICO               VALUE 'C'.
000830         88  ACH-ALERTA                VALUE 'A'.
000840         88  ACH-INFORMATIVO           VALUE 'I'.
000850     03  ACH-QTDE             PIC 9(07).
000860     03  ACH-TEXTO            PIC X(50).
000870     03  ACH-DETALHE          PIC X(30).
000880     03  ACH-RETORNO          PIC 9(02).
000890 PROCEDURE DIVISION USING GDAACHAD-AREA.
000900 0000-MAINLINE.
000910*-----------------------------------------------------------*
000920* CONFERE A CHAMADA E ACRESCENTA O ACHADO AO DD ACHADOS.     *
000930*-----------------------------------------------------------*
000940     MOVE ZEROES TO ACH-RETORNO
000950     IF ACH-ORIGEM IS EQUAL TO SPACES
000960         OR NOT (ACH-CRITICO OR ACH-ALERTA OR ACH-INFORMATIVO)
000970         DISPLAY "GDAACHAD: CHAMADA INVALIDA DE " ACH-ORIGEM
000980                 " SEVERIDADE " ACH-SEVERIDADE " - NADA LANCADO"
000990         MOVE 8 TO ACH-RETORNO
001000         GOBACK
001010     END-IF
001020     IF ACH-QTDE IS NOT NUMERIC
001030         MOVE ZEROES TO ACH-QTDE
001040     END-IF
001050     OPEN EXTEND ACHADOS-FILE
001060     IF WS-FS-ACHADOS NOT EQUAL '00'
001070         OPEN OUTPUT ACHADOS-FILE
001080     END-IF
001090     IF WS-FS-ACHADOS NOT EQUAL '00'
001100         DISPLAY "GDAACHAD: NAO ABRIU O ACHADOS, STATUS = "
001110                 WS-FS-ACHADOS " - " ACH-ORIGEM " SEM LANCAMENTO"
001120         MOVE 12 TO ACH-RETORNO
001130         GOBACK
001140     END-IF
001150     ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
001160     ACCEPT WS-HORA-AGORA FROM TIME
001170     MOVE SPACES              TO REG-ACHADO
001180     MOVE WS-DATA-HOJE        TO ACR-DATA
001190     MOVE WS-HORA-AGORA (1:6) TO ACR-HORA
001200     MOVE ACH-ORIGEM          TO ACR-ORIGEM
001210     MOVE ACH-SEVERIDADE      TO ACR-SEVERIDADE
001220     MOVE ACH-QTDE            TO ACR-QTDE
001230     MOVE ACH-TEXTO           TO ACR-TEXTO
001240     MOVE ACH-DETALHE         TO ACR-DETALHE
001250     WRITE REG-ACHADO
001260     CLOSE ACHADOS-FILE
001270     DISPLAY "GDAACHAD: " ACH-ORIGEM " LANCOU ACHADO "
001280             ACH-SEVERIDADE " - " ACH-TEXTO
001290     GOBACK
001300     .
001310 0000-MAINLINE-EXIT.
001320     EXIT.
