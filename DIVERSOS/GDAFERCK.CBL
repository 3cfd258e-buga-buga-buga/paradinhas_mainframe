000160*                  E TERMINA COM RC 8 PARA O ESCALONADOR      *
000170*                  COBRAR A GERACAO (GDAFERGE) ANTES DE       *
000180*                  JANEIRO CHEGAR SEM CARNAVAL NO CALENDARIO. *
000181* 10/15/2026 JLC   RESUMO DA NOITE NO ARQUIVO COMUM DE        *
000182*                  ACHADOS (GDAACHAD, DD ACHADOS): CRITICO    *
000183*                  SEM FERIADOS DO ANO QUE VEM OU SEM O       *
000184*                  ARQUIVO, INFORMATIVO NOS DEMAIS CASOS.     *
000190*                                                             *
000200* CARTOES (DD CARTAO, OPCIONAL):                              *
000210*   CORTE=MMDD          DATA DE CORTE NO ANO CORRENTE         *
000550 01  WS-ANO-QUE-VEM           PIC 9(04) VALUE ZEROES.
000560 01  WS-FER-ANO               PIC 9(04) VALUE ZEROES.
000570 01  WS-ACHADOS               PIC 9(03) VALUE ZEROES.
000571 01  WS-RC-SALVO              PIC S9(04) VALUE ZEROES.
000572*-----------------------------------------------------------*
000573* ACHADO DA NOITE PARA O RESUMO DA MANHA (GDAACHAD)          *
000574*-----------------------------------------------------------*
000575 01  GDAACHAD-AREA.
000576     03  ACH-ORIGEM           PIC X(08) VALUE 'GDAFERCK'.
000577     03  ACH-SEVERIDADE       PIC X(01) VALUE SPACES.
000578     03  ACH-QTDE             PIC 9(07) VALUE ZEROES.
000579     03  ACH-TEXTO            PIC X(50) VALUE SPACES.
000580     03  ACH-DETALHE          PIC X(30) VALUE
000581                                  'SYSOUT DO GDAFERCK'.
000582     03  ACH-RETORNO          PIC 9(02) VALUE ZEROES.
000583 PROCEDURE DIVISION.
000590 0000-MAINLINE.
000600*-----------------------------------------------------------*
000610* PARAGRAFO PRINCIPAL.                                       *
000650     ACCEPT WS-HOJE FROM DATE
000660     IF WS-HOJE-MMDD IS LESS THAN WS-CORTE-MMDD
000670         DISPLAY "GDAFERCK: ANTES DO CORTE, NADA A CONFERIR"
000671         MOVE 'I' TO ACH-SEVERIDADE
000672         MOVE 'ANTES DO CORTE, CALENDARIO NAO CONFERIDO'
000673           TO ACH-TEXTO
000674         PERFORM 9000-LANCAR-ACHADO
000675             THRU 9000-LANCAR-ACHADO-EXIT
000676         CLOSE FERIADOS-FILE
000680         STOP RUN
000690     END-IF
000700     COMPUTE WS-ANO-QUE-VEM = 2000 + WS-HOJE-AA + 1
000900         DISPLAY "GDAFERCK: SEM ARQUIVO FERIADOS, STATUS = "
000910                 WS-FS-FERIADOS
000920         MOVE 8 TO RETURN-CODE
000921         MOVE 'C' TO ACH-SEVERIDADE
000922         MOVE 'SEM ARQUIVO FERIADOS' TO ACH-TEXTO
000923         PERFORM 9000-LANCAR-ACHADO
000924             THRU 9000-LANCAR-ACHADO-EXIT
000930         STOP RUN
000940     END-IF
000950     .
001240     .
001250 2000-CONTAR-ANO-QUE-VEM-EXIT.
001260     EXIT.
001261 9000-LANCAR-ACHADO.
001262*-----------------------------------------------------------*
001263* LANCA O RESUMO DA NOITE NO ARQUIVO COMUM DE ACHADOS; FALHA *
001264* NO LANCAMENTO SO AVISA NO CONSOLE. O RC JA DEFINIDO PARA O *
001265* ESCALONADOR E PRESERVADO ATRAVES DA CHAMADA.               *
001266*-----------------------------------------------------------*
001267     MOVE RETURN-CODE TO WS-RC-SALVO
001268     CALL 'GDAACHAD' USING GDAACHAD-AREA
001269     IF ACH-RETORNO NOT EQUAL ZEROES
001270         DISPLAY "GDAFERCK: ACHADO DA NOITE NAO LANCADO, "
001271                 "RETORNO = " ACH-RETORNO
001272     END-IF
001273     MOVE WS-RC-SALVO TO RETURN-CODE
001274     .
001275 9000-LANCAR-ACHADO-EXIT.
001276     EXIT.
001277 9999-TERMINATE.
001280     CLOSE FERIADOS-FILE
001290     IF WS-ACHADOS IS EQUAL TO ZEROES
001300         DISPLAY "GDAFERCK: *** NENHUM FERIADO DE "
001310                 WS-ANO-QUE-VEM " NO ARQUIVO - GERAR COM "
001320                 "GDAFERGE ***"
001330         MOVE 8 TO RETURN-CODE
001331         MOVE 'C' TO ACH-SEVERIDADE
001332         MOVE SPACES TO ACH-TEXTO
001333         STRING 'NENHUM FERIADO DE ' WS-ANO-QUE-VEM
001334                ' - GERAR COM O GDAFERGE'
001335             DELIMITED BY SIZE INTO ACH-TEXTO
001340     ELSE
001350         DISPLAY "GDAFERCK: " WS-ACHADOS " FERIADO(S) DE "
001360                 WS-ANO-QUE-VEM " NO ARQUIVO, OK"
001361         MOVE 'I' TO ACH-SEVERIDADE
001362         MOVE WS-ACHADOS TO ACH-QTDE
001363         MOVE SPACES TO ACH-TEXTO
001364         STRING 'FERIADOS DE ' WS-ANO-QUE-VEM
001365                ' JA NO CALENDARIO'
001366             DELIMITED BY SIZE INTO ACH-TEXTO
001370     END-IF
001371     PERFORM 9000-LANCAR-ACHADO
001372         THRU 9000-LANCAR-ACHADO-EXIT
001380     .
001390 9999-TERMINATE-EXIT.
001400     EXIT.
