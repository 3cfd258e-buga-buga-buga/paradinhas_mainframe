000220*                  COM O CODIGO DE USUARIO - ESTE TRATADOR    *
000230*                  NAO VOLTA. DESARMADO, A CONDICAO E'        *
000240*                  PERCOLADA E NADA MUDA.                     *
000241* 10/15/2026 JLC   ANTES DE ACIONAR O GDAABEND, PEDE AO LE    *
000242*                  (CEE3GRO E CEE3GRN) O OFFSET DA CONDICAO   *
000243*                  E A ROTINA ONDE ELA OCORREU E OS DEIXA NA  *
000244*                  AREA EXTERNAL, MARCADA COMO AUTOMATICA -   *
000245*                  O GDAABEND LOCALIZA NO MAPA DE OFFSETS O   *
000246*                  PARAGRAFO E O COMANDO. SEM O SERVICO, O    *
000247*                  OFFSET FICA ZERO E NADA E' LOCALIZADO.     *
000250*-----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000300 01  WS-CONSTANTES.
000310     05  WS-PERCOLATE         PIC S9(09) COMP VALUE +20.
000320 01  WS-MSGNO-ED              PIC 9(05) VALUE ZEROES.
000321 01  WS-LOCALIZACAO.
000322     05  WS-OFFSET            PIC S9(09) COMP VALUE ZEROES.
000323     05  WS-ROTINA            PIC X(80) VALUE SPACES.
000324     05  WS-FC                PIC X(12) VALUE LOW-VALUES.
000330*-----------------------------------------------------------*
000340* AREA EXTERNAL COMPARTILHADA COM O GDAABARM                 *
000350*-----------------------------------------------------------*
000380         88  GDA-TRAP-ARMADO           VALUE 'S'.
000390         88  GDA-TRAP-DESARMADO        VALUE 'N'.
000400     05  GDA-TRAP-AREA-PTR    USAGE POINTER.
000401     05  GDA-TRAP-ORIGEM      PIC X(01).
000402         88  GDA-TRAP-AUTOMATICO       VALUE 'A'.
000403     05  GDA-TRAP-ROTINA      PIC X(08).
000404     05  GDA-TRAP-OFFSET      PIC S9(09) COMP.
000410 LINKAGE SECTION.
000420 01  HDL-CONDICAO.
000430     05  HDL-COND-SEVERIDADE  PIC S9(04) COMP.
000870                INTO ABD-MENSAGEM
000880         END-STRING
000890     END-IF
000891     PERFORM 1000-LOCALIZAR-CONDICAO
000892         THRU 1000-LOCALIZAR-CONDICAO-EXIT
000900     CALL 'GDAABEND' USING GDAABEND-AREA
000910*-----------------------------------------------------------*
000920* O GDAABEND NAO RETORNA; SE RETORNAR (AMBIENTE SEM          *
000970     .
000980 0000-MAINLINE-EXIT.
000990     EXIT.
001000 1000-LOCALIZAR-CONDICAO.
001010*-----------------------------------------------------------*
001020* OFFSET DA CONDICAO DENTRO DA ROTINA QUE FALHOU E O NOME    *
001030* DELA, PARA O GDAABEND PROCURAR NO MAPA DE OFFSETS.         *
001040*-----------------------------------------------------------*
001050     SET GDA-TRAP-AUTOMATICO TO TRUE
001060     MOVE ZEROES TO GDA-TRAP-OFFSET
001070     MOVE SPACES TO GDA-TRAP-ROTINA
001080     MOVE LOW-VALUES TO WS-FC
001090     CALL 'CEE3GRO' USING WS-OFFSET WS-FC
001100         ON EXCEPTION
001110             DISPLAY "GDAABHDL: SEM CEE3GRO NESTE AMBIENTE - "
001120                     "ABEND SEM LOCALIZACAO"
001130             GO TO 1000-LOCALIZAR-CONDICAO-EXIT
001140     END-CALL
001150     IF WS-FC (1:8) IS EQUAL TO LOW-VALUES
001160         MOVE WS-OFFSET TO GDA-TRAP-OFFSET
001170     END-IF
001180     MOVE LOW-VALUES TO WS-FC
001190     CALL 'CEE3GRN' USING WS-ROTINA WS-FC
001200         ON EXCEPTION
001210             MOVE SPACES TO WS-ROTINA
001220     END-CALL
001230     IF WS-FC (1:8) IS EQUAL TO LOW-VALUES
001240         MOVE WS-ROTINA (1:8) TO GDA-TRAP-ROTINA
001250     END-IF
001260     .
001270 1000-LOCALIZAR-CONDICAO-EXIT.
001280     EXIT.
