000240*                  DUMP CRU DE SISTEMA. ONDE O CEEHDLR NAO    *
000250*                  EXISTE (RODADAS FORA DO HOST) A ROTINA SO  *
000260*                  AVISA E SEGUE SEM TRAVAR A PARTIDA.        *
000261* 10/15/2026 JLC   AREA EXTERNAL GANHA A ORIGEM DA CHAMADA, A *
000262*                  ROTINA E O OFFSET DA CONDICAO, PREENCHIDOS *
000263*                  PELO GDAABHDL PARA O GDAABEND LOCALIZAR NO *
000264*                  MAPA DE OFFSETS O PARAGRAFO E O COMANDO.   *
000265*                  NA PARTIDA A ROTINA LIMPA ESSES CAMPOS.    *
000270*-----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000400         88  GDA-TRAP-ARMADO           VALUE 'S'.
000410         88  GDA-TRAP-DESARMADO        VALUE 'N'.
000420     05  GDA-TRAP-AREA-PTR    USAGE POINTER.
000421     05  GDA-TRAP-ORIGEM      PIC X(01).
000422         88  GDA-TRAP-AUTOMATICO       VALUE 'A'.
000423     05  GDA-TRAP-ROTINA      PIC X(08).
000424     05  GDA-TRAP-OFFSET      PIC S9(09) COMP.
000430 LINKAGE SECTION.
000440 01  GDAABEND-AREA            PIC X(1044).
000450 PROCEDURE DIVISION USING GDAABEND-AREA.
000500*-----------------------------------------------------------*
000510     SET GDA-TRAP-AREA-PTR TO ADDRESS OF GDAABEND-AREA
000520     SET GDA-TRAP-ARMADO TO TRUE
000521     MOVE SPACE  TO GDA-TRAP-ORIGEM
000522     MOVE SPACES TO GDA-TRAP-ROTINA
000523     MOVE ZEROES TO GDA-TRAP-OFFSET
000530     SET WS-HANDLER-PTR TO ENTRY 'GDAABHDL'
000540     CALL 'CEEHDLR' USING WS-HANDLER-PTR WS-TOKEN WS-FC
000550         ON EXCEPTION
