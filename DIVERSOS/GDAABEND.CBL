000190*                  ERRLOG E ENCERRA COM O CODIGO DE USUARIO   *
000200*                  INFORMADO NO RETURN-CODE - EM VEZ DO DUMP  *
000210*                  CRU DE SISTEMA DE UM SOC7.                 *
000211* 10/15/2026 JLC   NO MODO AUTOMATICO O ABEND E' LOCALIZADO:  *
000212*                  O OFFSET DA CONDICAO (QUE O GDAABHDL DEIXA *
000213*                  NA AREA EXTERNAL) E' PROCURADO NO MAPA DE  *
000214*                  OFFSETS (DD OFFMAP, GERADO PELO GDAOFMAP   *
000215*                  NA COMPILACAO); O PARAGRAFO, A LINHA E O   *
000216*                  VERBO SAEM NO DUMP DE CAMPOS E NO FIM DO   *
000217*                  REGISTRO DO ERRLOG, COM O OFFSET EM HEXA.  *
000220*                                                             *
000230* INTERFACE (GDAABEND-AREA):                                  *
000240*   ABD-PROGRAMA     NOME DO PROGRAMA QUE ABENDOU             *
000320* ESTA ROTINA NAO RETORNA: DEPOIS DE GRAVAR E EXIBIR O        *
000330* DIAGNOSTICO, ABENDA VIA ILBOABN0 COM O CODIGO DE USUARIO    *
000332* (RESERVA: RETURN-CODE + STOP RUN ONDE ILBOABN0 NAO EXISTE). *
000333*                                                             *
000334* MODO AUTOMATICO: O OFFSET E' PROCURADO NO DD OFFMAP         *
000335* (OPCIONAL) PELA ROTINA QUE FALHOU (OU ABD-PROGRAMA, SE O LE *
000336* NAO INFORMOU), NA DATA DE COMPILACAO MAIS RECENTE DELA. SEM *
000337* MAPA OU SEM FAIXA, O DUMP AVISA E OS CAMPOS DE LOCALIZACAO  *
000338* DO ERRLOG FICAM EM BRANCO (COMO NO MODO MANUAL).            *
000339*                                                             *
00033A* DD ERRLOG (FB 143, ACUMULADO): PROGRAMA, DATA, HORA,        *
00033B* CODIGO, MENSAGEM E, NO FIM, OFFSET EM HEXA, PARAGRAFO,      *
00033C* LINHA E VERBO. REGISTROS ANTIGOS LEEM A LOCALIZACAO EM      *
00033D* BRANCO.                                                     *
000340*-----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000390     SELECT ERRLOG-FILE ASSIGN TO ERRLOG
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FS-ERRLOG.
000411     SELECT OFFMAP-FILE ASSIGN TO OFFMAP
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS WS-FS-OFFMAP.
000420 DATA DIVISION.
000430 FILE SECTION.
000431 FD  OFFMAP-FILE
000432     RECORDING MODE IS F.
000433 01  REG-OFFMAP.
000434     05  MAP-PROGRAMA        PIC X(08).
000435     05  FILLER              PIC X(01).
000436     05  MAP-DATA-COMPIL     PIC 9(08).
000437     05  FILLER              PIC X(01).
000438     05  MAP-OFF-INI         PIC 9(09).
000439     05  FILLER              PIC X(01).
00043A     05  MAP-OFF-FIM         PIC 9(09).
00043B     05  FILLER              PIC X(01).
00043C     05  MAP-COMANDO         PIC X(50).
000440 FD  ERRLOG-FILE
000450     RECORDING MODE IS F.
000460 01  REG-ERRLOG.
000530     05  ERR-CODIGO          PIC 9(04).
000540     05  FILLER              PIC X(01).
000550     05  ERR-MENSAGEM        PIC X(50).
000551     05  FILLER              PIC X(01).
000552     05  ERR-OFFSET          PIC X(08).
000553     05  FILLER              PIC X(01).
000554     05  ERR-PARAGRAFO       PIC X(30).
000555     05  FILLER              PIC X(01).
000556     05  ERR-LINHA           PIC X(06).
000557     05  FILLER              PIC X(01).
000558     05  ERR-VERBO           PIC X(12).
000560 WORKING-STORAGE SECTION.
000570 77  WS-FS-ERRLOG             PIC X(02) VALUE '00'.
000571 77  WS-FS-OFFMAP             PIC X(02) VALUE '00'.
000580 01  WS-DATA-HOJE             PIC 9(08) VALUE ZEROES.
000590 01  WS-HORA-AGORA            PIC 9(08) VALUE ZEROES.
000591*-----------------------------------------------------------*
000592* LOCALIZACAO DO MODO AUTOMATICO: OFFSET EM HEXA (OS QUATRO  *
000593* BYTES DO BINARIO) E O QUE O MAPA DE OFFSETS DISSE DELE     *
000594*-----------------------------------------------------------*
000595 01  WS-OFF-BIN               PIC S9(09) COMP VALUE ZEROES.
000596 01  WS-OFF-BYTES REDEFINES WS-OFF-BIN
000597                              PIC X(04).
000598 01  WS-OFF-HEX               PIC X(08) VALUE SPACES.
000599 01  WS-LOCALIZACAO.
00059A     05  WS-LOC-PROGRAMA      PIC X(08) VALUE SPACES.
00059B     05  WS-LOC-DATA          PIC 9(08) VALUE ZEROES.
00059C     05  WS-LOC-COMANDO.
00059D         10  WS-LOC-PARAGRAFO PIC X(30) VALUE SPACES.
00059E         10  FILLER           PIC X(01) VALUE SPACE.
00059F         10  WS-LOC-LINHA     PIC X(06) VALUE SPACES.
0005A0         10  FILLER           PIC X(01) VALUE SPACE.
0005A1         10  WS-LOC-VERBO     PIC X(12) VALUE SPACES.
0005A2 01  WS-SWITCHES.
0005A3     05  WS-ACHOU-SW          PIC X(01) VALUE 'N'.
0005A4         88  ACHOU-NO-MAPA             VALUE 'S'.
0005A5     05  WS-FIM-MAPA-SW       PIC X(01) VALUE 'N'.
0005A6         88  FIM-DO-MAPA               VALUE 'S'.
0005A7*-----------------------------------------------------------*
0005A8* AREA EXTERNAL DO MODO AUTOMATICO (GDAABARM/GDAABHDL)       *
0005A9*-----------------------------------------------------------*
0005AA 01  GDA-TRAP-COM EXTERNAL.
0005AB     05  GDA-TRAP-SW          PIC X(01).
0005AC         88  GDA-TRAP-ARMADO           VALUE 'S'.
0005AD         88  GDA-TRAP-DESARMADO        VALUE 'N'.
0005AE     05  GDA-TRAP-AREA-PTR    USAGE POINTER.
0005AF     05  GDA-TRAP-ORIGEM      PIC X(01).
0005B0         88  GDA-TRAP-AUTOMATICO       VALUE 'A'.
0005B1     05  GDA-TRAP-ROTINA      PIC X(08).
0005B2     05  GDA-TRAP-OFFSET      PIC S9(09) COMP.
000600*-----------------------------------------------------------*
000610* CONVERSAO DE UM BYTE PARA HEXADECIMAL: O BYTE E LIDO COMO  *
000620* BINARIO (BYTE ALTO LOW-VALUE) E OS DOIS NIBBLES INDEXAM A  *
001010     DISPLAY "DATA/HORA: " WS-DATA-HOJE " " WS-HORA-AGORA(1:6)
001020     DISPLAY "CODIGO   : U" ABD-CODIGO
001030     DISPLAY "MENSAGEM : " ABD-MENSAGEM
001031     IF GDA-TRAP-AUTOMATICO
001032         PERFORM 3000-LOCALIZAR-OFFSET
001033             THRU 3000-LOCALIZAR-OFFSET-EXIT
001034         DISPLAY "OFFSET   : X'" WS-OFF-HEX "' EM "
001035                 WS-LOC-PROGRAMA
001036         IF ACHOU-NO-MAPA
001037             DISPLAY "PARAGRAFO: " WS-LOC-PARAGRAFO
001038             DISPLAY "COMANDO  : LINHA " WS-LOC-LINHA " - "
001039                     WS-LOC-VERBO " (COMPILADO EM "
00103A                     WS-LOC-DATA ")"
00103B         ELSE
00103C             DISPLAY "PARAGRAFO: NAO LOCALIZADO - SEM FAIXA NO "
00103D                     "MAPA DE OFFSETS"
00103E         END-IF
00103F     END-IF
001040     PERFORM 1000-EXIBIR-UM-CAMPO
001050         THRU 1000-EXIBIR-UM-CAMPO-EXIT
001060         VARYING WS-IX-CAMPO FROM 1 BY 1
001700     MOVE WS-HORA-AGORA(1:6)  TO ERR-HORA
001710     MOVE ABD-CODIGO          TO ERR-CODIGO
001720     MOVE ABD-MENSAGEM        TO ERR-MENSAGEM
001721     IF GDA-TRAP-AUTOMATICO
001722         MOVE WS-OFF-HEX          TO ERR-OFFSET
001723         MOVE WS-LOC-PARAGRAFO    TO ERR-PARAGRAFO
001724         MOVE WS-LOC-LINHA        TO ERR-LINHA
001725         MOVE WS-LOC-VERBO        TO ERR-VERBO
001726     END-IF
001730     WRITE REG-ERRLOG
001740     CLOSE ERRLOG-FILE
001750     .
001760 2000-GRAVAR-ERRO-EXIT.
001770     EXIT.
001780 3000-LOCALIZAR-OFFSET.
001790*-----------------------------------------------------------*
001800* OFFSET DA CONDICAO EM HEXA E A FAIXA DO MAPA QUE O CONTEM: *
001810* VALE A DATA DE COMPILACAO MAIS RECENTE DO PROGRAMA (UMA    *
001820* COMPILACAO NOVA SEM A FAIXA INVALIDA AS ANTERIORES) E, NA  *
001830* MESMA DATA, O ULTIMO LANCAMENTO.                           *
001840*-----------------------------------------------------------*
001850     MOVE GDA-TRAP-OFFSET TO WS-OFF-BIN
001860     MOVE SPACES TO WS-HEX-LINHA
001870     MOVE 1 TO WS-HEX-POS
001880     PERFORM 3200-HEX-DO-OFFSET
001890         THRU 3200-HEX-DO-OFFSET-EXIT
001900         VARYING WS-IX-BYTE FROM 1 BY 1
001910         UNTIL WS-IX-BYTE > 4
001920     MOVE WS-HEX-LINHA (1:8) TO WS-OFF-HEX
001930     MOVE GDA-TRAP-ROTINA TO WS-LOC-PROGRAMA
001940     IF WS-LOC-PROGRAMA IS EQUAL TO SPACES
001950         MOVE ABD-PROGRAMA TO WS-LOC-PROGRAMA
001960     END-IF
001970     OPEN INPUT OFFMAP-FILE
001980     IF WS-FS-OFFMAP NOT EQUAL '00'
001990         GO TO 3000-LOCALIZAR-OFFSET-EXIT
002000     END-IF
002010     PERFORM 3100-LER-MAPA
002020         THRU 3100-LER-MAPA-EXIT
002030         UNTIL FIM-DO-MAPA
002040     CLOSE OFFMAP-FILE
002050     .
002060 3000-LOCALIZAR-OFFSET-EXIT.
002070     EXIT.
002080 3100-LER-MAPA.
002090*-----------------------------------------------------------*
002100* UMA FAIXA DO MAPA. DATA MAIS NOVA DO PROGRAMA ZERA O QUE   *
002110* JA TINHA SIDO ACHADO EM DATA ANTERIOR.                     *
002120*-----------------------------------------------------------*
002130     READ OFFMAP-FILE
002140         AT END
002150             SET FIM-DO-MAPA TO TRUE
002160             GO TO 3100-LER-MAPA-EXIT
002170     END-READ
002180     IF MAP-PROGRAMA IS NOT EQUAL TO WS-LOC-PROGRAMA
002190         OR MAP-DATA-COMPIL IS NOT NUMERIC
002200         OR MAP-OFF-INI IS NOT NUMERIC
002210         OR MAP-OFF-FIM IS NOT NUMERIC
002220         GO TO 3100-LER-MAPA-EXIT
002230     END-IF
002240     IF MAP-DATA-COMPIL IS LESS THAN WS-LOC-DATA
002250         GO TO 3100-LER-MAPA-EXIT
002260     END-IF
002270     IF MAP-DATA-COMPIL IS GREATER THAN WS-LOC-DATA
002280         MOVE MAP-DATA-COMPIL TO WS-LOC-DATA
002290         MOVE 'N' TO WS-ACHOU-SW
002291         MOVE SPACES TO WS-LOC-COMANDO
002300     END-IF
002310     IF GDA-TRAP-OFFSET IS LESS THAN MAP-OFF-INI
002320         OR GDA-TRAP-OFFSET IS GREATER THAN MAP-OFF-FIM
002330         GO TO 3100-LER-MAPA-EXIT
002340     END-IF
002350     SET ACHOU-NO-MAPA TO TRUE
002360     MOVE MAP-COMANDO TO WS-LOC-COMANDO
002370     .
002380 3100-LER-MAPA-EXIT.
002390     EXIT.
002400 3200-HEX-DO-OFFSET.
002410*-----------------------------------------------------------*
002420* DOIS DIGITOS HEXA DE UM DOS QUATRO BYTES DO OFFSET.        *
002430*-----------------------------------------------------------*
002440     MOVE WS-OFF-BYTES (WS-IX-BYTE:1) TO WS-BYTE
002450     DIVIDE WS-BYTE-NUM BY 16
002460         GIVING WS-NIB-ALTO REMAINDER WS-NIB-BAIXO
002470     MOVE WS-HEX-DIGITOS(WS-NIB-ALTO + 1:1)
002480         TO WS-HEX-LINHA(WS-HEX-POS:1)
002490     MOVE WS-HEX-DIGITOS(WS-NIB-BAIXO + 1:1)
002500         TO WS-HEX-LINHA(WS-HEX-POS + 1:1)
002510     ADD 2 TO WS-HEX-POS
002520     .
002530 3200-HEX-DO-OFFSET-EXIT.
002540     EXIT.
