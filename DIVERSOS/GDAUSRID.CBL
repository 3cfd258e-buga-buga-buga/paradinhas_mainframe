000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GDAUSRID.
000030 AUTHOR.        J COSTA.
000040 INSTALLATION.  CPD TREINAMENTO.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* MODIFICATION HISTORY                                        *
000090*-----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION                                *
000110* 10/15/2026 JLC   PROGRAMA NOVO - DEVOLVE O USERID RACF DO   *
000120*                  JOB QUE ESTA RODANDO, PARA OS BATCH QUE    *
000130*                  PRECISAM REGISTRAR QUEM FEZ O QUE (ENTRADA *
000140*                  E APROVACAO DE TAXAS, POR EXEMPLO). O      *
000150*                  USERID VEM DO AMBIENTE DE SEGURANCA DO     *
000160*                  ESPACO DE ENDERECAMENTO, NAO DE CARTAO NEM *
000170*                  DE PARM, ENTAO NAO DA PARA SE FAZER PASSAR *
000180*                  POR OUTRO USUARIO.                         *
000190*                                                             *
000200* CAMINHO: PSA (ENDERECO ZERO) -> PSAAOLD (ASCB DO ESPACO     *
000210* CORRENTE) -> ASCBASXB (ASXB) -> ASXBSENV (ACEE) ->          *
000220* ACEEUSRI (USERID, TAMANHO EM ACEEUSRL).                     *
000230*                                                             *
000240* INTERFACE (GDAUSRID-AREA):                                  *
000250*   USR-USUARIO    USERID DO JOB (BRANCOS SE NAO HOUVER)      *
000260*   USR-RETORNO    00 = OK                                    *
000270*                  04 = SEM AMBIENTE DE SEGURANCA (ACEE)      *
000280*-----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 DATA DIVISION.
000320 WORKING-STORAGE SECTION.
000330 01  WS-ENDERECO.
000340     05  WS-PONTEIRO          POINTER.
000350     05  WS-ENDERECO-NUM REDEFINES WS-PONTEIRO
000360                              PIC S9(09) COMP.
000370 LINKAGE SECTION.
000380 01  GDAUSRID-AREA.
000390     03  USR-USUARIO          PIC X(08).
000400     03  USR-RETORNO          PIC 9(02).
000410*-----------------------------------------------------------*
000420* BLOCOS DE CONTROLE DO SISTEMA, SO ATE O CAMPO USADO        *
000430*-----------------------------------------------------------*
000440 01  PSA.
000450     05  FILLER               PIC X(548).
000460     05  PSAAOLD              POINTER.
000470 01  ASCB.
000480     05  FILLER               PIC X(108).
000490     05  ASCBASXB             POINTER.
000500 01  ASXB.
000510     05  FILLER               PIC X(200).
000520     05  ASXBSENV             POINTER.
000530 01  ACEE.
000540     05  FILLER               PIC X(20).
000550     05  ACEEUSRL             PIC X(01).
000560     05  ACEEUSRI             PIC X(08).
000570 PROCEDURE DIVISION USING GDAUSRID-AREA.
000580 0000-MAINLINE.
000590*-----------------------------------------------------------*
000600* PARAGRAFO PRINCIPAL.                                       *
000610*-----------------------------------------------------------*
000620     MOVE SPACES TO USR-USUARIO
000630     MOVE ZEROES TO USR-RETORNO
000640     PERFORM 1000-OBTER-USUARIO
000650         THRU 1000-OBTER-USUARIO-EXIT
000660     GOBACK
000670     .
000680 0000-MAINLINE-EXIT.
000690     EXIT.
000700 1000-OBTER-USUARIO.
000710*-----------------------------------------------------------*
000720* SEGUE A CADEIA DE BLOCOS ATE O ACEE E COPIA O USERID.      *
000730*-----------------------------------------------------------*
000740     MOVE ZEROES TO WS-ENDERECO-NUM
000750     SET ADDRESS OF PSA  TO WS-PONTEIRO
000760     SET ADDRESS OF ASCB TO PSAAOLD
000770     SET ADDRESS OF ASXB TO ASCBASXB
000780     SET WS-PONTEIRO TO ASXBSENV
000790     IF WS-ENDERECO-NUM IS EQUAL TO ZEROES
000800         MOVE 4 TO USR-RETORNO
000810         GO TO 1000-OBTER-USUARIO-EXIT
000820     END-IF
000830     SET ADDRESS OF ACEE TO ASXBSENV
000840     MOVE ACEEUSRI TO USR-USUARIO
000850     .
000860 1000-OBTER-USUARIO-EXIT.
000870     EXIT.
