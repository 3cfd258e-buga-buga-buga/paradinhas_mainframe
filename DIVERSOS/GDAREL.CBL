000546*                  UMA PAGINA DESTACAVEL POR ALUNO. O SALTO   *
000547*                  E' PREGUICOSO: SEM DETALHE DEPOIS DELE,    *
000548*                  NENHUMA PAGINA EM BRANCO SAI NO FIM.       *
000549* 10/15/2026 JLC   ENVELOPE DE CONTROLE NO EXTRATO:           *
000550*                  COM CARTAO NO DD RELENV, O EXTRATO SAI     *
000551*                  COM CABECALHO (CODIGO, DATA, GERACAO E     *
000552*                  LAYOUT) E TRAILER (QTDE DE REGISTROS E     *
000553*                  HASH DE UMA COLUNA), MONTADOS PELO         *
000554*                  GDARELEV, PARA O DESTINO PERCEBER UMA      *
000555*                  TRANSFERENCIA TRUNCADA. SEM O CARTAO,      *
000556*                  NADA MUDA PARA OS CHAMADORES.              *
000557*                                                             *
000560* INTERFACE (GDAREL-AREA):                                    *
000570*   GDAREL-FUNCAO  'A' = ABRIR O RELATORIO (TITULO/CABECALHO *
000580*                        DE COLUNAS INFORMADOS NA AREA)       *
000740*   SAIDA NO DD RELPRT/RELPRT2/RELPRT3 (FB 132); EXTRATO NO   *
000750*   DD RELEXT/RELEXT2/RELEXT3 (FB 200); BIBLIOTECA NO DD      *
000760*   RELBIB/RELBIB2/RELBIB3 (FB 132, DECK IEBUPDTE)            *
000761*   ENVELOPE DE CONTROLE DO EXTRATO (REGISTROS HDR E TRL, COM *
000762*   GERACAO, QTDE E HASH): LIGADO POR EXTRATO NOS CARTOES DO  *
000763*   DD RELENV, GERACOES NO DD RELGERA - VER O GDARELEV        *
000770*-----------------------------------------------------------*
000780 ENVIRONMENT DIVISION.
000790 CONFIGURATION SECTION.
001840             15  WS-EXT-TAM       PIC 9(03) VALUE ZEROES.
001850         10  WS-BIB-SW            PIC X(01) VALUE 'N'.
001860             88  BIBLIOTECA-LIGADA        VALUE 'S'.
001861         10  WS-ENV-SW            PIC X(01) VALUE 'N'.
001862             88  ENVELOPE-LIGADO          VALUE 'S'.
001870*-----------------------------------------------------------*
001880* DATA DE PROCESSAMENTO, NO LAYOUT PADRAO DO BOOK GDADATA    *
001890*-----------------------------------------------------------*
002390         10  WS-MEMBRO-DATA   PIC 9(05).
002400     05  FILLER               PIC X(112) VALUE SPACES.
002410 01  WS-ENDUP-CARD            PIC X(132) VALUE './ ENDUP'.
002411 01  GDARELEV-AREA.
002412     03  ENV-FUNCAO           PIC X(01).
002413     03  ENV-NUMERO           PIC 9(01).
002414     03  ENV-CODIGO           PIC X(03).
002415     03  ENV-LIGADO           PIC X(01).
002416     03  ENV-LINHA            PIC X(200).
002417     03  ENV-COLUNA           PIC 9(02).
002418     03  ENV-VALOR            PIC 9(15).
002419     03  ENV-RETORNO          PIC 9(02).
002420 LINKAGE SECTION.
002430 01  GDAREL-AREA.
002440     03  GDAREL-FUNCAO        PIC X(01).
003370         MOVE ZEROES TO WS-ACM-TAM (REL-IDX)
003380     END-IF
003390     MOVE 'N' TO WS-EXT-SW (REL-IDX)
003391     MOVE 'N' TO WS-ENV-SW (REL-IDX)
003400     PERFORM VARYING REL-SUB FROM 1 BY 1
003410             UNTIL REL-SUB IS GREATER THAN 10
003420         IF GDAREL-EXT-POS (REL-SUB) IS NUMERIC
003720*-----------------------------------------------------------*
003730     PERFORM 4400-ABRIR-EXT-ARQUIVO
003740         THRU 4400-ABRIR-EXT-ARQUIVO-EXIT
003741     PERFORM 4800-ABRIR-ENVELOPE
003742         THRU 4800-ABRIR-ENVELOPE-EXIT
003750     MOVE SPACES TO WS-LINHA-EXT
003760     MOVE GDAREL-TITULO TO WS-LINHA-EXT
003770     PERFORM 4500-GRAVAR-EXT
007090         PERFORM 4700-GRAVAR-BIB
007100             THRU 4700-GRAVAR-BIB-EXIT
007110     END-IF
007111     IF EXTRATO-LIGADO (REL-IDX)
007112      AND ENVELOPE-LIGADO (REL-IDX)
007113         PERFORM 4900-FECHAR-ENVELOPE
007114             THRU 4900-FECHAR-ENVELOPE-EXIT
007115     END-IF
007120     PERFORM 9100-FECHAR-ARQUIVOS
007130         THRU 9100-FECHAR-ARQUIVOS-EXIT
007140     MOVE 'N' TO WS-ABERTO-SW (REL-IDX)
008210         WHEN 3
008220             WRITE EXT-RECORD-3 FROM WS-LINHA-EXT
008230     END-EVALUATE
008231     IF ENVELOPE-LIGADO (REL-IDX)
008232         PERFORM 4850-CONTAR-ENVELOPE
008233             THRU 4850-CONTAR-ENVELOPE-EXIT
008234     END-IF
008240     .
008250 4500-GRAVAR-EXT-EXIT.
008260     EXIT.
008480     .
008490 4700-GRAVAR-BIB-EXIT.
008500     EXIT.
008510 4800-ABRIR-ENVELOPE.
008520*-----------------------------------------------------------*
008530* PEDE AO GDARELEV O ENVELOPE DO EXTRATO; LIGADO PELO DD     *
008540* RELENV, GRAVA O CABECALHO ANTES DO TITULO. O SWITCH SO     *
008550* LIGA DEPOIS, PARA O CABECALHO NAO ENTRAR NA CONTAGEM.      *
008560*-----------------------------------------------------------*
008570     MOVE 'A'           TO ENV-FUNCAO
008580     MOVE REL-IDX       TO ENV-NUMERO
008590     MOVE GDAREL-CODIGO TO ENV-CODIGO
008600     CALL 'GDARELEV' USING GDARELEV-AREA
008610     IF ENV-LIGADO IS EQUAL TO 'S'
008620         MOVE ENV-LINHA TO WS-LINHA-EXT
008630         PERFORM 4500-GRAVAR-EXT
008640             THRU 4500-GRAVAR-EXT-EXIT
008650         MOVE 'S' TO WS-ENV-SW (REL-IDX)
008660     END-IF
008670     .
008680 4800-ABRIR-ENVELOPE-EXIT.
008690     EXIT.
008700 4850-CONTAR-ENVELOPE.
008710*-----------------------------------------------------------*
008720* CADA REGISTRO DO CORPO DO EXTRATO ENTRA NA QTDE E NO HASH. *
008730*-----------------------------------------------------------*
008740     MOVE 'R'          TO ENV-FUNCAO
008750     MOVE REL-IDX      TO ENV-NUMERO
008760     MOVE WS-LINHA-EXT TO ENV-LINHA
008770     CALL 'GDARELEV' USING GDARELEV-AREA
008780     .
008790 4850-CONTAR-ENVELOPE-EXIT.
008800     EXIT.
008810 4900-FECHAR-ENVELOPE.
008820*-----------------------------------------------------------*
008830* GRAVA O TRAILER COMO ULTIMO REGISTRO DO EXTRATO; O         *
008840* GDARELEV REGISTRA A GERACAO NO DD RELGERA.                 *
008850*-----------------------------------------------------------*
008860     MOVE 'N'     TO WS-ENV-SW (REL-IDX)
008870     MOVE 'F'     TO ENV-FUNCAO
008880     MOVE REL-IDX TO ENV-NUMERO
008890     CALL 'GDARELEV' USING GDARELEV-AREA
008900     MOVE ENV-LINHA TO WS-LINHA-EXT
008910     PERFORM 4500-GRAVAR-EXT
008920         THRU 4500-GRAVAR-EXT-EXIT
008930     .
008940 4900-FECHAR-ENVELOPE-EXIT.
008950     EXIT.
