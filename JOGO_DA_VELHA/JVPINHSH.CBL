      *****  SUBROTINA DE RESUMO DO PIN DO JOGADOR  *******************
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                     JVPINHSH.
       AUTHOR.                         EQUIPE JOGO DA VELHA.
       DATE-WRITTEN.                   15/10/2026.
      *---------------------------------------------------------------*
       REMARKS.
      *---------------------------------------------------------------*
      * OBJETIVO:                                                     *
      *     CALCULAR O RESUMO (HASH) DO PIN DE 4 DIGITOS GUARDADO NO  *
      *     CADASTRO DE JOGADORES (ARQUIVO JOGADOR). O PIN EM CLARO   *
      *     NUNCA E' GRAVADO: O JVPIN GRAVA O RESUMO NA DEFINICAO E   *
      *     AS TRANSACOES JVELHACICS E JVRANKCI RECALCULAM O RESUMO   *
      *     DO PIN DIGITADO E COMPARAM COM O GRAVADO. O SAL (8        *
      *     DIGITOS, SORTEADO PELO JVPIN A CADA DEFINICAO E GRAVADO   *
      *     JUNTO) FAZ DOIS JOGADORES COM O MESMO PIN TEREM RESUMOS   *
      *     DIFERENTES.                                               *
      *     CONTA: H = (H * 131 + BYTE + RODADA) MOD (2**31 - 1),     *
      *     SOBRE OS 12 BYTES PIN+SAL, REPETIDA 64 RODADAS.           *
      *     SEM ARQUIVO E SEM COMANDO CICS: SERVE AO BATCH E AO CICS  *
      *     PELO MESMO CALL ESTATICO.                                 *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       CONFIGURATION SECTION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-MATERIAL.
           03 WS-MAT-PIN                   PIC X(04).
           03 WS-MAT-SAL                   PIC 9(08).
       01 WS-H                             PIC S9(18) COMP VALUE +0.
       01 WS-QUOCIENTE                     PIC S9(18) COMP VALUE +0.
       01 WS-PRIMO                         PIC S9(18) COMP
                                            VALUE +2147483647.
       01 WS-RODADA                        PIC 9(02) VALUE ZERO.
       01 WS-RODADAS                       PIC 9(02) VALUE 64.
       01 WS-I                             PIC 9(02) VALUE ZERO.
      *-- UM BYTE LIDO COMO NUMERO: BINARIO DE 2 BYTES COM O PRIMEIRO
      *-- EM LOW-VALUE --
       01 WS-BYTE-PAR.
           03 FILLER                       PIC X(01) VALUE LOW-VALUE.
           03 WS-BYTE                      PIC X(01) VALUE SPACE.
       01 WS-BYTE-VALOR REDEFINES WS-BYTE-PAR
                                           PIC 9(04) COMP.

       LINKAGE SECTION.
       01 LK-PIN                           PIC X(04).
       01 LK-SAL                           PIC 9(08).
       01 LK-HASH                          PIC 9(10).
      *---------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-PIN LK-SAL LK-HASH.

       0000-MAINLINE.
           MOVE LK-PIN TO WS-MAT-PIN.
           MOVE LK-SAL TO WS-MAT-SAL.
           MOVE LK-SAL TO WS-H.
           PERFORM 1000-UMA-RODADA
               VARYING WS-RODADA FROM 1 BY 1
               UNTIL WS-RODADA > WS-RODADAS.
           MOVE WS-H TO LK-HASH.
           GOBACK.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       1000-UMA-RODADA SECTION.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 12
               MOVE WS-MATERIAL(WS-I:1) TO WS-BYTE
               COMPUTE WS-H = WS-H * 131 + WS-BYTE-VALOR + WS-RODADA
               DIVIDE WS-H BY WS-PRIMO
                   GIVING WS-QUOCIENTE REMAINDER WS-H
           END-PERFORM.
       1000-99-EXIT.
           EXIT.
      *---------------------------------------------------------------*
