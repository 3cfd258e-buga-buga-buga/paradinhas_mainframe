      *****  SUBROTINA DE CONSULTA A TABELA DE FINAIS  ****************
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                     JVFINCON.
       AUTHOR.                         EQUIPE JOGO DA VELHA.
       DATE-WRITTEN.                   15/10/2026.
      *---------------------------------------------------------------*
       REMARKS.
      *---------------------------------------------------------------*
      * OBJETIVO:                                                     *
      *     CONSULTAR A TABELA DE FINAIS DO 4X4 GERADA PELO JVFINAIS: *
      *     DADA A POSICAO LINEAR, O TAMANHO E A VEZ, DEVOLVE A       *
      *     MELHOR CELULA (1-16), O RESULTADO COM JOGO PERFEITO       *
      *     (VENCEDOR X OU O, OU E DE EMPATE) E A DISTANCIA EM        *
      *     LANCES ATE O FIM - OU O AVISO DE QUE A POSICAO NAO ESTA   *
      *     NA TABELA. MESMO PAPEL DO JVLIVCON PARA O LIVRO: O JVEMMX *
      *     E' RECURSIVO E NAO GUARDA ESTADO, ENTAO A TABELA FICA     *
      *     ABERTA NESTA SUBROTINA ESTATICA DESDE A PRIMEIRA CHAMADA. *
      *     SO POSICOES 4X4 COM ATE N CASAS VAZIAS (N GRAVADO NO      *
      *     REGISTRO DE CONTROLE PELO GERADOR) VAO AO ARQUIVO; AS     *
      *     DEMAIS VOLTAM "NAO ACHOU" SEM LEITURA NENHUMA. SEM O DD   *
      *     TABFINAL, OU COM UMA TABELA SEM REGISTRO DE CONTROLE      *
      *     (GERACAO INTERROMPIDA), TODA CONSULTA VOLTA "NAO ACHOU" E *
      *     O MINIMAX SEGUE SOZINHO, COMO SEMPRE.                     *
      *     TAMANHO ZERO E' A CONSULTA DE SITUACAO: ACHOU = 'S' SE A  *
      *     TABELA ESTA ATIVA, COM N DEVOLVIDO NA DISTANCIA.          *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       CONFIGURATION SECTION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT TABFINAL-FILE ASSIGN TO TABFINAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TBF-CHAVE
               FILE STATUS IS WS-FS-TABFINAL.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  TABFINAL-FILE.
       01  REG-TABFINAL.
           03 TBF-CHAVE.
              05 TBF-POSICAO               PIC X(16).
              05 TBF-VEZ                   PIC X(01).
           03 TBF-RESULTADO                PIC X(01).
           03 TBF-DISTANCIA                PIC 9(02).
           03 TBF-CELULA                   PIC 9(02).
           03 FILLER                       PIC X(18).
       01  REG-TABFINAL-CONTROLE REDEFINES REG-TABFINAL.
           03 FILLER                       PIC X(17).
           03 TBF-CTL-VAZIAS               PIC 9(02).
           03 TBF-CTL-DATA                 PIC 9(08).
           03 TBF-CTL-POSICOES             PIC 9(09).
           03 FILLER                       PIC X(04).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-FS-TABFINAL                   PIC X(02) VALUE '00'.
           88 FS-TABFINAL-OK                        VALUE '00'.
       01 WS-ABERTA-SW                     PIC X(01) VALUE 'N'.
           88 TABELA-PREPARADA                      VALUE 'S'.
      *-- N DA TABELA; ZERO = TABELA INDISPONIVEL --
       01 WS-VAZIAS-MAX                    PIC 9(02) VALUE ZERO.
       01 WS-VAZIAS                        PIC 9(02) VALUE ZERO.
       01 WS-I                             PIC 9(02) VALUE ZERO.

       LINKAGE SECTION.
       01 LK-POSICAO                       PIC X(16).
       01 LK-TAMANHO                       PIC 9(01).
       01 LK-VEZ                           PIC X(01).
       01 LK-CELULA                        PIC 9(02).
       01 LK-RESULTADO                     PIC X(01).
       01 LK-DISTANCIA                     PIC 9(02).
       01 LK-ACHOU-SW                      PIC X(01).
      *---------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-POSICAO LK-TAMANHO LK-VEZ
               LK-CELULA LK-RESULTADO LK-DISTANCIA LK-ACHOU-SW.

       0000-MAINLINE.
           IF NOT TABELA-PREPARADA
               PERFORM 1000-ABRIR-TABELA
           END-IF.
           MOVE 'N'   TO LK-ACHOU-SW.
           MOVE ZEROS TO LK-CELULA.
           MOVE SPACE TO LK-RESULTADO.
           MOVE ZEROS TO LK-DISTANCIA.
           IF LK-TAMANHO EQUAL ZERO
               PERFORM 3000-INFORMAR-SITUACAO
           ELSE
               PERFORM 2000-PROCURAR-POSICAO
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       1000-ABRIR-TABELA SECTION.
      *-- ABERTURA UNICA; A TABELA SO VALE COM O REGISTRO DE CONTROLE,
      *-- QUE O GERADOR GRAVA POR ULTIMO.
           MOVE 'S' TO WS-ABERTA-SW.
           OPEN INPUT TABFINAL-FILE.
           IF NOT FS-TABFINAL-OK
               GO TO 1000-99-EXIT
           END-IF.
           MOVE ALL '*' TO TBF-CHAVE.
           READ TABFINAL-FILE
               INVALID KEY
                   CLOSE TABFINAL-FILE
                   GO TO 1000-99-EXIT
           END-READ.
           IF TBF-CTL-VAZIAS IS NUMERIC
               MOVE TBF-CTL-VAZIAS TO WS-VAZIAS-MAX
           END-IF.
           IF WS-VAZIAS-MAX EQUAL ZERO
               CLOSE TABFINAL-FILE
           END-IF.
       1000-99-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       2000-PROCURAR-POSICAO SECTION.
      *-- SO O 4X4 COM POUCAS CASAS VAZIAS VAI AO ARQUIVO.
           IF WS-VAZIAS-MAX EQUAL ZERO
              OR LK-TAMANHO NOT EQUAL 4
               GO TO 2000-99-EXIT
           END-IF.
           MOVE ZERO TO WS-VAZIAS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 16
               IF LK-POSICAO(WS-I:1) EQUAL SPACE
                   ADD 1 TO WS-VAZIAS
               END-IF
           END-PERFORM.
           IF WS-VAZIAS EQUAL ZERO
              OR WS-VAZIAS > WS-VAZIAS-MAX
               GO TO 2000-99-EXIT
           END-IF.
           MOVE LK-POSICAO TO TBF-POSICAO.
           MOVE LK-VEZ     TO TBF-VEZ.
           READ TABFINAL-FILE
               INVALID KEY
                   GO TO 2000-99-EXIT
           END-READ.
           MOVE TBF-CELULA    TO LK-CELULA.
           MOVE TBF-RESULTADO TO LK-RESULTADO.
           MOVE TBF-DISTANCIA TO LK-DISTANCIA.
           MOVE 'S'           TO LK-ACHOU-SW.
       2000-99-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       3000-INFORMAR-SITUACAO SECTION.
           IF WS-VAZIAS-MAX > ZERO
               MOVE 'S'           TO LK-ACHOU-SW
               MOVE WS-VAZIAS-MAX TO LK-DISTANCIA
           END-IF.
       3000-99-EXIT.
           EXIT.
      *---------------------------------------------------------------*
