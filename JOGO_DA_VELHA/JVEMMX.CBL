      *     VEZ DE RASO DEMAIS NO FIM DE JOGO E LENTO DEMAIS NA      *
      *     ABERTURA DO 4X4. ORCAMENTO ZERO MANTEM O COMPORTAMENTO   *
      *     DE SEMPRE (PROFUNDIDADE FIXA LK-PROF-MAX).               *
      *     NO 4X4, QUALQUER NO COM POUCAS CASAS VAZIAS E' CONSULTADO *
      *     NA TABELA DE FINAIS (VER JVFINAIS/JVFINCON): POSICAO QUE  *
      *     ESTA LA SAI COM O VALOR EXATO E A MELHOR JOGADA, SEM      *
      *     BUSCA E SEM O CORTE DE PROFUNDIDADE.                      *
      *     LK-REGRA = 'M' JOGA A VARIANTE MISERE: QUEM FECHA A LINHA *
      *     PERDE. SO MUDA A PONTUACAO DOS NOS TERMINAIS (O DONO DA   *
      *     LINHA E' O DERROTADO); LIVRO E TABELA DE FINAIS, QUE SO   *
      *     CONHECEM A REGRA NORMAL, FICAM DE FORA. QUALQUER OUTRO    *
      *     VALOR (ESPACO OU 'N') E' A REGRA NORMAL.                  *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       01 WS-LIVRO-CELULA              PIC 9(02) VALUE ZERO.
       01 WS-LIVRO-ACHOU-SW            PIC X(01) VALUE 'N'.
           88 LIVRO-RESPONDEU                   VALUE 'S'.
      *-- CONSULTA A TABELA DE FINAIS DO 4X4 (EM QUALQUER NO) --
       01 WS-FINAL-CELULA              PIC 9(02) VALUE ZERO.
       01 WS-FINAL-RESULTADO           PIC X(01) VALUE SPACE.
       01 WS-FINAL-DISTANCIA           PIC 9(02) VALUE ZERO.
       01 WS-FINAL-ACHOU-SW            PIC X(01) VALUE 'N'.
           88 FINAL-RESPONDEU                   VALUE 'S'.
      *-- APROFUNDAMENTO ITERATIVO COM ORCAMENTO (SO NO NO RAIZ) --
       01 WS-ID-PROF                   PIC 9(02) VALUE ZERO.
       01 WS-ID-PROF-ZERO              PIC 9(02) VALUE ZERO.
       01 LK-BEST-CELL                 PIC 9(02).
       01 LK-BEST-SCORE                PIC S9(03).
       01 LK-ORCAMENTO-HUND            PIC 9(04).
       01 LK-REGRA                     PIC X(01).
           88 REGRA-MISERE                      VALUE 'M'.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-TABULEIRO LK-TAMANHO LK-TURN
               LK-PROFUNDIDADE LK-PROF-MAX LK-TRACE-SW
               LK-ALFA LK-BETA LK-BEST-CELL LK-BEST-SCORE
               LK-ORCAMENTO-HUND LK-REGRA.

       0000-MAINLINE.
           COMPUTE WS-NCASAS = LK-TAMANHO * LK-TAMANHO.
      *-- FORA DO LIVRO CAI NO MINIMAX DE SEMPRE.

           IF LK-PROFUNDIDADE EQUAL ZERO AND LK-TURN EQUAL 'O'
              AND NOT REGRA-MISERE
               PERFORM 0100-CONSULTAR-LIVRO
           END-IF.
      *-- FINAL DO 4X4 COM POUCAS CASAS VAZIAS: A TABELA DE FINAIS
      *-- DA O VALOR EXATO, EM QUALQUER PROFUNDIDADE DA BUSCA.
           IF NOT LIVRO-RESPONDEU AND LK-TAMANHO EQUAL 4
              AND NOT REGRA-MISERE
               PERFORM 0150-CONSULTAR-FINAIS
           END-IF.
           IF LIVRO-RESPONDEU OR FINAL-RESPONDEU
               CONTINUE
           ELSE
           IF LK-PROFUNDIDADE EQUAL ZERO
                   WS-ID-PROF-ZERO WS-ID-PROF LK-TRACE-SW
                   WS-ID-ALFA WS-ID-BETA
                   WS-ID-CELULA WS-ID-SCORE WS-ID-ORC-ZERO
                   LK-REGRA
           END-CALL.
           MOVE WS-ID-CELULA TO LK-BEST-CELL.
           MOVE WS-ID-SCORE  TO LK-BEST-SCORE.
           EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       0150-CONSULTAR-FINAIS SECTION.
      *-- O RESULTADO DA TABELA VIRA A MESMA PONTUACAO QUE A BUSCA
      *-- COMPLETA DARIA: O FIM ACONTECE NA PROFUNDIDADE DESTE NO MAIS
      *-- A DISTANCIA GRAVADA. CELULA JA OCUPADA (TABELA DE OUTRA
      *-- GERACAO) E' IGNORADA E A BUSCA SEGUE NORMAL.
           MOVE 'N' TO WS-FINAL-ACHOU-SW.
           CALL 'JVFINCON' USING LK-TABULEIRO LK-TAMANHO LK-TURN
                   WS-FINAL-CELULA WS-FINAL-RESULTADO
                   WS-FINAL-DISTANCIA WS-FINAL-ACHOU-SW
           END-CALL.
           IF NOT FINAL-RESPONDEU
               GO TO 0150-99-EXIT
           END-IF.
           IF WS-FINAL-CELULA EQUAL ZERO
              OR WS-FINAL-CELULA > WS-NCASAS
               MOVE 'N' TO WS-FINAL-ACHOU-SW
               GO TO 0150-99-EXIT
           END-IF.
           IF LK-TABULEIRO(WS-FINAL-CELULA:1) NOT = SPACE
               MOVE 'N' TO WS-FINAL-ACHOU-SW
               GO TO 0150-99-EXIT
           END-IF.
           EVALUATE WS-FINAL-RESULTADO
               WHEN 'O'
                   COMPUTE LK-BEST-SCORE =
                       20 - (LK-PROFUNDIDADE + WS-FINAL-DISTANCIA)
               WHEN 'X'
                   COMPUTE LK-BEST-SCORE =
                       (LK-PROFUNDIDADE + WS-FINAL-DISTANCIA) - 20
               WHEN OTHER
                   MOVE ZERO TO LK-BEST-SCORE
           END-EVALUATE.
           MOVE WS-FINAL-CELULA TO LK-BEST-CELL.
           IF LK-TRACE-SW = 'S' AND LK-PROFUNDIDADE EQUAL ZERO
               DISPLAY 'TABELA DE FINAIS: CASA ' WS-FINAL-CELULA
                   ' RESULTADO ' WS-FINAL-RESULTADO ' EM '
                   WS-FINAL-DISTANCIA ' LANCES' UPON CONSOLE
           END-IF.
       0150-99-EXIT.
           EXIT.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       1000-VERIFICAR-TERMINAL SECTION.
      *-- DETECTA VITORIA (LINHA, COLUNA OU DIAGONAL FECHADA POR UM
      *-- FAVORECE X (HUMANO); QUANTO MAIS RASO O NO, MAIOR O PESO,
      *-- PARA PREFERIR VITORIAS RAPIDAS E DERROTAS LENTAS. CORTE DE
      *-- PROFUNDIDADE SEM VENCEDOR PONTUA ZERO (POSICAO NEUTRA).
      *-- NO MISERE O DONO DA LINHA PERDE: O VENCEDOR E' O OUTRO, E O
      *-- MESMO PESO POR PROFUNDIDADE FAZ O COMPUTADOR ADIAR AO MAXIMO
      *-- A LINHA PROPRIA E APRESSAR A DO ADVERSARIO.
           IF REGRA-MISERE
               EVALUATE WS-VENCEDOR
                   WHEN 'O'
                       MOVE 'X' TO WS-VENCEDOR
                   WHEN 'X'
                       MOVE 'O' TO WS-VENCEDOR
               END-EVALUATE
           END-IF.
           EVALUATE WS-VENCEDOR
               WHEN 'O'
                   COMPUTE WS-SCORE-TERMINAL = 20 - LK-PROFUNDIDADE
                       WS-PROF-FILHO LK-PROF-MAX LK-TRACE-SW
                       WS-ALFA-FILHO WS-BETA-FILHO
                       WS-FILHO-CELULA WS-FILHO-SCORE WS-ID-ORC-ZERO
                       LK-REGRA
               IF LK-TRACE-SW = 'S'
                   DISPLAY 'PROF ' LK-PROFUNDIDADE ' JOGADOR ' LK-TURN
                       ' CASA ' WS-I ' SCORE ' WS-FILHO-SCORE
