      * PARM (POSICIONAL, OPCIONAL):                                  *
      *     1-4  NUMERO DE PARTIDAS POR COMBINACAO (PADRAO 9)         *
      *     5    TAMANHO DO TABULEIRO, 3 OU 4 (PADRAO 3)              *
      *                                                               *
      *     NO 4X4 O CABECALHO DIZ SE A TABELA DE FINAIS (DD          *
      *     TABFINAL, VER JVFINAIS) ESTA ATIVA: RODANDO COM E SEM O   *
      *     DD, O GANHO DE FORCA APARECE NA COMPARACAO DAS DUAS       *
      *     ESTATISTICAS.                                             *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       01 WS-IA-PROFUNDIDADE               PIC 9(02) VALUE ZERO.
       01 WS-IA-PROF-MAX                   PIC 9(02) VALUE 16.
       01 WS-IA-ORCAMENTO                  PIC 9(04) VALUE ZERO.
       01 WS-IA-REGRA                      PIC X(01) VALUE 'N'.
       01 WS-IA-TRACE                      PIC X(01) VALUE 'N'.
       01 WS-IA-ALFA                       PIC S9(03).
       01 WS-IA-BETA                       PIC S9(03).
       01 WS-IA-MELHOR-CELULA              PIC 9(02).
       01 WS-IA-MELHOR-SCORE               PIC S9(03).

      *-- SITUACAO DA TABELA DE FINAIS (CONSULTA DE TAMANHO ZERO) --
       01 WS-FIN-POSICAO                   PIC X(16) VALUE SPACES.
       01 WS-FIN-TAMANHO                   PIC 9(01) VALUE ZERO.
       01 WS-FIN-VEZ                       PIC X(01) VALUE SPACE.
       01 WS-FIN-CELULA                    PIC 9(02) VALUE ZEROS.
       01 WS-FIN-RESULTADO                 PIC X(01) VALUE SPACE.
       01 WS-FIN-VAZIAS                    PIC 9(02) VALUE ZEROS.
       01 WS-FIN-ATIVA-SW                  PIC X(01) VALUE 'N'.
           88 TABELA-FINAIS-ATIVA                   VALUE 'S'.

      *-- DETECCAO DE FIM DE PARTIDA (MESMAS LINHAS DO JVEMMX) --
       01 WS-I                             PIC 9(02) VALUE ZEROS.
       01 WS-J                             PIC 9(02) VALUE ZEROS.
           DISPLAY 'TABULEIRO ' WS-TAMANHO 'X' WS-TAMANHO ', '
                   WS-NPARTIDAS ' PARTIDAS POR COMBINACAO'
                                                        UPON CONSOLE.
           IF WS-TAMANHO EQUAL 4
               CALL 'JVFINCON' USING WS-FIN-POSICAO WS-FIN-TAMANHO
                       WS-FIN-VEZ WS-FIN-CELULA WS-FIN-RESULTADO
                       WS-FIN-VAZIAS WS-FIN-ATIVA-SW
               END-CALL
               IF TABELA-FINAIS-ATIVA
                   DISPLAY 'TABELA DE FINAIS ATIVA, ATE '
                           WS-FIN-VAZIAS ' CASAS VAZIAS' UPON CONSOLE
               ELSE
                   DISPLAY 'TABELA DE FINAIS AUSENTE (SO O MINIMAX)'
                                                        UPON CONSOLE
               END-IF
           END-IF.
           DISPLAY ' X (DIF)   X  O (DIF)    VIT-X VIT-O  EMP  MEDIA'
                                                        UPON CONSOLE.
       10000-99-EXIT.  EXIT.
                   WS-IA-PROFUNDIDADE WS-IA-PROF-MAX WS-IA-TRACE
                   WS-IA-ALFA WS-IA-BETA
                   WS-IA-MELHOR-CELULA WS-IA-MELHOR-SCORE
                   WS-IA-ORCAMENTO WS-IA-REGRA.

           IF WS-IA-MELHOR-CELULA EQUAL ZERO
               PERFORM 70000-VERIFICAR-FIM
