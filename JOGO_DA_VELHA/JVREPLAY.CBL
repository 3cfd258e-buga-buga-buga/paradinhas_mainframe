      *     LOG NO CAMINHO: JOGADA EM CASA JA OCUPADA E LACUNA NA     *
      *     NUMERACAO DE WS-JOGADA-SEQ SAO APONTADAS. UM RESULTADO    *
      *     CONTESTADO PASSA A PODER SER REVISTO.                     *
      *     O CABECALHO 'PARTIDA' GRAVADO NO INICIO DE CADA PARTIDA   *
      *     LIMPA O TABULEIRO E TRAZ A REGRA (NORMAL OU MISERE) E O   *
      *     TAMANHO DAQUELA PARTIDA; O MOTOR DA ANALISE JOGA A REGRA  *
      *     INFORMADA.                                                *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
           03 FILLER                       PIC X(07).
           03 REG-DSF-CAMPO                PIC X(02).
           03 FILLER                       PIC X(39).
      *-- CABECALHO DE PARTIDA: 'PARTIDA REGRA xxxxxx TAMANHO n' --
       01  REG-REPLAY-PTD REDEFINES REG-REPLAY.
           03 REG-PTD-PALAVRA              PIC X(08).
           03 FILLER                       PIC X(06).
           03 REG-PTD-REGRA                PIC X(06).
           03 FILLER                       PIC X(09).
           03 REG-PTD-TAMANHO              PIC X(01).
           03 FILLER                       PIC X(30).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
           88 TABULEIRO-3X3                         VALUE 3.
           88 TABULEIRO-4X4                         VALUE 4.

      *-- REGRA DA PARTIDA CORRENTE, VINDA DO CABECALHO (LOG SEM
      *-- CABECALHO E' DE PARTIDA NORMAL) --
       01 WS-REGRA-SW                      PIC X(01) VALUE 'N'.
           88 REGRA-MISERE                          VALUE 'M'.

      *-- LANCE CORRENTE, DECODIFICADO DO REGISTRO --
       01 WS-LANCE.
           03 WS-LANCE-SEQ                 PIC 9(03) VALUE ZEROS.
               GO TO 20000-PROCESSAR-SAI
           END-IF.

           IF REG-PTD-PALAVRA EQUAL 'PARTIDA '
               PERFORM INICIAR-PARTIDA
               GO TO 20000-PROCESSAR-SAI
           END-IF.

           IF REG-RPL-PALAVRA NOT EQUAL 'JOGADA '
               DISPLAY 'REGISTRO IGNORADO: ' REG-REPLAY UPON CONSOLE
               GO TO 20000-PROCESSAR-SAI
       20000-PROCESSAR-EXIT.  EXIT.
      *---------------------------------------------------------------*

      *---------------
       INICIAR-PARTIDA SECTION.
      *-- CABECALHO DE PARTIDA: TABULEIRO LIMPO, REGRA E TAMANHO DO
      *-- CABECALHO. A NUMERACAO DOS LANCES NAO RECOMECA EM TODOS OS
      *-- PROGRAMAS, ENTAO O PRIMEIRO LANCE DA PARTIDA NAO E' COBRADO
      *-- (SEQ ESPERADA ZERO).
           MOVE SPACES TO TABULEIRO-GRUPO
           MOVE ZEROS  TO WS-SEQ-ESPERADA
           IF REG-PTD-REGRA EQUAL 'MISERE'
               MOVE 'M' TO WS-REGRA-SW
           ELSE
               MOVE 'N' TO WS-REGRA-SW
           END-IF
           IF REG-PTD-TAMANHO EQUAL '3' OR '4'
               MOVE REG-PTD-TAMANHO TO WS-TAMANHO-TABULEIRO
           END-IF
           DISPLAY ' '                                  UPON CONSOLE
           IF REGRA-MISERE
               DISPLAY '*** NOVA PARTIDA - TABULEIRO '
                       WS-TAMANHO-TABULEIRO 'X' WS-TAMANHO-TABULEIRO
                       ' - REGRA MISERE (QUEM FECHA A LINHA PERDE)'
                                                        UPON CONSOLE
           ELSE
               DISPLAY '*** NOVA PARTIDA - TABULEIRO '
                       WS-TAMANHO-TABULEIRO 'X' WS-TAMANHO-TABULEIRO
                       ' - REGRA NORMAL'                UPON CONSOLE
           END-IF.
       INICIAR-PARTIDA-EXIT.
           EXIT.

      *---------------
       APLICAR-DESFEITA SECTION.
      *-- REGISTRO DE RETRATACAO (COMANDO DS NOS JOGOS): LIBERA A
           SET LANCE-VALIDO TO TRUE.

           IF WS-LANCE-SEQ NOT EQUAL WS-SEQ-ESPERADA
              AND WS-SEQ-ESPERADA NOT EQUAL ZEROS
               ADD 1 TO WS-PROBLEMAS
               DISPLAY '*** LACUNA NA NUMERACAO: ESPERAVA LANCE '
                       WS-SEQ-ESPERADA ' E VEIO ' WS-LANCE-SEQ
                   WS-AN-PROF WS-AN-PROF-MAX WS-AN-TRACE
                   WS-AN-ALFA WS-AN-BETA
                   WS-AN-MELHOR-CEL WS-AN-MELHOR-SCORE
                   WS-AN-ORCAMENTO WS-REGRA-SW
           END-CALL.

      *-- VALOR DO LANCE REALMENTE JOGADO --
                   WS-AN-OPON WS-AN-PROF WS-AN-PROF-MAX WS-AN-TRACE
                   WS-AN-ALFA WS-AN-BETA
                   WS-AN-JOGADO-CEL WS-AN-JOGADO-SCORE
                   WS-AN-ORCAMENTO WS-REGRA-SW
           END-CALL.

      *-- PONTUACAO POSITIVA FAVORECE O; O TROPECO E' SEMPRE MEDIDO
