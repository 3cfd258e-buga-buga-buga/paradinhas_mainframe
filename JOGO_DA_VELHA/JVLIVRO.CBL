      *     ENTAO AS ABERTURAS CARAS DO 4X4 VIRAM RESPOSTA            *
      *     INSTANTANEA E O ARQUIVO DE REPLAY QUE VINHAMOS            *
      *     ACUMULANDO FINALMENTE PAGA O PROPRIO ARMAZENAMENTO.       *
      *     UMA PARTIDA NOVA COMECA NO CABECALHO 'PARTIDA' OU QUANDO  *
      *     A NUMERACAO DO LOG VOLTA PARA 001; PARTIDAS DA VARIANTE   *
      *     MISERE (DITA NO CABECALHO) FICAM FORA DO LIVRO.           *
      *     SIMETRIAS DO TABULEIRO NAO SAO RECONHECIDAS - CADA        *
      *     ORIENTACAO E UMA POSICAO PROPRIA NO LIVRO.                *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
           03 FILLER                       PIC X(07).
           03 REG-DSF-CAMPO                PIC X(02).
           03 FILLER                       PIC X(39).
       01  REG-REPLAY-PTD REDEFINES REG-REPLAY.
           03 REG-PTD-PALAVRA              PIC X(08).
           03 FILLER                       PIC X(06).
           03 REG-PTD-REGRA                PIC X(06).
           03 FILLER                       PIC X(09).
           03 REG-PTD-TAMANHO              PIC X(01).
           03 FILLER                       PIC X(30).

       FD  LIVRO-FILE
           RECORDING MODE IS F.
       01 WS-TAMANHO-TABULEIRO             PIC 9(01) VALUE 3.
           88 TABULEIRO-3X3                         VALUE 3.
           88 TABULEIRO-4X4                         VALUE 4.
      *-- REGRA DA PARTIDA, DO CABECALHO 'PARTIDA' DO LOG: OS LANCES
      *-- DE PARTIDA MISERE NAO SERVEM PARA A REGRA NORMAL E SAO
      *-- PULADOS ATE O PROXIMO CABECALHO --
       01 WS-REGRA-SW                      PIC X(01) VALUE 'N'.
           88 REGRA-MISERE                          VALUE 'M'.

       01 WS-LANCE.
           03 WS-LANCE-SEQ                 PIC 9(03) VALUE ZEROS.

       01 WS-PARTIDAS-MINERADAS            PIC 9(05) VALUE ZEROS.
       01 WS-ENTRADAS-GRAVADAS             PIC 9(05) VALUE ZEROS.
       01 WS-REGISTROS-LIDOS               PIC 9(07) VALUE ZEROS.

      *-- TOTAIS DE CONTROLE DO PASSO PARA O LIVRO CENTRAL (GDATOTAL)
       01  GDATOTAL-AREA.
           03  CTR-JOB                     PIC X(08) VALUE SPACES.
           03  CTR-PASSO                   PIC X(08) VALUE SPACES.
           03  CTR-PROGRAMA                PIC X(08) VALUE SPACES.
           03  CTR-DATA-NEGOCIO            PIC 9(08) VALUE ZEROES.
           03  CTR-QTDE-DD                 PIC 9(02) VALUE ZEROES.
           03  CTR-DD OCCURS 10 TIMES.
               05  CTR-DD-NOME             PIC X(08).
               05  CTR-LIDOS               PIC 9(09).
               05  CTR-GRAVADOS            PIC 9(09).
               05  CTR-REJEITADOS          PIC 9(09).
           03  CTR-RETORNO                 PIC 9(02) VALUE ZEROES.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
                   MOVE 'S' TO WS-FIM
                   GO TO 20000-PROCESSAR-SAI
           END-READ.
           ADD 1 TO WS-REGISTROS-LIDOS.

           IF REG-PTD-PALAVRA EQUAL 'PARTIDA '
               PERFORM INICIAR-PARTIDA
               GO TO 20000-PROCESSAR-SAI
           END-IF.
           IF REGRA-MISERE
               GO TO 20000-PROCESSAR-SAI
           END-IF.

           IF REG-DSF-PALAVRA EQUAL 'DESFEITA '
               PERFORM APLICAR-DESFEITA
       SOMAR-PENDENTE-EXIT.
           EXIT.

      *---------------
       INICIAR-PARTIDA SECTION.
      *-- CABECALHO DE PARTIDA: FECHA A ANTERIOR E COMECA OUTRA, COM
      *-- A REGRA E O TAMANHO DO CABECALHO.
           PERFORM FECHAR-PARTIDA.
           PERFORM LIMPAR-PARTIDA.
           IF REG-PTD-REGRA EQUAL 'MISERE'
               MOVE 'M' TO WS-REGRA-SW
           ELSE
               MOVE 'N' TO WS-REGRA-SW
           END-IF.
           IF REG-PTD-TAMANHO EQUAL '3' OR '4'
               MOVE REG-PTD-TAMANHO TO WS-TAMANHO-TABULEIRO
           END-IF.
       INICIAR-PARTIDA-EXIT.
           EXIT.

      *---------------
       LIMPAR-PARTIDA SECTION.
           PERFORM VARYING WS-I4 FROM 1 BY 1 UNTIL WS-I4 > 16
                   WS-PARTIDAS-MINERADAS            UPON CONSOLE.
           DISPLAY 'JVLIVRO: ENTRADAS NO LIVRO  = '
                   WS-ENTRADAS-GRAVADAS             UPON CONSOLE.
      *-- LIDOS DO REPLAY E GRAVADOS NO LIVRO VAO PARA O LIVRO DE
      *-- TOTAIS (A CADEIA COM O JVRPLAPD E' CONFERIDA NO GDATOTRC)
           MOVE 'JVLIVRO'            TO CTR-PROGRAMA.
           MOVE 2                    TO CTR-QTDE-DD.
           MOVE 'REPLAY'             TO CTR-DD-NOME(1).
           MOVE WS-REGISTROS-LIDOS   TO CTR-LIDOS(1).
           MOVE ZEROS                TO CTR-GRAVADOS(1).
           MOVE ZEROS                TO CTR-REJEITADOS(1).
           MOVE 'LIVRO'              TO CTR-DD-NOME(2).
           MOVE ZEROS                TO CTR-LIDOS(2).
           MOVE WS-ENTRADAS-GRAVADAS TO CTR-GRAVADOS(2).
           MOVE ZEROS                TO CTR-REJEITADOS(2).
           CALL 'GDATOTAL' USING GDATOTAL-AREA.
           IF CTR-RETORNO NOT EQUAL ZEROS
               DISPLAY 'JVLIVRO: TOTAIS DE CONTROLE NAO LANCADOS,'
                       ' RETORNO = ' CTR-RETORNO       UPON CONSOLE
           END-IF.
           STOP RUN.
       30000-FINALIZAR-EXIT.  EXIT.
      *---------------------------------------------------------------*
