       01 WS-CHAVE                         PIC X(08) VALUE SPACES.
       01 WS-PAR-ACHOU                     PIC X(01) VALUE 'N'.
       01 WS-ESTOURADOS                    PIC 9(05) VALUE ZEROS.
       01 WS-LIDOS                         PIC 9(05) VALUE ZEROS.

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
                   GO TO 20000-SAI
           END-READ.
           ADD 1 TO WS-LIDOS.
           MOVE REG-TD(38:8) TO WS-CHAVE.
           MOVE 'N' TO WS-PAR-ACHOU.
           PERFORM VARYING WS-PAR-IX FROM 1 BY 1
                       ' LANCE(S) ALEM DA TABELA COPIADOS SEM'
                       ' REAGRUPAR'                       UPON CONSOLE
           END-IF.
      *-- LIDOS DA FILA E GRAVADOS NO REPLAY VAO PARA O LIVRO DE
      *-- TOTAIS; O JVLIVRO TEM DE LER O QUE FOI ACRESCENTADO AQUI
           MOVE 'JVRPLAPD'   TO CTR-PROGRAMA.
           MOVE 2            TO CTR-QTDE-DD.
           MOVE 'TDREPLAY'   TO CTR-DD-NOME(1).
           MOVE WS-LIDOS     TO CTR-LIDOS(1).
           MOVE ZEROS        TO CTR-GRAVADOS(1).
           MOVE ZEROS        TO CTR-REJEITADOS(1).
           MOVE 'REPLAY'     TO CTR-DD-NOME(2).
           MOVE ZEROS        TO CTR-LIDOS(2).
           MOVE WS-COPIADOS  TO CTR-GRAVADOS(2).
           MOVE ZEROS        TO CTR-REJEITADOS(2).
           CALL 'GDATOTAL' USING GDATOTAL-AREA.
           IF CTR-RETORNO NOT EQUAL ZEROS
               DISPLAY 'JVRPLAPD: TOTAIS DE CONTROLE NAO LANCADOS,'
                       ' RETORNO = ' CTR-RETORNO          UPON CONSOLE
           END-IF.
           STOP RUN.
       30000-99-EXIT.  EXIT.
      *---------------------------------------------------------------*
