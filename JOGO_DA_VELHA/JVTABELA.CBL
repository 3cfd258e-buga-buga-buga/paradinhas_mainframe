           03 REG-HIST-VENCEDOR            PIC X(01).
           03 REG-HIST-JOGADAS             PIC 9(02).
           03 REG-HIST-TAMANHO             PIC 9(01).
           03 REG-HIST-VARIANTE            PIC X(01).
               88 HIST-PARTIDA-MISERE               VALUE 'M'.
           03 FILLER                       PIC X(23).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
                   MOVE 'S' TO WS-FIM-HIST
                   GO TO 14100-SAI
           END-READ.
      *-- CONFRONTO DA TABELA E' DISPUTADO NA REGRA NORMAL
           IF HIST-PARTIDA-MISERE
               GO TO 14100-SAI
           END-IF.
           PERFORM 14200-CASAR-COM-CONFRONTO
               VARYING WS-CON-IX FROM 1 BY 1
               UNTIL WS-CON-IX > WS-CON-COUNT.
