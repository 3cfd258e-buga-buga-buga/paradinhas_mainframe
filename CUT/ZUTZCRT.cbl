       01  UT-AUDIT-RECORD.
           05  UT-AUDIT-REC-KEY.
               10  UT-AUDIT-REC-USERID        PIC X(08).
               10  UT-AUDIT-REC-TYPE          PIC X(01).
                   88  UT-AUDIT-REC-IS-TRACE      VALUE 'T'.
               10  UT-AUDIT-REC-PROGRAM       PIC X(08).
               10  FILLER                     PIC X(01).
               10  UT-AUDIT-REC-DATE-CCYYMMDD PIC 9(08).
           .
      *****************************************************************
      * LE O PROXIMO REGISTRO DA TRILHA
      * (PULANDO OS REGISTROS DE RASTREIO DE CHAMADOS, TIPO 'T', QUE
      * NAO SAO RODADAS - VER ZUTZCTM)
      *****************************************************************
       8000-READ-AUDIT-RECORD.
           PERFORM WITH TEST AFTER
                   UNTIL CRT-NO-MORE-RECORDS
                      OR NOT UT-AUDIT-REC-IS-TRACE
               READ UT-AUDIT-FILE
                   AT END
                       SET CRT-NO-MORE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           .
      *****************************************************************
      * FECHA OS ARQUIVOS E IMPRIME A CONTAGEM
