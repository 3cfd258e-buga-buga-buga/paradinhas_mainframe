       01  UT-AUDIT-RECORD.
           05  UT-AUDIT-REC-KEY.
               10  UT-AUDIT-REC-USERID        PIC X(08).
               10  UT-AUDIT-REC-TYPE          PIC X(01).
                   88  UT-AUDIT-REC-IS-TRACE      VALUE 'T'.
               10  UT-AUDIT-REC-PROGRAM       PIC X(08).
               10  FILLER                     PIC X(01).
               10  UT-AUDIT-REC-DATE-CCYYMMDD PIC 9(08).
           DATA RECORD IS ARCHIVE-RECORD.
       01  ARCHIVE-RECORD.
           05  ARC-USERID             PIC X(08).
           05  ARC-TYPE               PIC X(01).
               88  ARC-IS-TRACE           VALUE 'T'.
           05  ARC-PROGRAM            PIC X(08).
           05  FILLER                 PIC X(01).
           05  ARC-DATE-CCYYMMDD      PIC 9(08).
               END-PERFORM
           END-IF
           .
      *****************************************************************
      * LE A TRILHA VIVA E O ARQUIVO MORTO PULANDO OS REGISTROS DE
      * RASTREIO DE CHAMADOS (TIPO 'T', VER ZUTZCTM), QUE NAO SAO
      * RODADAS
      *****************************************************************
       2100-READ-LIVE-RECORD.
           PERFORM WITH TEST AFTER
                   UNTIL CYY-NO-MORE-LIVE
                      OR NOT UT-AUDIT-REC-IS-TRACE
               READ UT-AUDIT-FILE
                   AT END
                       SET CYY-NO-MORE-LIVE TO TRUE
               END-READ
           END-PERFORM
           .
       2200-READ-ARCH-RECORD.
           PERFORM WITH TEST AFTER
                   UNTIL CYY-NO-MORE-ARCH
                      OR NOT ARC-IS-TRACE
               READ ARCHIVE-FILE
                   AT END
                       SET CYY-NO-MORE-ARCH TO TRUE
               END-READ
           END-PERFORM
           .
      *****************************************************************
      * PROCEDURE DE SAIDA DO SORT: ACUMULA CADA RODADA NO GRUPO
