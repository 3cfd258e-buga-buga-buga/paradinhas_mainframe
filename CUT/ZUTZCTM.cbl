       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ZUTZCTM.
      *****************************************************************
      * This work is licensed under a Creative Commons
      * Attribution-ShareAlike 4.0 International license.
      * See http://creativecommons.org/licenses/by-sa/4.0/.
      *
      * Requirement traceability matrix over the shop-wide CUT audit
      * trail. A test case with an ID clause can name the change
      * tickets / requirement numbers it proves on a TICKETS line in
      * its UTESTS member; every run then writes one trace record per
      * case / ticket link to CUTAUDIT (record type 'T', see
      * UT-TRACE-WRITE-LINKS in ZUTZCPD) carrying the case's verdict.
      * This report lists each ticket with the test cases linked to
      * it and the pass/fail result of each case's latest run, so the
      * question "which tests prove this change, and are they green"
      * is answered from the trail instead of from the developer.
      *
      * Against the optional ticket list on the CHAMADOS DD it also
      * flags the tickets on the list that no test case names at all,
      * and the test cases that name a ticket the list does not know
      * (a typo, or a ticket that never got registered). Without the
      * list the matrix still prints, with nothing flagged.
      *
      * The trace records are keyed by link sequence, program, date
      * and time, which is not grouped by ticket, so they pass through
      * an internal sort by ticket, program, case, date and time (the
      * same move ZUTZCSC makes) and the last record of each case is
      * its latest run.
      *
      * -- Input --
      * CUTAUDIT  The shop-wide audit trail (keyed, read sequential)
      * CHAMADOS  Optional ticket list: ticket number in columns
      *           1-12, description in columns 14-63; '*' in column
      *           1 is a comment
      *
      * -- Output --
      * SYSOUT    The traceability matrix (DISPLAY)
      * RETURN-CODE   0 when nothing was flagged,
      *               4 when a listed ticket has no test case or a
      *                 test case names an unknown ticket,
      *               16 when the trail cannot be opened
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UT-AUDIT-FILE
               ASSIGN TO CUTAUDIT
               FILE STATUS IS UT-AUDIT-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UT-AUDIT-REC-KEY.
           SELECT TICKET-LIST-FILE
               ASSIGN TO CHAMADOS
               FILE STATUS IS TICKET-LIST-STATUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO SORTWK01.
       DATA DIVISION.
       FILE SECTION.
       FD  UT-AUDIT-FILE
           DATA RECORD IS UT-AUDIT-RECORD.
       01  UT-AUDIT-RECORD.
           05  UT-AUDIT-REC-KEY.
               10  UT-AUDIT-REC-LINK-SEQ      PIC 9(08).
               10  UT-AUDIT-REC-TYPE          PIC X(01).
                   88  UT-AUDIT-REC-IS-TRACE      VALUE 'T'.
               10  UT-AUDIT-REC-PROGRAM       PIC X(08).
               10  FILLER                     PIC X(01).
               10  UT-AUDIT-REC-DATE-CCYYMMDD PIC 9(08).
               10  FILLER                     PIC X(01).
               10  UT-AUDIT-REC-TIME-HHMMSS   PIC 9(06).
           05  FILLER                     PIC X(01).
           05  UT-AUDIT-REC-USERID        PIC X(08).
           05  FILLER                     PIC X(01).
           05  UT-AUDIT-REC-CASE-ID       PIC X(20).
           05  FILLER                     PIC X(01).
           05  UT-AUDIT-REC-RESULT        PIC X(01).
               88  UT-AUDIT-REC-FAILED        VALUE 'F'.
           05  FILLER                     PIC X(01).
           05  UT-AUDIT-REC-TICKET        PIC X(12).
           05  FILLER                     PIC X(02).
       FD  TICKET-LIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS STANDARD
           DATA RECORD IS TICKET-LIST-RECORD.
       01  TICKET-LIST-RECORD.
           05  TKL-TICKET             PIC X(12).
           05  FILLER REDEFINES TKL-TICKET.
               10  TKL-COLUMN-1       PIC X(01).
               10  FILLER             PIC X(11).
           05  FILLER                 PIC X(01).
           05  TKL-DESCRIPTION        PIC X(50).
           05  FILLER                 PIC X(17).
       SD  SORT-WORK-FILE
           DATA RECORD IS SORT-WORK-RECORD.
       01  SORT-WORK-RECORD.
           05  SORT-TICKET                PIC X(12).
           05  SORT-PROGRAM               PIC X(08).
           05  SORT-CASE-ID               PIC X(20).
           05  SORT-DATE-CCYYMMDD         PIC 9(08).
           05  SORT-TIME-HHMMSS           PIC 9(06).
           05  SORT-RESULT                PIC X(01).
               88  SORT-CASE-FAILED           VALUE 'F'.
       WORKING-STORAGE SECTION.
       01  UT-AUDIT-FILE-STATUS       PIC X(02).
           88  UT-AUDIT-FILE-OK           VALUE '00'.
           88  UT-AUDIT-FILE-EOF          VALUE '10'.
       01  TICKET-LIST-STATUS         PIC X(02).
           88  TICKET-LIST-OK             VALUE '00'.
       01  CTM-SWITCHES.
           05  CTM-MORE-RECORDS       PIC X(01) VALUE 'Y'.
               88  CTM-NO-MORE-RECORDS    VALUE 'N'.
           05  CTM-MORE-TICKETS       PIC X(01) VALUE 'Y'.
               88  CTM-NO-MORE-TICKETS    VALUE 'N'.
           05  CTM-MORE-SORTED        PIC X(01) VALUE 'Y'.
               88  CTM-NO-MORE-SORTED     VALUE 'N'.
           05  CTM-LIST-LOADED        PIC X(01) VALUE 'N'.
               88  CTM-HAVE-TICKET-LIST   VALUE 'Y'.
               88  CTM-NO-TICKET-LIST     VALUE 'N'.
           05  CTM-CASE-OPEN          PIC X(01) VALUE 'N'.
               88  CTM-A-CASE-IS-OPEN     VALUE 'Y'.
               88  CTM-NO-CASE-OPEN       VALUE 'N'.
           05  CTM-FOUND              PIC X(01) VALUE 'N'.
               88  CTM-TICKET-FOUND       VALUE 'Y'.
               88  CTM-TICKET-NOT-FOUND   VALUE 'N'.
      *****************************************************************
      * A LISTA DE CHAMADOS CONHECIDOS, MARCANDO OS QUE ALGUM CASO DE
      * TESTE CITA
      *****************************************************************
       01  CTM-TICKET-TABLE.
           05  CTM-TICKET-MAX         PIC 9(03) COMP VALUE 500.
           05  CTM-TICKET-COUNT       PIC 9(03) COMP VALUE ZEROES.
           05  CTM-SUB                PIC 9(03) COMP VALUE ZEROES.
           05  CTM-HIT                PIC 9(03) COMP VALUE ZEROES.
           05  CTM-TICKET-ENTRY OCCURS 500.
               10  CTM-TKT-NUMBER     PIC X(12).
               10  CTM-TKT-DESC       PIC X(50).
               10  CTM-TKT-USED       PIC X(01).
                   88  CTM-TKT-IS-USED    VALUE 'Y'.
      *****************************************************************
      * OS CASOS DE TESTE QUE CITAM UM CHAMADO FORA DA LISTA
      *****************************************************************
       01  CTM-UNKNOWN-TABLE.
           05  CTM-UNKNOWN-MAX        PIC 9(03) COMP VALUE 300.
           05  CTM-UNKNOWN-COUNT      PIC 9(03) COMP VALUE ZEROES.
           05  CTM-USUB               PIC 9(03) COMP VALUE ZEROES.
           05  CTM-UNKNOWN-ENTRY OCCURS 300.
               10  CTM-UNK-TICKET     PIC X(12).
               10  CTM-UNK-PROGRAM    PIC X(08).
               10  CTM-UNK-CASE-ID    PIC X(20).
       01  CTM-CURRENT.
           05  CTM-CUR-TICKET         PIC X(12) VALUE SPACES.
           05  CTM-CUR-PROGRAM        PIC X(08) VALUE SPACES.
           05  CTM-CUR-CASE-ID        PIC X(20) VALUE SPACES.
           05  CTM-CUR-DATE           PIC 9(08) VALUE ZEROES.
           05  CTM-CUR-TIME           PIC 9(06) VALUE ZEROES.
           05  CTM-CUR-RESULT         PIC X(01) VALUE SPACES.
               88  CTM-CUR-FAILED         VALUE 'F'.
       01  CTM-COUNTERS.
           05  CTM-TRACES-READ        PIC 9(07) VALUE ZEROES.
           05  CTM-TICKETS-SEEN       PIC 9(05) VALUE ZEROES.
           05  CTM-LINKS-LISTED       PIC 9(05) VALUE ZEROES.
           05  CTM-LINKS-FAILING      PIC 9(05) VALUE ZEROES.
           05  CTM-UNCOVERED-COUNT    PIC 9(05) VALUE ZEROES.
           05  CTM-FLAGS-RAISED       PIC 9(05) VALUE ZEROES.
       01  CTM-COUNT-EDIT             PIC ZZZZZZ9.
       01  CTM-TICKET-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'CHAMADO '.
           05  CTM-TL-TICKET          PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CTM-TL-DESC            PIC X(50).
       01  CTM-CASE-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  CTM-CL-PROGRAM         PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CTM-CL-CASE-ID         PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CTM-CL-DATE            PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CTM-CL-TIME            PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CTM-CL-RESULT          PIC X(06).
       01  CTM-UNCOVERED-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CTM-UL-TICKET          PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CTM-UL-DESC            PIC X(50).
       01  CTM-UNKNOWN-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CTM-KL-TICKET          PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CTM-KL-PROGRAM         PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CTM-KL-CASE-ID         PIC X(20).
       PROCEDURE DIVISION.
      *****************************************************************
      * ROTINA PRINCIPAL
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-TICKET
                                SORT-PROGRAM
                                SORT-CASE-ID
                                SORT-DATE-CCYYMMDD
                                SORT-TIME-HHMMSS
               INPUT PROCEDURE IS 2000-FEED-SORT
               OUTPUT PROCEDURE IS 3000-PRINT-MATRIX
           IF CTM-HAVE-TICKET-LIST
               PERFORM 5000-REPORT-UNCOVERED
               PERFORM 6000-REPORT-UNKNOWN
           END-IF
           PERFORM 7000-PRINT-TOTALS
           PERFORM 9999-TERMINATE
           GOBACK.
      *****************************************************************
      * ABRE A TRILHA, CARREGA A LISTA DE CHAMADOS E IMPRIME O
      * CABECALHO
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT UT-AUDIT-FILE
           IF NOT UT-AUDIT-FILE-OK
               DISPLAY 'ZUTZCTM: NAO FOI POSSIVEL ABRIR CUTAUDIT, '
                   'FILE STATUS = ' UT-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-TICKET-LIST
               THRU 1100-LOAD-TICKET-LIST-SAI
           DISPLAY '================================================='
           DISPLAY 'MATRIZ DE RASTREABILIDADE CHAMADO X CASO - CUT'
           IF CTM-HAVE-TICKET-LIST
               MOVE CTM-TICKET-COUNT TO CTM-COUNT-EDIT
               DISPLAY 'CHAMADOS NA LISTA: ' CTM-COUNT-EDIT
           ELSE
               DISPLAY '(SEM LISTA CHAMADOS - NADA E SINALIZADO)'
           END-IF
           DISPLAY '================================================='
           DISPLAY '    PROGRAMA  CASO DE TESTE (ID)      ULTIMA RODADA'
               '    RESULTADO'
           .
      *****************************************************************
      * CARREGA A LISTA DE CHAMADOS, QUANDO O DD CHAMADOS EXISTE;
      * LINHAS EM BRANCO E COMENTARIOS ('*' NA COLUNA 1) SAO PULADOS
      *****************************************************************
       1100-LOAD-TICKET-LIST.
           OPEN INPUT TICKET-LIST-FILE
           IF NOT TICKET-LIST-OK
               GO TO 1100-LOAD-TICKET-LIST-SAI
           END-IF
           SET CTM-HAVE-TICKET-LIST TO TRUE
           PERFORM UNTIL CTM-NO-MORE-TICKETS
               READ TICKET-LIST-FILE
                   AT END
                       SET CTM-NO-MORE-TICKETS TO TRUE
                   NOT AT END
                       IF TKL-TICKET IS NOT EQUAL TO SPACES
                       AND TKL-COLUMN-1 IS NOT EQUAL TO '*'
                       AND CTM-TICKET-COUNT IS LESS THAN CTM-TICKET-MAX
                           ADD 1 TO CTM-TICKET-COUNT
                           MOVE TKL-TICKET
                               TO CTM-TKT-NUMBER(CTM-TICKET-COUNT)
                           MOVE TKL-DESCRIPTION
                               TO CTM-TKT-DESC(CTM-TICKET-COUNT)
                           MOVE 'N' TO CTM-TKT-USED(CTM-TICKET-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TICKET-LIST-FILE.
       1100-LOAD-TICKET-LIST-SAI.
           EXIT.
      *****************************************************************
      * PROCEDURE DE ENTRADA DO SORT: SO OS REGISTROS DE RASTREIO
      * (TIPO 'T') DA TRILHA; AS RODADAS FICAM DE FORA
      *****************************************************************
       2000-FEED-SORT.
           PERFORM 2100-READ-TRACE-RECORD
           PERFORM UNTIL CTM-NO-MORE-RECORDS
               ADD 1 TO CTM-TRACES-READ
               MOVE UT-AUDIT-REC-TICKET        TO SORT-TICKET
               MOVE UT-AUDIT-REC-PROGRAM       TO SORT-PROGRAM
               MOVE UT-AUDIT-REC-CASE-ID       TO SORT-CASE-ID
               MOVE UT-AUDIT-REC-DATE-CCYYMMDD TO SORT-DATE-CCYYMMDD
               MOVE UT-AUDIT-REC-TIME-HHMMSS   TO SORT-TIME-HHMMSS
               MOVE UT-AUDIT-REC-RESULT        TO SORT-RESULT
               RELEASE SORT-WORK-RECORD
               PERFORM 2100-READ-TRACE-RECORD
           END-PERFORM
           .
      *****************************************************************
      * LE O PROXIMO REGISTRO DE RASTREIO DA TRILHA, PULANDO AS
      * RODADAS E MARCANDO O FIM DE ARQUIVO
      *****************************************************************
       2100-READ-TRACE-RECORD.
           PERFORM WITH TEST AFTER
                   UNTIL CTM-NO-MORE-RECORDS
                      OR UT-AUDIT-REC-IS-TRACE
               READ UT-AUDIT-FILE
                   AT END
                       SET CTM-NO-MORE-RECORDS TO TRUE
               END-READ
           END-PERFORM
           .
      *****************************************************************
      * PROCEDURE DE SAIDA DO SORT: OS VINCULOS CHEGAM POR CHAMADO,
      * PROGRAMA E CASO, EM ORDEM CRONOLOGICA, ENTAO O ULTIMO DE CADA
      * CASO E' A RODADA MAIS RECENTE DELE
      *****************************************************************
       3000-PRINT-MATRIX.
           RETURN SORT-WORK-FILE
               AT END
                   SET CTM-NO-MORE-SORTED TO TRUE
           END-RETURN
           PERFORM UNTIL CTM-NO-MORE-SORTED
               PERFORM 3100-PROCESS-SORTED-RECORD
               RETURN SORT-WORK-FILE
                   AT END
                       SET CTM-NO-MORE-SORTED TO TRUE
               END-RETURN
           END-PERFORM
           IF CTM-A-CASE-IS-OPEN
               PERFORM 3500-PRINT-CASE-LINE
           END-IF
           .
      *****************************************************************
      * FECHA O CASO ANTERIOR NA QUEBRA DE CHAMADO/PROGRAMA/CASO E
      * ABRE O CABECALHO DO CHAMADO NOVO NA QUEBRA DE CHAMADO
      *****************************************************************
       3100-PROCESS-SORTED-RECORD.
           IF CTM-A-CASE-IS-OPEN
               AND (SORT-TICKET IS NOT EQUAL TO CTM-CUR-TICKET
                OR SORT-PROGRAM IS NOT EQUAL TO CTM-CUR-PROGRAM
                OR SORT-CASE-ID IS NOT EQUAL TO CTM-CUR-CASE-ID)
               PERFORM 3500-PRINT-CASE-LINE
           END-IF
           IF SORT-TICKET IS NOT EQUAL TO CTM-CUR-TICKET
               OR CTM-TICKETS-SEEN IS EQUAL TO ZEROES
               PERFORM 3200-START-TICKET
           END-IF
           MOVE SORT-PROGRAM       TO CTM-CUR-PROGRAM
           MOVE SORT-CASE-ID       TO CTM-CUR-CASE-ID
           MOVE SORT-DATE-CCYYMMDD TO CTM-CUR-DATE
           MOVE SORT-TIME-HHMMSS   TO CTM-CUR-TIME
           MOVE SORT-RESULT        TO CTM-CUR-RESULT
           SET CTM-A-CASE-IS-OPEN TO TRUE
           .
      *****************************************************************
      * CABECALHO DE UM CHAMADO: A DESCRICAO DA LISTA, OU O AVISO DE
      * CHAMADO DESCONHECIDO QUANDO HA LISTA E ELE NAO ESTA NELA
      *****************************************************************
       3200-START-TICKET.
           ADD 1 TO CTM-TICKETS-SEEN
           MOVE SORT-TICKET TO CTM-CUR-TICKET
           MOVE SORT-TICKET TO CTM-TL-TICKET
           MOVE SPACES TO CTM-TL-DESC
           IF CTM-HAVE-TICKET-LIST
               PERFORM 3300-FIND-TICKET
               IF CTM-TICKET-FOUND
                   MOVE 'Y' TO CTM-TKT-USED(CTM-HIT)
                   MOVE CTM-TKT-DESC(CTM-HIT) TO CTM-TL-DESC
               ELSE
                   MOVE '*** CHAMADO DESCONHECIDO - FORA DA LISTA ***'
                       TO CTM-TL-DESC
               END-IF
           END-IF
           DISPLAY SPACE
           DISPLAY CTM-TICKET-LINE
           .
      *****************************************************************
      * PROCURA O CHAMADO CORRENTE NA LISTA CARREGADA
      *****************************************************************
       3300-FIND-TICKET.
           SET CTM-TICKET-NOT-FOUND TO TRUE
           MOVE ZEROES TO CTM-HIT
           PERFORM VARYING CTM-SUB FROM 1 BY 1
                   UNTIL CTM-SUB IS GREATER THAN CTM-TICKET-COUNT
                      OR CTM-TICKET-FOUND
               IF CTM-TKT-NUMBER(CTM-SUB) IS EQUAL TO CTM-CUR-TICKET
                   SET CTM-TICKET-FOUND TO TRUE
                   MOVE CTM-SUB TO CTM-HIT
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * IMPRIME A LINHA DO CASO COM O RESULTADO DA RODADA MAIS
      * RECENTE; GUARDA O VINCULO SE O CHAMADO E' DESCONHECIDO
      *****************************************************************
       3500-PRINT-CASE-LINE.
           ADD 1 TO CTM-LINKS-LISTED
           MOVE CTM-CUR-PROGRAM TO CTM-CL-PROGRAM
           MOVE CTM-CUR-CASE-ID TO CTM-CL-CASE-ID
           MOVE CTM-CUR-DATE    TO CTM-CL-DATE
           MOVE CTM-CUR-TIME    TO CTM-CL-TIME
           IF CTM-CUR-FAILED
               MOVE 'FALHOU' TO CTM-CL-RESULT
               ADD 1 TO CTM-LINKS-FAILING
           ELSE
               MOVE 'PASSOU' TO CTM-CL-RESULT
           END-IF
           DISPLAY CTM-CASE-LINE
           IF CTM-HAVE-TICKET-LIST
               AND CTM-TICKET-NOT-FOUND
               ADD 1 TO CTM-FLAGS-RAISED
               IF CTM-UNKNOWN-COUNT IS LESS THAN CTM-UNKNOWN-MAX
                   ADD 1 TO CTM-UNKNOWN-COUNT
                   MOVE CTM-CUR-TICKET
                       TO CTM-UNK-TICKET(CTM-UNKNOWN-COUNT)
                   MOVE CTM-CUR-PROGRAM
                       TO CTM-UNK-PROGRAM(CTM-UNKNOWN-COUNT)
                   MOVE CTM-CUR-CASE-ID
                       TO CTM-UNK-CASE-ID(CTM-UNKNOWN-COUNT)
               END-IF
           END-IF
           SET CTM-NO-CASE-OPEN TO TRUE
           .
      *****************************************************************
      * SECAO: CHAMADOS DA LISTA QUE NENHUM CASO DE TESTE CITA
      *****************************************************************
       5000-REPORT-UNCOVERED.
           DISPLAY SPACE
           DISPLAY '================================================='
           DISPLAY 'CHAMADOS DA LISTA SEM NENHUM CASO DE TESTE:'
           PERFORM VARYING CTM-SUB FROM 1 BY 1
                   UNTIL CTM-SUB IS GREATER THAN CTM-TICKET-COUNT
               IF NOT CTM-TKT-IS-USED(CTM-SUB)
                   ADD 1 TO CTM-UNCOVERED-COUNT
                   ADD 1 TO CTM-FLAGS-RAISED
                   MOVE CTM-TKT-NUMBER(CTM-SUB) TO CTM-UL-TICKET
                   MOVE CTM-TKT-DESC(CTM-SUB)   TO CTM-UL-DESC
                   DISPLAY CTM-UNCOVERED-LINE
               END-IF
           END-PERFORM
           IF CTM-UNCOVERED-COUNT IS EQUAL TO ZEROES
               DISPLAY '  (NENHUM)'
           END-IF
           .
      *****************************************************************
      * SECAO: CASOS DE TESTE QUE CITAM UM CHAMADO FORA DA LISTA
      *****************************************************************
       6000-REPORT-UNKNOWN.
           DISPLAY '================================================='
           DISPLAY 'CASOS DE TESTE QUE CITAM CHAMADO DESCONHECIDO:'
           PERFORM VARYING CTM-USUB FROM 1 BY 1
                   UNTIL CTM-USUB IS GREATER THAN CTM-UNKNOWN-COUNT
               MOVE CTM-UNK-TICKET(CTM-USUB)  TO CTM-KL-TICKET
               MOVE CTM-UNK-PROGRAM(CTM-USUB) TO CTM-KL-PROGRAM
               MOVE CTM-UNK-CASE-ID(CTM-USUB) TO CTM-KL-CASE-ID
               DISPLAY CTM-UNKNOWN-LINE
           END-PERFORM
           IF CTM-UNKNOWN-COUNT IS EQUAL TO ZEROES
               DISPLAY '  (NENHUM)'
           END-IF
           .
      *****************************************************************
      * IMPRIME OS TOTAIS E DECIDE O RETURN-CODE
      *****************************************************************
       7000-PRINT-TOTALS.
           DISPLAY '================================================='
           MOVE CTM-TRACES-READ TO CTM-COUNT-EDIT
           DISPLAY CTM-COUNT-EDIT ' REGISTROS DE RASTREIO LIDOS'
           MOVE CTM-TICKETS-SEEN TO CTM-COUNT-EDIT
           DISPLAY CTM-COUNT-EDIT ' CHAMADOS COM CASO DE TESTE'
           MOVE CTM-LINKS-LISTED TO CTM-COUNT-EDIT
           DISPLAY CTM-COUNT-EDIT ' VINCULOS CHAMADO X CASO'
           MOVE CTM-LINKS-FAILING TO CTM-COUNT-EDIT
           DISPLAY CTM-COUNT-EDIT ' VINCULOS COM O CASO FALHANDO'
           DISPLAY '================================================='
           IF CTM-FLAGS-RAISED IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
      *****************************************************************
      * FECHA A TRILHA DE AUDITORIA
      *****************************************************************
       9999-TERMINATE.
           CLOSE UT-AUDIT-FILE
           .
