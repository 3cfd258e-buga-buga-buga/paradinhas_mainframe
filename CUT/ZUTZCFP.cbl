       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ZUTZCFP.
      *****************************************************************
      * This work is licensed under a Creative Commons
      * Attribution-ShareAlike 4.0 International license.
      * See http://creativecommons.org/licenses/by-sa/4.0/.
      *
      * Source member fingerprint, shared by everything that has to
      * agree on "the same source": ZUTZCPC takes it over ORIGINAL-
      * SOURCE while generating the test program, so the GO3 run
      * stamps it into its CUTAUDIT record, and ZUTZCPM takes it again
      * over the member being promoted and looks for a green run
      * carrying the very same value. Keeping the arithmetic in one
      * place is what makes the two comparable - two copies of the
      * loop would drift apart the first time someone touched one.
      *
      * The caller hands over the source one 80-byte record at a
      * time, every column (sequence numbers included - a member
      * that was renumbered is not the member that was tested):
      *
      *   FP-FUNCAO 'I'  start a new fingerprint
      *             'A'  add FP-REGISTRO to it
      *
      * After every 'A' call FP-IMPRESSAO holds the fingerprint of
      * everything added so far, so there is no closing call: the
      * two running Adler-32 sums (each below 65521, five digits) and
      * the record count (six digits), as sixteen display digits -
      * printable, and comparable with a plain MOVE/IF.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CFP-CONSTANTS.
           05  CFP-MODULUS              PIC 9(05) VALUE 65521.
       01  CFP-FIELDS.
           05  CFP-SUB                  PIC 9(03) COMP VALUE ZEROES.
           05  CFP-SUM-A                PIC 9(06) VALUE ZEROES.
           05  CFP-SUM-B                PIC 9(06) VALUE ZEROES.
      * One byte of the record, seen as a halfword with a zero high
      * byte, gives its code point without an intrinsic function.
           05  CFP-BYTE-PAIR.
               10  FILLER               PIC X(01) VALUE LOW-VALUE.
               10  CFP-BYTE             PIC X(01).
           05  CFP-BYTE-VALUE REDEFINES CFP-BYTE-PAIR
                                        PIC 9(04) COMP.
       LINKAGE SECTION.
       01  FP-AREA.
           05  FP-FUNCAO                PIC X(01).
               88  FP-INICIA                VALUE 'I'.
               88  FP-ACUMULA               VALUE 'A'.
           05  FP-REGISTRO              PIC X(80).
           05  FP-IMPRESSAO.
               10  FP-SOMA-A            PIC 9(05).
               10  FP-SOMA-B            PIC 9(05).
               10  FP-REGISTROS         PIC 9(06).
       PROCEDURE DIVISION USING FP-AREA.
      *****************************************************************
      * ROTINA PRINCIPAL
      *****************************************************************
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN FP-INICIA
                   MOVE 1 TO FP-SOMA-A
                   MOVE ZEROES TO FP-SOMA-B
                   MOVE ZEROES TO FP-REGISTROS
               WHEN FP-ACUMULA
                   PERFORM 1000-ADD-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK
           .
      *****************************************************************
      * SOMA OS 80 BYTES DO REGISTRO AS DUAS SOMAS; CADA PARCELA
      * FICA ABAIXO DE DUAS VEZES O MODULO, ENTAO UMA SUBTRACAO
      * BASTA NO LUGAR DA DIVISAO (A SOMA B PASSA DE CINCO DIGITOS
      * ANTES DA SUBTRACAO, POR ISSO AS CONTAS SAO FEITAS AQUI E
      * SO O RESULTADO VOLTA PARA A AREA DO CHAMADOR)
      *****************************************************************
       1000-ADD-RECORD.
           MOVE FP-SOMA-A TO CFP-SUM-A
           MOVE FP-SOMA-B TO CFP-SUM-B
           PERFORM VARYING CFP-SUB FROM 1 BY 1
                   UNTIL CFP-SUB IS GREATER THAN 80
               MOVE FP-REGISTRO(CFP-SUB:1) TO CFP-BYTE
               ADD CFP-BYTE-VALUE TO CFP-SUM-A
               IF CFP-SUM-A IS NOT LESS THAN CFP-MODULUS
                   SUBTRACT CFP-MODULUS FROM CFP-SUM-A
               END-IF
               ADD CFP-SUM-A TO CFP-SUM-B
               IF CFP-SUM-B IS NOT LESS THAN CFP-MODULUS
                   SUBTRACT CFP-MODULUS FROM CFP-SUM-B
               END-IF
           END-PERFORM
           MOVE CFP-SUM-A TO FP-SOMA-A
           MOVE CFP-SUM-B TO FP-SOMA-B
           ADD 1 TO FP-REGISTROS
           .
