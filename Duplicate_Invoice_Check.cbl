      *This subprogram holds the duplicate-invoice rule shared by
      *APINV01 and the APDUP01 weekly scan, the same way
      *VNDSTZ01 holds the state and zip rule. The caller passes
      *two invoices of the same vendor in the APDUPPRM block. They
      *are suspect when the amounts are the same and the invoice
      *dates are within 14 days of each other, or when the invoice
      *numbers are near-identical: reduced to their digits ("4471A"
      *and "INV4471" both become 4471), or, for numbers with no
      *digits, to their letters and digits without punctuation and
      *spaces, the two numbers come out the same. The result code
      *and a printable reason come back in the block.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APDCK01.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 DATE-WINDOW-DAYS PIC 9(3) VALUE 14.
       01 DAYS-APART       PIC S9(7).
       01 SAME-AMOUNT-SWITCH PIC X.
           88 SAME-AMOUNT-NEARBY VALUE "Y".
       01 SIMILAR-NUMBER-SWITCH PIC X.
           88 NUMBERS-SIMILAR VALUE "Y".
       01 REDUCE-SOURCE    PIC X(10).
       01 REDUCE-DIGITS    PIC X(10).
       01 REDUCE-ALPHA     PIC X(10).
       01 DIGITS-LENGTH    PIC 99.
       01 ALPHA-LENGTH     PIC 99.
       01 DIGITS-A         PIC X(10).
       01 ALPHA-A          PIC X(10).
       01 DIGITS-B         PIC X(10).
       01 ALPHA-B          PIC X(10).
       01 SCAN-C PIC 99 COMP.
       01 ONE-CHARACTER    PIC X.
           88 CHARACTER-IS-DIGIT  VALUE "0" THRU "9".
           88 CHARACTER-IS-LETTER VALUE "A" THRU "Z" "a" THRU "z".

       LINKAGE SECTION.
       COPY APDUPPRM.

       PROCEDURE DIVISION USING DUPLICATE-CHECK-PARMS.
       PROGRAM-BEGIN.
           PERFORM CHECK-SAME-AMOUNT.
           PERFORM CHECK-SIMILAR-NUMBER.
           MOVE SPACE TO DCK-REASON.
           IF SAME-AMOUNT-NEARBY AND NUMBERS-SIMILAR
                   SET DCK-BOTH-RULES TO TRUE
                   MOVE "SAME AMOUNT, SIMILAR NUMBER" TO DCK-REASON
           ELSE
                   IF SAME-AMOUNT-NEARBY
                           SET DCK-SAME-AMOUNT TO TRUE
                           MOVE "SAME AMOUNT, NEARBY DATE"
                                   TO DCK-REASON
                   ELSE
                           IF NUMBERS-SIMILAR
                                   SET DCK-SIMILAR-NUMBER TO TRUE
                                   MOVE "NEAR-IDENTICAL NUMBER"
                                           TO DCK-REASON
                           ELSE
                                   SET DCK-NOT-SUSPECT TO TRUE
                           END-IF
                   END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.
      *A DATE THAT IS NOT A REAL YYYYMMDD CANNOT BE MEASURED, SO
      *ONLY THE NUMBER RULE APPLIES TO THAT PAIR.
       CHECK-SAME-AMOUNT.
           MOVE "N" TO SAME-AMOUNT-SWITCH.
           IF DCK-AMOUNT-A = DCK-AMOUNT-B
              AND DCK-AMOUNT-A NOT = ZEROES
              AND DCK-DATE-A NOT < 16010101
              AND DCK-DATE-B NOT < 16010101
                   COMPUTE DAYS-APART =
                           FUNCTION INTEGER-OF-DATE(DCK-DATE-A)
                           - FUNCTION INTEGER-OF-DATE(DCK-DATE-B)
                   IF DAYS-APART NOT > DATE-WINDOW-DAYS
                      AND DAYS-APART NOT < 0 - DATE-WINDOW-DAYS
                           MOVE "Y" TO SAME-AMOUNT-SWITCH
                   END-IF
           END-IF.
       CHECK-SIMILAR-NUMBER.
           MOVE "N" TO SIMILAR-NUMBER-SWITCH.
           MOVE DCK-NUMBER-A TO REDUCE-SOURCE.
           PERFORM REDUCE-INVOICE-NUMBER.
           MOVE REDUCE-DIGITS TO DIGITS-A.
           MOVE REDUCE-ALPHA TO ALPHA-A.
           MOVE DCK-NUMBER-B TO REDUCE-SOURCE.
           PERFORM REDUCE-INVOICE-NUMBER.
           MOVE REDUCE-DIGITS TO DIGITS-B.
           MOVE REDUCE-ALPHA TO ALPHA-B.
           IF DIGITS-A NOT = SPACE OR DIGITS-B NOT = SPACE
                   IF DIGITS-A = DIGITS-B
                           MOVE "Y" TO SIMILAR-NUMBER-SWITCH
                   END-IF
           ELSE
                   IF ALPHA-A = ALPHA-B AND ALPHA-A NOT = SPACE
                           MOVE "Y" TO SIMILAR-NUMBER-SWITCH
                   END-IF
           END-IF.
      *LEADING ZEROES ARE DROPPED FROM THE DIGITS SO "04471" AND
      *"4471" COME OUT THE SAME; LETTERS ARE FOLDED TO UPPER CASE.
       REDUCE-INVOICE-NUMBER.
           MOVE SPACE TO REDUCE-DIGITS.
           MOVE SPACE TO REDUCE-ALPHA.
           MOVE ZERO TO DIGITS-LENGTH.
           MOVE ZERO TO ALPHA-LENGTH.
           INSPECT REDUCE-SOURCE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM REDUCE-ONE-CHARACTER
           VARYING SCAN-C FROM 1 BY 1
           UNTIL SCAN-C > 10.
       REDUCE-ONE-CHARACTER.
           MOVE REDUCE-SOURCE(SCAN-C:1) TO ONE-CHARACTER.
           IF CHARACTER-IS-DIGIT
                   IF ONE-CHARACTER NOT = "0" OR DIGITS-LENGTH > 0
                           ADD 1 TO DIGITS-LENGTH
                           MOVE ONE-CHARACTER
                                   TO REDUCE-DIGITS(DIGITS-LENGTH:1)
                   END-IF
           END-IF.
           IF CHARACTER-IS-DIGIT OR CHARACTER-IS-LETTER
                   ADD 1 TO ALPHA-LENGTH
                   MOVE ONE-CHARACTER TO REDUCE-ALPHA(ALPHA-LENGTH:1)
           END-IF.
