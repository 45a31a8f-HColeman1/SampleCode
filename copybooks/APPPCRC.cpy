      *This copybook holds the "positivepaysent" indexed file record
      *layout: one row per check number and issue/void indicator
      *already written to a Positive Pay file, so a rerun or a
      *second void attempt never sends the bank the same item
      *twice. The issue row keeps the remit name from the payment
      *record, which is gone once APCHK01 empties "checkpayments",
      *so APVOID01 can send the void under the same payee.
       01 POSITIVE-PAY-CONTROL-RECORD.
           05 PPCTL-KEY.
               10 PPCTL-CHECK-NUMBER   PIC 9(8).
               10 PPCTL-INDICATOR      PIC X.
           05 PPCTL-PAYEE-NAME         PIC X(30).
           05 PPCTL-AMOUNT             PIC 9(7)V99.
           05 PPCTL-ISSUE-DATE         PIC 9(8).
           05 PPCTL-SENT-DATE          PIC 9(8).
