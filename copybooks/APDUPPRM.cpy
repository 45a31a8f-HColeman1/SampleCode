      *This copybook holds the parameter block for calling the
      *APDCK01 duplicate-invoice rule subprogram, so APINV01
      *at entry and the APDUP01 weekly scan judge a pair of
      *invoices for the same vendor by exactly the same rule. The
      *caller fills the A and B invoice number, date, and amount;
      *the result is N when the pair does not look like a
      *duplicate, A for the same amount within the date window,
      *S for a near-identical invoice number ("4471", "4471A",
      *"INV-4471"), or B when both rules hit.
       01 DUPLICATE-CHECK-PARMS.
           05 DCK-NUMBER-A  PIC X(10).
           05 DCK-DATE-A    PIC 9(8).
           05 DCK-AMOUNT-A  PIC 9(7)V99.
           05 DCK-NUMBER-B  PIC X(10).
           05 DCK-DATE-B    PIC 9(8).
           05 DCK-AMOUNT-B  PIC 9(7)V99.
           05 DCK-RESULT    PIC X.
               88 DCK-NOT-SUSPECT    VALUE "N".
               88 DCK-SUSPECT        VALUE "A" "S" "B".
               88 DCK-SAME-AMOUNT    VALUE "A".
               88 DCK-SIMILAR-NUMBER VALUE "S".
               88 DCK-BOTH-RULES     VALUE "B".
           05 DCK-REASON    PIC X(30).
