      *This copybook holds the "payproposal" indexed file record
      *layout: one row per invoice or credit memo APPAY01 would
      *settle, written when the run is built as a proposal instead
      *of paid. The row keeps the balance due the proposal saw and
      *every amount the run worked out for it - settled, discount
      *taken and lost, credit memo applied, backup withholding, and
      *the cash to the vendor - so the commit step pays exactly
      *what the supervisor reviewed. On a credit memo row the
      *settled amount is the credit the proposal used up.
      *APPRP01 sets the status byte: an invoice row starts
      *approved and can be dropped, held with its whole vendor, or
      *left out by a cap on the run total. Only approved rows are
      *paid when the proposal is committed.
       01 PAYMENT-PROPOSAL-RECORD.
           05 PROP-KEY.
               10 PROP-VENDOR-NUMBER    PIC 9(5).
               10 PROP-INVOICE-NUMBER   PIC X(10).
           05 PROP-TYPE                 PIC X.
               88 PROP-CREDIT-MEMO      VALUE "C".
           05 PROP-DUE-DATE             PIC 9(8).
           05 PROP-BALANCE              PIC 9(7)V99.
           05 PROP-PAY-AMOUNT           PIC 9(7)V99.
           05 PROP-DISCOUNT-TAKEN       PIC 9(7)V99.
           05 PROP-DISCOUNT-LOST        PIC 9(7)V99.
           05 PROP-CREDIT-APPLIED       PIC 9(7)V99.
           05 PROP-WITHHELD             PIC 9(7)V99.
           05 PROP-NET-AMOUNT           PIC 9(7)V99.
           05 PROP-PAY-METHOD           PIC X.
               88 PROP-PAY-BY-ACH       VALUE "A".
           05 PROP-PAY-THROUGH          PIC 9(8).
           05 PROP-PROPOSED-DATE        PIC 9(8).
           05 PROP-STATUS               PIC X.
               88 PROP-APPROVED         VALUE "A".
               88 PROP-DROPPED          VALUE "D".
               88 PROP-VENDOR-HELD      VALUE "H".
               88 PROP-OVER-CAP         VALUE "X".
           05 PROP-CHANGED-BY           PIC X(8).
