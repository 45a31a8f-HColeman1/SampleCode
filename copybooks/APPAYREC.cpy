      *layout written by the payment run for check printing. It
      *carries the vendor's remittance name and address pulled from
      *VENDOR-RECORD at selection time so check printing does not
      *have to read the vendor file again. PAY-AMOUNT is the net
      *cash on the check; any backup withholding taken out of the
      *payment rides along for the stub and the issue file.
       01 PAYMENT-RECORD.
           05 PAY-VENDOR-NUMBER     PIC 9(5).
           05 PAY-VENDOR-NAME       PIC X(30).
           05 PAY-INVOICE-DATE      PIC 9(8).
           05 PAY-AMOUNT            PIC 9(7)V99.
           05 PAY-DATE              PIC 9(8).
           05 PAY-WITHHELD-AMOUNT   PIC 9(7)V99.
