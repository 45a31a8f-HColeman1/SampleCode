      *This copybook holds the "invoiceglhistory" indexed file
      *record layout: the GL expense distributions of an invoice
      *APHST01 has rolled off to "invoicehistory", copied from the
      *"invoicegl" rows before they are deleted so the account
      *coding of paid invoices is still on hand for the APSPD01
      *spend analysis. Keyed the same way as "invoicegl"; the
      *amount is the distribution as coded at entry.
       01 GL-HISTORY-RECORD.
           05 GL-HIST-KEY.
               10 GL-HIST-VENDOR-NUMBER  PIC 9(5).
               10 GL-HIST-INVOICE-NUMBER PIC X(10).
               10 GL-HIST-SEQUENCE       PIC 9(2).
           05 GL-HIST-ACCOUNT            PIC X(8).
           05 GL-HIST-AMOUNT             PIC 9(7)V99.
