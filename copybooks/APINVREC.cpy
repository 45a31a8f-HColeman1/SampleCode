      *terms at entry time (overridable); the payment run pulls an
      *invoice in early while the discount window is open and pays
      *the discounted amount, or reports the discount as lost once
      *the window has closed. An invoice billing goods ordered on a
      *purchase order carries the PO number (zero when there is no
      *PO) and its billed lines on the "invoicepo" file.
      *The bank code, when not blank, pays this one invoice from a
      *different account on the "bankaccount" file than the one
      *the vendor names.
       01 OPEN-INVOICE-RECORD.
           05 INVOICE-KEY.
               10 INVOICE-VENDOR-NUMBER PIC 9(5).
           05 INVOICE-REJECT-REASON     PIC X(30).
           05 INVOICE-DISCOUNT-DATE     PIC 9(8).
           05 INVOICE-DISCOUNT-AMOUNT   PIC 9(7)V99.
           05 INVOICE-PO-NUMBER         PIC 9(8).
           05 INVOICE-BANK-CODE         PIC X(4).
