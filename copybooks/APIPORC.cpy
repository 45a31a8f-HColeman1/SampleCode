      *This copybook holds the "invoicepo" indexed file record
      *layout: the purchase-order lines an invoice bills, captured
      *in APINV01 when the invoice carries a PO number, one row
      *per PO line billed, keyed by the invoice key plus the PO line
      *number. The billed quantity and unit price are what the
      *vendor's invoice says, so APAPR01 can show the
      *three-way match (PO price against invoice price, received
      *quantity against billed quantity) before approving.
       01 INVOICE-PO-RECORD.
           05 IPO-KEY.
               10 IPO-VENDOR-NUMBER    PIC 9(5).
               10 IPO-INVOICE-NUMBER   PIC X(10).
               10 IPO-PO-LINE-NUMBER   PIC 9(2).
           05 IPO-PO-NUMBER            PIC 9(8).
           05 IPO-BILLED-QUANTITY      PIC 9(5)V99.
           05 IPO-BILLED-PRICE         PIC 9(7)V99.
