      *This copybook holds the "purchaseorder" indexed file record
      *layout: one row per purchase-order line, keyed by the PO
      *number from APPOE01 plus a line number, each row carrying
      *the ordering vendor, the quantity and unit price agreed, and
      *the GL account the goods are charged to. APRCV01 adds what
      *arrives to the received quantity; APINV01 adds what the
      *vendor bills to the billed quantity (APAPR01 takes it back
      *off when the invoice is rejected), so the three-way match
      *compares received against billed without re-reading every
      *invoice ever posted to the line.
       01 PURCHASE-ORDER-RECORD.
           05 PO-KEY.
               10 PO-NUMBER            PIC 9(8).
               10 PO-LINE-NUMBER       PIC 9(2).
           05 PO-VENDOR-NUMBER         PIC 9(5).
           05 PO-DATE                  PIC 9(8).
           05 PO-DESCRIPTION           PIC X(30).
           05 PO-QUANTITY              PIC 9(5)V99.
           05 PO-UNIT-PRICE            PIC 9(7)V99.
           05 PO-GL-ACCOUNT            PIC X(8).
           05 PO-QTY-RECEIVED          PIC 9(5)V99.
           05 PO-QTY-BILLED            PIC 9(5)V99.
           05 PO-ORDERED-BY            PIC X(8).
