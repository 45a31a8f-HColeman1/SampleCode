      *This copybook holds the "awardorders" indexed file record
      *layout: one fulfillment order per gift chosen in AWDSEL01,
      *keyed like the "awardspaid" register by EMP-ID plus the
      *milestone years. The item, price and vendor are copied from
      *the catalog when the choice is made, so a later catalog
      *change does not alter an order already placed. An order is
      *New until AWDSEL01 writes it to the fulfillment file for
      *the awards vendor, Sent until the vendor's invoice is matched
      *against it in APINV01, then Billed under that invoice number
      *(APAPR01 puts it back to Sent if the invoice is rejected).
       01 AWARD-ORDER-RECORD.
           05 ORD-KEY.
               10 ORD-EMP-ID           PIC 9(5).
               10 ORD-MILESTONE-YEARS  PIC 99.
           05 ORD-EMP-FIRST-NAME       PIC X(10).
           05 ORD-EMP-LAST-NAME        PIC X(10).
           05 ORD-ITEM-CODE            PIC X(6).
           05 ORD-DESCRIPTION          PIC X(30).
           05 ORD-PRICE                PIC 9(5)V99.
           05 ORD-VENDOR-NUMBER        PIC 9(5).
           05 ORD-STATUS               PIC X.
               88 ORD-NEW              VALUE "N".
               88 ORD-SENT             VALUE "S".
               88 ORD-BILLED           VALUE "B".
           05 ORD-CHOSEN-DATE          PIC 9(8).
           05 ORD-CHOSEN-BY            PIC X(8).
           05 ORD-SENT-DATE            PIC 9(8).
           05 ORD-INVOICE-NUMBER       PIC X(10).
