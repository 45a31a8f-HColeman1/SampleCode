      *This copybook holds the "awardcatalog" indexed file record
      *layout: the gifts an employee may take instead of the cash
      *award at a service milestone, kept through AWDCAT01. Rows are
      *keyed by the milestone years plus an item code, so each
      *milestone level has its own list of items, and each item
      *carries the price the awards vendor charges and the vendor
      *number it is ordered from (and that bills it through APINV01).
       01 AWARD-CATALOG-RECORD.
           05 CAT-KEY.
               10 CAT-MILESTONE-YEARS  PIC 99.
               10 CAT-ITEM-CODE        PIC X(6).
           05 CAT-DESCRIPTION          PIC X(30).
           05 CAT-PRICE                PIC 9(5)V99.
           05 CAT-VENDOR-NUMBER        PIC 9(5).
