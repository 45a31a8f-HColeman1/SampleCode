      *layout. One record per vendor per calendar year, accumulated
      *by the payment run and read back by the year-end 1099 job so
      *January no longer means re-adding a year of paper invoices.
      *YTD paid is the gross paid (cash plus any backup withholding);
      *the withheld part is kept separately for its own 1099 box.
       01 PAY-HISTORY-RECORD.
           05 HISTORY-KEY.
               10 HISTORY-VENDOR-NUMBER PIC 9(5).
               10 HISTORY-YEAR          PIC 9(4).
           05 HISTORY-YTD-PAID          PIC 9(9)V99.
           05 HISTORY-PAYMENT-COUNT     PIC 9(5).
           05 HISTORY-YTD-WITHHELD      PIC 9(9)V99.
