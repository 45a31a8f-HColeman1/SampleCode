      *trace number (assigned from a high range so traces cannot
      *collide with check numbers) with status E, so the payment
      *history roll-off sees every payment in one place.
      *APBRC01 marks a check cleared (status C) with the date the
      *bank paid it when the bank's monthly paid-items file comes
      *in, so a check still status I is outstanding.
      *CHECK-AMOUNT is the cash the vendor received; backup
      *withholding APPAY01 kept back from a vendor whose TIN failed
      *IRS matching is carried beside it, so the gross paid is the
      *two added together.
      *The bank code is the account the check was drawn on or the
      *ACH entry was sent from; blank on rows written before there
      *was more than one account, which all came from the default.
       01 CHECK-ISSUE-RECORD.
           05 CHECK-NUMBER          PIC 9(8).
           05 CHECK-VENDOR-NUMBER   PIC 9(5).
               88 CHECK-SPOILED     VALUE "S".
               88 CHECK-VOIDED      VALUE "V".
               88 CHECK-ACH-PAID    VALUE "E".
               88 CHECK-CLEARED     VALUE "C".
           05 CHECK-CLEARED-DATE    PIC 9(8).
           05 CHECK-WITHHELD-AMOUNT PIC 9(7)V99.
           05 CHECK-BANK-CODE       PIC X(4).
