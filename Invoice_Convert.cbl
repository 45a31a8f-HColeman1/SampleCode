      *This program is the one-time conversion of the "openinvoice"
      *index file to the current record layout, in the
      *VNDCNV01 pattern. OPEN-INVOICE-RECORD grew from 123
      *to 135 bytes (the purchase-order number the invoice bills
      *against, and the code of the bank account that pays the
      *invoice when it is not the vendor's), so the old file opens
      *with file status 39 under the current programs. The job
      *unloads the old-layout index file to a work file, padding
      *the new fields - the PO number with zero, since nothing
      *entered before purchase orders bills against one, and the
      *bank code with spaces, so the invoice is paid from the
      *vendor's account as before - then rebuilds the index file
      *and proves the counts match. Safe to rerun: a file already
      *at the new length is refused with an explanation.
       IDENTIFICATION DIVISION.
           05 OLDI-AMOUNT            PIC 9(7)V99.
           05 OLDI-STATUS            PIC X.
           05 OLDI-PAID-DATE         PIC 9(8).
           05 OLDI-TYPE              PIC X.
           05 OLDI-BALANCE-DUE       PIC 9(7)V99.
           05 OLDI-PARTIAL-PAY       PIC 9(7)V99.
           05 OLDI-APPROVED-BY       PIC X(8).
           05 OLDI-REJECT-REASON     PIC X(30).
           05 OLDI-DISCOUNT-DATE     PIC 9(8).
           05 OLDI-DISCOUNT-AMOUNT   PIC 9(7)V99.

       FD NEW-INVOICE-FILE
           LABEL RECORDS ARE STANDARD.

       FD INVOICE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01 INVOICE-WORK-RECORD PIC X(135).

       WORKING-STORAGE SECTION.
       01 CONFIRM-ANSWER PIC X.
           MOVE OLDI-AMOUNT TO INVOICE-AMOUNT.
           MOVE OLDI-STATUS TO INVOICE-STATUS.
           MOVE OLDI-PAID-DATE TO INVOICE-PAID-DATE.
           MOVE OLDI-TYPE TO INVOICE-TYPE.
           MOVE OLDI-BALANCE-DUE TO INVOICE-BALANCE-DUE.
           MOVE OLDI-PARTIAL-PAY TO INVOICE-PARTIAL-PAY.
           MOVE OLDI-APPROVED-BY TO INVOICE-APPROVED-BY.
           MOVE OLDI-REJECT-REASON TO INVOICE-REJECT-REASON.
           MOVE OLDI-DISCOUNT-DATE TO INVOICE-DISCOUNT-DATE.
           MOVE OLDI-DISCOUNT-AMOUNT TO INVOICE-DISCOUNT-AMOUNT.
           MOVE ZEROES TO INVOICE-PO-NUMBER.
           MOVE SPACE TO INVOICE-BANK-CODE.
           MOVE OPEN-INVOICE-RECORD TO INVOICE-WORK-RECORD.
           WRITE INVOICE-WORK-RECORD.
           ADD 1 TO OLD-INVOICE-COUNT.
