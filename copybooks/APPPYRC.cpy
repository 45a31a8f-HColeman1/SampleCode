      *This copybook holds the "positivepay" issue file record
      *layout sent to the bank so it can refuse a check whose
      *number, amount, or payee does not match what we issued. One
      *header, one detail per check issued by APCHK01 or voided by
      *APVOID01, and a trailer carrying the item count and dollar
      *total the bank balances the file against. Amounts carry an
      *implied decimal point; the indicator is I for an issued
      *check and V for a void.
      *Each disbursement account has its own files, and the header
      *names the bank account number the checks are drawn on.
      *Every check run and void session writes a file of its own,
      *named for the date and a sequence number for the day.
       01 POSITIVE-PAY-RECORD.
           05 PPAY-RECORD-TYPE         PIC X.
               88 PPAY-HEADER          VALUE "H".
               88 PPAY-DETAIL          VALUE "D".
               88 PPAY-TRAILER         VALUE "T".
           05 PPAY-DETAIL-DATA.
               10 PPAY-CHECK-NUMBER    PIC 9(8).
               10 PPAY-AMOUNT          PIC 9(7)V99.
               10 PPAY-ISSUE-DATE      PIC 9(8).
               10 PPAY-PAYEE-NAME      PIC X(30).
               10 PPAY-INDICATOR       PIC X.
                   88 PPAY-ISSUE-ITEM  VALUE "I".
                   88 PPAY-VOID-ITEM   VALUE "V".
               10 FILLER               PIC X(23).
           05 PPAY-HEADER-DATA REDEFINES PPAY-DETAIL-DATA.
               10 PPAY-CREATE-DATE     PIC 9(8).
               10 PPAY-CREATE-TIME     PIC 9(6).
               10 PPAY-COMPANY-NAME    PIC X(23).
               10 PPAY-BANK-ACCOUNT    PIC X(17).
               10 FILLER               PIC X(25).
           05 PPAY-TRAILER-DATA REDEFINES PPAY-DETAIL-DATA.
               10 PPAY-ITEM-COUNT      PIC 9(7).
               10 PPAY-TOTAL-AMOUNT    PIC 9(9)V99.
               10 FILLER               PIC X(61).
