      *This program is the one-time conversion of the vendor master
      *and audit trail to the current record layouts, the vendor-side
      *counterpart of the EMPLOD01 employee conversion. VENDOR-RECORD
      *grew from 183 to 196 bytes (the IRS TIN matching status and
      *the date it was loaded by APTIN01, and the code of the
      *disbursement bank account that pays the vendor), so the old
      *"vendor" index file opens with file status 39 under the
      *current programs.
      *Phase one unloads the old-layout index file to a work file,
      *padding the new fields (TIN status blank, meaning the vendor
      *has not been through a match yet; TIN check date zero; bank
      *code blank, meaning the vendor is paid from the default
      *account as before), then rebuilds the index file and proves
      *the counts match. Phase two converts the 336-byte
      *"vendoraudit" trail to the current 444-byte rows (the images
      *are 200 bytes each with room to spare); the probe read makes
      *the job safely rerunnable by refusing rows already at the
      *new length.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDCNV01.
       ENVIRONMENT DIVISION.
           05 OLDV-TAX-ID       PIC X(9).
           05 OLDV-1099-TYPE    PIC X.
           05 OLDV-PAYMENT-HOLD PIC X.
           05 OLDV-DISC-PCT     PIC 99V99.
           05 OLDV-DISC-DAYS    PIC 9(3).
           05 OLDV-NET-DAYS     PIC 9(3).
           05 OLDV-PAY-METHOD   PIC X.
           05 OLDV-BANK-ROUTING PIC 9(9).
           05 OLDV-BANK-ACCOUNT PIC X(17).

       FD NEW-VENDOR-FILE
           LABEL RECORDS ARE STANDARD.

       FD VENDOR-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01 VENDOR-WORK-RECORD PIC X(196).

       FD AUDIT-PROBE-FILE
           LABEL RECORDS ARE STANDARD.
           MOVE OLDV-TAX-ID TO NEWV-TAX-ID.
           MOVE OLDV-1099-TYPE TO NEWV-1099-TYPE.
           MOVE OLDV-PAYMENT-HOLD TO NEWV-PAYMENT-HOLD.
           MOVE OLDV-DISC-PCT TO NEWV-DISC-PCT.
           MOVE OLDV-DISC-DAYS TO NEWV-DISC-DAYS.
           MOVE OLDV-NET-DAYS TO NEWV-NET-DAYS.
           MOVE OLDV-PAY-METHOD TO NEWV-PAY-METHOD.
           MOVE OLDV-BANK-ROUTING TO NEWV-BANK-ROUTING.
           MOVE OLDV-BANK-ACCOUNT TO NEWV-BANK-ACCOUNT.
           MOVE SPACE TO NEWV-TIN-STATUS.
           MOVE ZEROES TO NEWV-TIN-CHECK-DATE.
           MOVE SPACE TO NEWV-BANK-CODE.
           MOVE NEWV-RECORD TO VENDOR-WORK-RECORD.
           WRITE VENDOR-WORK-RECORD.
           ADD 1 TO OLD-VENDOR-COUNT.
