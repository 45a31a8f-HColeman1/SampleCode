      *check print file, A goes into the NACHA batch file for the
      *bank. The routing and account numbers are captured under the
      *same audit-trail discipline as any other vendor change.
      *The TIN status is the result of the IRS bulk TIN matching
      *loaded back by APTIN01 (blank until the vendor has been
      *through a match, M matched, F failed). APPAY01 takes backup
      *withholding from every payment to a vendor whose TIN failed.
      *Changing the tax ID or the name clears the status, since the
      *old result no longer describes the pair on file.
      *The bank code names the disbursement account on the
      *"bankaccount" file that pays the vendor, by check or ACH;
      *blank means the default account.
       01 VENDOR-RECORD.
           05 VENDOR-NUMBER       PIC   9(5).
           05 VENDOR-NAME         PIC   X(30).
               88 VENDOR-PAYS-BY-ACH   VALUE "A".
           05 VENDOR-BANK-ROUTING PIC   9(9).
           05 VENDOR-BANK-ACCOUNT PIC   X(17).
           05 VENDOR-TIN-STATUS   PIC   X.
               88 VENDOR-TIN-NOT-CHECKED VALUE " ".
               88 VENDOR-TIN-MATCHED     VALUE "M".
               88 VENDOR-TIN-FAILED      VALUE "F".
           05 VENDOR-TIN-CHECK-DATE PIC 9(8).
           05 VENDOR-BANK-CODE    PIC   X(4).
