           IF VENDOR-BANK-ROUTING NOT NUMERIC
                   MOVE ZEROES TO VENDOR-BANK-ROUTING
                   MOVE SPACE TO VENDOR-BANK-ACCOUNT.
           IF VENDOR-TIN-CHECK-DATE NOT NUMERIC
                   MOVE SPACE TO VENDOR-TIN-STATUS
                   MOVE ZEROES TO VENDOR-TIN-CHECK-DATE.
       WRITE-RESTORE-AUDIT-ROW.
           MOVE "vendoraudit" TO AUDIT-TRAIL-NAME.
           OPEN EXTEND AUDIT-TRAIL-FILE.
