      *written per accepted vendor, and an accept/reject report is
      *printed so the clerk only hand-fixes the rejects. Loaded
      *vendors start with no tax id and 1099 type N until Purchasing
      *supplies them through the update program. They are paid by
      *check from the default bank account until changed there.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDLOD01.
       ENVIRONMENT DIVISION.
       01 LOAD-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY RPTPRM.
       01 VENDOR-FILE-STATUS PIC XX.
       01 AUDIT-FILE-STATUS  PIC XX.
       01 LOAD-FILE-STATUS   PIC XX.
                           PERFORM LOAD-ALL-ROWS
                           PERFORM WRITE-REPORT-TOTALS
                           CLOSE LOAD-REPORT-FILE
                           PERFORM FILE-REPORT-IN-ARCHIVE
                           CLOSE AUDIT-FILE
                           CLOSE VENDOR-FILE
                           DISPLAY "ROWS ACCEPTED: "ROWS-ACCEPTED
           MOVE "C" TO VENDOR-PAY-METHOD.
           MOVE ZEROES TO VENDOR-BANK-ROUTING.
           MOVE SPACE TO VENDOR-BANK-ACCOUNT.
           MOVE SPACE TO VENDOR-TIN-STATUS.
           MOVE ZEROES TO VENDOR-TIN-CHECK-DATE.
           MOVE SPACE TO VENDOR-BANK-CODE.
           PERFORM WRITE-VENDOR-RECORD.
       ASSIGN-NEXT-VENDOR-NUMBER.
           MOVE 99999 TO VENDOR-NUMBER.
           MOVE ROWS-REJECTED TO RT-REJECT.
           WRITE LOAD-REPORT-LINE FROM REPORT-TOTAL-LINE
           BEFORE ADVANCING 2 LINES.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "vendorloadreport" TO RPA-REPORT-FILE.
           MOVE "vendorloadreport" TO RPA-REPORT-NAME.
           MOVE "VNDLOD01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
