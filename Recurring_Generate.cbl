      *a closed accounting period (before the open period on the
      *"periodcontrol" file) is refused, and generated amounts
      *accumulate into the period activity APCLS01 balances.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
      *Generated invoices name no bank account of their own, so they
      *are paid from the vendor's account.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRGN01.
       ENVIRONMENT DIVISION.
       01 VENDOR-OK-SWITCH PIC X.
           88 VENDOR-OK VALUE "Y".
       COPY BCHPARM.
       COPY RPTPRM.
       01 GENERATION-PERIOD PIC 9(6).
       01 GENERATION-PERIOD-SPLIT REDEFINES GENERATION-PERIOD.
           05 GEN-PERIOD-YEAR  PIC 9(4).
                   PERFORM SAVE-PERIOD-CONTROL
           END-IF.
           CLOSE REGISTER-FILE.
           PERFORM FILE-REPORT-IN-ARCHIVE.
           CLOSE GL-DIST-FILE.
           CLOSE INVOICE-FILE.
           CLOSE VENDOR-FILE.
           MOVE SPACE TO INVOICE-REJECT-REASON.
           MOVE ZEROES TO INVOICE-DISCOUNT-DATE.
           MOVE ZEROES TO INVOICE-DISCOUNT-AMOUNT.
           MOVE ZEROES TO INVOICE-PO-NUMBER.
           MOVE SPACE TO INVOICE-BANK-CODE.
       WRITE-GENERATED-INVOICE.
           WRITE OPEN-INVOICE-RECORD
           INVALID KEY
           MOVE GENERATED-TOTAL TO RT-TOTAL-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
           BEFORE ADVANCING 2 LINES.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "recurregister" TO RPA-REPORT-FILE.
           MOVE "recurregister" TO RPA-REPORT-NAME.
           MOVE "APRGN01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
