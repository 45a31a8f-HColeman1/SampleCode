      *Invoices still waiting for approval are included, since they
      *will need cash once approved; open credit memos subtract from
      *their vendor's buckets, so a column can print negative.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APCSH01.
       ENVIRONMENT DIVISION.
       01 LINES-PER-PAGE PIC 9(3) VALUE 50.
       01 ITEMS-REPORTED PIC 9(5) VALUE ZERO.
       COPY BCHPARM.
       COPY RPTPRM.

       01 CASH-REPORT-HEADER.
           05 FILLER PIC X(8)  VALUE "PAGE ".
                   PERFORM SWEEP-AND-BUCKET-INVOICES
                   PERFORM WRITE-REPORT-TOTALS
                   CLOSE PRINT-FILE
                   PERFORM FILE-REPORT-IN-ARCHIVE
                   CLOSE INVOICE-FILE
                   DISPLAY "OPEN ITEMS REPORTED: "ITEMS-REPORTED
                   MOVE ITEMS-REPORTED TO BATCH-RECORD-COUNT
       MOVE-ONE-GRAND-BUCKET.
           MOVE GRAND-BUCKET(BUCKET-INDEX)
                   TO CT-AMOUNT(BUCKET-INDEX).
       FILE-REPORT-IN-ARCHIVE.
           MOVE "cashrequirements" TO RPA-REPORT-FILE.
           MOVE "cashrequirements" TO RPA-REPORT-NAME.
           MOVE "APCSH01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
