      *"stmtworksheet" in four sections: on their statement but not
      *our file, on our file but not their statement, amount
      *mismatches, and items we show paid that they still bill.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APSTM01.
       ENVIRONMENT DIVISION.
       01 WORKSHEET-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY RPTPRM.
       01 VENDOR-FILE-STATUS  PIC XX.
       01 INVOICE-FILE-STATUS PIC XX.
       01 HISTORY-FILE-STATUS PIC XX.
           PERFORM WRITE-SECTION-HEADER.
           PERFORM LIST-STATEMENT-CATEGORY-4.
           CLOSE WORKSHEET-FILE.
           PERFORM FILE-REPORT-IN-ARCHIVE.
       WRITE-WORKSHEET-HEADER.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO WH-PAGE-NUMBER.
                   BEFORE ADVANCING 1 LINE
                   ADD 1 TO LINE-COUNT
           END-IF.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "stmtworksheet" TO RPA-REPORT-FILE.
           MOVE "stmtworksheet" TO RPA-REPORT-NAME.
           MOVE "APSTM01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
