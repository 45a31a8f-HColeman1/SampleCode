      *VENDOR-NAME or VENDOR-ZIP, to a print-style output file that can
      *be handed to Purchasing or filed for an audit instead of reading
      *the vendor file off the View_Vendors.cbl console dump.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDRPT01.
       ENVIRONMENT DIVISION.
       01 LINES-PER-PAGE    PIC 9(3) VALUE 50.
       01 VENDOR-COUNT      PIC 9(5) VALUE ZERO.
       COPY BCHPARM.
       COPY RPTPRM.

       01 VENDOR-REPORT-HEADER.
           05 FILLER PIC X(8)  VALUE "PAGE ".
               OUTPUT PROCEDURE IS PRINT-SORTED-VENDORS.
           CLOSE VENDOR-FILE.
           CLOSE PRINT-FILE.
           PERFORM FILE-REPORT-IN-ARCHIVE.
           MOVE VENDOR-COUNT TO BATCH-RECORD-COUNT.
       PROGRAM-DONE.
           GOBACK.
           MOVE VENDOR-COUNT TO TL-COUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE
           BEFORE ADVANCING 2 LINES.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "vendorlisting" TO RPA-REPORT-FILE.
           MOVE "vendorlisting" TO RPA-REPORT-NAME.
           MOVE "VNDRPT01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
