      *which fields changed between the before and after images
      *instead of printing the two images as raw blobs. Output is a
      *paginated print file in the VNDRPT01 style.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDAUD01.
       ENVIRONMENT DIVISION.
       01 PRINT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY RPTPRM.
       01 AUDIT-FILE-STATUS  PIC XX.
       01 AUDIT-FILE-AT-END  PIC X.
       01 SELECT-RECORD-SWITCH PIC X.
                   PERFORM SCAN-AUDIT-FILE
                   PERFORM WRITE-REPORT-TOTALS
                   CLOSE PRINT-FILE
                   PERFORM FILE-REPORT-IN-ARCHIVE
                   CLOSE AUDIT-FILE
                   DISPLAY "AUDIT RECORDS LISTED: "RECORDS-REPORTED
           END-IF.
           MOVE RECORDS-REPORTED TO TL-COUNT.
           WRITE PRINT-LINE FROM AUDIT-TOTAL-LINE
           BEFORE ADVANCING 2 LINES.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "auditreport" TO RPA-REPORT-FILE.
           MOVE "auditreport" TO RPA-REPORT-NAME.
           MOVE "VNDAUD01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
