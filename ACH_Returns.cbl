      *and APPAY01 respect until a clerk clears the hold
      *through VNDUPD01. Each hold is written to the audit
      *trail like any other vendor change.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDRTN01.
       ENVIRONMENT DIVISION.
       01 EXCEPTION-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY RPTPRM.
       01 VENDOR-FILE-STATUS PIC XX.
       01 AUDIT-FILE-STATUS  PIC XX.
       01 RETURN-FILE-STATUS PIC XX.
                           PERFORM PROCESS-ALL-RETURNS
                           PERFORM WRITE-EXCEPTION-TOTALS
                           CLOSE EXCEPTION-REPORT-FILE
                           PERFORM FILE-REPORT-IN-ARCHIVE
                           CLOSE AUDIT-FILE
                           CLOSE VENDOR-FILE
                           DISPLAY "VENDORS PLACED ON HOLD: "
           MOVE RETURNS-UNMATCHED TO ET-UNMATCHED.
           WRITE EXCEPTION-REPORT-LINE FROM EXCEPTION-TOTAL-LINE
           BEFORE ADVANCING 2 LINES.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "achreturnreport" TO RPA-REPORT-FILE.
           MOVE "achreturnreport" TO RPA-REPORT-NAME.
           MOVE "VNDRTN01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
