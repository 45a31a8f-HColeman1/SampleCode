      *every record that fails to "statezipcleanup", so the clerks
      *can correct them through VNDUPD01. Rerunnable; once
      *the file is clean the report is just the totals line.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDSTZ02.
       ENVIRONMENT DIVISION.
       01 VENDORS-CHECKED PIC 9(5) VALUE ZERO.
       01 VENDORS-FAILED  PIC 9(5) VALUE ZERO.
       COPY BCHPARM.
       COPY RPTPRM.

       01 CLEANUP-HEADER.
           05 FILLER PIC X(29)
                   PERFORM CHECK-ALL-VENDORS
                   PERFORM WRITE-CLEANUP-TOTALS
                   CLOSE CLEANUP-REPORT-FILE
                   PERFORM FILE-REPORT-IN-ARCHIVE
                   CLOSE VENDOR-FILE
                   DISPLAY "VENDORS FAILING STATE/ZIP CHECK: "
                           VENDORS-FAILED
           MOVE VENDORS-FAILED TO CT-FAILED.
           WRITE CLEANUP-REPORT-LINE FROM CLEANUP-TOTAL-LINE
           BEFORE ADVANCING 2 LINES.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "statezipcleanup" TO RPA-REPORT-FILE.
           MOVE "statezipcleanup" TO RPA-REPORT-NAME.
           MOVE "VNDSTZ02" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
