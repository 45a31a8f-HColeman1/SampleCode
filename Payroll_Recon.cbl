      *dropped award shows up here instead of in an employee
      *complaint. Both file names are keyed at run time since the
      *award files are date-stamped.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRCN01.
       ENVIRONMENT DIVISION.
       01 RECON-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTPRM.
       01 SENT-FILE-NAME   PIC X(40).
       01 POSTED-FILE-NAME PIC X(40).
       01 SENT-FILE-STATUS   PIC XX.
                           OPEN OUTPUT RECON-REPORT-FILE
                           PERFORM WRITE-RECON-REPORT
                           CLOSE RECON-REPORT-FILE
                           PERFORM FILE-REPORT-IN-ARCHIVE
                           DISPLAY "SENT NOT POSTED: "NOT-POSTED-COUNT
                           DISPLAY "POSTED NOT SENT: "NOT-SENT-COUNT
                           DISPLAY "AMOUNT MISMATCHES: "MISMATCH-COUNT
           MOVE MISMATCH-COUNT TO ET-COUNT.
           WRITE RECON-REPORT-LINE FROM EXCEPTION-TOTAL-LINE
           BEFORE ADVANCING 2 LINES.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "payrollrecon" TO RPA-REPORT-FILE.
           MOVE "payrollrecon" TO RPA-REPORT-NAME.
           MOVE "PAYRCN01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
