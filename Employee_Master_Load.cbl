      *hire date goes through the same validation as manual entry;
      *rows that fail are listed on a reject report for HR to re-key
      *through the add program instead of being loaded with bad data.
      *Loaded employees start Active with no termination date, and
      *with no department or manager until HR keys them through
      *EMPUPD01.
      *Each run's report is filed in the report archive through
      *RPTARC01 as "empmasterload", where RPTINQ01 can find and reprint
      *it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOD01.
       ENVIRONMENT DIVISION.
       01 LOAD-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTPRM.
       01 OLD-FILE-STATUS      PIC XX.
       01 EMPLOYEE-FILE-STATUS PIC XX.
       01 OLD-FILE-AT-END      PIC X.
                           PERFORM LOAD-ALL-EMPLOYEES
                           PERFORM WRITE-REPORT-TOTALS
                           CLOSE LOAD-REPORT-FILE
                           PERFORM FILE-REPORT-IN-ARCHIVE
                           CLOSE EMPLOYEE-FILE
                           DISPLAY "EMPLOYEES LOADED: "ROWS-LOADED
                           DISPLAY "ROWS REJECTED: "ROWS-REJECTED
           MOVE ZEROES TO EMP-TERM-DATE.
           MOVE ZEROES TO EMP-REHIRE-DATE.
           MOVE EMP-HIRE-DATE TO EMP-ADJ-SERVICE-DATE.
           MOVE ZEROES TO EMP-MANAGER-ID.
           SET EMP-ACTIVE TO TRUE.
           WRITE EMPLOYEE-RECORD
           INVALID KEY
           MOVE ROWS-REJECTED TO RT-REJECT.
           WRITE LOAD-REPORT-LINE FROM REPORT-TOTAL-LINE
           BEFORE ADVANCING 2 LINES.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "empmasterloadreport" TO RPA-REPORT-FILE.
           MOVE "empmasterload" TO RPA-REPORT-NAME.
           MOVE "EMPLOD01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
