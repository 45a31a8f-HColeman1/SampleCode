      *VNDDAC01. A reviewed pair can be marked "not a
      *duplicate"; marked pairs are kept on the "dupexclude" file and
      *skipped by every later scan so they stop reappearing weekly.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDDUP01.
       ENVIRONMENT DIVISION.
       01 FIRST-WORD-A       PIC X(30).
       01 FIRST-WORD-B       PIC X(30).
       COPY BCHPARM.
       COPY RPTPRM.

       COPY VENDREC REPLACING LEADING ==VENDOR== BY ==WRKA==.
       COPY VENDREC REPLACING LEADING ==VENDOR== BY ==WRKB==.
                   PERFORM SCAN-FOR-DUPLICATES
                   PERFORM WRITE-WORKLIST-TOTALS
                   CLOSE WORKLIST-FILE
                   PERFORM FILE-REPORT-IN-ARCHIVE
                   DISPLAY "PAIRS FLAGGED: "PAIRS-FLAGGED
                   MOVE PAIRS-FLAGGED TO BATCH-RECORD-COUNT
           END-IF.
           MOVE PAIRS-FLAGGED TO WT-COUNT.
           WRITE WORKLIST-LINE FROM WORKLIST-TOTAL-LINE
           BEFORE ADVANCING 2 LINES.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "dupworklist" TO RPA-REPORT-FILE.
           MOVE "dupworklist" TO RPA-REPORT-NAME.
           MOVE "VNDDUP01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
