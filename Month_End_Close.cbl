      *return code 8 so the job log shows it needs a look. Run
      *interactively with no period-control file on hand, the
      *program offers to start period control as of a keyed period.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APCLS01.
       ENVIRONMENT DIVISION.
       01 PERIOD-ON-FILE-SWITCH PIC X.
           88 PERIOD-CONTROL-ON-FILE VALUE "Y".
       COPY BCHPARM.
       COPY RPTPRM.
       01 KEYED-PERIOD     PIC 9(6).
       01 START-ANSWER     PIC X.
       01 ITEM-BALANCE     PIC 9(7)V99.
           WRITE REPORT-LINE FROM CLOSE-VERDICT-LINE
           BEFORE ADVANCING 2 LINES.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-IN-ARCHIVE.
       ROLL-TO-NEXT-PERIOD.
           IF FUNCTION MOD(PERIOD-CURRENT-OPEN, 100) = 12
                   ADD 89 TO PERIOD-CURRENT-OPEN
           MOVE ZERO TO PERIOD-INVOICES-ENTERED.
           MOVE ZERO TO PERIOD-PAYMENTS-MADE.
           PERFORM SAVE-PERIOD-CONTROL.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "closereport" TO RPA-REPORT-FILE.
           MOVE "closereport" TO RPA-REPORT-NAME.
           MOVE "APCLS01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
