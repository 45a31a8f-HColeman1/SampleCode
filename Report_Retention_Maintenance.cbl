      *This program maintains the "reportretention" file that tells
      *RPTARC01 how long each report's filed runs are kept in the
      *report archive before they are purged. Each row names a
      *report (the name it is filed under, such as "checkregister"
      *or "closereport"), a description, and the number of days a
      *run is kept; zero days keeps the runs for good. A report with
      *no row is kept seven years. A changed retention applies to
      *runs filed after the change; runs already filed keep the purge
      *date they were filed with. Rows can be listed, added or
      *changed, and removed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTRET01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-FILE
                   ASSIGN TO "reportretention"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS RET-REPORT-NAME
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS RETENTION-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RETENTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPTRET.

       WORKING-STORAGE SECTION.
       01 RETENTION-FILE-STATUS PIC XX.
       01 RETENTION-FILE-AT-END PIC X.
       01 MAINT-CHOICE PIC X.
           88 MAINT-DONE   VALUE "0".
           88 MAINT-LIST   VALUE "1".
           88 MAINT-ADD    VALUE "2".
           88 MAINT-REMOVE VALUE "3".
       01 RETENTION-FOUND-SWITCH PIC X.
           88 RETENTION-FOUND VALUE "Y".
       01 WORK-REPORT-NAME PIC X(16).
       01 WORK-DESCRIPTION PIC X(30).
       01 WORK-DAYS-ENTRY  PIC X(5).
       01 WORK-DAYS-JUST   PIC X(5) JUSTIFIED RIGHT.
       01 WORK-ANSWER      PIC X.
       01 DAYS-ENTRY-SWITCH PIC X.
           88 DAYS-ENTRY-OK VALUE "Y".
       01 REPORTS-LISTED   PIC 9(5).
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPEN-RETENTION-FILE.
           IF RETENTION-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN RETENTION FILE, STATUS: "
                           RETENTION-FILE-STATUS
           ELSE
                   PERFORM SHOW-MAINT-MENU
                   PERFORM MAINT-ONE-CHOICE
                   UNTIL MAINT-DONE
                   CLOSE RETENTION-FILE
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       OPEN-RETENTION-FILE.
           OPEN I-O RETENTION-FILE.
           IF RETENTION-FILE-STATUS = "35"
                   OPEN OUTPUT RETENTION-FILE
                   CLOSE RETENTION-FILE
                   OPEN I-O RETENTION-FILE
           END-IF.
       SHOW-MAINT-MENU.
           DISPLAY "REPORT RETENTION MAINTENANCE".
           DISPLAY "  1. LIST REPORT RETENTION".
           DISPLAY "  2. ADD / CHANGE REPORT RETENTION".
           DISPLAY "  3. REMOVE REPORT RETENTION".
           DISPLAY "  0. DONE".
       MAINT-ONE-CHOICE.
           DISPLAY "ENTER SELECTION".
           ACCEPT MAINT-CHOICE.
           EVALUATE TRUE
               WHEN MAINT-DONE
                       CONTINUE
               WHEN MAINT-LIST
                       PERFORM LIST-ALL-RETENTION
               WHEN MAINT-ADD
                       PERFORM ADD-ONE-RETENTION
               WHEN MAINT-REMOVE
                       PERFORM REMOVE-ONE-RETENTION
               WHEN OTHER
                       DISPLAY "INVALID SELECTION"
           END-EVALUATE.
       LIST-ALL-RETENTION.
           MOVE ZERO TO REPORTS-LISTED.
           MOVE LOW-VALUES TO RET-REPORT-NAME.
           START RETENTION-FILE KEY NOT LESS THAN RET-REPORT-NAME
           INVALID KEY
                   MOVE "Y" TO RETENTION-FILE-AT-END
           NOT INVALID KEY
                   MOVE "N" TO RETENTION-FILE-AT-END
           END-START.
           IF RETENTION-FILE-AT-END = "N"
                   PERFORM READ-NEXT-RETENTION
                   PERFORM UNTIL RETENTION-FILE-AT-END = "Y"
                           DISPLAY RET-REPORT-NAME " "RET-DESCRIPTION
                                   " DAYS "RET-DAYS
                           ADD 1 TO REPORTS-LISTED
                           PERFORM READ-NEXT-RETENTION
                   END-PERFORM
           END-IF.
           DISPLAY "REPORTS ON FILE: "REPORTS-LISTED.
           DISPLAY "REPORTS NOT LISTED ARE KEPT SEVEN YEARS".
       READ-NEXT-RETENTION.
           READ RETENTION-FILE NEXT RECORD
                   AT END MOVE "Y" TO RETENTION-FILE-AT-END.
       READ-RETENTION.
           MOVE "Y" TO RETENTION-FOUND-SWITCH.
           MOVE WORK-REPORT-NAME TO RET-REPORT-NAME.
           READ RETENTION-FILE
           INVALID KEY
                   MOVE "N" TO RETENTION-FOUND-SWITCH.
       ADD-ONE-RETENTION.
           DISPLAY "ENTER REPORT NAME (AS FILED, E.G. checkregister)".
           MOVE SPACE TO WORK-REPORT-NAME.
           ACCEPT WORK-REPORT-NAME.
           IF WORK-REPORT-NAME = SPACE
                   DISPLAY "REPORT NAME IS REQUIRED"
           ELSE
                   PERFORM READ-RETENTION
                   PERFORM ENTER-RETENTION-FIELDS
           END-IF.
       ENTER-RETENTION-FIELDS.
           IF RETENTION-FOUND
                   DISPLAY "CURRENT: "RET-DESCRIPTION
                           " DAYS "RET-DAYS
                   DISPLAY "BLANK ANSWER KEEPS THE VALUE SHOWN"
           ELSE
                   MOVE SPACE TO REPORT-RETENTION-RECORD
                   MOVE WORK-REPORT-NAME TO RET-REPORT-NAME
                   MOVE ZEROES TO RET-DAYS
           END-IF.
           DISPLAY "ENTER DESCRIPTION".
           MOVE SPACE TO WORK-DESCRIPTION.
           ACCEPT WORK-DESCRIPTION.
           IF WORK-DESCRIPTION NOT = SPACE
                   MOVE WORK-DESCRIPTION TO RET-DESCRIPTION
           END-IF.
           DISPLAY "ENTER DAYS TO KEEP EACH RUN (0 = KEEP FOR GOOD)".
           MOVE SPACE TO WORK-DAYS-ENTRY.
           ACCEPT WORK-DAYS-ENTRY.
           IF WORK-DAYS-ENTRY = SPACE AND NOT RETENTION-FOUND
                   DISPLAY "DAYS TO KEEP IS REQUIRED, NOT SAVED"
           ELSE
                   PERFORM SAVE-RETENTION-DAYS
           END-IF.
       SAVE-RETENTION-DAYS.
           MOVE "Y" TO DAYS-ENTRY-SWITCH.
           IF WORK-DAYS-ENTRY NOT = SPACE
                   MOVE FUNCTION TRIM(WORK-DAYS-ENTRY)
                           TO WORK-DAYS-JUST
                   INSPECT WORK-DAYS-JUST
                           REPLACING LEADING SPACE BY "0"
                   IF WORK-DAYS-JUST IS NUMERIC
                           MOVE WORK-DAYS-JUST TO RET-DAYS
                   ELSE
                           MOVE "N" TO DAYS-ENTRY-SWITCH
                   END-IF
           END-IF.
           IF NOT DAYS-ENTRY-OK
                   DISPLAY "DAYS TO KEEP MUST BE A NUMBER, NOT SAVED"
           ELSE
                   PERFORM WRITE-RETENTION-ROW
           END-IF.
       WRITE-RETENTION-ROW.
           IF RETENTION-FOUND
                   REWRITE REPORT-RETENTION-RECORD
                   INVALID KEY
                           DISPLAY "COULD NOT REWRITE RETENTION"
                   NOT INVALID KEY
                           DISPLAY "RETENTION CHANGED"
                   END-REWRITE
           ELSE
                   WRITE REPORT-RETENTION-RECORD
                   INVALID KEY
                           DISPLAY "COULD NOT WRITE RETENTION"
                   NOT INVALID KEY
                           DISPLAY "RETENTION ADDED"
                   END-WRITE
           END-IF.
       REMOVE-ONE-RETENTION.
           DISPLAY "ENTER REPORT NAME TO REMOVE".
           MOVE SPACE TO WORK-REPORT-NAME.
           ACCEPT WORK-REPORT-NAME.
           PERFORM READ-RETENTION.
           IF NOT RETENTION-FOUND
                   DISPLAY "REPORT NOT ON FILE"
           ELSE
                   DISPLAY RET-REPORT-NAME " "RET-DESCRIPTION
                   DISPLAY "REMOVE THIS RETENTION (Y/N)?"
                   DISPLAY "(THE REPORT GOES BACK TO SEVEN YEARS)"
                   ACCEPT WORK-ANSWER
                   IF WORK-ANSWER = "Y" OR WORK-ANSWER = "y"
                           DELETE RETENTION-FILE RECORD
                           INVALID KEY
                                   DISPLAY "COULD NOT REMOVE "
                                           "RETENTION"
                           NOT INVALID KEY
                                   DISPLAY "RETENTION REMOVED"
                           END-DELETE
                   END-IF
           END-IF.
