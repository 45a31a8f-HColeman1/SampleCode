      *This program is the one-time conversion of the "payhistory"
      *index file to the current record layout, in the
      *VNDCNV01 pattern. PAY-HISTORY-RECORD grew from 25
      *to 36 bytes (the year-to-date backup withholding APPAY01
      *takes from vendors whose TIN failed IRS matching, reported
      *by AP109901 in its own box), so the old file opens with file
      *status 39 under the current programs. The job unloads the
      *old-layout index file to a work file, padding the withheld
      *total with zeroes - nothing was withheld before withholding
      *existed - then rebuilds the index file and proves the counts
      *match. Safe to rerun: a file already at the new length is
      *refused with an explanation.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APHCNV01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE
                   ASSIGN TO "payhistory"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS OLDH-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS OLD-HISTORY-STATUS.
           SELECT NEW-HISTORY-FILE
                   ASSIGN TO "payhistory"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS HISTORY-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS NEW-HISTORY-STATUS.
           SELECT HISTORY-WORK-FILE
                   ASSIGN TO "historyconvert"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HISTORY-WORK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OLD-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01 OLD-HISTORY-RECORD.
           05 OLDH-KEY.
               10 OLDH-VENDOR-NUMBER PIC 9(5).
               10 OLDH-YEAR          PIC 9(4).
           05 OLDH-YTD-PAID          PIC 9(9)V99.
           05 OLDH-PAYMENT-COUNT     PIC 9(5).

       FD NEW-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APHISTRC.

       FD HISTORY-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01 HISTORY-WORK-RECORD PIC X(36).

       WORKING-STORAGE SECTION.
       01 CONFIRM-ANSWER PIC X.
       01 OLD-HISTORY-STATUS  PIC XX.
       01 NEW-HISTORY-STATUS  PIC XX.
       01 HISTORY-WORK-STATUS PIC XX.
       01 OLD-HISTORY-AT-END  PIC X.
       01 WORK-FILE-AT-END  PIC X.
       01 OLD-HISTORY-COUNT   PIC 9(7) VALUE ZERO.
       01 NEW-HISTORY-COUNT   PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "CONVERT PAYMENT HISTORY FILE TO THE CURRENT".
           DISPLAY "RECORD LAYOUT? (Y/N)".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "Y"
                   PERFORM CONVERT-HISTORY-FILE
           ELSE
                   DISPLAY "CONVERSION NOT RUN"
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       CONVERT-HISTORY-FILE.
           OPEN INPUT OLD-HISTORY-FILE.
           EVALUATE OLD-HISTORY-STATUS
               WHEN "00"
                       PERFORM UNLOAD-OLD-HISTORY
                       PERFORM RELOAD-NEW-HISTORY
               WHEN "35"
                       DISPLAY "NO PAYMENT HISTORY FILE TO CONVERT"
               WHEN "39"
                       DISPLAY "PAYMENT HISTORY FILE IS NOT AT THE "
                               "OLD LENGTH"
                       DISPLAY "(ALREADY CONVERTED?) - SKIPPED"
               WHEN OTHER
                       DISPLAY "PAYMENT HISTORY FILE ERROR, STATUS: "
                               OLD-HISTORY-STATUS
                       MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       UNLOAD-OLD-HISTORY.
           OPEN OUTPUT HISTORY-WORK-FILE.
           MOVE "N" TO OLD-HISTORY-AT-END.
           PERFORM READ-NEXT-OLD-HISTORY.
           PERFORM UNTIL OLD-HISTORY-AT-END = "Y"
                   PERFORM CONVERT-ONE-HISTORY
                   PERFORM READ-NEXT-OLD-HISTORY
           END-PERFORM.
           CLOSE HISTORY-WORK-FILE.
           CLOSE OLD-HISTORY-FILE.
       READ-NEXT-OLD-HISTORY.
           READ OLD-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO OLD-HISTORY-AT-END.
      *THE NEW-LAYOUT RECORD IS BUILT IN THE NEW FILE'S RECORD
      *AREA, WHICH IS FREE DURING THE UNLOAD PHASE.
       CONVERT-ONE-HISTORY.
           MOVE SPACE TO PAY-HISTORY-RECORD.
           MOVE OLDH-VENDOR-NUMBER TO HISTORY-VENDOR-NUMBER.
           MOVE OLDH-YEAR TO HISTORY-YEAR.
           MOVE OLDH-YTD-PAID TO HISTORY-YTD-PAID.
           MOVE OLDH-PAYMENT-COUNT TO HISTORY-PAYMENT-COUNT.
           MOVE ZEROES TO HISTORY-YTD-WITHHELD.
           MOVE PAY-HISTORY-RECORD TO HISTORY-WORK-RECORD.
           WRITE HISTORY-WORK-RECORD.
           ADD 1 TO OLD-HISTORY-COUNT.
       RELOAD-NEW-HISTORY.
           OPEN INPUT HISTORY-WORK-FILE.
           OPEN OUTPUT NEW-HISTORY-FILE.
           MOVE "N" TO WORK-FILE-AT-END.
           PERFORM READ-NEXT-WORK-HISTORY.
           PERFORM UNTIL WORK-FILE-AT-END = "Y"
                   MOVE HISTORY-WORK-RECORD TO PAY-HISTORY-RECORD
                   WRITE PAY-HISTORY-RECORD
                   INVALID KEY
                           DISPLAY "DUPLICATE KEY: "HISTORY-KEY
                   NOT INVALID KEY
                           ADD 1 TO NEW-HISTORY-COUNT
                   END-WRITE
                   PERFORM READ-NEXT-WORK-HISTORY
           END-PERFORM.
           CLOSE NEW-HISTORY-FILE.
           CLOSE HISTORY-WORK-FILE.
           IF NEW-HISTORY-COUNT = OLD-HISTORY-COUNT
                   DISPLAY "PAYMENT HISTORY FILE CONVERTED: "
                           NEW-HISTORY-COUNT " RECORDS"
           ELSE
                   DISPLAY "HISTORY COUNTS DO NOT MATCH - DO NOT TRUST"
                   DISPLAY "  UNLOADED: "OLD-HISTORY-COUNT
                   DISPLAY "  RELOADED: "NEW-HISTORY-COUNT
                   MOVE 8 TO RETURN-CODE
           END-IF.
       READ-NEXT-WORK-HISTORY.
           READ HISTORY-WORK-FILE
                   AT END MOVE "Y" TO WORK-FILE-AT-END.
