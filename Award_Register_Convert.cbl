      *This program is the one-time conversion of the "awardspaid"
      *index file to the current record layout, in the
      *VNDCNV01 pattern. AWARD-PAID-RECORD grew from 22 to
      *29 bytes (award type and gift catalog item, for milestones
      *taken as a gift through AWDSEL01), so the old file opens
      *with file status 39 under the current programs. Every row
      *already on the register was written by EMPLOYEEREWARDS for a
      *cash award, so each is converted as type Cash with no item.
      *The old-layout index file is unloaded to a work file, then
      *the index file is rebuilt and the counts are proved to match.
      *Safe to rerun: a file already at the new length is refused
      *with an explanation.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWDCNV01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AWARDS-FILE
                   ASSIGN TO "awardspaid"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS OLDA-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS OLD-AWARDS-STATUS.
           SELECT NEW-AWARDS-FILE
                   ASSIGN TO "awardspaid"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS AWARD-PAID-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS NEW-AWARDS-STATUS.
           SELECT AWARDS-WORK-FILE
                   ASSIGN TO "awdconvert"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AWARDS-WORK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OLD-AWARDS-FILE
           LABEL RECORDS ARE STANDARD.
       01 OLD-AWARDS-RECORD.
           05 OLDA-KEY.
               10 OLDA-EMP-ID          PIC 9(5).
               10 OLDA-MILESTONE-YEARS PIC 99.
           05 OLDA-PAID-DATE           PIC 9(8).
           05 OLDA-PAID-AMOUNT         PIC 9(5)V99.

       FD NEW-AWARDS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AWDREG.

       FD AWARDS-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01 AWARDS-WORK-RECORD PIC X(29).

       WORKING-STORAGE SECTION.
       01 CONFIRM-ANSWER PIC X.
       01 OLD-AWARDS-STATUS  PIC XX.
       01 NEW-AWARDS-STATUS  PIC XX.
       01 AWARDS-WORK-STATUS PIC XX.
       01 OLD-AWARDS-AT-END  PIC X.
       01 WORK-FILE-AT-END   PIC X.
       01 OLD-AWARDS-COUNT   PIC 9(7) VALUE ZERO.
       01 NEW-AWARDS-COUNT   PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "CONVERT AWARDS-PAID REGISTER TO THE CURRENT".
           DISPLAY "RECORD LAYOUT? (Y/N)".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "Y"
                   PERFORM CONVERT-AWARDS-FILE
           ELSE
                   DISPLAY "CONVERSION NOT RUN"
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       CONVERT-AWARDS-FILE.
           OPEN INPUT OLD-AWARDS-FILE.
           EVALUATE OLD-AWARDS-STATUS
               WHEN "00"
                       PERFORM UNLOAD-OLD-AWARDS
                       PERFORM RELOAD-NEW-AWARDS
               WHEN "35"
                       DISPLAY "NO AWARDS-PAID REGISTER TO CONVERT"
               WHEN "39"
                       DISPLAY "AWARDS-PAID REGISTER IS NOT AT THE OLD "
                               "LENGTH"
                       DISPLAY "(ALREADY CONVERTED?) - SKIPPED"
               WHEN OTHER
                       DISPLAY "AWARDS-PAID FILE ERROR, FILE STATUS: "
                               OLD-AWARDS-STATUS
                       MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       UNLOAD-OLD-AWARDS.
           OPEN OUTPUT AWARDS-WORK-FILE.
           MOVE "N" TO OLD-AWARDS-AT-END.
           PERFORM READ-NEXT-OLD-AWARD.
           PERFORM UNTIL OLD-AWARDS-AT-END = "Y"
                   PERFORM CONVERT-ONE-AWARD
                   PERFORM READ-NEXT-OLD-AWARD
           END-PERFORM.
           CLOSE AWARDS-WORK-FILE.
           CLOSE OLD-AWARDS-FILE.
       READ-NEXT-OLD-AWARD.
           READ OLD-AWARDS-FILE NEXT RECORD
                   AT END MOVE "Y" TO OLD-AWARDS-AT-END.
      *THE NEW-LAYOUT RECORD IS BUILT IN THE NEW FILE'S RECORD
      *AREA, WHICH IS FREE DURING THE UNLOAD PHASE.
       CONVERT-ONE-AWARD.
           MOVE SPACE TO AWARD-PAID-RECORD.
           MOVE OLDA-EMP-ID TO AWARD-EMP-ID.
           MOVE OLDA-MILESTONE-YEARS TO AWARD-MILESTONE-YEARS.
           MOVE OLDA-PAID-DATE TO AWARD-PAID-DATE.
           MOVE OLDA-PAID-AMOUNT TO AWARD-PAID-AMOUNT.
           SET AWARD-PAID-CASH TO TRUE.
           MOVE SPACE TO AWARD-GIFT-ITEM.
           MOVE AWARD-PAID-RECORD TO AWARDS-WORK-RECORD.
           WRITE AWARDS-WORK-RECORD.
           ADD 1 TO OLD-AWARDS-COUNT.
       RELOAD-NEW-AWARDS.
           OPEN INPUT AWARDS-WORK-FILE.
           OPEN OUTPUT NEW-AWARDS-FILE.
           MOVE "N" TO WORK-FILE-AT-END.
           PERFORM READ-NEXT-WORK-AWARD.
           PERFORM UNTIL WORK-FILE-AT-END = "Y"
                   MOVE AWARDS-WORK-RECORD TO AWARD-PAID-RECORD
                   WRITE AWARD-PAID-RECORD
                   INVALID KEY
                           DISPLAY "DUPLICATE KEY: "AWARD-PAID-KEY
                   NOT INVALID KEY
                           ADD 1 TO NEW-AWARDS-COUNT
                   END-WRITE
                   PERFORM READ-NEXT-WORK-AWARD
           END-PERFORM.
           CLOSE NEW-AWARDS-FILE.
           CLOSE AWARDS-WORK-FILE.
           IF NEW-AWARDS-COUNT = OLD-AWARDS-COUNT
                   DISPLAY "AWARDS-PAID REGISTER CONVERTED: "
                           NEW-AWARDS-COUNT " RECORDS"
           ELSE
                   DISPLAY "AWARD COUNTS DO NOT MATCH - DO NOT "
                           "TRUST"
                   DISPLAY "  UNLOADED: "OLD-AWARDS-COUNT
                   DISPLAY "  RELOADED: "NEW-AWARDS-COUNT
                   MOVE 8 TO RETURN-CODE
           END-IF.
       READ-NEXT-WORK-AWARD.
           READ AWARDS-WORK-FILE
                   AT END MOVE "Y" TO WORK-FILE-AT-END.
