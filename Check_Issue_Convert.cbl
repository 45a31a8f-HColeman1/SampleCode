      *This program is the one-time conversion of the "checkissue"
      *index file to the current record layout, in the
      *VNDCNV01 pattern. CHECK-ISSUE-RECORD grew from 41
      *to 62 bytes (the date the bank paid the check, set by the
      *APBRC01 bank reconciliation; the backup withholding APPAY01
      *kept back from the payment; and the code of the bank account
      *the check was drawn on), so the old file opens with file
      *status 39 under the current programs. The job unloads the
      *old-layout index file to a work file, padding the new
      *fields - cleared date and withholding with zeroes, since no
      *check was reconciled or withheld from before those existed,
      *and the bank code with spaces, since every check written
      *before there was a second account came from the default
      *account - then rebuilds the index file and proves the
      *counts match. Safe to rerun: a file already at the new
      *length is refused with an explanation.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APCCNV01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CHECK-FILE
                   ASSIGN TO "checkissue"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS OLDC-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS OLD-CHECK-STATUS.
           SELECT NEW-CHECK-FILE
                   ASSIGN TO "checkissue"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CHECK-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS NEW-CHECK-STATUS.
           SELECT CHECK-WORK-FILE
                   ASSIGN TO "checkconvert"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CHECK-WORK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OLD-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
       01 OLD-CHECK-RECORD.
           05 OLDC-NUMBER           PIC 9(8).
           05 OLDC-VENDOR-NUMBER    PIC 9(5).
           05 OLDC-INVOICE-NUMBER   PIC X(10).
           05 OLDC-AMOUNT           PIC 9(7)V99.
           05 OLDC-ISSUE-DATE       PIC 9(8).
           05 OLDC-ISSUE-STATUS     PIC X.

       FD NEW-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APCHKRC.

       FD CHECK-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01 CHECK-WORK-RECORD PIC X(62).

       WORKING-STORAGE SECTION.
       01 CONFIRM-ANSWER PIC X.
       01 OLD-CHECK-STATUS  PIC XX.
       01 NEW-CHECK-STATUS  PIC XX.
       01 CHECK-WORK-STATUS PIC XX.
       01 OLD-CHECK-AT-END  PIC X.
       01 WORK-FILE-AT-END  PIC X.
       01 OLD-CHECK-COUNT   PIC 9(7) VALUE ZERO.
       01 NEW-CHECK-COUNT   PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "CONVERT CHECK ISSUE FILE TO THE CURRENT".
           DISPLAY "RECORD LAYOUT? (Y/N)".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "Y"
                   PERFORM CONVERT-CHECK-FILE
           ELSE
                   DISPLAY "CONVERSION NOT RUN"
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       CONVERT-CHECK-FILE.
           OPEN INPUT OLD-CHECK-FILE.
           EVALUATE OLD-CHECK-STATUS
               WHEN "00"
                       PERFORM UNLOAD-OLD-CHECKS
                       PERFORM RELOAD-NEW-CHECKS
               WHEN "35"
                       DISPLAY "NO CHECK ISSUE FILE TO CONVERT"
               WHEN "39"
                       DISPLAY "CHECK ISSUE FILE IS NOT AT THE OLD "
                               "LENGTH"
                       DISPLAY "(ALREADY CONVERTED?) - SKIPPED"
               WHEN OTHER
                       DISPLAY "CHECK ISSUE FILE ERROR, FILE STATUS: "
                               OLD-CHECK-STATUS
                       MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       UNLOAD-OLD-CHECKS.
           OPEN OUTPUT CHECK-WORK-FILE.
           MOVE "N" TO OLD-CHECK-AT-END.
           PERFORM READ-NEXT-OLD-CHECK.
           PERFORM UNTIL OLD-CHECK-AT-END = "Y"
                   PERFORM CONVERT-ONE-CHECK
                   PERFORM READ-NEXT-OLD-CHECK
           END-PERFORM.
           CLOSE CHECK-WORK-FILE.
           CLOSE OLD-CHECK-FILE.
       READ-NEXT-OLD-CHECK.
           READ OLD-CHECK-FILE NEXT RECORD
                   AT END MOVE "Y" TO OLD-CHECK-AT-END.
      *THE NEW-LAYOUT RECORD IS BUILT IN THE NEW FILE'S RECORD
      *AREA, WHICH IS FREE DURING THE UNLOAD PHASE.
       CONVERT-ONE-CHECK.
           MOVE SPACE TO CHECK-ISSUE-RECORD.
           MOVE OLDC-NUMBER TO CHECK-NUMBER.
           MOVE OLDC-VENDOR-NUMBER TO CHECK-VENDOR-NUMBER.
           MOVE OLDC-INVOICE-NUMBER TO CHECK-INVOICE-NUMBER.
           MOVE OLDC-AMOUNT TO CHECK-AMOUNT.
           MOVE OLDC-ISSUE-DATE TO CHECK-ISSUE-DATE.
           MOVE OLDC-ISSUE-STATUS TO CHECK-ISSUE-STATUS.
           MOVE ZEROES TO CHECK-CLEARED-DATE.
           MOVE ZEROES TO CHECK-WITHHELD-AMOUNT.
           MOVE SPACE TO CHECK-BANK-CODE.
           MOVE CHECK-ISSUE-RECORD TO CHECK-WORK-RECORD.
           WRITE CHECK-WORK-RECORD.
           ADD 1 TO OLD-CHECK-COUNT.
       RELOAD-NEW-CHECKS.
           OPEN INPUT CHECK-WORK-FILE.
           OPEN OUTPUT NEW-CHECK-FILE.
           MOVE "N" TO WORK-FILE-AT-END.
           PERFORM READ-NEXT-WORK-CHECK.
           PERFORM UNTIL WORK-FILE-AT-END = "Y"
                   MOVE CHECK-WORK-RECORD TO CHECK-ISSUE-RECORD
                   WRITE CHECK-ISSUE-RECORD
                   INVALID KEY
                           DISPLAY "DUPLICATE KEY: "CHECK-NUMBER
                   NOT INVALID KEY
                           ADD 1 TO NEW-CHECK-COUNT
                   END-WRITE
                   PERFORM READ-NEXT-WORK-CHECK
           END-PERFORM.
           CLOSE NEW-CHECK-FILE.
           CLOSE CHECK-WORK-FILE.
           IF NEW-CHECK-COUNT = OLD-CHECK-COUNT
                   DISPLAY "CHECK ISSUE FILE CONVERTED: "
                           NEW-CHECK-COUNT " RECORDS"
           ELSE
                   DISPLAY "CHECK COUNTS DO NOT MATCH - DO NOT TRUST"
                   DISPLAY "  UNLOADED: "OLD-CHECK-COUNT
                   DISPLAY "  RELOADED: "NEW-CHECK-COUNT
                   MOVE 8 TO RETURN-CODE
           END-IF.
       READ-NEXT-WORK-CHECK.
           READ CHECK-WORK-FILE
                   AT END MOVE "Y" TO WORK-FILE-AT-END.
