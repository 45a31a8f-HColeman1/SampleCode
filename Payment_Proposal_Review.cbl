      *This program is the supervisor's review of the payment
      *proposal APPAY01 builds on the "payproposal" file, before
      *anything is paid. The proposal can be listed with its
      *approved total, and changed three ways: a single invoice can
      *be dropped from the run (or put back), a whole vendor can be
      *held out of the run (or released), and the run total can be
      *capped - approved invoices with the latest due dates are
      *left out until the cash still approved fits under the cap,
      *and a cap of zero puts them all back. Credit memos follow
      *their invoices: they cannot be dropped on their own, and a
      *credit taken by an invoice that is left out simply stays
      *open. Every change is written to the "proposalaudit" log
      *with the supervisor's id and the status before and after,
      *and the "proposalreview" register can be printed for
      *treasury showing every row with its status and the totals
      *the commit will pay. Committing the proposal is then
      *APPAY01 run mode 3.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE
                   ASSIGN TO "payproposal"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS PROP-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS PROPOSAL-FILE-STATUS.
           SELECT VENDOR-FILE
                   ASSIGN TO "vendor"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS VENDOR-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT PROPOSAL-LOG-FILE
                   ASSIGN TO "proposalaudit"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PROPOSAL-LOG-STATUS.
           SELECT REVIEW-FILE
                   ASSIGN TO "proposalreview"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PROPOSAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPROPRC.

       FD VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDREC.

       FD PROPOSAL-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01 PROPOSAL-LOG-RECORD.
           05 PLOG-TIMESTAMP       PIC X(21).
           05 PLOG-OPERATOR-ID     PIC X(8).
           05 PLOG-ACTION          PIC X(10).
           05 PLOG-VENDOR-NUMBER   PIC 9(5).
           05 PLOG-INVOICE-NUMBER  PIC X(10).
           05 PLOG-OLD-STATUS      PIC X.
           05 PLOG-NEW-STATUS      PIC X.
           05 PLOG-CAP-AMOUNT      PIC 9(9)V99.

       FD REVIEW-FILE
           LABEL RECORDS ARE STANDARD.
       01 REVIEW-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY RPTPRM.
       01 PROPOSAL-FILE-STATUS PIC XX.
       01 VENDOR-FILE-STATUS   PIC XX.
       01 PROPOSAL-LOG-STATUS  PIC XX.
       01 PROPOSAL-AT-END      PIC X.
       01 OPERATOR-ID          PIC X(8).
       COPY SIGNON.
       01 MAINT-CHOICE PIC X.
           88 MAINT-DONE    VALUE "0".
           88 MAINT-LIST    VALUE "1".
           88 MAINT-DROP    VALUE "2".
           88 MAINT-HOLD    VALUE "3".
           88 MAINT-CAP     VALUE "4".
           88 MAINT-PRINT   VALUE "5".
       01 WORK-VENDOR-FIELD   PIC Z(5).
       01 WORK-VENDOR-NUMBER  PIC 9(5).
       01 WORK-INVOICE-NUMBER PIC X(10).
       01 PROPOSAL-FOUND-SWITCH PIC X.
           88 PROPOSAL-FOUND VALUE "Y".
       01 VENDOR-HELD-SWITCH PIC X.
           88 VENDOR-ALREADY-HELD VALUE "Y".
       01 OLD-STATUS     PIC X.
       01 LOG-ACTION     PIC X(10).
       01 STATUS-WORD    PIC X(8).
       01 ROWS-CHANGED   PIC 9(5).
       01 CAP-AMOUNT     PIC 9(9)V99 VALUE ZERO.
       01 APPROVED-COUNT PIC 9(5).
       01 APPROVED-TOTAL PIC 9(9)V99.
       01 LEFT-OUT-COUNT PIC 9(5).
       01 LEFT-OUT-TOTAL PIC 9(9)V99.
       01 CREDIT-ROW-COUNT PIC 9(5).
       01 LATEST-FOUND-SWITCH PIC X.
           88 LATEST-FOUND VALUE "Y".
       01 LATEST-KEY      PIC X(15).
       01 LATEST-DUE-DATE PIC 9(8).
       01 CAP-FITS-SWITCH PIC X.
           88 CAP-FITS VALUE "Y".
       01 AMOUNT-FOR-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01 PAGE-COUNT     PIC 9(3) VALUE ZERO.
       01 LINE-COUNT     PIC 9(3) VALUE ZERO.
       01 LINES-PER-PAGE PIC 9(3) VALUE 50.

       01 REVIEW-HEADER.
           05 FILLER PIC X(8)  VALUE "PAGE ".
           05 RVH-PAGE-NUMBER PIC ZZ9.
           05 FILLER PIC X(4)  VALUE SPACE.
           05 FILLER PIC X(27) VALUE "PAYMENT PROPOSAL REVIEW".
           05 FILLER PIC X(13) VALUE "PAY THROUGH ".
           05 RVH-PAY-THROUGH PIC 9(8).

       01 REVIEW-COLUMN-HEADER.
           05 FILLER PIC X(7)  VALUE "NO".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(12) VALUE "INVOICE".
           05 FILLER PIC X(10) VALUE "DUE DATE".
           05 FILLER PIC X(12) VALUE "   TO VENDOR".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(5)  VALUE "PAID".
           05 FILLER PIC X(8)  VALUE "STATUS".

       01 REVIEW-DETAIL-LINE.
           05 RVD-NUMBER  PIC Z(5).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 RVD-NAME    PIC X(30).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 RVD-INVOICE PIC X(10).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 RVD-DUE     PIC 9(8).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 RVD-AMOUNT  PIC Z,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 RVD-METHOD  PIC X(5).
           05 RVD-STATUS  PIC X(8).

       01 REVIEW-APPROVED-LINE.
           05 FILLER    PIC X(21) VALUE "APPROVED TO PAY".
           05 FILLER    PIC X(2)  VALUE ": ".
           05 RVA-COUNT PIC ZZZZ9.
           05 FILLER    PIC X(15) VALUE "  TOTAL AMOUNT:".
           05 FILLER    PIC X(1)  VALUE SPACE.
           05 RVA-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

       01 REVIEW-LEFT-OUT-LINE.
           05 FILLER    PIC X(21) VALUE "LEFT OUT OF THE RUN".
           05 FILLER    PIC X(2)  VALUE ": ".
           05 RVL-COUNT PIC ZZZZ9.
           05 FILLER    PIC X(15) VALUE "  TOTAL AMOUNT:".
           05 FILLER    PIC X(1)  VALUE SPACE.
           05 RVL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

       01 REVIEW-CAP-LINE.
           05 FILLER    PIC X(21) VALUE "RUN TOTAL CAP".
           05 FILLER    PIC X(2)  VALUE ": ".
           05 RVC-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-OPERATOR-ID.
           OPEN I-O PROPOSAL-FILE.
           EVALUATE PROPOSAL-FILE-STATUS
               WHEN "00"
                       PERFORM REVIEW-THE-PROPOSAL
                       CLOSE PROPOSAL-FILE
               WHEN "35"
                       DISPLAY "NO PAYMENT PROPOSAL ON FILE - BUILD "
                               "ONE WITH APPAY01 RUN MODE 2"
               WHEN OTHER
                       DISPLAY "COULD NOT OPEN PROPOSAL FILE, STATUS: "
                               PROPOSAL-FILE-STATUS
                       MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       PROGRAM-DONE.
           GOBACK.
       REVIEW-THE-PROPOSAL.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN VENDOR FILE, STATUS: "
                           VENDOR-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
           ELSE
                   PERFORM OPEN-PROPOSAL-LOG-FILE
                   PERFORM SHOW-MAINT-MENU
                   PERFORM MAINT-ONE-CHOICE
                   UNTIL MAINT-DONE
                   CLOSE PROPOSAL-LOG-FILE
                   CLOSE VENDOR-FILE
           END-IF.
       GET-OPERATOR-ID.
           IF SIGNON-OPERATOR-ID = SPACE
              OR SIGNON-OPERATOR-ID = LOW-VALUE
                   DISPLAY "ENTER OPERATOR ID"
                   ACCEPT OPERATOR-ID
           ELSE
                   MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
           END-IF.
       OPEN-PROPOSAL-LOG-FILE.
           OPEN EXTEND PROPOSAL-LOG-FILE.
           IF PROPOSAL-LOG-STATUS NOT = "00"
                   OPEN OUTPUT PROPOSAL-LOG-FILE
           END-IF.
       SHOW-MAINT-MENU.
           DISPLAY "PAYMENT PROPOSAL REVIEW".
           DISPLAY "  1. LIST PROPOSAL".
           DISPLAY "  2. DROP OR RESTORE AN INVOICE".
           DISPLAY "  3. HOLD OR RELEASE A VENDOR".
           DISPLAY "  4. CAP THE RUN TOTAL".
           DISPLAY "  5. PRINT REVIEW REGISTER".
           DISPLAY "  0. DONE".
       MAINT-ONE-CHOICE.
           DISPLAY "ENTER SELECTION".
           ACCEPT MAINT-CHOICE.
           EVALUATE TRUE
               WHEN MAINT-DONE
                       CONTINUE
               WHEN MAINT-LIST
                       PERFORM LIST-PROPOSAL
               WHEN MAINT-DROP
                       PERFORM DROP-OR-RESTORE-INVOICE
               WHEN MAINT-HOLD
                       PERFORM HOLD-OR-RELEASE-VENDOR
               WHEN MAINT-CAP
                       PERFORM CAP-RUN-TOTAL
               WHEN MAINT-PRINT
                       PERFORM PRINT-REVIEW-REGISTER
               WHEN OTHER
                       DISPLAY "INVALID SELECTION"
           END-EVALUATE.
       START-PROPOSAL-FILE.
           MOVE LOW-VALUES TO PROP-KEY.
           START PROPOSAL-FILE KEY NOT LESS THAN PROP-KEY
           INVALID KEY
                   MOVE "Y" TO PROPOSAL-AT-END
           NOT INVALID KEY
                   MOVE "N" TO PROPOSAL-AT-END
           END-START.
           IF PROPOSAL-AT-END = "N"
                   PERFORM READ-NEXT-PROPOSAL-ROW.
       READ-NEXT-PROPOSAL-ROW.
           READ PROPOSAL-FILE NEXT RECORD
                   AT END MOVE "Y" TO PROPOSAL-AT-END.
       SET-STATUS-WORD.
           EVALUATE TRUE
               WHEN PROP-CREDIT-MEMO
                       MOVE "CREDIT" TO STATUS-WORD
               WHEN PROP-APPROVED
                       MOVE "APPROVED" TO STATUS-WORD
               WHEN PROP-DROPPED
                       MOVE "DROPPED" TO STATUS-WORD
               WHEN PROP-VENDOR-HELD
                       MOVE "HELD" TO STATUS-WORD
               WHEN PROP-OVER-CAP
                       MOVE "OVER CAP" TO STATUS-WORD
               WHEN OTHER
                       MOVE "UNKNOWN" TO STATUS-WORD
           END-EVALUATE.
      *ONLY INVOICE ROWS CARRY CASH; A CREDIT MEMO ROW IS THE CREDIT
      *ITS INVOICES USED AND IS ALREADY NETTED INTO THEIR AMOUNTS.
       ADD-ROW-TO-TOTALS.
           IF PROP-CREDIT-MEMO
                   ADD 1 TO CREDIT-ROW-COUNT
           ELSE
                   IF PROP-APPROVED
                           ADD 1 TO APPROVED-COUNT
                           ADD PROP-NET-AMOUNT TO APPROVED-TOTAL
                   ELSE
                           ADD 1 TO LEFT-OUT-COUNT
                           ADD PROP-NET-AMOUNT TO LEFT-OUT-TOTAL
                   END-IF
           END-IF.
       CLEAR-PROPOSAL-TOTALS.
           MOVE ZERO TO APPROVED-COUNT.
           MOVE ZERO TO APPROVED-TOTAL.
           MOVE ZERO TO LEFT-OUT-COUNT.
           MOVE ZERO TO LEFT-OUT-TOTAL.
           MOVE ZERO TO CREDIT-ROW-COUNT.
       TOTAL-PROPOSAL.
           PERFORM CLEAR-PROPOSAL-TOTALS.
           PERFORM START-PROPOSAL-FILE.
           PERFORM UNTIL PROPOSAL-AT-END = "Y"
                   PERFORM ADD-ROW-TO-TOTALS
                   PERFORM READ-NEXT-PROPOSAL-ROW
           END-PERFORM.
       LIST-PROPOSAL.
           PERFORM CLEAR-PROPOSAL-TOTALS.
           PERFORM START-PROPOSAL-FILE.
           PERFORM UNTIL PROPOSAL-AT-END = "Y"
                   PERFORM LIST-ONE-PROPOSAL-ROW
                   PERFORM ADD-ROW-TO-TOTALS
                   PERFORM READ-NEXT-PROPOSAL-ROW
           END-PERFORM.
           PERFORM SHOW-PROPOSAL-TOTALS.
       LIST-ONE-PROPOSAL-ROW.
           PERFORM SET-STATUS-WORD.
           IF PROP-CREDIT-MEMO
                   MOVE PROP-PAY-AMOUNT TO AMOUNT-FOR-DISPLAY
           ELSE
                   MOVE PROP-NET-AMOUNT TO AMOUNT-FOR-DISPLAY
           END-IF.
           DISPLAY PROP-VENDOR-NUMBER" "PROP-INVOICE-NUMBER
                   " DUE "PROP-DUE-DATE" "AMOUNT-FOR-DISPLAY
                   " "PROP-PAY-METHOD" "STATUS-WORD.
       SHOW-PROPOSAL-TOTALS.
           MOVE APPROVED-TOTAL TO AMOUNT-FOR-DISPLAY.
           DISPLAY "APPROVED TO PAY: "APPROVED-COUNT
                   " INVOICES "AMOUNT-FOR-DISPLAY.
           MOVE LEFT-OUT-TOTAL TO AMOUNT-FOR-DISPLAY.
           DISPLAY "LEFT OUT OF RUN: "LEFT-OUT-COUNT
                   " INVOICES "AMOUNT-FOR-DISPLAY.
           IF CAP-AMOUNT > ZEROES
                   MOVE CAP-AMOUNT TO AMOUNT-FOR-DISPLAY
                   DISPLAY "RUN TOTAL CAP:   "AMOUNT-FOR-DISPLAY
           END-IF.
       ENTER-PROPOSAL-VENDOR.
           DISPLAY "ENTER VENDOR NUMBER (1 - 99999)".
           ACCEPT WORK-VENDOR-FIELD.
           MOVE WORK-VENDOR-FIELD TO WORK-VENDOR-NUMBER.
       DROP-OR-RESTORE-INVOICE.
           PERFORM ENTER-PROPOSAL-VENDOR.
           DISPLAY "ENTER INVOICE NUMBER".
           MOVE SPACE TO WORK-INVOICE-NUMBER.
           ACCEPT WORK-INVOICE-NUMBER.
           MOVE WORK-VENDOR-NUMBER TO PROP-VENDOR-NUMBER.
           MOVE WORK-INVOICE-NUMBER TO PROP-INVOICE-NUMBER.
           MOVE "Y" TO PROPOSAL-FOUND-SWITCH.
           READ PROPOSAL-FILE
           INVALID KEY
                   MOVE "N" TO PROPOSAL-FOUND-SWITCH.
           EVALUATE TRUE
               WHEN NOT PROPOSAL-FOUND
                       DISPLAY "INVOICE IS NOT IN THE PROPOSAL"
               WHEN PROP-CREDIT-MEMO
                       DISPLAY "CREDIT MEMOS FOLLOW THEIR INVOICES "
                               "AND CANNOT BE DROPPED"
               WHEN PROP-VENDOR-HELD
                       DISPLAY "VENDOR IS HELD - RELEASE THE VENDOR "
                               "FIRST"
               WHEN PROP-DROPPED
                       MOVE "RESTORE" TO LOG-ACTION
                       PERFORM RESTORE-ONE-INVOICE
               WHEN OTHER
                       MOVE "DROP" TO LOG-ACTION
                       PERFORM DROP-ONE-INVOICE
           END-EVALUATE.
       DROP-ONE-INVOICE.
           MOVE PROP-STATUS TO OLD-STATUS.
           SET PROP-DROPPED TO TRUE.
           PERFORM REWRITE-PROPOSAL-ROW.
           DISPLAY "INVOICE DROPPED FROM THE RUN".
       RESTORE-ONE-INVOICE.
           MOVE PROP-STATUS TO OLD-STATUS.
           SET PROP-APPROVED TO TRUE.
           PERFORM REWRITE-PROPOSAL-ROW.
           DISPLAY "INVOICE RESTORED TO THE RUN".
       REWRITE-PROPOSAL-ROW.
           MOVE OPERATOR-ID TO PROP-CHANGED-BY.
           REWRITE PAYMENT-PROPOSAL-RECORD
           INVALID KEY
                   DISPLAY "COULD NOT REWRITE PROPOSAL ROW "PROP-KEY
           NOT INVALID KEY
                   ADD 1 TO ROWS-CHANGED
                   PERFORM WRITE-PROPOSAL-LOG-RECORD
           END-REWRITE.
       WRITE-PROPOSAL-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO PLOG-TIMESTAMP.
           MOVE OPERATOR-ID TO PLOG-OPERATOR-ID.
           MOVE LOG-ACTION TO PLOG-ACTION.
           MOVE PROP-VENDOR-NUMBER TO PLOG-VENDOR-NUMBER.
           MOVE PROP-INVOICE-NUMBER TO PLOG-INVOICE-NUMBER.
           MOVE OLD-STATUS TO PLOG-OLD-STATUS.
           MOVE PROP-STATUS TO PLOG-NEW-STATUS.
           MOVE CAP-AMOUNT TO PLOG-CAP-AMOUNT.
           WRITE PROPOSAL-LOG-RECORD.
      *A VENDOR WITH ANY HELD ROW IS RELEASED; OTHERWISE IT IS HELD.
      *DROPPED INVOICES STAY DROPPED EITHER WAY.
       HOLD-OR-RELEASE-VENDOR.
           PERFORM ENTER-PROPOSAL-VENDOR.
           MOVE "N" TO VENDOR-HELD-SWITCH.
           MOVE ZERO TO ROWS-CHANGED.
           PERFORM START-VENDOR-ROWS.
           PERFORM UNTIL PROPOSAL-AT-END = "Y"
                   IF PROP-VENDOR-HELD
                           MOVE "Y" TO VENDOR-HELD-SWITCH
                   END-IF
                   PERFORM READ-NEXT-VENDOR-ROW
           END-PERFORM.
           PERFORM START-VENDOR-ROWS.
           PERFORM UNTIL PROPOSAL-AT-END = "Y"
                   PERFORM HOLD-OR-RELEASE-ONE-ROW
                   PERFORM READ-NEXT-VENDOR-ROW
           END-PERFORM.
           IF ROWS-CHANGED = ZEROES
                   DISPLAY "NO INVOICES OF THAT VENDOR TO CHANGE"
           ELSE
                   IF VENDOR-ALREADY-HELD
                           DISPLAY "VENDOR RELEASED, INVOICES: "
                                   ROWS-CHANGED
                           IF CAP-AMOUNT > ZEROES
                                   DISPLAY "CAP THE RUN TOTAL AGAIN "
                                           "TO KEEP IT UNDER THE CAP"
                           END-IF
                   ELSE
                           DISPLAY "VENDOR HELD, INVOICES: "
                                   ROWS-CHANGED
                   END-IF
           END-IF.
       HOLD-OR-RELEASE-ONE-ROW.
           MOVE PROP-STATUS TO OLD-STATUS.
           IF NOT PROP-CREDIT-MEMO
                   IF VENDOR-ALREADY-HELD
                           IF PROP-VENDOR-HELD
                                   MOVE "RELEASE" TO LOG-ACTION
                                   SET PROP-APPROVED TO TRUE
                                   PERFORM REWRITE-PROPOSAL-ROW
                           END-IF
                   ELSE
                           IF PROP-APPROVED OR PROP-OVER-CAP
                                   MOVE "HOLD" TO LOG-ACTION
                                   SET PROP-VENDOR-HELD TO TRUE
                                   PERFORM REWRITE-PROPOSAL-ROW
                           END-IF
                   END-IF
           END-IF.
       START-VENDOR-ROWS.
           MOVE WORK-VENDOR-NUMBER TO PROP-VENDOR-NUMBER.
           MOVE LOW-VALUES TO PROP-INVOICE-NUMBER.
           START PROPOSAL-FILE KEY NOT LESS THAN PROP-KEY
           INVALID KEY
                   MOVE "Y" TO PROPOSAL-AT-END
           NOT INVALID KEY
                   MOVE "N" TO PROPOSAL-AT-END
           END-START.
           IF PROPOSAL-AT-END = "N"
                   PERFORM READ-NEXT-VENDOR-ROW.
       READ-NEXT-VENDOR-ROW.
           READ PROPOSAL-FILE NEXT RECORD
           AT END
                   MOVE "Y" TO PROPOSAL-AT-END
           NOT AT END
                   IF PROP-VENDOR-NUMBER NOT = WORK-VENDOR-NUMBER
                           MOVE "Y" TO PROPOSAL-AT-END
                   END-IF
           END-READ.
      *THE CAP IS RE-APPLIED FROM SCRATCH: EVERYTHING LEFT OUT BY AN
      *EARLIER CAP COMES BACK, THEN THE APPROVED INVOICE DUE LAST IS
      *LEFT OUT, ONE AT A TIME, UNTIL THE APPROVED CASH FITS.
       CAP-RUN-TOTAL.
           DISPLAY "ENTER RUN TOTAL CAP (11 DIGITS, LAST 2 CENTS, "
                   "0 FOR NO CAP)".
           MOVE ZEROES TO CAP-AMOUNT.
           ACCEPT CAP-AMOUNT.
           MOVE ZERO TO ROWS-CHANGED.
           MOVE "UNCAP" TO LOG-ACTION.
           PERFORM START-PROPOSAL-FILE.
           PERFORM UNTIL PROPOSAL-AT-END = "Y"
                   IF PROP-OVER-CAP
                           MOVE PROP-STATUS TO OLD-STATUS
                           SET PROP-APPROVED TO TRUE
                           PERFORM REWRITE-PROPOSAL-ROW
                   END-IF
                   PERFORM READ-NEXT-PROPOSAL-ROW
           END-PERFORM.
           PERFORM TOTAL-PROPOSAL.
           IF CAP-AMOUNT > ZEROES
                   MOVE "CAP" TO LOG-ACTION
                   MOVE "N" TO CAP-FITS-SWITCH
                   PERFORM LEAVE-OUT-LATEST-INVOICE
                   UNTIL CAP-FITS
           END-IF.
           PERFORM SHOW-PROPOSAL-TOTALS.
       LEAVE-OUT-LATEST-INVOICE.
           IF APPROVED-TOTAL NOT GREATER CAP-AMOUNT
                   MOVE "Y" TO CAP-FITS-SWITCH
           ELSE
                   PERFORM FIND-LATEST-APPROVED
                   IF LATEST-FOUND
                           PERFORM MARK-LATEST-OVER-CAP
                   ELSE
                           MOVE "Y" TO CAP-FITS-SWITCH
                   END-IF
           END-IF.
       FIND-LATEST-APPROVED.
           MOVE "N" TO LATEST-FOUND-SWITCH.
           MOVE ZEROES TO LATEST-DUE-DATE.
           PERFORM START-PROPOSAL-FILE.
           PERFORM UNTIL PROPOSAL-AT-END = "Y"
                   IF PROP-APPROVED AND NOT PROP-CREDIT-MEMO
                      AND PROP-NET-AMOUNT > ZEROES
                      AND PROP-DUE-DATE NOT LESS LATEST-DUE-DATE
                           MOVE "Y" TO LATEST-FOUND-SWITCH
                           MOVE PROP-DUE-DATE TO LATEST-DUE-DATE
                           MOVE PROP-KEY TO LATEST-KEY
                   END-IF
                   PERFORM READ-NEXT-PROPOSAL-ROW
           END-PERFORM.
       MARK-LATEST-OVER-CAP.
           MOVE LATEST-KEY TO PROP-KEY.
           READ PROPOSAL-FILE
           INVALID KEY
                   MOVE "Y" TO CAP-FITS-SWITCH
           NOT INVALID KEY
                   MOVE PROP-STATUS TO OLD-STATUS
                   SET PROP-OVER-CAP TO TRUE
                   PERFORM REWRITE-PROPOSAL-ROW
                   SUBTRACT PROP-NET-AMOUNT FROM APPROVED-TOTAL
                   SUBTRACT 1 FROM APPROVED-COUNT
                   ADD 1 TO LEFT-OUT-COUNT
                   ADD PROP-NET-AMOUNT TO LEFT-OUT-TOTAL
           END-READ.
       PRINT-REVIEW-REGISTER.
           OPEN OUTPUT REVIEW-FILE.
           MOVE ZERO TO PAGE-COUNT.
           PERFORM CLEAR-PROPOSAL-TOTALS.
           PERFORM START-PROPOSAL-FILE.
           IF PROPOSAL-AT-END = "Y"
                   MOVE ZEROES TO RVH-PAY-THROUGH
           ELSE
                   MOVE PROP-PAY-THROUGH TO RVH-PAY-THROUGH
           END-IF.
           PERFORM WRITE-REVIEW-HEADER.
           PERFORM UNTIL PROPOSAL-AT-END = "Y"
                   PERFORM WRITE-REVIEW-DETAIL
                   PERFORM ADD-ROW-TO-TOTALS
                   PERFORM READ-NEXT-PROPOSAL-ROW
           END-PERFORM.
           MOVE APPROVED-COUNT TO RVA-COUNT.
           MOVE APPROVED-TOTAL TO RVA-AMOUNT.
           WRITE REVIEW-LINE FROM REVIEW-APPROVED-LINE
           BEFORE ADVANCING 2 LINES.
           MOVE LEFT-OUT-COUNT TO RVL-COUNT.
           MOVE LEFT-OUT-TOTAL TO RVL-AMOUNT.
           WRITE REVIEW-LINE FROM REVIEW-LEFT-OUT-LINE
           BEFORE ADVANCING 2 LINES.
           IF CAP-AMOUNT > ZEROES
                   MOVE CAP-AMOUNT TO RVC-AMOUNT
                   WRITE REVIEW-LINE FROM REVIEW-CAP-LINE
                   BEFORE ADVANCING 2 LINES
           END-IF.
           CLOSE REVIEW-FILE.
           PERFORM FILE-REPORT-IN-ARCHIVE.
           DISPLAY "REVIEW REGISTER PRINTED".
       WRITE-REVIEW-HEADER.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO RVH-PAGE-NUMBER.
           WRITE REVIEW-LINE FROM REVIEW-HEADER
           BEFORE ADVANCING PAGE.
           WRITE REVIEW-LINE FROM REVIEW-COLUMN-HEADER
           BEFORE ADVANCING 1 LINE.
           MOVE ZERO TO LINE-COUNT.
       WRITE-REVIEW-DETAIL.
           IF LINE-COUNT NOT LESS THAN LINES-PER-PAGE
                   PERFORM WRITE-REVIEW-HEADER
           END-IF.
           PERFORM SET-STATUS-WORD.
           MOVE PROP-VENDOR-NUMBER TO RVD-NUMBER.
           MOVE PROP-VENDOR-NUMBER TO VENDOR-NUMBER.
           READ VENDOR-FILE
           INVALID KEY
                   MOVE "** NOT ON VENDOR FILE **" TO VENDOR-NAME.
           MOVE VENDOR-NAME TO RVD-NAME.
           MOVE PROP-INVOICE-NUMBER TO RVD-INVOICE.
           MOVE PROP-DUE-DATE TO RVD-DUE.
           IF PROP-CREDIT-MEMO
                   MOVE PROP-PAY-AMOUNT TO RVD-AMOUNT
                   MOVE SPACE TO RVD-METHOD
           ELSE
                   MOVE PROP-NET-AMOUNT TO RVD-AMOUNT
                   IF PROP-PAY-BY-ACH
                           MOVE "ACH" TO RVD-METHOD
                   ELSE
                           MOVE "CHECK" TO RVD-METHOD
                   END-IF
           END-IF.
           MOVE STATUS-WORD TO RVD-STATUS.
           WRITE REVIEW-LINE FROM REVIEW-DETAIL-LINE
           BEFORE ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "proposalreview" TO RPA-REPORT-FILE.
           MOVE "proposalreview" TO RPA-REPORT-NAME.
           MOVE "APPRP01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
