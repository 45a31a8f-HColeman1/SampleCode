      *This program is the nightly cross-file proof of the AP
      *files, so drift between them is caught the morning after the
      *bad write instead of at month-end close or year-end 1099.
      *It prints the "integrityreport" exceptions listing in the
      *paginated APCSH01 style and proves five things:
      *every "openinvoice" record belongs to an active or inactive
      *vendor on "vendor"; each invoice's "invoicegl" rows add up
      *to its INVOICE-AMOUNT; every "invoicehistory" row paid by
      *check or ACH (check number not zero) names a live payment on
      *"checkissue" for the same vendor and invoice; each vendor's
      *"payhistory" YTD paid for the year being proved equals the
      *gross (cash plus backup withholding) of its issued, cleared
      *and ACH payments dated in that year, counting any payments
      *still waiting on "checkpayments" for APCHK01; and no
      *hold on "recordlocks" is older than twelve hours, which no
      *working session keeps. The year proved is keyed (YYYY, or
      *the batch answer; zero or blank means the year now
      *running). Runnable unattended from the BCHRUN01 run-control
      *file; any exception, or a file that cannot be read, ends the
      *step with return code 8 so the job log shows FAILURE. A
      *file not yet on hand is reported and its check skipped.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
      *The payments still waiting for APCHK01 are counted from every
      *bank account's payment file: "checkpayments" for the default
      *account and "checkpayments.<code>" for each other account on
      *"bankaccount"; an account with no file waiting is skipped.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APFIC01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE
                   ASSIGN TO "vendor"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS VENDOR-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT INVOICE-FILE
                   ASSIGN TO "openinvoice"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS INVOICE-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS INVOICE-FILE-STATUS.
           SELECT GL-DIST-FILE
                   ASSIGN TO "invoicegl"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS GL-DIST-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS GL-DIST-FILE-STATUS.
           SELECT INV-HISTORY-FILE
                   ASSIGN TO "invoicehistory"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS INV-HIST-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS INV-HISTORY-FILE-STATUS.
           SELECT CHECK-ISSUE-FILE
                   ASSIGN TO "checkissue"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CHECK-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS CHECK-ISSUE-FILE-STATUS.
           SELECT PAY-HISTORY-FILE
                   ASSIGN TO "payhistory"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS HISTORY-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS PAY-HISTORY-FILE-STATUS.
           SELECT PAYMENT-FILE
                   ASSIGN TO DYNAMIC PAYMENT-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PAYMENT-FILE-STATUS.
           SELECT BANK-FILE
                   ASSIGN TO "bankaccount"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS BANK-CODE
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS BANK-FILE-STATUS.
           SELECT LOCK-FILE
                   ASSIGN TO "recordlocks"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS LOCK-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS LOCK-FILE-STATUS.
           SELECT PRINT-FILE
                   ASSIGN TO "integrityreport"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDREC.

       FD INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APINVREC.

       FD GL-DIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APGLDRC.

       FD INV-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APIHSRC.

       FD CHECK-ISSUE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APCHKRC.

       FD PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APHISTRC.

       FD PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPAYREC.

       FD BANK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APBNKRC.

       FD LOCK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOCKREC.

       FD PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01 PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 VENDOR-FILE-STATUS      PIC XX.
       01 INVOICE-FILE-STATUS     PIC XX.
       01 GL-DIST-FILE-STATUS     PIC XX.
       01 INV-HISTORY-FILE-STATUS PIC XX.
       01 CHECK-ISSUE-FILE-STATUS PIC XX.
       01 PAY-HISTORY-FILE-STATUS PIC XX.
       01 PAYMENT-FILE-STATUS     PIC XX.
       01 BANK-FILE-STATUS        PIC XX.
       01 LOCK-FILE-STATUS        PIC XX.
       01 NOT-READ-FILE-STATUS    PIC XX.
       01 INVOICE-FILE-AT-END     PIC X.
       01 GL-DIST-AT-END          PIC X.
       01 INV-HISTORY-AT-END      PIC X.
       01 CHECK-ISSUE-AT-END      PIC X.
       01 PAY-HISTORY-AT-END      PIC X.
       01 PAYMENT-FILE-AT-END     PIC X.
       01 BANK-FILE-AT-END        PIC X.
       01 PAYMENT-FILE-NAME       PIC X(40).
       01 LOCK-FILE-AT-END        PIC X.
       01 VENDOR-OPEN-SWITCH PIC X.
           88 VENDOR-FILE-OPEN VALUE "Y".
       01 GL-DIST-OPEN-SWITCH PIC X.
           88 GL-DIST-OPEN VALUE "Y".
       01 CHECK-ISSUE-OPEN-SWITCH PIC X.
           88 CHECK-ISSUE-OPEN VALUE "Y".
       01 CHECK-FOUND-SWITCH PIC X.
           88 CHECK-FOUND VALUE "Y".
       01 SLOT-FOUND-SWITCH PIC X.
           88 SLOT-FOUND VALUE "Y".
       01 PROOF-YEAR-SWITCH PIC X.
           88 PROOF-YEAR-VALID VALUE "Y".
       01 RUN-STAMP       PIC X(14).
       01 RUN-DATE        PIC 9(8).
       01 RUN-HOUR        PIC 99.
       01 RUN-DATE-INTEGER  PIC 9(8).
       01 LOCK-DATE         PIC 9(8).
       01 LOCK-HOUR         PIC 99.
       01 LOCK-DATE-INTEGER PIC 9(8).
       01 LOCK-AGE-HOURS    PIC S9(7).
       01 LOCK-HOURS-LIMIT  PIC 9(3) VALUE 12.
       01 PROOF-YEAR-ENTRY  PIC X(4).
       01 PROOF-YEAR        PIC 9(4).
       01 ITEM-YEAR         PIC 9(4).
       01 GL-DIST-TOTAL     PIC 9(9)V99.
       01 GL-DIST-ROWS      PIC 9(3).
       01 ITEM-GROSS        PIC 9(9)V99.
       01 EDIT-AMOUNT-1     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 EDIT-AMOUNT-2     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 EDIT-NUMBER       PIC Z(7)9.
       01 SCAN-V            PIC 9(4).
       01 VENDOR-PAID-MAX   PIC 9(4) VALUE 3000.
       01 VENDOR-PAID-COUNT PIC 9(4) VALUE ZERO.
       01 VP-SLOT           PIC 9(4).
       01 VENDOR-PAID-TABLE.
           05 VENDOR-PAID-ENTRY OCCURS 3000 TIMES.
               10 VP-VENDOR  PIC 9(5).
               10 VP-PAID    PIC 9(9)V99.
               10 VP-MATCHED PIC X.
       01 INVOICES-CHECKED    PIC 9(7) VALUE ZERO.
       01 HISTORY-ROWS-CHECKED PIC 9(7) VALUE ZERO.
       01 PAY-HISTORY-CHECKED PIC 9(5) VALUE ZERO.
       01 LOCKS-CHECKED       PIC 9(5) VALUE ZERO.
       01 VENDOR-EXCEPTIONS   PIC 9(5) VALUE ZERO.
       01 GL-EXCEPTIONS       PIC 9(5) VALUE ZERO.
       01 HISTORY-EXCEPTIONS  PIC 9(5) VALUE ZERO.
       01 PAY-HISTORY-EXCEPTIONS PIC 9(5) VALUE ZERO.
       01 LOCK-EXCEPTIONS     PIC 9(5) VALUE ZERO.
       01 FILE-EXCEPTIONS     PIC 9(5) VALUE ZERO.
       01 TOTAL-EXCEPTIONS    PIC 9(7) VALUE ZERO.
       01 PAGE-COUNT     PIC 9(3) VALUE ZERO.
       01 LINE-COUNT     PIC 9(3) VALUE ZERO.
       01 LINES-PER-PAGE PIC 9(3) VALUE 50.
       COPY BCHPARM.
       COPY RPTPRM.

       01 INTEGRITY-REPORT-HEADER.
           05 FILLER PIC X(8)  VALUE "PAGE ".
           05 RH-PAGE-NUMBER PIC ZZ9.
           05 FILLER PIC X(4)  VALUE SPACE.
           05 FILLER PIC X(34)
                   VALUE "AP FILE INTEGRITY EXCEPTIONS".
           05 FILLER PIC X(16) VALUE "PAY HISTORY YEAR".
           05 FILLER PIC X     VALUE SPACE.
           05 RH-PROOF-YEAR PIC 9(4).
           05 FILLER PIC X(4)  VALUE SPACE.
           05 FILLER PIC X(6)  VALUE "AS OF ".
           05 RH-RUN-DATE PIC 9(8).

       01 INTEGRITY-COLUMN-HEADER.
           05 FILLER PIC X(14) VALUE "CHECK".
           05 FILLER PIC X(32) VALUE "RECORD".
           05 FILLER PIC X(60) VALUE "EXCEPTION".

       01 EXCEPTION-LINE.
           05 EL-CHECK  PIC X(12).
           05 FILLER    PIC X(2) VALUE SPACE.
           05 EL-KEY    PIC X(30).
           05 FILLER    PIC X(2) VALUE SPACE.
           05 EL-DETAIL PIC X(80).

       01 SUMMARY-LINE.
           05 SL-LABEL  PIC X(44).
           05 SL-CHECKED PIC Z,ZZZ,ZZ9.
           05 FILLER    PIC X(4) VALUE SPACE.
           05 SL-EXCEPTIONS PIC Z,ZZZ,ZZ9.
           05 FILLER    PIC X(11) VALUE " EXCEPTIONS".

       01 RESULT-LINE.
           05 RL-TEXT   PIC X(60).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
           MOVE RUN-STAMP(1:8) TO RUN-DATE.
           MOVE RUN-STAMP(9:2) TO RUN-HOUR.
           COMPUTE RUN-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE).
           PERFORM GET-PROOF-YEAR.
           IF NOT PROOF-YEAR-VALID
                   DISPLAY "PAY HISTORY YEAR MUST BE YYYY"
                   MOVE 8 TO RETURN-CODE
           ELSE
                   OPEN OUTPUT PRINT-FILE
                   PERFORM WRITE-REPORT-HEADER
                   PERFORM PROVE-OPEN-INVOICES
                   PERFORM PROVE-INVOICE-HISTORY
                   PERFORM PROVE-PAY-HISTORY
                   PERFORM PROVE-RECORD-LOCKS
                   PERFORM WRITE-REPORT-SUMMARY
                   CLOSE PRINT-FILE
                   PERFORM FILE-REPORT-IN-ARCHIVE
                   DISPLAY "INTEGRITY EXCEPTIONS: "TOTAL-EXCEPTIONS
                   MOVE TOTAL-EXCEPTIONS TO BATCH-RECORD-COUNT
                   IF TOTAL-EXCEPTIONS > ZERO
                           MOVE 8 TO RETURN-CODE
                   END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       GET-PROOF-YEAR.
           MOVE SPACE TO PROOF-YEAR-ENTRY.
           IF RUNNING-IN-BATCH
                   MOVE BATCH-PARM-1(1:4) TO PROOF-YEAR-ENTRY
           ELSE
                   DISPLAY "ENTER PAY HISTORY YEAR TO PROVE "
                           "(YYYY, 0 FOR THIS YEAR)"
                   ACCEPT PROOF-YEAR-ENTRY
           END-IF.
           MOVE "Y" TO PROOF-YEAR-SWITCH.
           IF PROOF-YEAR-ENTRY = SPACE OR PROOF-YEAR-ENTRY = "0"
                   MOVE RUN-DATE(1:4) TO PROOF-YEAR
           ELSE
                   IF PROOF-YEAR-ENTRY IS NUMERIC
                           MOVE PROOF-YEAR-ENTRY TO PROOF-YEAR
                   ELSE
                           MOVE "N" TO PROOF-YEAR-SWITCH
                   END-IF
           END-IF.

      *CHECKS ONE AND TWO - ONE SWEEP OF THE OPEN INVOICE FILE.
      *EACH INVOICE NEEDS ITS VENDOR ON FILE AND GL ROWS THAT ADD
      *UP TO THE INVOICE AMOUNT.
       PROVE-OPEN-INVOICES.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS = "00"
                   MOVE "Y" TO VENDOR-OPEN-SWITCH
           ELSE
                   MOVE "N" TO VENDOR-OPEN-SWITCH
                   MOVE "VENDOR" TO EL-CHECK
                   MOVE "VENDOR FILE" TO EL-KEY
                   MOVE VENDOR-FILE-STATUS TO NOT-READ-FILE-STATUS
                   PERFORM REPORT-FILE-NOT-READ
           END-IF.
           OPEN INPUT GL-DIST-FILE.
           IF GL-DIST-FILE-STATUS = "00"
                   MOVE "Y" TO GL-DIST-OPEN-SWITCH
           ELSE
                   MOVE "N" TO GL-DIST-OPEN-SWITCH
                   MOVE "GL DIST" TO EL-CHECK
                   MOVE "INVOICE GL FILE" TO EL-KEY
                   MOVE GL-DIST-FILE-STATUS TO NOT-READ-FILE-STATUS
                   PERFORM REPORT-FILE-NOT-READ
           END-IF.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-STATUS = "00"
                   MOVE "N" TO INVOICE-FILE-AT-END
                   PERFORM READ-NEXT-INVOICE
                   PERFORM UNTIL INVOICE-FILE-AT-END = "Y"
                           PERFORM PROVE-ONE-INVOICE
                           PERFORM READ-NEXT-INVOICE
                   END-PERFORM
                   CLOSE INVOICE-FILE
           ELSE
                   MOVE "INVOICE" TO EL-CHECK
                   MOVE "OPEN INVOICE FILE" TO EL-KEY
                   MOVE INVOICE-FILE-STATUS TO NOT-READ-FILE-STATUS
                   PERFORM REPORT-FILE-NOT-READ
           END-IF.
           IF GL-DIST-OPEN
                   CLOSE GL-DIST-FILE
           END-IF.
           IF VENDOR-FILE-OPEN
                   CLOSE VENDOR-FILE
           END-IF.
       READ-NEXT-INVOICE.
           READ INVOICE-FILE NEXT RECORD
                   AT END MOVE "Y" TO INVOICE-FILE-AT-END.
       PROVE-ONE-INVOICE.
           ADD 1 TO INVOICES-CHECKED.
           IF VENDOR-FILE-OPEN
                   PERFORM PROVE-INVOICE-VENDOR
           END-IF.
           IF GL-DIST-OPEN
                   PERFORM PROVE-INVOICE-GL
           END-IF.
       PROVE-INVOICE-VENDOR.
           MOVE INVOICE-VENDOR-NUMBER TO VENDOR-NUMBER.
           READ VENDOR-FILE
           INVALID KEY
                   MOVE "VENDOR" TO EL-CHECK
                   PERFORM SET-INVOICE-EXCEPTION-KEY
                   MOVE "VENDOR NOT ON VENDOR FILE" TO EL-DETAIL
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO VENDOR-EXCEPTIONS
           NOT INVALID KEY
                   IF NOT VENDOR-ACTIVE AND NOT VENDOR-INACTIVE
                           MOVE "VENDOR" TO EL-CHECK
                           PERFORM SET-INVOICE-EXCEPTION-KEY
                           MOVE SPACE TO EL-DETAIL
                           STRING "VENDOR STATUS IS NEITHER ACTIVE "
                                   "NOR INACTIVE: "
                                   DELIMITED BY SIZE
                                   VENDOR-STATUS DELIMITED BY SIZE
                                   INTO EL-DETAIL
                           PERFORM WRITE-EXCEPTION-LINE
                           ADD 1 TO VENDOR-EXCEPTIONS
                   END-IF
           END-READ.
       PROVE-INVOICE-GL.
           MOVE ZERO TO GL-DIST-TOTAL.
           MOVE ZERO TO GL-DIST-ROWS.
           MOVE INVOICE-VENDOR-NUMBER TO GL-DIST-VENDOR-NUMBER.
           MOVE INVOICE-NUMBER TO GL-DIST-INVOICE-NUMBER.
           MOVE ZEROES TO GL-DIST-SEQUENCE.
           START GL-DIST-FILE KEY NOT LESS THAN GL-DIST-KEY
           INVALID KEY
                   MOVE "Y" TO GL-DIST-AT-END
           NOT INVALID KEY
                   MOVE "N" TO GL-DIST-AT-END
           END-START.
           IF GL-DIST-AT-END = "N"
                   PERFORM READ-NEXT-GL-DIST
                   PERFORM UNTIL GL-DIST-AT-END = "Y"
                           ADD GL-DIST-AMOUNT TO GL-DIST-TOTAL
                           ADD 1 TO GL-DIST-ROWS
                           PERFORM READ-NEXT-GL-DIST
                   END-PERFORM
           END-IF.
           IF GL-DIST-TOTAL NOT = INVOICE-AMOUNT
                   MOVE "GL DIST" TO EL-CHECK
                   PERFORM SET-INVOICE-EXCEPTION-KEY
                   MOVE SPACE TO EL-DETAIL
                   IF GL-DIST-ROWS = ZERO
                           MOVE "NO GL DISTRIBUTION ROWS ON FILE"
                                   TO EL-DETAIL
                   ELSE
                           MOVE GL-DIST-TOTAL TO EDIT-AMOUNT-1
                           MOVE INVOICE-AMOUNT TO EDIT-AMOUNT-2
                           STRING "GL ROWS TOTAL " DELIMITED BY SIZE
                                   EDIT-AMOUNT-1 DELIMITED BY SIZE
                                   " INVOICE AMOUNT "
                                   DELIMITED BY SIZE
                                   EDIT-AMOUNT-2 DELIMITED BY SIZE
                                   INTO EL-DETAIL
                   END-IF
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO GL-EXCEPTIONS
           END-IF.
       READ-NEXT-GL-DIST.
           READ GL-DIST-FILE NEXT RECORD
           AT END
                   MOVE "Y" TO GL-DIST-AT-END
           NOT AT END
                   IF GL-DIST-VENDOR-NUMBER NOT = INVOICE-VENDOR-NUMBER
                      OR GL-DIST-INVOICE-NUMBER NOT = INVOICE-NUMBER
                           MOVE "Y" TO GL-DIST-AT-END
                   END-IF
           END-READ.
       SET-INVOICE-EXCEPTION-KEY.
           MOVE SPACE TO EL-KEY.
           STRING "VENDOR " DELIMITED BY SIZE
                   INVOICE-VENDOR-NUMBER DELIMITED BY SIZE
                   " INV " DELIMITED BY SIZE
                   INVOICE-NUMBER DELIMITED BY SIZE
                   INTO EL-KEY.

      *CHECK THREE - EVERY HISTORY ROW PAID BY CHECK OR ACH NAMES A
      *LIVE PAYMENT FOR THE SAME VENDOR AND INVOICE. CHECK NUMBER
      *ZERO IS A CREDIT MEMO SETTLEMENT AND HAS NO PAYMENT.
       PROVE-INVOICE-HISTORY.
           OPEN INPUT CHECK-ISSUE-FILE.
           IF CHECK-ISSUE-FILE-STATUS = "00"
                   MOVE "Y" TO CHECK-ISSUE-OPEN-SWITCH
           ELSE
                   MOVE "N" TO CHECK-ISSUE-OPEN-SWITCH
                   MOVE "HISTORY" TO EL-CHECK
                   MOVE "CHECK ISSUE FILE" TO EL-KEY
                   MOVE CHECK-ISSUE-FILE-STATUS TO NOT-READ-FILE-STATUS
                   PERFORM REPORT-FILE-NOT-READ
           END-IF.
           OPEN INPUT INV-HISTORY-FILE.
           IF INV-HISTORY-FILE-STATUS = "00"
                   IF CHECK-ISSUE-OPEN
                           PERFORM SWEEP-INVOICE-HISTORY
                   END-IF
                   CLOSE INV-HISTORY-FILE
           ELSE
                   MOVE "HISTORY" TO EL-CHECK
                   MOVE "INVOICE HISTORY FILE" TO EL-KEY
                   MOVE INV-HISTORY-FILE-STATUS TO NOT-READ-FILE-STATUS
                   PERFORM REPORT-FILE-NOT-READ
           END-IF.
       SWEEP-INVOICE-HISTORY.
           MOVE "N" TO INV-HISTORY-AT-END.
           PERFORM READ-NEXT-INV-HISTORY.
           PERFORM UNTIL INV-HISTORY-AT-END = "Y"
                   IF INV-HIST-CHECK-NUMBER NOT = ZEROES
                           PERFORM PROVE-ONE-HISTORY-ROW
                   END-IF
                   PERFORM READ-NEXT-INV-HISTORY
           END-PERFORM.
       READ-NEXT-INV-HISTORY.
           READ INV-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO INV-HISTORY-AT-END.
       PROVE-ONE-HISTORY-ROW.
           ADD 1 TO HISTORY-ROWS-CHECKED.
           MOVE "Y" TO CHECK-FOUND-SWITCH.
           MOVE INV-HIST-CHECK-NUMBER TO CHECK-NUMBER.
           READ CHECK-ISSUE-FILE
           INVALID KEY
                   MOVE "N" TO CHECK-FOUND-SWITCH.
           MOVE SPACE TO EL-DETAIL.
           IF NOT CHECK-FOUND
                   MOVE "CHECK NUMBER NOT ON CHECK ISSUE FILE"
                           TO EL-DETAIL
           ELSE
                   IF CHECK-VENDOR-NUMBER NOT = INV-HIST-VENDOR-NUMBER
                      OR CHECK-INVOICE-NUMBER
                           NOT = INV-HIST-INVOICE-NUMBER
                           STRING "CHECK ISSUED FOR VENDOR "
                                   DELIMITED BY SIZE
                                   CHECK-VENDOR-NUMBER DELIMITED BY SIZE
                                   " INV " DELIMITED BY SIZE
                                   CHECK-INVOICE-NUMBER
                                   DELIMITED BY SIZE
                                   INTO EL-DETAIL
                   ELSE
                           IF CHECK-VOIDED OR CHECK-SPOILED
                                   STRING "CHECK IS MARKED "
                                           DELIMITED BY SIZE
                                           CHECK-ISSUE-STATUS
                                           DELIMITED BY SIZE
                                           " (VOIDED/SPOILED)"
                                           DELIMITED BY SIZE
                                           INTO EL-DETAIL
                           END-IF
                   END-IF
           END-IF.
           IF EL-DETAIL NOT = SPACE
                   MOVE "HISTORY" TO EL-CHECK
                   MOVE INV-HIST-CHECK-NUMBER TO EDIT-NUMBER
                   MOVE SPACE TO EL-KEY
                   STRING "VENDOR " DELIMITED BY SIZE
                           INV-HIST-VENDOR-NUMBER DELIMITED BY SIZE
                           " INV " DELIMITED BY SIZE
                           INV-HIST-INVOICE-NUMBER DELIMITED BY SIZE
                           INTO EL-KEY
                   PERFORM WRITE-EXCEPTION-LINE
                   MOVE SPACE TO EL-CHECK
                   MOVE SPACE TO EL-KEY
                   MOVE SPACE TO EL-DETAIL
                   STRING "  CHECK/TRACE " DELIMITED BY SIZE
                           EDIT-NUMBER DELIMITED BY SIZE
                           INTO EL-KEY
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO HISTORY-EXCEPTIONS
           END-IF.

      *CHECK FOUR - THE PROOF YEAR'S PAYMENTS ARE ADDED UP BY
      *VENDOR FROM THE CHECK ISSUE FILE AND THE PAYMENTS STILL
      *WAITING TO PRINT, THEN EVERY PAY HISTORY ROW FOR THE YEAR
      *MUST MATCH ITS VENDOR'S TOTAL, AND EVERY VENDOR PAID MUST
      *HAVE A PAY HISTORY ROW.
       PROVE-PAY-HISTORY.
           IF CHECK-ISSUE-OPEN
                   PERFORM ADD-UP-ISSUED-PAYMENTS
                   CLOSE CHECK-ISSUE-FILE
                   PERFORM ADD-UP-WAITING-PAYMENTS
                   PERFORM COMPARE-PAY-HISTORY
           END-IF.
       ADD-UP-ISSUED-PAYMENTS.
           MOVE ZEROES TO CHECK-NUMBER.
           START CHECK-ISSUE-FILE KEY NOT LESS THAN CHECK-NUMBER
           INVALID KEY
                   MOVE "Y" TO CHECK-ISSUE-AT-END
           NOT INVALID KEY
                   MOVE "N" TO CHECK-ISSUE-AT-END
           END-START.
           IF CHECK-ISSUE-AT-END = "N"
                   PERFORM READ-NEXT-CHECK-ISSUE
           END-IF.
           PERFORM UNTIL CHECK-ISSUE-AT-END = "Y"
                   MOVE CHECK-ISSUE-DATE(1:4) TO ITEM-YEAR
                   IF ITEM-YEAR = PROOF-YEAR
                      AND (CHECK-ISSUED OR CHECK-ACH-PAID
                           OR CHECK-CLEARED)
                           COMPUTE ITEM-GROSS =
                                   CHECK-AMOUNT + CHECK-WITHHELD-AMOUNT
                           MOVE CHECK-VENDOR-NUMBER TO VENDOR-NUMBER
                           PERFORM ADD-VENDOR-PAID
                   END-IF
                   PERFORM READ-NEXT-CHECK-ISSUE
           END-PERFORM.
       READ-NEXT-CHECK-ISSUE.
           READ CHECK-ISSUE-FILE NEXT RECORD
                   AT END MOVE "Y" TO CHECK-ISSUE-AT-END.
      *THE DEFAULT ACCOUNT'S FILE, THEN EACH OTHER ACCOUNT'S.
       ADD-UP-WAITING-PAYMENTS.
           MOVE "checkpayments" TO PAYMENT-FILE-NAME.
           PERFORM ADD-UP-PAYMENT-FILE.
           OPEN INPUT BANK-FILE.
           IF BANK-FILE-STATUS = "00"
                   MOVE LOW-VALUES TO BANK-CODE
                   START BANK-FILE KEY NOT LESS THAN BANK-CODE
                   INVALID KEY
                           MOVE "Y" TO BANK-FILE-AT-END
                   NOT INVALID KEY
                           MOVE "N" TO BANK-FILE-AT-END
                   END-START
                   IF BANK-FILE-AT-END = "N"
                           PERFORM READ-NEXT-BANK-ACCOUNT
                   END-IF
                   PERFORM UNTIL BANK-FILE-AT-END = "Y"
                           IF NOT BANK-IS-DEFAULT
                                   MOVE SPACE TO PAYMENT-FILE-NAME
                                   STRING "checkpayments."
                                           DELIMITED BY SIZE
                                           BANK-CODE DELIMITED BY SPACE
                                           INTO PAYMENT-FILE-NAME
                                   PERFORM ADD-UP-PAYMENT-FILE
                           END-IF
                           PERFORM READ-NEXT-BANK-ACCOUNT
                   END-PERFORM
                   CLOSE BANK-FILE
           END-IF.
       READ-NEXT-BANK-ACCOUNT.
           READ BANK-FILE NEXT RECORD
                   AT END MOVE "Y" TO BANK-FILE-AT-END.
       ADD-UP-PAYMENT-FILE.
           OPEN INPUT PAYMENT-FILE.
           IF PAYMENT-FILE-STATUS = "00"
                   MOVE "N" TO PAYMENT-FILE-AT-END
                   PERFORM READ-NEXT-PAYMENT
                   PERFORM UNTIL PAYMENT-FILE-AT-END = "Y"
                           MOVE PAY-DATE(1:4) TO ITEM-YEAR
                           IF ITEM-YEAR = PROOF-YEAR
                                   COMPUTE ITEM-GROSS = PAY-AMOUNT
                                           + PAY-WITHHELD-AMOUNT
                                   MOVE PAY-VENDOR-NUMBER
                                           TO VENDOR-NUMBER
                                   PERFORM ADD-VENDOR-PAID
                           END-IF
                           PERFORM READ-NEXT-PAYMENT
                   END-PERFORM
                   CLOSE PAYMENT-FILE
           END-IF.
       READ-NEXT-PAYMENT.
           READ PAYMENT-FILE
                   AT END MOVE "Y" TO PAYMENT-FILE-AT-END.
       ADD-VENDOR-PAID.
           PERFORM FIND-VENDOR-PAID-SLOT.
           IF SLOT-FOUND
                   ADD ITEM-GROSS TO VP-PAID(VP-SLOT)
           ELSE
                   IF VENDOR-PAID-COUNT < VENDOR-PAID-MAX
                           ADD 1 TO VENDOR-PAID-COUNT
                           MOVE VENDOR-NUMBER
                                   TO VP-VENDOR(VENDOR-PAID-COUNT)
                           MOVE ITEM-GROSS
                                   TO VP-PAID(VENDOR-PAID-COUNT)
                           MOVE "N" TO VP-MATCHED(VENDOR-PAID-COUNT)
                   ELSE
                           DISPLAY "VENDOR PAID TABLE FULL, "
                                   "PAY HISTORY PROOF IS PARTIAL"
                   END-IF
           END-IF.
       FIND-VENDOR-PAID-SLOT.
           MOVE "N" TO SLOT-FOUND-SWITCH.
           MOVE ZERO TO VP-SLOT.
           PERFORM CHECK-ONE-VENDOR-PAID
           VARYING SCAN-V FROM 1 BY 1
           UNTIL SCAN-V > VENDOR-PAID-COUNT OR SLOT-FOUND.
       CHECK-ONE-VENDOR-PAID.
           IF VP-VENDOR(SCAN-V) = VENDOR-NUMBER
                   MOVE "Y" TO SLOT-FOUND-SWITCH
                   MOVE SCAN-V TO VP-SLOT
           END-IF.
       COMPARE-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-FILE-STATUS = "00"
                   MOVE "N" TO PAY-HISTORY-AT-END
                   PERFORM READ-NEXT-PAY-HISTORY
                   PERFORM UNTIL PAY-HISTORY-AT-END = "Y"
                           IF HISTORY-YEAR = PROOF-YEAR
                                   PERFORM PROVE-ONE-PAY-HISTORY
                           END-IF
                           PERFORM READ-NEXT-PAY-HISTORY
                   END-PERFORM
                   CLOSE PAY-HISTORY-FILE
           ELSE
                   IF PAY-HISTORY-FILE-STATUS NOT = "35"
                           MOVE "PAY HISTORY" TO EL-CHECK
                           MOVE "PAY HISTORY FILE" TO EL-KEY
                           MOVE PAY-HISTORY-FILE-STATUS
                                   TO NOT-READ-FILE-STATUS
                           PERFORM REPORT-FILE-NOT-READ
                   END-IF
           END-IF.
           PERFORM REPORT-PAID-WITHOUT-HISTORY
           VARYING SCAN-V FROM 1 BY 1
           UNTIL SCAN-V > VENDOR-PAID-COUNT.
       READ-NEXT-PAY-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO PAY-HISTORY-AT-END.
       PROVE-ONE-PAY-HISTORY.
           ADD 1 TO PAY-HISTORY-CHECKED.
           MOVE HISTORY-VENDOR-NUMBER TO VENDOR-NUMBER.
           PERFORM FIND-VENDOR-PAID-SLOT.
           IF SLOT-FOUND
                   MOVE "Y" TO VP-MATCHED(VP-SLOT)
                   MOVE VP-PAID(VP-SLOT) TO ITEM-GROSS
           ELSE
                   MOVE ZERO TO ITEM-GROSS
           END-IF.
           IF HISTORY-YTD-PAID NOT = ITEM-GROSS
                   MOVE "PAY HISTORY" TO EL-CHECK
                   MOVE SPACE TO EL-KEY
                   STRING "VENDOR " DELIMITED BY SIZE
                           HISTORY-VENDOR-NUMBER DELIMITED BY SIZE
                           " YEAR " DELIMITED BY SIZE
                           HISTORY-YEAR DELIMITED BY SIZE
                           INTO EL-KEY
                   MOVE HISTORY-YTD-PAID TO EDIT-AMOUNT-1
                   MOVE ITEM-GROSS TO EDIT-AMOUNT-2
                   MOVE SPACE TO EL-DETAIL
                   STRING "YTD PAID " DELIMITED BY SIZE
                           EDIT-AMOUNT-1 DELIMITED BY SIZE
                           " PAYMENTS " DELIMITED BY SIZE
                           EDIT-AMOUNT-2 DELIMITED BY SIZE
                           INTO EL-DETAIL
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO PAY-HISTORY-EXCEPTIONS
           END-IF.
       REPORT-PAID-WITHOUT-HISTORY.
           IF VP-MATCHED(SCAN-V) = "N"
              AND VP-PAID(SCAN-V) > ZERO
                   MOVE "PAY HISTORY" TO EL-CHECK
                   MOVE SPACE TO EL-KEY
                   STRING "VENDOR " DELIMITED BY SIZE
                           VP-VENDOR(SCAN-V) DELIMITED BY SIZE
                           " YEAR " DELIMITED BY SIZE
                           PROOF-YEAR DELIMITED BY SIZE
                           INTO EL-KEY
                   MOVE VP-PAID(SCAN-V) TO EDIT-AMOUNT-2
                   MOVE SPACE TO EL-DETAIL
                   STRING "NO PAY HISTORY ROW - PAYMENTS "
                           DELIMITED BY SIZE
                           EDIT-AMOUNT-2 DELIMITED BY SIZE
                           INTO EL-DETAIL
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO PAY-HISTORY-EXCEPTIONS
           END-IF.

      *CHECK FIVE - A HOLD OLDER THAN THE LIMIT WAS LEFT BY A
      *SESSION THAT NEVER RELEASED IT AND IS CLEARED WITH LCKMNT01.
       PROVE-RECORD-LOCKS.
           OPEN INPUT LOCK-FILE.
           IF LOCK-FILE-STATUS = "00"
                   MOVE "N" TO LOCK-FILE-AT-END
                   PERFORM READ-NEXT-LOCK
                   PERFORM UNTIL LOCK-FILE-AT-END = "Y"
                           PERFORM PROVE-ONE-LOCK
                           PERFORM READ-NEXT-LOCK
                   END-PERFORM
                   CLOSE LOCK-FILE
           ELSE
                   IF LOCK-FILE-STATUS NOT = "35"
                           MOVE "LOCK" TO EL-CHECK
                           MOVE "RECORD LOCK FILE" TO EL-KEY
                           MOVE LOCK-FILE-STATUS TO NOT-READ-FILE-STATUS
                           PERFORM REPORT-FILE-NOT-READ
                   END-IF
           END-IF.
       READ-NEXT-LOCK.
           READ LOCK-FILE NEXT RECORD
                   AT END MOVE "Y" TO LOCK-FILE-AT-END.
       PROVE-ONE-LOCK.
           ADD 1 TO LOCKS-CHECKED.
           MOVE 999999 TO LOCK-AGE-HOURS.
           IF LOCK-TIMESTAMP(1:10) IS NUMERIC
                   MOVE LOCK-TIMESTAMP(1:8) TO LOCK-DATE
                   MOVE LOCK-TIMESTAMP(9:2) TO LOCK-HOUR
                   IF LOCK-DATE(5:2) > "00" AND LOCK-DATE(5:2) < "13"
                      AND LOCK-DATE(7:2) > "00"
                      AND LOCK-DATE(7:2) < "32"
                           COMPUTE LOCK-DATE-INTEGER =
                                   FUNCTION INTEGER-OF-DATE(LOCK-DATE)
                           COMPUTE LOCK-AGE-HOURS =
                                   (RUN-DATE-INTEGER
                                   - LOCK-DATE-INTEGER) * 24
                                   + RUN-HOUR - LOCK-HOUR
                   END-IF
           END-IF.
           IF LOCK-AGE-HOURS > LOCK-HOURS-LIMIT
                   MOVE "LOCK" TO EL-CHECK
                   MOVE SPACE TO EL-KEY
                   STRING LOCK-FILE-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           LOCK-RECORD-KEY DELIMITED BY SIZE
                           INTO EL-KEY
                   MOVE SPACE TO EL-DETAIL
                   STRING "HELD BY " DELIMITED BY SIZE
                           LOCK-OPERATOR-ID DELIMITED BY SIZE
                           " SINCE " DELIMITED BY SIZE
                           LOCK-TIMESTAMP DELIMITED BY SIZE
                           " - CLEAR WITH LCKMNT01"
                           DELIMITED BY SIZE
                           INTO EL-DETAIL
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO LOCK-EXCEPTIONS
           END-IF.

       REPORT-FILE-NOT-READ.
           MOVE SPACE TO EL-DETAIL.
           IF NOT-READ-FILE-STATUS = "35"
                   MOVE "FILE NOT ON HAND - CHECK SKIPPED" TO EL-DETAIL
           ELSE
                   STRING "COULD NOT OPEN FILE, STATUS: "
                           DELIMITED BY SIZE
                           NOT-READ-FILE-STATUS DELIMITED BY SIZE
                           INTO EL-DETAIL
                   ADD 1 TO FILE-EXCEPTIONS
           END-IF.
           PERFORM WRITE-EXCEPTION-LINE.
       WRITE-EXCEPTION-LINE.
           IF LINE-COUNT NOT LESS THAN LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADER
           END-IF.
           WRITE PRINT-LINE FROM EXCEPTION-LINE
           BEFORE ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
       WRITE-REPORT-HEADER.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO RH-PAGE-NUMBER.
           MOVE PROOF-YEAR TO RH-PROOF-YEAR.
           MOVE RUN-DATE TO RH-RUN-DATE.
           WRITE PRINT-LINE FROM INTEGRITY-REPORT-HEADER
           BEFORE ADVANCING PAGE.
           WRITE PRINT-LINE FROM INTEGRITY-COLUMN-HEADER
           BEFORE ADVANCING 2 LINES.
           MOVE ZERO TO LINE-COUNT.
       WRITE-REPORT-SUMMARY.
           COMPUTE TOTAL-EXCEPTIONS = VENDOR-EXCEPTIONS
                   + GL-EXCEPTIONS + HISTORY-EXCEPTIONS
                   + PAY-HISTORY-EXCEPTIONS + LOCK-EXCEPTIONS
                   + FILE-EXCEPTIONS.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE BEFORE ADVANCING 1 LINE.
           MOVE "INVOICES WITH A VENDOR ON FILE" TO SL-LABEL.
           MOVE INVOICES-CHECKED TO SL-CHECKED.
           MOVE VENDOR-EXCEPTIONS TO SL-EXCEPTIONS.
           WRITE PRINT-LINE FROM SUMMARY-LINE
           BEFORE ADVANCING 1 LINE.
           MOVE "INVOICES WITH GL ROWS EQUAL TO THE AMOUNT"
                   TO SL-LABEL.
           MOVE GL-EXCEPTIONS TO SL-EXCEPTIONS.
           WRITE PRINT-LINE FROM SUMMARY-LINE
           BEFORE ADVANCING 1 LINE.
           MOVE "PAID HISTORY ROWS WITH A LIVE PAYMENT" TO SL-LABEL.
           MOVE HISTORY-ROWS-CHECKED TO SL-CHECKED.
           MOVE HISTORY-EXCEPTIONS TO SL-EXCEPTIONS.
           WRITE PRINT-LINE FROM SUMMARY-LINE
           BEFORE ADVANCING 1 LINE.
           MOVE "PAY HISTORY ROWS EQUAL TO PAYMENTS" TO SL-LABEL.
           MOVE PAY-HISTORY-CHECKED TO SL-CHECKED.
           MOVE PAY-HISTORY-EXCEPTIONS TO SL-EXCEPTIONS.
           WRITE PRINT-LINE FROM SUMMARY-LINE
           BEFORE ADVANCING 1 LINE.
           MOVE "RECORD LOCKS UNDER THE AGE LIMIT" TO SL-LABEL.
           MOVE LOCKS-CHECKED TO SL-CHECKED.
           MOVE LOCK-EXCEPTIONS TO SL-EXCEPTIONS.
           WRITE PRINT-LINE FROM SUMMARY-LINE
           BEFORE ADVANCING 1 LINE.
           MOVE SPACE TO RL-TEXT.
           IF TOTAL-EXCEPTIONS = ZERO
                   MOVE "ALL AP FILES AGREE" TO RL-TEXT
           ELSE
                   MOVE TOTAL-EXCEPTIONS TO EDIT-NUMBER
                   STRING "AP FILES DO NOT AGREE - " DELIMITED BY SIZE
                           EDIT-NUMBER DELIMITED BY SIZE
                           " EXCEPTIONS" DELIMITED BY SIZE
                           INTO RL-TEXT
           END-IF.
           WRITE PRINT-LINE FROM RESULT-LINE
           BEFORE ADVANCING 2 LINES.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "integrityreport" TO RPA-REPORT-FILE.
           MOVE "integrityreport" TO RPA-REPORT-NAME.
           MOVE "APFIC01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
