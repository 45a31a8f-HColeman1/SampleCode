      *This program reconciles the disbursement account against the
      *bank's monthly paid-items file, so the month-end bank
      *reconciliation stops being a tick-mark exercise on the paper
      *statement. It reads the "bankpaiditems" file (check number,
      *amount paid, date cleared, one fixed-format line per item)
      *and matches each item to the "checkissue" file. A matched
      *issued check is marked cleared with the bank's cleared date.
      *Exceptions print to the "bankrecon" report: a paid amount that
      *differs from CHECK-AMOUNT (the check is still marked cleared
      *- the bank has paid it - and the difference shows up in the
      *proof), a cleared check we show as voided or spoiled, a
      *cleared number we never issued, an ACH trace number on the
      *paid-items file, and a check cleared a second time. The
      *report ends with the list of checks issued through the
      *statement month that had not cleared by month end, and a
      *book-to-bank proof: the keyed bank statement ending balance
      *less the outstanding checks against the keyed book cash
      *balance. Rerunning the same paid-items file is harmless - a
      *check already cleared on the same date is counted again
      *without an exception.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
      *Each bank account is reconciled on its own: the run asks for
      *the account (blank is the default account, looked up through
      *BNKACT01) and reads that account's paid-items file
      *("bankpaiditems" for the default account,
      *"bankpaiditems.<code>" for the others). Only checks drawn on
      *that account are cleared or listed as outstanding; a paid
      *item whose number is a check drawn on another account is an
      *exception. A check with no account on it was drawn on the
      *default account.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APBRC01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-ITEMS-FILE
                   ASSIGN TO DYNAMIC PAID-ITEMS-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PAID-ITEMS-STATUS.
           SELECT CHECK-ISSUE-FILE
                   ASSIGN TO "checkissue"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CHECK-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS CHECK-ISSUE-FILE-STATUS.
           SELECT RECON-REPORT-FILE
                   ASSIGN TO "bankrecon"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PAID-ITEMS-FILE
           LABEL RECORDS ARE STANDARD.
       01 PAID-ITEM-RECORD.
           05 PAID-CHECK-NUMBER  PIC 9(8).
           05 PAID-AMOUNT        PIC 9(7)V99.
           05 PAID-CLEARED-DATE  PIC 9(8).

       FD CHECK-ISSUE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APCHKRC.

       FD RECON-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 RECON-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY RPTPRM.
       01 PAID-ITEMS-STATUS       PIC XX.
       01 CHECK-ISSUE-FILE-STATUS PIC XX.
       01 PAID-ITEMS-AT-END       PIC X.
       01 CHECK-ISSUE-AT-END      PIC X.
       01 CHECK-FOUND-SWITCH PIC X.
           88 CHECK-FOUND VALUE "Y".
       01 PAID-ITEMS-FILE-NAME PIC X(40).
       COPY BNKPRM.
       01 CHECK-ACCOUNT-SWITCH PIC X.
           88 CHECK-ON-THIS-ACCOUNT VALUE "Y".
       01 STATEMENT-MONTH-FIELD PIC 9(6).
       01 STATEMENT-MONTH REDEFINES STATEMENT-MONTH-FIELD.
           05 STATEMENT-YEAR     PIC 9(4).
           05 STATEMENT-MM       PIC 99.
       01 MONTH-END-DATE.
           05 MONTH-END-YYYYMM   PIC 9(6).
           05 MONTH-END-DD       PIC 99 VALUE 31.
       01 MONTH-END-NUMBER REDEFINES MONTH-END-DATE PIC 9(8).
       01 BANK-ENDING-BALANCE   PIC 9(9)V99.
       01 BOOK-CASH-BALANCE     PIC 9(9)V99.
       01 ADJUSTED-BANK-BALANCE PIC S9(9)V99.
       01 PROOF-DIFFERENCE      PIC S9(9)V99.
       01 ITEMS-READ          PIC 9(5) VALUE ZERO.
       01 ITEMS-CLEARED       PIC 9(5) VALUE ZERO.
       01 ITEMS-IN-EXCEPTION  PIC 9(5) VALUE ZERO.
       01 BANK-PAID-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01 OUTSTANDING-COUNT   PIC 9(5) VALUE ZERO.
       01 OUTSTANDING-TOTAL   PIC 9(9)V99 VALUE ZERO.
       01 SECTION-LISTED-COUNT PIC 9(5).
       01 PAGE-COUNT     PIC 9(3) VALUE ZERO.
       01 LINE-COUNT     PIC 9(3) VALUE ZERO.
       01 LINES-PER-PAGE PIC 9(3) VALUE 50.

       01 RECON-HEADER.
           05 FILLER PIC X(8)  VALUE "PAGE ".
           05 RH-PAGE-NUMBER PIC ZZ9.
           05 FILLER PIC X(4)  VALUE SPACE.
           05 FILLER PIC X(38)
                   VALUE "BANK RECONCILIATION  STATEMENT MONTH ".
           05 RH-MONTH PIC 9(6).
           05 FILLER PIC X(10) VALUE "  ACCOUNT ".
           05 RH-ACCOUNT PIC X(30).

       01 SECTION-HEADER-LINE.
           05 FILLER PIC X(3) VALUE SPACE.
           05 SH-TITLE PIC X(50).

       01 COLUMN-HEADER-LINE.
           05 FILLER PIC X(5)  VALUE SPACE.
           05 FILLER PIC X(10) VALUE "CHECK".
           05 FILLER PIC X(7)  VALUE "VENDOR".
           05 FILLER PIC X(10) VALUE "ISSUED".
           05 FILLER PIC X(14) VALUE "    OUR AMOUNT".
           05 FILLER PIC X(14) VALUE "   BANK AMOUNT".
           05 FILLER PIC X(10) VALUE "  CLEARED".
           05 FILLER PIC X(20) VALUE " NOTE".

       01 RECON-DETAIL-LINE.
           05 FILLER      PIC X(5) VALUE SPACE.
           05 RD-CHECK    PIC 9(8).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 RD-VENDOR   PIC Z(5).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 RD-ISSUED   PIC 9(8).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 RD-OUR-AMOUNT  PIC Z,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 RD-BANK-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 RD-CLEARED  PIC 9(8).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 RD-NOTE     PIC X(24).

       01 NONE-LISTED-LINE.
           05 FILLER PIC X(5)  VALUE SPACE.
           05 FILLER PIC X(6)  VALUE "(NONE)".

       01 RECON-TOTAL-LINE.
           05 FILLER      PIC X(5) VALUE SPACE.
           05 RT-LABEL    PIC X(40).
           05 RT-COUNT    PIC ZZZZ9.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 RT-AMOUNT   PIC -ZZZ,ZZZ,ZZ9.99.

       01 PROOF-STATUS-LINE.
           05 FILLER      PIC X(5) VALUE SPACE.
           05 PS-TEXT     PIC X(40).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-STATEMENT-MONTH.
           IF STATEMENT-MONTH-FIELD = ZEROES
                   DISPLAY "NO STATEMENT MONTH - NOTHING RECONCILED"
           ELSE
                   OPEN INPUT PAID-ITEMS-FILE
                   IF PAID-ITEMS-STATUS NOT = "00"
                           DISPLAY "COULD NOT OPEN BANK PAID ITEMS "
                                   "FILE, STATUS: "PAID-ITEMS-STATUS
                           MOVE 8 TO RETURN-CODE
                   ELSE
                           PERFORM RECONCILE-THE-MONTH
                           CLOSE PAID-ITEMS-FILE
                   END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       GET-STATEMENT-MONTH.
           MOVE ZEROES TO STATEMENT-MONTH-FIELD.
           PERFORM GET-RECON-BANK-ACCOUNT.
           IF BKL-NOT-ON-FILE
                   DISPLAY "BANK ACCOUNT "BKL-BANK-CODE" NOT ON FILE"
           ELSE
                   PERFORM GET-STATEMENT-FIGURES
           END-IF.
      *AN INACTIVE ACCOUNT CAN STILL BE RECONCILED, SO ITS LAST
      *STATEMENTS CAN BE CLEARED AFTER IT STOPS PAYING.
       GET-RECON-BANK-ACCOUNT.
           DISPLAY "ENTER BANK ACCOUNT CODE (BLANK = DEFAULT)".
           MOVE SPACE TO BKL-BANK-CODE.
           ACCEPT BKL-BANK-CODE.
           CALL "BNKACT01" USING BANK-LOOKUP-PARMS.
           MOVE SPACE TO PAID-ITEMS-FILE-NAME.
           STRING "bankpaiditems" DELIMITED BY SIZE
                  BKL-FILE-SUFFIX DELIMITED BY SPACE
                  INTO PAID-ITEMS-FILE-NAME.
       GET-STATEMENT-FIGURES.
           DISPLAY "ENTER BANK STATEMENT MONTH (YYYYMM)".
           MOVE ZEROES TO STATEMENT-MONTH-FIELD.
           ACCEPT STATEMENT-MONTH-FIELD.
           IF STATEMENT-MONTH-FIELD NOT NUMERIC
              OR STATEMENT-MM < 1 OR STATEMENT-MM > 12
                   DISPLAY "STATEMENT MONTH IS NOT VALID"
                   MOVE ZEROES TO STATEMENT-MONTH-FIELD
           ELSE
                   MOVE STATEMENT-MONTH-FIELD TO MONTH-END-YYYYMM
                   DISPLAY "ENTER BANK STATEMENT ENDING BALANCE "
                           "(11 DIGITS, LAST 2 CENTS)"
                   ACCEPT BANK-ENDING-BALANCE
                   DISPLAY "ENTER BOOK CASH BALANCE AT MONTH END "
                           "(11 DIGITS, LAST 2 CENTS)"
                   ACCEPT BOOK-CASH-BALANCE
           END-IF.
       RECONCILE-THE-MONTH.
           OPEN I-O CHECK-ISSUE-FILE.
           IF CHECK-ISSUE-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN CHECK ISSUE FILE, STATUS: "
                           CHECK-ISSUE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
           ELSE
                   OPEN OUTPUT RECON-REPORT-FILE
                   PERFORM WRITE-RECON-HEADER
                   MOVE "PAID ITEMS IN EXCEPTION" TO SH-TITLE
                   PERFORM WRITE-SECTION-HEADER
                   PERFORM WRITE-COLUMN-HEADER
                   PERFORM MATCH-ALL-PAID-ITEMS
                   MOVE "OUTSTANDING CHECKS AT MONTH END" TO SH-TITLE
                   PERFORM WRITE-SECTION-HEADER
                   PERFORM WRITE-COLUMN-HEADER
                   PERFORM LIST-OUTSTANDING-CHECKS
                   PERFORM WRITE-BOOK-TO-BANK-PROOF
                   CLOSE RECON-REPORT-FILE
                   PERFORM FILE-REPORT-IN-ARCHIVE
                   CLOSE CHECK-ISSUE-FILE
                   DISPLAY "PAID ITEMS READ: "ITEMS-READ
                   DISPLAY "CHECKS CLEARED: "ITEMS-CLEARED
                   DISPLAY "EXCEPTIONS: "ITEMS-IN-EXCEPTION
                   DISPLAY "REPORT WRITTEN TO BANKRECON"
           END-IF.
       MATCH-ALL-PAID-ITEMS.
           MOVE ZERO TO SECTION-LISTED-COUNT.
           MOVE "N" TO PAID-ITEMS-AT-END.
           PERFORM READ-NEXT-PAID-ITEM.
           PERFORM UNTIL PAID-ITEMS-AT-END = "Y"
                   PERFORM MATCH-ONE-PAID-ITEM
                   PERFORM READ-NEXT-PAID-ITEM
           END-PERFORM.
           PERFORM WRITE-NONE-IF-EMPTY.
       READ-NEXT-PAID-ITEM.
           READ PAID-ITEMS-FILE
                   AT END MOVE "Y" TO PAID-ITEMS-AT-END.
       MATCH-ONE-PAID-ITEM.
           ADD 1 TO ITEMS-READ.
           ADD PAID-AMOUNT TO BANK-PAID-TOTAL.
           MOVE "Y" TO CHECK-FOUND-SWITCH.
           MOVE PAID-CHECK-NUMBER TO CHECK-NUMBER.
           READ CHECK-ISSUE-FILE
           INVALID KEY
                   MOVE "N" TO CHECK-FOUND-SWITCH.
           IF CHECK-FOUND
                   PERFORM SET-CHECK-ACCOUNT-SWITCH
           END-IF.
           IF NOT CHECK-FOUND
                   MOVE ZEROES TO CHECK-VENDOR-NUMBER
                   MOVE ZEROES TO CHECK-ISSUE-DATE
                   MOVE ZEROES TO CHECK-AMOUNT
                   MOVE "NEVER ISSUED" TO RD-NOTE
                   PERFORM WRITE-EXCEPTION-LINE
           ELSE
              IF NOT CHECK-ON-THIS-ACCOUNT
                   MOVE "ON ANOTHER BANK ACCOUNT" TO RD-NOTE
                   PERFORM WRITE-EXCEPTION-LINE
              ELSE
                   EVALUATE TRUE
                       WHEN CHECK-ISSUED
                               PERFORM CLEAR-ONE-CHECK
                       WHEN CHECK-CLEARED
                               PERFORM CHECK-ALREADY-CLEARED
                       WHEN CHECK-VOIDED
                               MOVE "CHECK WAS VOIDED" TO RD-NOTE
                               PERFORM WRITE-EXCEPTION-LINE
                       WHEN CHECK-SPOILED
                               MOVE "CHECK WAS SPOILED" TO RD-NOTE
                               PERFORM WRITE-EXCEPTION-LINE
                       WHEN CHECK-ACH-PAID
                               MOVE "ACH TRACE, NOT A CHECK" TO RD-NOTE
                               PERFORM WRITE-EXCEPTION-LINE
                       WHEN OTHER
                               MOVE "UNKNOWN ISSUE STATUS" TO RD-NOTE
                               PERFORM WRITE-EXCEPTION-LINE
                   END-EVALUATE
              END-IF
           END-IF.
       SET-CHECK-ACCOUNT-SWITCH.
           MOVE "N" TO CHECK-ACCOUNT-SWITCH.
           IF CHECK-BANK-CODE = BKL-BANK-CODE
              OR (CHECK-BANK-CODE = SPACE AND BKL-IS-DEFAULT)
                   MOVE "Y" TO CHECK-ACCOUNT-SWITCH
           END-IF.
       CLEAR-ONE-CHECK.
           SET CHECK-CLEARED TO TRUE.
           MOVE PAID-CLEARED-DATE TO CHECK-CLEARED-DATE.
           REWRITE CHECK-ISSUE-RECORD
           INVALID KEY
                   DISPLAY "COULD NOT REWRITE CHECK "CHECK-NUMBER.
           ADD 1 TO ITEMS-CLEARED.
           PERFORM CHECK-PAID-AMOUNT.
      *A RERUN OF THE SAME PAID-ITEMS FILE FINDS ITS OWN CLEARED
      *DATE ON THE CHECK; ANY OTHER DATE MEANS THE BANK PAID THE
      *SAME CHECK NUMBER TWICE.
       CHECK-ALREADY-CLEARED.
           IF CHECK-CLEARED-DATE = PAID-CLEARED-DATE
                   ADD 1 TO ITEMS-CLEARED
                   PERFORM CHECK-PAID-AMOUNT
           ELSE
                   MOVE "ALREADY CLEARED" TO RD-NOTE
                   PERFORM WRITE-EXCEPTION-LINE
           END-IF.
       CHECK-PAID-AMOUNT.
           IF PAID-AMOUNT NOT = CHECK-AMOUNT
                   MOVE "PAID AMOUNT DIFFERS" TO RD-NOTE
                   PERFORM WRITE-EXCEPTION-LINE
           END-IF.
       WRITE-EXCEPTION-LINE.
           MOVE PAID-CHECK-NUMBER TO RD-CHECK.
           MOVE CHECK-VENDOR-NUMBER TO RD-VENDOR.
           MOVE CHECK-ISSUE-DATE TO RD-ISSUED.
           MOVE CHECK-AMOUNT TO RD-OUR-AMOUNT.
           MOVE PAID-AMOUNT TO RD-BANK-AMOUNT.
           MOVE PAID-CLEARED-DATE TO RD-CLEARED.
           PERFORM WRITE-ONE-DETAIL-LINE.
           ADD 1 TO ITEMS-IN-EXCEPTION.

      *OUTSTANDING AS OF MONTH END: ISSUED ON OR BEFORE THE LAST
      *DAY OF THE MONTH AND EITHER NOT CLEARED YET OR CLEARED ONLY
      *AFTER THE MONTH CLOSED (A LATE RECONCILIATION RUN).
       LIST-OUTSTANDING-CHECKS.
           MOVE ZERO TO SECTION-LISTED-COUNT.
           MOVE ZEROES TO CHECK-NUMBER.
           START CHECK-ISSUE-FILE KEY NOT LESS THAN CHECK-NUMBER
           INVALID KEY
                   MOVE "Y" TO CHECK-ISSUE-AT-END
           NOT INVALID KEY
                   MOVE "N" TO CHECK-ISSUE-AT-END
           END-START.
           IF CHECK-ISSUE-AT-END = "N"
                   PERFORM READ-NEXT-CHECK-ISSUE
                   PERFORM UNTIL CHECK-ISSUE-AT-END = "Y"
                           PERFORM LIST-ONE-IF-OUTSTANDING
                           PERFORM READ-NEXT-CHECK-ISSUE
                   END-PERFORM
           END-IF.
           PERFORM WRITE-NONE-IF-EMPTY.
       READ-NEXT-CHECK-ISSUE.
           READ CHECK-ISSUE-FILE NEXT RECORD
                   AT END MOVE "Y" TO CHECK-ISSUE-AT-END.
       LIST-ONE-IF-OUTSTANDING.
           PERFORM SET-CHECK-ACCOUNT-SWITCH.
           IF CHECK-ON-THIS-ACCOUNT
              AND CHECK-ISSUE-DATE NOT > MONTH-END-NUMBER
              AND (CHECK-ISSUED
                   OR (CHECK-CLEARED
                       AND CHECK-CLEARED-DATE > MONTH-END-NUMBER))
                   MOVE CHECK-NUMBER TO RD-CHECK
                   MOVE CHECK-VENDOR-NUMBER TO RD-VENDOR
                   MOVE CHECK-ISSUE-DATE TO RD-ISSUED
                   MOVE CHECK-AMOUNT TO RD-OUR-AMOUNT
                   MOVE ZEROES TO RD-BANK-AMOUNT
                   MOVE ZEROES TO RD-CLEARED
                   MOVE "OUTSTANDING" TO RD-NOTE
                   PERFORM WRITE-ONE-DETAIL-LINE
                   ADD 1 TO OUTSTANDING-COUNT
                   ADD CHECK-AMOUNT TO OUTSTANDING-TOTAL
           END-IF.

       WRITE-BOOK-TO-BANK-PROOF.
           MOVE "BOOK-TO-BANK PROOF" TO SH-TITLE.
           PERFORM WRITE-SECTION-HEADER.
           MOVE "PAID ITEMS ON BANK FILE" TO RT-LABEL.
           MOVE ITEMS-READ TO RT-COUNT.
           MOVE BANK-PAID-TOTAL TO RT-AMOUNT.
           PERFORM WRITE-ONE-TOTAL-LINE.
           MOVE "BANK STATEMENT ENDING BALANCE" TO RT-LABEL.
           MOVE ZERO TO RT-COUNT.
           MOVE BANK-ENDING-BALANCE TO RT-AMOUNT.
           PERFORM WRITE-ONE-TOTAL-LINE.
           MOVE "LESS OUTSTANDING CHECKS" TO RT-LABEL.
           MOVE OUTSTANDING-COUNT TO RT-COUNT.
           MOVE OUTSTANDING-TOTAL TO RT-AMOUNT.
           PERFORM WRITE-ONE-TOTAL-LINE.
           COMPUTE ADJUSTED-BANK-BALANCE =
                   BANK-ENDING-BALANCE - OUTSTANDING-TOTAL.
           MOVE "ADJUSTED BANK BALANCE" TO RT-LABEL.
           MOVE ZERO TO RT-COUNT.
           MOVE ADJUSTED-BANK-BALANCE TO RT-AMOUNT.
           PERFORM WRITE-ONE-TOTAL-LINE.
           MOVE "BOOK CASH BALANCE" TO RT-LABEL.
           MOVE BOOK-CASH-BALANCE TO RT-AMOUNT.
           PERFORM WRITE-ONE-TOTAL-LINE.
           COMPUTE PROOF-DIFFERENCE =
                   ADJUSTED-BANK-BALANCE - BOOK-CASH-BALANCE.
           MOVE "DIFFERENCE" TO RT-LABEL.
           MOVE PROOF-DIFFERENCE TO RT-AMOUNT.
           PERFORM WRITE-ONE-TOTAL-LINE.
           IF PROOF-DIFFERENCE = ZEROES
                   MOVE "BOOK AND BANK ARE IN BALANCE" TO PS-TEXT
           ELSE
                   MOVE "BOOK AND BANK ARE OUT OF BALANCE" TO PS-TEXT
           END-IF.
           WRITE RECON-REPORT-LINE FROM PROOF-STATUS-LINE
           BEFORE ADVANCING 1 LINE.
           DISPLAY PS-TEXT.
       WRITE-ONE-TOTAL-LINE.
           IF LINE-COUNT NOT LESS THAN LINES-PER-PAGE
                   PERFORM WRITE-RECON-HEADER
           END-IF.
           WRITE RECON-REPORT-LINE FROM RECON-TOTAL-LINE
           BEFORE ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.

       WRITE-RECON-HEADER.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO RH-PAGE-NUMBER.
           MOVE STATEMENT-MONTH-FIELD TO RH-MONTH.
           MOVE BKL-DESCRIPTION TO RH-ACCOUNT.
           WRITE RECON-REPORT-LINE FROM RECON-HEADER
           BEFORE ADVANCING PAGE.
           MOVE ZERO TO LINE-COUNT.
       WRITE-SECTION-HEADER.
           IF LINE-COUNT NOT LESS THAN LINES-PER-PAGE
                   PERFORM WRITE-RECON-HEADER
           END-IF.
           WRITE RECON-REPORT-LINE FROM SECTION-HEADER-LINE
           BEFORE ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.
       WRITE-COLUMN-HEADER.
           WRITE RECON-REPORT-LINE FROM COLUMN-HEADER-LINE
           BEFORE ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
       WRITE-ONE-DETAIL-LINE.
           IF LINE-COUNT NOT LESS THAN LINES-PER-PAGE
                   PERFORM WRITE-RECON-HEADER
           END-IF.
           WRITE RECON-REPORT-LINE FROM RECON-DETAIL-LINE
           BEFORE ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO SECTION-LISTED-COUNT.
       WRITE-NONE-IF-EMPTY.
           IF SECTION-LISTED-COUNT = ZEROES
                   WRITE RECON-REPORT-LINE FROM NONE-LISTED-LINE
                   BEFORE ADVANCING 1 LINE
                   ADD 1 TO LINE-COUNT
           END-IF.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "bankrecon" TO RPA-REPORT-FILE.
           MOVE "bankrecon" TO RPA-REPORT-NAME.
           MOVE "APBRC01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
