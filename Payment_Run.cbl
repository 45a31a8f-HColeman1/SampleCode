      *traces cannot collide with check numbers) and show on the
      *register with their own totals. The payment hold flag from
      *VNDRTN01 holds ACH payments the same as checks.
      *Each invoice is paid from a bank account on the
      *"bankaccount" file kept by APBNK01: the one named on the
      *invoice, else the vendor's, else the default account,
      *looked up through BNKACT01. The run's output is split by
      *account - each account's checks go to its own payment file
      *for APCHK01 ("checkpayments" for the default account,
      *"checkpayments.<code>" for the others) and its ACH entries
      *to its own NACHA file ("achpayments" likewise) under the
      *company and bank identifiers set up for that account. The
      *register shows the account on each payment with check and
      *ACH subtotals by account, and "glposting" credits each
      *account's own cash GL number. A run's checks are added after
      *any payments already waiting in the account's payment file,
      *such as those APCHK01 held back from a partial check run, so
      *nothing waiting to be printed is lost. An invoice naming an
      *account that is inactive or not on file is left open and
      *noted on the register. With no accounts set up everything is
      *paid from the default account under the identifiers our bank
      *assigned at setup, as before.
      *Before selecting, the run takes whole-file holds on the
      *vendor and open invoice files through RECLCK01, so a
      *clerk mid-change in VNDUPD01 or APINV01
      *refused, so a run on the 1st cannot silently land in
      *whichever month it feels like. What the run settles
      *accumulates into the period activity APCLS01 balances.
      *A vendor whose TIN failed IRS matching (APTIN01) has 24%
      *backup withholding taken out of every payment: the check or
      *ACH entry carries the net, the register shows the withheld
      *amount under the payment with a run total, pay history keeps
      *the gross paid and the withheld amount for AP109901, and
      *"glposting" credits the withholding to the liability account
      *beside the cash credit, so the batch still balances.
      *The run has three modes. Paying now works as above. Building
      *a proposal makes the same selection and works out the same
      *amounts, but writes them to the "payproposal" file and a
      *"proposalregister" preview instead of touching any invoice,
      *history, check, GL or ACH file; building a new proposal
      *replaces the one on file. A supervisor reviews it in APPRP01
      *- dropping invoices, holding a vendor, capping the run total
      *- and committing the proposal then pays exactly the approved
      *rows at the amounts the proposal worked out, credit memos
      *included, and clears the file. A vendor whose invoices or
      *credit memos changed balance since the proposal, or were
      *paid or removed in the meantime, is skipped and noted on the
      *register rather than paid a different amount; invoices
      *entered since are left for the next run.
      *In batch the answer is the pay-through date, followed by P
      *to build a proposal, or the word COMMIT to pay the proposal.
      *A vendor whose required compliance papers on the
      *"vendordocs" file from VNDDOC01 are missing or expired as of
      *the run date - W-9, certificate of insurance, or signed
      *contract - is held in every mode the same as a vendor on
      *payment hold, and the register names the paper holding it.
      *A vendor with no documents row is not held.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAY01.
       ENVIRONMENT DIVISION.
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT PAYMENT-FILE
                   ASSIGN TO DYNAMIC PAYMENT-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PAYMENT-FILE-STATUS.
           SELECT REGISTER-FILE
                   ASSIGN TO DYNAMIC REGISTER-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-DIST-FILE
                   ASSIGN TO "invoicegl"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ACH-CONTROL-STATUS.
           SELECT NACHA-FILE
                   ASSIGN TO DYNAMIC NACHA-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-FILE
                   ASSIGN TO "periodcontrol"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PERIOD-FILE-STATUS.
           SELECT PROPOSAL-FILE
                   ASSIGN TO "payproposal"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS PROP-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS PROPOSAL-FILE-STATUS.
           SELECT VENDOR-DOCS-FILE
                   ASSIGN TO "vendordocs"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS DOC-VENDOR-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS VENDOR-DOCS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPERRC.

       FD PROPOSAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPROPRC.

       FD VENDOR-DOCS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VNDDOCS.

       WORKING-STORAGE SECTION.
       01 RUN-MODE PIC X.
           88 PAYING-NOW          VALUE "1".
           88 BUILDING-PROPOSAL   VALUE "2".
           88 COMMITTING-PROPOSAL VALUE "3".
           88 RUN-MODE-VALID      VALUE "1" "2" "3".
       01 REGISTER-FILE-NAME PIC X(40) VALUE "checkregister".
       01 PAYMENT-FILE-NAME PIC X(40).
       01 NACHA-FILE-NAME PIC X(40).
       01 PROPOSAL-FILE-STATUS PIC XX.
       01 PROPOSAL-FOUND-SWITCH PIC X.
           88 PROPOSAL-FOUND VALUE "Y".
       01 GROUP-CHANGED-SWITCH PIC X.
           88 GROUP-CHANGED-SINCE-PROPOSAL VALUE "Y".
       01 PROPOSAL-AT-END PIC X.
       01 PROPOSAL-ROWS-WRITTEN PIC 9(5) VALUE ZERO.
       01 VENDOR-DOCS-FILE-STATUS PIC XX.
       01 DOCS-OPEN-SWITCH PIC X VALUE "N".
           88 DOCS-FILE-OPEN VALUE "Y".
       01 DOCS-HOLD-SWITCH PIC X.
           88 VENDOR-DOCS-HOLD VALUE "Y".
       01 DOCS-HOLD-REASON PIC X(33).
       01 PAY-THROUGH-DATE   PIC 9(8).
       01 RUN-DATE           PIC 9(8).
       01 RUN-YEAR            PIC 9(4).
       01 VENDOR-FILE-STATUS  PIC XX.
       01 INVOICE-FILE-STATUS PIC XX.
       01 PAYMENT-FILE-STATUS PIC XX.
       01 HISTORY-FILE-STATUS PIC XX.
       01 HISTORY-FOUND-SWITCH PIC X.
           88 HISTORY-FOUND VALUE "Y".
       COPY BCHPARM.
       COPY RPTPRM.
       COPY SIGNON.
       COPY LOCKPRM.
       01 RUN-LOCK-OPERATOR PIC X(8).
               10 IT-PARTIAL        PIC 9(7)V99.
               10 IT-DISC-DATE      PIC 9(8).
               10 IT-DISC-AMOUNT    PIC 9(7)V99.
               10 IT-PROP-CHANGED   PIC X.
               10 IT-BANK-CODE      PIC X(4).
       01 SCAN-I       PIC 9(4) COMP.
       01 GROUP-START  PIC 9(4) COMP.
       01 GROUP-END    PIC 9(4) COMP.
       01 PAY-THIS-AMOUNT   PIC 9(7)V99.
       01 CREDIT-APPLIED    PIC 9(7)V99.
       01 CHECK-AMOUNT-DUE  PIC 9(7)V99.
       01 GROSS-PAID-THIS   PIC 9(7)V99.
       01 BACKUP-WITHHOLDING-PCT PIC 99V99 VALUE 24.00.
       01 BACKUP-WITHHELD-THIS   PIC 9(7)V99.
       01 BACKUP-WITHHELD-TOTAL  PIC 9(9)V99 VALUE ZERO.
       01 BALANCE-REMAINING PIC 9(7)V99.
       01 DISCOUNT-TAKEN-THIS  PIC 9(7)V99.
       01 DISCOUNT-LOST-THIS   PIC 9(7)V99.
       01 DISCOUNT-LOST-TOTAL  PIC 9(9)V99 VALUE ZERO.
       01 GL-DIST-FILE-STATUS PIC XX.
       01 GL-DIST-AT-END      PIC X.
       01 WITHHOLDING-GL-ACCOUNT PIC X(8) VALUE "20500100".
       01 SUSPENSE-GL-ACCOUNT PIC X(8) VALUE "99999999".
       01 GL-CASH-LEFT   PIC 9(7)V99.
       01 GL-PORTION     PIC 9(7)V99.
       01 ACH-WRITTEN   PIC 9(5) VALUE ZERO.
       01 ACH-RUN-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 CASH-OUT-TOTAL PIC 9(9)V99.
      *ENTRY 1 IS ALWAYS THE DEFAULT ACCOUNT; THE OTHERS ARE ADDED
      *AS THE RUN MEETS INVOICES AND VENDORS THAT NAME THEM.
       COPY BNKPRM.
       01 BANK-TABLE-MAX PIC 99 VALUE 20.
       01 BANK-COUNT     PIC 99 VALUE ZERO.
       01 BANK-TABLE.
           05 BANK-ENTRY OCCURS 20 TIMES.
               10 BT-CODE             PIC X(4).
               10 BT-RESULT           PIC X.
               10 BT-DESCRIPTION      PIC X(30).
               10 BT-FILE-SUFFIX      PIC X(5).
               10 BT-CASH-GL-ACCOUNT  PIC X(8).
               10 BT-BANK-NAME        PIC X(23).
               10 BT-ROUTING          PIC 9(9).
               10 BT-ACH-ORIGIN       PIC X(10).
               10 BT-ACH-COMPANY-NAME PIC X(16).
               10 BT-ACH-COMPANY-ID   PIC X(10).
               10 BT-ACH-ODFI         PIC 9(8).
               10 BT-CHECK-COUNT      PIC 9(5).
               10 BT-CHECK-TOTAL      PIC 9(9)V99.
               10 BT-ACH-COUNT        PIC 9(5).
               10 BT-ACH-TOTAL        PIC 9(9)V99.
       01 SCAN-B   PIC 99 COMP.
       01 PAY-BANK PIC 99 COMP.
       01 LOOKUP-BANK-CODE PIC X(4).
       01 BANK-FOUND-SWITCH PIC X.
           88 BANK-FOUND VALUE "Y".
       01 PAYING-BANK-SWITCH PIC X.
           88 PAYING-BANK-USABLE VALUE "Y".
       01 CHECK-PEND-MAX   PIC 9(4) VALUE 1000.
       01 CHECK-PEND-COUNT PIC 9(4) VALUE ZERO.
       01 CHECK-PEND-TABLE.
           05 CHECK-PEND-ENTRY OCCURS 1000 TIMES.
               10 CP-BANK   PIC 99.
               10 CP-RECORD PIC X(136).
       01 SCAN-C PIC 9(4) COMP.
       01 ACH-FILE-ENTRIES PIC 9(6).
       01 ACH-FILE-TOTAL   PIC 9(9)V99.
       01 ACH-TABLE-MAX PIC 9(4) VALUE 500.
       01 ACH-COUNT     PIC 9(4) VALUE ZERO.
       01 ACH-TABLE.
               10 AE-ROUTING       PIC 9(9).
               10 AE-ACCOUNT       PIC X(17).
               10 AE-AMOUNT        PIC 9(7)V99.
               10 AE-BANK          PIC 99.
       01 SCAN-E PIC 9(4) COMP.
       01 ROUTING-PREFIX PIC 9(8).
       01 HASH-ACCUM     PIC 9(10).
       01 NACHA-FILE-HEADER.
           05 FILLER PIC X(1)  VALUE "1".
           05 FILLER PIC X(2)  VALUE "01".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 NFH-DESTINATION PIC 9(9).
           05 NFH-ORIGIN PIC X(10).
           05 NFH-DATE PIC 9(6).
           05 NFH-TIME PIC 9(4).
           05 FILLER PIC X(1)  VALUE "A".
           05 FILLER PIC X(3)  VALUE "094".
           05 FILLER PIC X(2)  VALUE "10".
           05 FILLER PIC X(1)  VALUE "1".
           05 NFH-DESTINATION-NAME PIC X(23).
           05 NFH-ORIGIN-NAME PIC X(23).
           05 FILLER PIC X(8)  VALUE SPACE.

       01 NACHA-BATCH-HEADER.
           05 FILLER PIC X(1)  VALUE "5".
           05 FILLER PIC X(3)  VALUE "220".
           05 NBH-COMPANY-NAME PIC X(16).
           05 FILLER PIC X(20) VALUE SPACE.
           05 NBH-COMPANY-ID PIC X(10).
           05 FILLER PIC X(3)  VALUE "PPD".
           05 FILLER PIC X(10) VALUE "PAYABLES".
           05 NBH-DESC-DATE      PIC 9(6).
           05 NBH-EFFECTIVE-DATE PIC 9(6).
           05 FILLER PIC X(3)  VALUE SPACE.
           05 FILLER PIC X(1)  VALUE "1".
           05 NBH-ODFI PIC 9(8).
           05 FILLER PIC X(7)  VALUE "0000001".

       01 NACHA-ENTRY-DETAIL.
           05 NED-NAME    PIC X(22).
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(1)  VALUE "0".
           05 NED-ODFI PIC 9(8).
           05 NED-TRACE-SEQ PIC 9(7).

       01 NACHA-BATCH-CONTROL.
           05 NBC-HASH         PIC 9(10).
           05 NBC-DEBIT-TOTAL  PIC 9(12) VALUE ZERO.
           05 NBC-CREDIT-TOTAL PIC 9(12).
           05 NBC-COMPANY-ID PIC X(10).
           05 FILLER PIC X(25) VALUE SPACE.
           05 NBC-ODFI PIC 9(8).
           05 FILLER PIC X(7)  VALUE "0000001".

       01 NACHA-FILE-CONTROL-REC.
           05 FILLER PIC X(8)  VALUE "PAGE ".
           05 RH-PAGE-NUMBER PIC ZZ9.
           05 FILLER PIC X(4)  VALUE SPACE.
           05 RH-TITLE PIC X(16) VALUE "CHECK REGISTER".
           05 FILLER PIC X(13) VALUE "PAY THROUGH ".
           05 RH-PAY-THROUGH PIC 9(8).

           05 FILLER PIC X(12) VALUE "  DISC TAKEN".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(12) VALUE "   DISC LOST".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(4)  VALUE "BANK".

       01 REGISTER-DETAIL-LINE.
           05 RD-NUMBER  PIC Z(5).
           05 RD-DISC-TAKEN PIC Z,ZZZ,ZZ9.99.
           05 FILLER     PIC X(2) VALUE SPACE.
           05 RD-DISC-LOST  PIC Z,ZZZ,ZZ9.99.
           05 FILLER     PIC X(2) VALUE SPACE.
           05 RD-BANK    PIC X(4).

       01 REGISTER-ACH-LINE.
           05 FILLER     PIC X(9)  VALUE SPACE.
                   VALUE "CREDIT MEMO APPLIED:  ".
           05 RC-AMOUNT  PIC Z,ZZZ,ZZ9.99.

       01 REGISTER-WITHHOLDING-LINE.
           05 FILLER     PIC X(9)  VALUE SPACE.
           05 FILLER     PIC X(22)
                   VALUE "BACKUP WITHHOLDING 24%".
           05 RW-AMOUNT  PIC Z,ZZZ,ZZ9.99.

       01 REGISTER-PARTIAL-LINE.
           05 FILLER     PIC X(9)  VALUE SPACE.
           05 FILLER     PIC X(22)
           05 FILLER     PIC X(2) VALUE SPACE.
           05 RS-INVOICE PIC X(10).
           05 FILLER     PIC X(2) VALUE SPACE.
           05 RS-REASON  PIC X(33).

       01 REGISTER-TOTAL-LINE.
           05 FILLER    PIC X(21) VALUE "TOTAL CHECKS WRITTEN".
           05 FILLER    PIC X(1)  VALUE SPACE.
           05 RT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

       01 REGISTER-BANK-TOTAL-LINE.
           05 FILLER    PIC X(8)  VALUE "ACCOUNT ".
           05 RBT-CODE  PIC X(4).
           05 FILLER    PIC X(2)  VALUE SPACE.
           05 RBT-DESCRIPTION PIC X(30).
           05 FILLER    PIC X(9)  VALUE " CHECKS: ".
           05 RBT-CHECK-COUNT PIC ZZZZ9.
           05 FILLER    PIC X(1)  VALUE SPACE.
           05 RBT-CHECK-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER    PIC X(7)  VALUE "  ACH: ".
           05 RBT-ACH-COUNT PIC ZZZZ9.
           05 FILLER    PIC X(1)  VALUE SPACE.
           05 RBT-ACH-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

       01 REGISTER-CREDIT-TOTAL-LINE.
           05 FILLER    PIC X(21) VALUE "TOTAL CREDITS APPLIED".
           05 FILLER    PIC X(2)  VALUE ": ".
           05 FILLER    PIC X(1)  VALUE SPACE.
           05 RAT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

       01 REGISTER-WITHHELD-TOTAL-LINE.
           05 FILLER    PIC X(21) VALUE "TOTAL BACKUP WITHHELD".
           05 FILLER    PIC X(2)  VALUE ": ".
           05 RWT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

       01 REGISTER-DISCOUNT-TOTAL-LINE.
           05 FILLER    PIC X(21) VALUE "TOTAL DISCOUNT TAKEN".
           05 FILLER    PIC X(2)  VALUE ": ".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-RUN-MODE.
           IF NOT RUN-MODE-VALID
                   DISPLAY "UNKNOWN PAYMENT RUN MODE - RUN NOT STARTED"
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-DONE
           END-IF.
           IF COMMITTING-PROPOSAL
                   PERFORM GET-PROPOSAL-PAY-THROUGH
                   IF PAY-THROUGH-DATE = ZEROES
                           MOVE 8 TO RETURN-CODE
                           GO TO PROGRAM-DONE
                   END-IF
           ELSE
                   PERFORM GET-PAY-THROUGH-DATE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO RUN-YEAR.
           MOVE "Y" TO PERIOD-OK-SWITCH.
           IF NOT BUILDING-PROPOSAL
                   PERFORM CHECK-RUN-PERIOD
           END-IF.
           IF NOT RUN-PERIOD-OK
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-DONE
                                   "STATUS: "VENDOR-FILE-STATUS
                           MOVE 8 TO RETURN-CODE
                   ELSE
                           PERFORM OPEN-VENDOR-DOCS-FILE
                           PERFORM RUN-PAYMENT-SELECTION
                           IF DOCS-FILE-OPEN
                                   CLOSE VENDOR-DOCS-FILE
                           END-IF
                           CLOSE VENDOR-FILE
                   END-IF
                   PERFORM RELEASE-RUN-LOCKS
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       OPEN-VENDOR-DOCS-FILE.
           OPEN INPUT VENDOR-DOCS-FILE.
           IF VENDOR-DOCS-FILE-STATUS = "00"
                   MOVE "Y" TO DOCS-OPEN-SWITCH
           ELSE
                   MOVE "N" TO DOCS-OPEN-SWITCH
                   IF VENDOR-DOCS-FILE-STATUS NOT = "35"
                           DISPLAY "COULD NOT OPEN VENDOR DOCUMENTS "
                                   "FILE, STATUS: "
                                   VENDOR-DOCS-FILE-STATUS
                           DISPLAY "NO DOCUMENT HOLDS THIS RUN"
                   END-IF
           END-IF.
       CHECK-RUN-PERIOD.
           MOVE "Y" TO PERIOD-OK-SWITCH.
           PERFORM READ-PERIOD-CONTROL.
           MOVE "OPENINVOIC" TO LCK-FILE-ID.
           MOVE SPACE TO LCK-RECORD-KEY.
           CALL "RECLCK01" USING LOCK-CALL-PARMS.
       GET-RUN-MODE.
           IF RUNNING-IN-BATCH
                   EVALUATE TRUE
                       WHEN BATCH-PARM-1(1:6) = "COMMIT"
                               MOVE "3" TO RUN-MODE
                       WHEN BATCH-PARM-1(9:1) = "P"
                               MOVE "2" TO RUN-MODE
                       WHEN OTHER
                               MOVE "1" TO RUN-MODE
                   END-EVALUATE
           ELSE
                   MOVE SPACE TO RUN-MODE
                   PERFORM ASK-RUN-MODE
                   UNTIL RUN-MODE-VALID
           END-IF.
       ASK-RUN-MODE.
           DISPLAY "1 - PAY NOW".
           DISPLAY "2 - BUILD A PAYMENT PROPOSAL FOR REVIEW".
           DISPLAY "3 - PAY THE APPROVED PAYMENT PROPOSAL".
           DISPLAY "ENTER RUN MODE (1-3)".
           ACCEPT RUN-MODE.
           IF NOT RUN-MODE-VALID
                   DISPLAY "INVALID RUN MODE".
       GET-PAY-THROUGH-DATE.
           IF RUNNING-IN-BATCH
                   MOVE BATCH-PARM-1(1:8) TO PAY-THROUGH-DATE
                   DISPLAY "ENTER PAY-THROUGH DATE (YYYYMMDD)"
                   ACCEPT PAY-THROUGH-DATE
           END-IF.
      *THE PAY-THROUGH DATE OF A COMMIT IS THE ONE THE PROPOSAL WAS
      *BUILT WITH; ZEROES MEANS THERE IS NOTHING TO COMMIT.
       GET-PROPOSAL-PAY-THROUGH.
           MOVE ZEROES TO PAY-THROUGH-DATE.
           OPEN INPUT PROPOSAL-FILE.
           IF PROPOSAL-FILE-STATUS = "00"
                   READ PROPOSAL-FILE NEXT RECORD
                   AT END
                           DISPLAY "PAYMENT PROPOSAL FILE IS EMPTY"
                   NOT AT END
                           MOVE PROP-PAY-THROUGH TO PAY-THROUGH-DATE
                           DISPLAY "PAYING PROPOSAL BUILT "
                                   PROP-PROPOSED-DATE
                                   " THROUGH "PROP-PAY-THROUGH
                   END-READ
                   CLOSE PROPOSAL-FILE
           ELSE
                   DISPLAY "NO PAYMENT PROPOSAL ON FILE"
           END-IF.
       RUN-PAYMENT-SELECTION.
           PERFORM LOAD-DEFAULT-BANK.
           IF BUILDING-PROPOSAL
                   PERFORM RUN-PAYMENT-PROPOSAL
           ELSE
                   PERFORM RUN-PAYMENTS
           END-IF.
      *A PROPOSAL ONLY READS THE INVOICES; WHAT WOULD BE PAID GOES
      *TO THE PROPOSAL FILE AND THE PREVIEW REGISTER.
       RUN-PAYMENT-PROPOSAL.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN INVOICE FILE, STATUS: "
                           INVOICE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
           ELSE
                   OPEN OUTPUT PROPOSAL-FILE
                   IF PROPOSAL-FILE-STATUS NOT = "00"
                           DISPLAY "COULD NOT OPEN PROPOSAL FILE, "
                                   "STATUS: "PROPOSAL-FILE-STATUS
                           MOVE 8 TO RETURN-CODE
                   ELSE
                           PERFORM BUILD-PAYMENT-PROPOSAL
                   END-IF
                   CLOSE INVOICE-FILE
           END-IF.
       BUILD-PAYMENT-PROPOSAL.
           MOVE "proposalregister" TO REGISTER-FILE-NAME.
           MOVE "PAYMENT PROPOSAL" TO RH-TITLE.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM WRITE-REGISTER-HEADER.
           PERFORM COLLECT-OPEN-ITEMS.
           PERFORM PAY-COLLECTED-ITEMS.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE REGISTER-FILE.
           PERFORM FILE-REPORT-IN-ARCHIVE.
           CLOSE PROPOSAL-FILE.
           DISPLAY "CHECKS PROPOSED: "CHECKS-WRITTEN.
           DISPLAY "ACH PAYMENTS PROPOSED: "ACH-WRITTEN.
           DISPLAY "PROPOSAL ROWS WRITTEN: "PROPOSAL-ROWS-WRITTEN.
           MOVE PROPOSAL-ROWS-WRITTEN TO BATCH-RECORD-COUNT.
       RUN-PAYMENTS.
           OPEN I-O INVOICE-FILE.
           IF INVOICE-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN INVOICE FILE, STATUS: "
                   PERFORM OPEN-GL-DIST-FILE
                   PERFORM OPEN-CHECK-ISSUE-FILE
                   PERFORM GET-NEXT-ACH-TRACE
                   IF COMMITTING-PROPOSAL
                           OPEN INPUT PROPOSAL-FILE
                   END-IF
                   OPEN OUTPUT REGISTER-FILE
                   PERFORM WRITE-REGISTER-HEADER
                   PERFORM COLLECT-OPEN-ITEMS
                   PERFORM PAY-COLLECTED-ITEMS
                   PERFORM WRITE-REGISTER-TOTALS
                   PERFORM WRITE-PAYMENT-FILES
                   PERFORM WRITE-GL-POSTING-FILE
                   PERFORM WRITE-NACHA-FILES
                   PERFORM SAVE-NEXT-ACH-TRACE
                   PERFORM POST-PERIOD-ACTIVITY
                   CLOSE REGISTER-FILE
                   PERFORM FILE-REPORT-IN-ARCHIVE
                   CLOSE HISTORY-FILE
                   CLOSE GL-DIST-FILE
                   CLOSE CHECK-ISSUE-FILE
                   CLOSE INVOICE-FILE
                   IF COMMITTING-PROPOSAL
                           PERFORM CLEAR-PAYMENT-PROPOSAL
                   END-IF
                   DISPLAY "CHECKS WRITTEN: "CHECKS-WRITTEN
                   DISPLAY "ACH PAYMENTS: "ACH-WRITTEN
                   MOVE CHECKS-WRITTEN TO BATCH-RECORD-COUNT
                   ADD ACH-WRITTEN TO BATCH-RECORD-COUNT
           END-IF.
      *ONCE COMMITTED THE PROPOSAL IS EMPTIED, AS APCHK01 EMPTIES
      *"checkpayments", SO THE SAME APPROVAL CANNOT BE PAID TWICE.
       CLEAR-PAYMENT-PROPOSAL.
           CLOSE PROPOSAL-FILE.
           OPEN OUTPUT PROPOSAL-FILE.
           CLOSE PROPOSAL-FILE.
           DISPLAY "PAYMENT PROPOSAL PAID AND CLEARED".
       OPEN-HISTORY-FILE.
           OPEN I-O HISTORY-FILE.
           IF HISTORY-FILE-STATUS = "35"
           MOVE "N" TO INVOICE-FILE-AT-END.
           PERFORM READ-NEXT-INVOICE.
           PERFORM UNTIL INVOICE-FILE-AT-END = "Y"
                   IF COMMITTING-PROPOSAL
                           PERFORM COLLECT-IF-APPROVED
                   ELSE
                           PERFORM COLLECT-IF-DUE
                   END-IF
                   PERFORM READ-NEXT-INVOICE
           END-PERFORM.
       COLLECT-IF-DUE.
           IF INVOICE-OPEN
              AND (INVOICE-CREDIT-MEMO
              OR INVOICE-DUE-DATE NOT GREATER PAY-THROUGH-DATE
              OR (INVOICE-DISCOUNT-AMOUNT > ZEROES
                  AND INVOICE-DISCOUNT-DATE NOT LESS RUN-DATE
                  AND INVOICE-DISCOUNT-DATE
                          NOT GREATER PAY-THROUGH-DATE))
                   PERFORM STORE-OPEN-ITEM.
      *A COMMIT TAKES ONLY WHAT THE SUPERVISOR LEFT APPROVED, AND
      *FLAGS ANY ITEM WHOSE BALANCE MOVED SINCE THE PROPOSAL.
       COLLECT-IF-APPROVED.
           IF INVOICE-OPEN
                   MOVE INVOICE-VENDOR-NUMBER TO PROP-VENDOR-NUMBER
                   MOVE INVOICE-NUMBER TO PROP-INVOICE-NUMBER
                   PERFORM READ-PROPOSAL-ROW
                   IF PROPOSAL-FOUND AND PROP-APPROVED
                           PERFORM STORE-OPEN-ITEM
                           PERFORM CHECK-ITEM-AGAINST-PROPOSAL
                   END-IF
           END-IF.
       CHECK-ITEM-AGAINST-PROPOSAL.
           IF ITEM-COUNT > ZERO
              AND IT-VENDOR-NUMBER(ITEM-COUNT) = PROP-VENDOR-NUMBER
              AND IT-INVOICE-NUMBER(ITEM-COUNT) = PROP-INVOICE-NUMBER
              AND IT-BALANCE(ITEM-COUNT) NOT = PROP-BALANCE
                   MOVE "Y" TO IT-PROP-CHANGED(ITEM-COUNT).
       READ-PROPOSAL-ROW.
           MOVE "Y" TO PROPOSAL-FOUND-SWITCH.
           READ PROPOSAL-FILE
           INVALID KEY
                   MOVE "N" TO PROPOSAL-FOUND-SWITCH.
       READ-NEXT-INVOICE.
           READ INVOICE-FILE NEXT RECORD
                   AT END MOVE "Y" TO INVOICE-FILE-AT-END.
                           TO IT-DISC-DATE(ITEM-COUNT)
                   MOVE INVOICE-DISCOUNT-AMOUNT
                           TO IT-DISC-AMOUNT(ITEM-COUNT)
                   MOVE "N" TO IT-PROP-CHANGED(ITEM-COUNT)
                   MOVE INVOICE-BANK-CODE TO IT-BANK-CODE(ITEM-COUNT)
           ELSE
                   DISPLAY "ITEM TABLE FULL, RUN IS PARTIAL".
       PAY-COLLECTED-ITEMS.
           END-PERFORM.
       PAY-ONE-VENDOR-GROUP.
           PERFORM READ-GROUP-VENDOR.
           PERFORM CHECK-VENDOR-DOCUMENTS.
           MOVE "N" TO GROUP-CHANGED-SWITCH.
           IF COMMITTING-PROPOSAL
                   PERFORM CHECK-GROUP-ITEM-CHANGED
                   VARYING GROUP-ITEM FROM GROUP-START BY 1
                   UNTIL GROUP-ITEM > GROUP-END
                   PERFORM PROVE-VENDOR-PROPOSAL-ROWS
           END-IF.
           IF VENDOR-FOUND AND VENDOR-ACTIVE
              AND NOT VENDOR-ON-PAYMENT-HOLD
              AND NOT VENDOR-DOCS-HOLD
              AND NOT GROUP-CHANGED-SINCE-PROPOSAL
                   PERFORM TOTAL-GROUP-CREDITS
                   MOVE ZERO TO CREDIT-USED-TOTAL
                   PERFORM PAY-ONE-GROUP-ITEM
                   UNTIL GROUP-ITEM > GROUP-END
                   PERFORM APPLY-GROUP-CREDIT-MEMOS
           ELSE
                   IF GROUP-CHANGED-SINCE-PROPOSAL
                           MOVE "SKIPPED - CHANGED SINCE PROPOSAL"
                                   TO RS-REASON
                   ELSE
                           MOVE "SKIPPED - INACTIVE, HELD, OR GONE"
                                   TO RS-REASON
                   END-IF
                   IF VENDOR-FOUND AND VENDOR-ACTIVE
                      AND NOT VENDOR-ON-PAYMENT-HOLD
                      AND VENDOR-DOCS-HOLD
                           MOVE DOCS-HOLD-REASON TO RS-REASON
                   END-IF
                   PERFORM SKIP-ONE-GROUP-ITEM
                   VARYING GROUP-ITEM FROM GROUP-START BY 1
                   UNTIL GROUP-ITEM > GROUP-END
           END-IF.
       CHECK-GROUP-ITEM-CHANGED.
           IF IT-PROP-CHANGED(GROUP-ITEM) = "Y"
                   MOVE "Y" TO GROUP-CHANGED-SWITCH.
      *EVERY APPROVED ROW FOR THE VENDOR, CREDIT MEMOS INCLUDED, MUST
      *STILL BE OPEN AT THE BALANCE THE PROPOSAL SAW. A ROW WHOSE
      *INVOICE WAS PAID, VOIDED OR REMOVED SINCE WAS NEVER COLLECTED,
      *SO ONLY THIS WALK CAN NOTICE IT.
       PROVE-VENDOR-PROPOSAL-ROWS.
           MOVE GROUP-VENDOR TO PROP-VENDOR-NUMBER.
           MOVE LOW-VALUES TO PROP-INVOICE-NUMBER.
           MOVE "N" TO PROPOSAL-AT-END.
           START PROPOSAL-FILE KEY NOT LESS PROP-KEY
           INVALID KEY
                   MOVE "Y" TO PROPOSAL-AT-END.
           IF PROPOSAL-AT-END = "N"
                   PERFORM READ-NEXT-VENDOR-PROPOSAL-ROW
           END-IF.
           PERFORM UNTIL PROPOSAL-AT-END = "Y"
                   IF PROP-APPROVED
                           PERFORM PROVE-ONE-PROPOSAL-ROW
                   END-IF
                   PERFORM READ-NEXT-VENDOR-PROPOSAL-ROW
           END-PERFORM.
       READ-NEXT-VENDOR-PROPOSAL-ROW.
           READ PROPOSAL-FILE NEXT RECORD
                   AT END MOVE "Y" TO PROPOSAL-AT-END.
           IF PROPOSAL-AT-END = "N"
              AND PROP-VENDOR-NUMBER NOT = GROUP-VENDOR
                   MOVE "Y" TO PROPOSAL-AT-END.
       PROVE-ONE-PROPOSAL-ROW.
           MOVE PROP-VENDOR-NUMBER TO INVOICE-VENDOR-NUMBER.
           MOVE PROP-INVOICE-NUMBER TO INVOICE-NUMBER.
           MOVE "Y" TO INVOICE-FOUND-SWITCH.
           READ INVOICE-FILE
           INVALID KEY
                   MOVE "N" TO INVOICE-FOUND-SWITCH.
           EVALUATE TRUE
               WHEN NOT INVOICE-FOUND
               WHEN NOT INVOICE-OPEN
                       MOVE "Y" TO GROUP-CHANGED-SWITCH
               WHEN INVOICE-BALANCE-DUE = ZEROES
                       IF INVOICE-AMOUNT NOT = PROP-BALANCE
                               MOVE "Y" TO GROUP-CHANGED-SWITCH
                       END-IF
               WHEN INVOICE-BALANCE-DUE NOT = PROP-BALANCE
                       MOVE "Y" TO GROUP-CHANGED-SWITCH
           END-EVALUATE.
       READ-GROUP-VENDOR.
           MOVE "Y" TO VENDOR-FOUND-SWITCH.
           MOVE GROUP-VENDOR TO VENDOR-NUMBER.
           READ VENDOR-FILE
           INVALID KEY
                   MOVE "N" TO VENDOR-FOUND-SWITCH.
       CHECK-VENDOR-DOCUMENTS.
           MOVE "N" TO DOCS-HOLD-SWITCH.
           MOVE SPACE TO DOCS-HOLD-REASON.
           IF DOCS-FILE-OPEN
                   MOVE GROUP-VENDOR TO DOC-VENDOR-NUMBER
                   READ VENDOR-DOCS-FILE
                   INVALID KEY
                           CONTINUE
                   NOT INVALID KEY
                           PERFORM CHECK-REQUIRED-DOCUMENTS
                   END-READ
           END-IF.
       CHECK-REQUIRED-DOCUMENTS.
           IF DOC-CONTRACT-IS-REQUIRED
                   IF DOC-CONTRACT-EXPIRATION = ZEROES
                           MOVE "HELD - CONTRACT NOT ON FILE"
                                   TO DOCS-HOLD-REASON
                   ELSE
                           IF DOC-CONTRACT-EXPIRATION < RUN-DATE
                                   MOVE "HELD - CONTRACT EXPIRED"
                                           TO DOCS-HOLD-REASON
                           END-IF
                   END-IF
           END-IF.
           IF DOC-COI-IS-REQUIRED
                   IF DOC-COI-EXPIRATION = ZEROES
                           MOVE "HELD - INSURANCE CERT NOT ON FILE"
                                   TO DOCS-HOLD-REASON
                   ELSE
                           IF DOC-COI-EXPIRATION < RUN-DATE
                                   MOVE "HELD - INSURANCE CERT EXPIRED"
                                           TO DOCS-HOLD-REASON
                           END-IF
                   END-IF
           END-IF.
           IF DOC-W9-IS-REQUIRED AND DOC-W9-RECEIVED-DATE = ZEROES
                   MOVE "HELD - W-9 NOT ON FILE" TO DOCS-HOLD-REASON
           END-IF.
           IF DOCS-HOLD-REASON NOT = SPACE
                   MOVE "Y" TO DOCS-HOLD-SWITCH
           END-IF.
       TOTAL-GROUP-CREDITS.
           MOVE ZERO TO CREDIT-AVAILABLE.
           PERFORM ADD-ONE-GROUP-CREDIT
                   ADD IT-BALANCE(GROUP-ITEM) TO CREDIT-AVAILABLE.
       PAY-ONE-GROUP-ITEM.
           IF IT-TYPE(GROUP-ITEM) NOT = "C"
                   PERFORM FIND-PAYING-BANK
                   IF PAYING-BANK-USABLE
                           PERFORM PAY-ONE-INVOICE
                   ELSE
                           PERFORM WRITE-REGISTER-SKIPPED
                   END-IF
           END-IF.
      *THE INVOICE'S OWN ACCOUNT WINS OVER THE VENDOR'S; NEITHER
      *NAMED MEANS THE DEFAULT ACCOUNT IN ENTRY 1.
       FIND-PAYING-BANK.
           MOVE IT-BANK-CODE(GROUP-ITEM) TO LOOKUP-BANK-CODE.
           IF LOOKUP-BANK-CODE = SPACE
                   MOVE VENDOR-BANK-CODE TO LOOKUP-BANK-CODE
           END-IF.
           MOVE 1 TO PAY-BANK.
           MOVE "N" TO BANK-FOUND-SWITCH.
           IF LOOKUP-BANK-CODE = SPACE
                   MOVE "Y" TO BANK-FOUND-SWITCH
           ELSE
                   PERFORM CHECK-ONE-BANK-ENTRY
                   VARYING SCAN-B FROM 1 BY 1
                   UNTIL SCAN-B > BANK-COUNT OR BANK-FOUND
           END-IF.
           IF NOT BANK-FOUND
                   PERFORM ADD-BANK-ENTRY
           END-IF.
           MOVE "N" TO PAYING-BANK-SWITCH.
           IF NOT BANK-FOUND
                   MOVE "SKIPPED - TOO MANY BANK ACCOUNTS"
                           TO RS-REASON
           ELSE
                   EVALUATE BT-RESULT(PAY-BANK)
                       WHEN "Y"
                               MOVE "Y" TO PAYING-BANK-SWITCH
                       WHEN "I"
                               MOVE "SKIPPED - BANK ACCOUNT INACTIVE"
                                       TO RS-REASON
                       WHEN OTHER
                               MOVE "SKIPPED - NO SUCH BANK ACCOUNT"
                                       TO RS-REASON
                   END-EVALUATE
           END-IF.
       CHECK-ONE-BANK-ENTRY.
           IF BT-CODE(SCAN-B) = LOOKUP-BANK-CODE
                   MOVE "Y" TO BANK-FOUND-SWITCH
                   MOVE SCAN-B TO PAY-BANK.
       LOAD-DEFAULT-BANK.
           MOVE SPACE TO BKL-BANK-CODE.
           CALL "BNKACT01" USING BANK-LOOKUP-PARMS.
           MOVE 1 TO BANK-COUNT.
           PERFORM STORE-BANK-ENTRY.
       ADD-BANK-ENTRY.
           IF BANK-COUNT < BANK-TABLE-MAX
                   MOVE LOOKUP-BANK-CODE TO BKL-BANK-CODE
                   CALL "BNKACT01" USING BANK-LOOKUP-PARMS
                   ADD 1 TO BANK-COUNT
                   PERFORM STORE-BANK-ENTRY
                   MOVE LOOKUP-BANK-CODE TO BT-CODE(BANK-COUNT)
                   MOVE BANK-COUNT TO PAY-BANK
                   MOVE "Y" TO BANK-FOUND-SWITCH
           ELSE
                   DISPLAY "BANK ACCOUNT TABLE FULL, NOT PAYING FROM "
                           LOOKUP-BANK-CODE
           END-IF.
       STORE-BANK-ENTRY.
           MOVE BKL-BANK-CODE TO BT-CODE(BANK-COUNT).
           MOVE BKL-RESULT TO BT-RESULT(BANK-COUNT).
           MOVE BKL-DESCRIPTION TO BT-DESCRIPTION(BANK-COUNT).
           MOVE BKL-FILE-SUFFIX TO BT-FILE-SUFFIX(BANK-COUNT).
           MOVE BKL-CASH-GL-ACCOUNT TO BT-CASH-GL-ACCOUNT(BANK-COUNT).
           MOVE BKL-BANK-NAME TO BT-BANK-NAME(BANK-COUNT).
           MOVE BKL-ROUTING TO BT-ROUTING(BANK-COUNT).
           MOVE BKL-ACH-ORIGIN TO BT-ACH-ORIGIN(BANK-COUNT).
           MOVE BKL-ACH-COMPANY-NAME
                   TO BT-ACH-COMPANY-NAME(BANK-COUNT).
           MOVE BKL-ACH-COMPANY-ID TO BT-ACH-COMPANY-ID(BANK-COUNT).
           MOVE BKL-ACH-ODFI TO BT-ACH-ODFI(BANK-COUNT).
           MOVE ZERO TO BT-CHECK-COUNT(BANK-COUNT).
           MOVE ZERO TO BT-CHECK-TOTAL(BANK-COUNT).
           MOVE ZERO TO BT-ACH-COUNT(BANK-COUNT).
           MOVE ZERO TO BT-ACH-TOTAL(BANK-COUNT).
       PAY-ONE-INVOICE.
           IF COMMITTING-PROPOSAL
                   PERFORM TAKE-APPROVED-AMOUNTS
           ELSE
                   PERFORM WORK-OUT-PAYMENT-AMOUNTS
           END-IF.
           SUBTRACT CREDIT-APPLIED FROM CREDIT-AVAILABLE.
           ADD CREDIT-APPLIED TO CREDIT-USED-TOTAL.
           ADD CREDIT-APPLIED TO CREDITS-APPLIED-TOTAL.
           COMPUTE CHECK-AMOUNT-DUE = PAY-THIS-AMOUNT
                   - DISCOUNT-TAKEN-THIS - CREDIT-APPLIED.
           PERFORM SET-BACKUP-WITHHOLDING.
           PERFORM READ-GROUP-INVOICE-RECORD.
           IF INVOICE-FOUND
                   IF BUILDING-PROPOSAL
                           PERFORM PROPOSE-ONE-INVOICE
                   ELSE
                           PERFORM PAY-AND-SETTLE-INVOICE
                   END-IF
                   PERFORM WRITE-REGISTER-DETAIL
           ELSE
                   DISPLAY "INVOICE "IT-INVOICE-NUMBER(GROUP-ITEM)
                           " DISAPPEARED DURING RUN"
           END-IF.
       WORK-OUT-PAYMENT-AMOUNTS.
           IF IT-PARTIAL(GROUP-ITEM) > ZEROES
              AND IT-PARTIAL(GROUP-ITEM) < IT-BALANCE(GROUP-ITEM)
                   MOVE IT-PARTIAL(GROUP-ITEM) TO PAY-THIS-AMOUNT
           ELSE
                   MOVE CREDIT-AVAILABLE TO CREDIT-APPLIED
           END-IF.
      *A COMMITTED INVOICE IS PAID AT THE AMOUNTS THE PROPOSAL WORKED
      *OUT, NOT RE-WORKED ON TODAY'S DATE. THE GROUP'S BALANCES ARE
      *UNCHANGED OR IT WOULD HAVE BEEN SKIPPED, SO THE CREDIT IS STILL
      *THERE; IT IS CAPPED AT WHAT IS LEFT ALL THE SAME.
       TAKE-APPROVED-AMOUNTS.
           MOVE GROUP-VENDOR TO PROP-VENDOR-NUMBER.
           MOVE IT-INVOICE-NUMBER(GROUP-ITEM) TO PROP-INVOICE-NUMBER.
           PERFORM READ-PROPOSAL-ROW.
           MOVE PROP-PAY-AMOUNT TO PAY-THIS-AMOUNT.
           MOVE PROP-DISCOUNT-TAKEN TO DISCOUNT-TAKEN-THIS.
           MOVE PROP-DISCOUNT-LOST TO DISCOUNT-LOST-THIS.
           ADD DISCOUNT-TAKEN-THIS TO DISCOUNT-TAKEN-TOTAL.
           ADD DISCOUNT-LOST-THIS TO DISCOUNT-LOST-TOTAL.
           MOVE PROP-CREDIT-APPLIED TO CREDIT-APPLIED.
           IF CREDIT-APPLIED > CREDIT-AVAILABLE
                   MOVE CREDIT-AVAILABLE TO CREDIT-APPLIED.
       PAY-AND-SETTLE-INVOICE.
           ADD PAY-THIS-AMOUNT TO SETTLED-THIS-RUN.
           IF CHECK-AMOUNT-DUE > ZEROES
                   MOVE "N" TO PAID-BY-ACH-SWITCH
                   IF VENDOR-PAYS-BY-ACH
                           PERFORM STORE-ACH-PAYMENT
                   ELSE
                           PERFORM STORE-CHECK-PAYMENT
                   END-IF
                   PERFORM POST-PAYMENT-HISTORY
                   PERFORM SPREAD-CASH-TO-GL
           END-IF.
           PERFORM SETTLE-INVOICE-BALANCE.
       PROPOSE-ONE-INVOICE.
           COMPUTE BALANCE-REMAINING =
                   IT-BALANCE(GROUP-ITEM) - PAY-THIS-AMOUNT.
           MOVE "N" TO PAID-BY-ACH-SWITCH.
           IF CHECK-AMOUNT-DUE > ZEROES AND VENDOR-PAYS-BY-ACH
                   MOVE "Y" TO PAID-BY-ACH-SWITCH.
           MOVE GROUP-VENDOR TO PROP-VENDOR-NUMBER.
           MOVE IT-INVOICE-NUMBER(GROUP-ITEM) TO PROP-INVOICE-NUMBER.
           MOVE IT-TYPE(GROUP-ITEM) TO PROP-TYPE.
           MOVE IT-DUE-DATE(GROUP-ITEM) TO PROP-DUE-DATE.
           MOVE IT-BALANCE(GROUP-ITEM) TO PROP-BALANCE.
           MOVE PAY-THIS-AMOUNT TO PROP-PAY-AMOUNT.
           MOVE DISCOUNT-TAKEN-THIS TO PROP-DISCOUNT-TAKEN.
           MOVE DISCOUNT-LOST-THIS TO PROP-DISCOUNT-LOST.
           MOVE CREDIT-APPLIED TO PROP-CREDIT-APPLIED.
           MOVE BACKUP-WITHHELD-THIS TO PROP-WITHHELD.
           MOVE CHECK-AMOUNT-DUE TO PROP-NET-AMOUNT.
           IF PAID-BY-ACH
                   MOVE "A" TO PROP-PAY-METHOD
           ELSE
                   MOVE "C" TO PROP-PAY-METHOD
           END-IF.
           PERFORM WRITE-PROPOSAL-ROW.
       WRITE-PROPOSAL-ROW.
           MOVE PAY-THROUGH-DATE TO PROP-PAY-THROUGH.
           MOVE RUN-DATE TO PROP-PROPOSED-DATE.
           SET PROP-APPROVED TO TRUE.
           MOVE RUN-LOCK-OPERATOR TO PROP-CHANGED-BY.
           WRITE PAYMENT-PROPOSAL-RECORD
           INVALID KEY
                   DISPLAY "DUPLICATE PROPOSAL ROW "PROP-KEY
           NOT INVALID KEY
                   ADD 1 TO PROPOSAL-ROWS-WRITTEN.
       SET-INVOICE-DISCOUNT.
           MOVE ZERO TO DISCOUNT-TAKEN-THIS.
           MOVE ZERO TO DISCOUNT-LOST-THIS.
           END-IF.
           ADD DISCOUNT-TAKEN-THIS TO DISCOUNT-TAKEN-TOTAL.
           ADD DISCOUNT-LOST-THIS TO DISCOUNT-LOST-TOTAL.
      *THE GROSS STILL PAYS THE INVOICE, THE EXPENSE, AND THE 1099
      *TOTAL; ONLY THE CASH TO THE VENDOR IS REDUCED.
       SET-BACKUP-WITHHOLDING.
           MOVE CHECK-AMOUNT-DUE TO GROSS-PAID-THIS.
           MOVE ZERO TO BACKUP-WITHHELD-THIS.
           IF VENDOR-TIN-FAILED AND NOT VENDOR-NO-1099
              AND CHECK-AMOUNT-DUE > ZEROES
                   COMPUTE BACKUP-WITHHELD-THIS ROUNDED =
                           GROSS-PAID-THIS * BACKUP-WITHHOLDING-PCT
                           / 100
                   SUBTRACT BACKUP-WITHHELD-THIS FROM CHECK-AMOUNT-DUE
           END-IF.
       READ-GROUP-INVOICE-RECORD.
           MOVE "Y" TO INVOICE-FOUND-SWITCH.
           MOVE GROUP-VENDOR TO INVOICE-VENDOR-NUMBER.
           READ INVOICE-FILE
           INVALID KEY
                   MOVE "N" TO INVOICE-FOUND-SWITCH.
      *CHECKS ARE HELD UNTIL THE END OF THE RUN AND THEN WRITTEN TO
      *THE PAYMENT FILE OF THE ACCOUNT THEY ARE DRAWN ON.
       STORE-CHECK-PAYMENT.
           MOVE VENDOR-NUMBER TO PAY-VENDOR-NUMBER.
           MOVE VENDOR-NAME TO PAY-VENDOR-NAME.
           MOVE VENDOR-ADDRESS TO PAY-VENDOR-ADDRESS.
           MOVE INVOICE-DATE TO PAY-INVOICE-DATE.
           MOVE CHECK-AMOUNT-DUE TO PAY-AMOUNT.
           MOVE RUN-DATE TO PAY-DATE.
           MOVE BACKUP-WITHHELD-THIS TO PAY-WITHHELD-AMOUNT.
           IF CHECK-PEND-COUNT < CHECK-PEND-MAX
                   ADD 1 TO CHECK-PEND-COUNT
                   MOVE PAY-BANK TO CP-BANK(CHECK-PEND-COUNT)
                   MOVE PAYMENT-RECORD TO CP-RECORD(CHECK-PEND-COUNT)
           ELSE
                   DISPLAY "CHECK TABLE FULL, NO CHECK FOR "
                           VENDOR-NUMBER" "INVOICE-NUMBER
           END-IF.
       STORE-ACH-PAYMENT.
           IF ACH-COUNT < ACH-TABLE-MAX
                   MOVE "Y" TO PAID-BY-ACH-SWITCH
                   MOVE VENDOR-BANK-ROUTING TO AE-ROUTING(ACH-COUNT)
                   MOVE VENDOR-BANK-ACCOUNT TO AE-ACCOUNT(ACH-COUNT)
                   MOVE CHECK-AMOUNT-DUE TO AE-AMOUNT(ACH-COUNT)
                   MOVE PAY-BANK TO AE-BANK(ACH-COUNT)
                   PERFORM RECORD-ACH-TRACE
           ELSE
                   DISPLAY "ACH TABLE FULL, PAYING BY CHECK INSTEAD"
                   PERFORM STORE-CHECK-PAYMENT
           END-IF.
       RECORD-ACH-TRACE.
           MOVE NEXT-ACH-TRACE TO CHECK-NUMBER.
           MOVE INVOICE-NUMBER TO CHECK-INVOICE-NUMBER.
           MOVE CHECK-AMOUNT-DUE TO CHECK-AMOUNT.
           MOVE RUN-DATE TO CHECK-ISSUE-DATE.
           MOVE ZEROES TO CHECK-CLEARED-DATE.
           MOVE BACKUP-WITHHELD-THIS TO CHECK-WITHHELD-AMOUNT.
           MOVE BT-CODE(PAY-BANK) TO CHECK-BANK-CODE.
           SET CHECK-ACH-PAID TO TRUE.
           WRITE CHECK-ISSUE-RECORD
           INVALID KEY
           INVALID KEY
                   MOVE "N" TO HISTORY-FOUND-SWITCH.
           IF HISTORY-FOUND
                   ADD GROSS-PAID-THIS TO HISTORY-YTD-PAID
                   ADD BACKUP-WITHHELD-THIS TO HISTORY-YTD-WITHHELD
                   ADD 1 TO HISTORY-PAYMENT-COUNT
                   REWRITE PAY-HISTORY-RECORD
                   INVALID KEY
           ELSE
                   MOVE VENDOR-NUMBER TO HISTORY-VENDOR-NUMBER
                   MOVE RUN-YEAR TO HISTORY-YEAR
                   MOVE GROSS-PAID-THIS TO HISTORY-YTD-PAID
                   MOVE BACKUP-WITHHELD-THIS TO HISTORY-YTD-WITHHELD
                   MOVE 1 TO HISTORY-PAYMENT-COUNT
                   WRITE PAY-HISTORY-RECORD
                   INVALID KEY
                   PERFORM SAVE-PERIOD-CONTROL
           END-IF.
       SPREAD-CASH-TO-GL.
           MOVE GROSS-PAID-THIS TO GL-CASH-LEFT.
           MOVE GROUP-VENDOR TO GL-DIST-VENDOR-NUMBER.
           MOVE IT-INVOICE-NUMBER(GROUP-ITEM)
                   TO GL-DIST-INVOICE-NUMBER.
           PERFORM WRITE-ONE-GL-DEBIT
           VARYING SCAN-A FROM 1 BY 1
           UNTIL SCAN-A > ACCOUNT-COUNT.
           PERFORM WRITE-ONE-GL-CASH-CREDIT
           VARYING SCAN-B FROM 1 BY 1
           UNTIL SCAN-B > BANK-COUNT.
           IF BACKUP-WITHHELD-TOTAL > ZEROES
                   MOVE "C" TO GLP-TYPE
                   MOVE WITHHOLDING-GL-ACCOUNT TO GLP-ACCOUNT
                   MOVE BACKUP-WITHHELD-TOTAL TO GLP-AMOUNT
                   WRITE GL-POSTING-RECORD FROM GL-POSTING-DETAIL
           END-IF.
           MOVE "T" TO GLP-TYPE.
           MOVE SPACE TO GLP-ACCOUNT.
           MOVE GL-DEBIT-TOTAL TO GLP-AMOUNT.
           WRITE GL-POSTING-RECORD FROM GL-POSTING-DETAIL.
           CLOSE GL-POSTING-FILE.
           DISPLAY "GL BATCH TOTAL: "GL-DEBIT-TOTAL.
      *THE DEFAULT ACCOUNT'S CASH LINE IS WRITTEN EVEN WHEN NOTHING
      *WENT OUT, AS THE SINGLE CASH LINE ALWAYS WAS.
       WRITE-ONE-GL-CASH-CREDIT.
           COMPUTE CASH-OUT-TOTAL =
                   BT-CHECK-TOTAL(SCAN-B) + BT-ACH-TOTAL(SCAN-B).
           IF SCAN-B = 1 OR CASH-OUT-TOTAL > ZEROES
                   MOVE "C" TO GLP-TYPE
                   MOVE BT-CASH-GL-ACCOUNT(SCAN-B) TO GLP-ACCOUNT
                   MOVE CASH-OUT-TOTAL TO GLP-AMOUNT
                   MOVE RUN-DATE TO GLP-DATE
                   WRITE GL-POSTING-RECORD FROM GL-POSTING-DETAIL
           END-IF.
       WRITE-PAYMENT-FILES.
           PERFORM WRITE-ONE-PAYMENT-FILE
           VARYING SCAN-B FROM 1 BY 1
           UNTIL SCAN-B > BANK-COUNT.
      *THE CHECKS ARE ADDED TO WHATEVER APCHK01 HAS NOT PRINTED YET,
      *SINCE THOSE INVOICES ARE ALREADY SETTLED. THE DEFAULT
      *ACCOUNT'S FILE IS ALWAYS THERE AFTER A RUN; ANOTHER ACCOUNT'S
      *ONLY WHEN IT HAS CHECKS THIS RUN.
       WRITE-ONE-PAYMENT-FILE.
           IF SCAN-B = 1 OR BT-CHECK-COUNT(SCAN-B) > ZERO
                   MOVE SPACE TO PAYMENT-FILE-NAME
                   STRING "checkpayments" DELIMITED BY SIZE
                          BT-FILE-SUFFIX(SCAN-B) DELIMITED BY SPACE
                          INTO PAYMENT-FILE-NAME
                   OPEN EXTEND PAYMENT-FILE
                   IF PAYMENT-FILE-STATUS = "35"
                           OPEN OUTPUT PAYMENT-FILE
                   END-IF
                   PERFORM WRITE-ONE-HELD-CHECK
                   VARYING SCAN-C FROM 1 BY 1
                   UNTIL SCAN-C > CHECK-PEND-COUNT
                   CLOSE PAYMENT-FILE
           END-IF.
       WRITE-ONE-HELD-CHECK.
           IF CP-BANK(SCAN-C) = SCAN-B
                   WRITE PAYMENT-RECORD FROM CP-RECORD(SCAN-C).
       WRITE-NACHA-FILES.
           PERFORM WRITE-NACHA-FILE
           VARYING SCAN-B FROM 1 BY 1
           UNTIL SCAN-B > BANK-COUNT.
      *ONE NACHA FILE PER ACCOUNT, UNDER THAT ACCOUNT'S COMPANY AND
      *BANK IDENTIFIERS, FOR EACH ACCOUNT WITH ACH ENTRIES.
       WRITE-NACHA-FILE.
           IF BT-ACH-COUNT(SCAN-B) = ZEROES
                   CONTINUE
           ELSE
                   MOVE SPACE TO NACHA-FILE-NAME
                   STRING "achpayments" DELIMITED BY SIZE
                          BT-FILE-SUFFIX(SCAN-B) DELIMITED BY SPACE
                          INTO NACHA-FILE-NAME
                   OPEN OUTPUT NACHA-FILE
                   MOVE BT-ROUTING(SCAN-B) TO NFH-DESTINATION
                   MOVE BT-ACH-ORIGIN(SCAN-B) TO NFH-ORIGIN
                   MOVE BT-BANK-NAME(SCAN-B) TO NFH-DESTINATION-NAME
                   MOVE BT-ACH-COMPANY-NAME(SCAN-B) TO NFH-ORIGIN-NAME
                   MOVE RUN-DATE(3:6) TO NFH-DATE
                   MOVE FUNCTION CURRENT-DATE(9:4) TO NFH-TIME
                   WRITE NACHA-RECORD FROM NACHA-FILE-HEADER
                   MOVE BT-ACH-COMPANY-NAME(SCAN-B) TO NBH-COMPANY-NAME
                   MOVE BT-ACH-COMPANY-ID(SCAN-B) TO NBH-COMPANY-ID
                   MOVE BT-ACH-ODFI(SCAN-B) TO NBH-ODFI
                   MOVE RUN-DATE(3:6) TO NBH-DESC-DATE
                   MOVE RUN-DATE(3:6) TO NBH-EFFECTIVE-DATE
                   WRITE NACHA-RECORD FROM NACHA-BATCH-HEADER
                   MOVE ZERO TO HASH-ACCUM
                   MOVE ZERO TO ACH-FILE-ENTRIES
                   MOVE ZERO TO ACH-FILE-TOTAL
                   MOVE BT-ACH-ODFI(SCAN-B) TO NED-ODFI
                   PERFORM WRITE-ONE-NACHA-ENTRY
                   VARYING SCAN-E FROM 1 BY 1
                   UNTIL SCAN-E > ACH-COUNT
                   PERFORM WRITE-NACHA-TRAILERS
                   CLOSE NACHA-FILE
                   DISPLAY "ACH BATCH TOTAL: "ACH-FILE-TOTAL
                           " ACCOUNT "BT-CODE(SCAN-B)
           END-IF.
       WRITE-ONE-NACHA-ENTRY.
           IF AE-BANK(SCAN-E) = SCAN-B
                   ADD 1 TO ACH-FILE-ENTRIES
                   ADD AE-AMOUNT(SCAN-E) TO ACH-FILE-TOTAL
                   MOVE AE-ROUTING(SCAN-E) TO NED-ROUTING
                   MOVE AE-ACCOUNT(SCAN-E) TO NED-ACCOUNT
                   COMPUTE NED-AMOUNT = AE-AMOUNT(SCAN-E) * 100
                   MOVE AE-VENDOR-NUMBER(SCAN-E) TO NED-INDIVIDUAL-ID
                   MOVE AE-NAME(SCAN-E) TO NED-NAME
                   MOVE ACH-FILE-ENTRIES TO NED-TRACE-SEQ
                   WRITE NACHA-RECORD FROM NACHA-ENTRY-DETAIL
                   MOVE AE-ROUTING(SCAN-E)(1:8) TO ROUTING-PREFIX
                   ADD ROUTING-PREFIX TO HASH-ACCUM
           END-IF.
       WRITE-NACHA-TRAILERS.
           MOVE ACH-FILE-ENTRIES TO NBC-ENTRY-COUNT.
           MOVE HASH-ACCUM TO NBC-HASH.
           COMPUTE NBC-CREDIT-TOTAL = ACH-FILE-TOTAL * 100.
           MOVE BT-ACH-COMPANY-ID(SCAN-B) TO NBC-COMPANY-ID.
           MOVE BT-ACH-ODFI(SCAN-B) TO NBC-ODFI.
           WRITE NACHA-RECORD FROM NACHA-BATCH-CONTROL.
           MOVE ACH-FILE-ENTRIES TO NFC-ENTRY-COUNT.
           MOVE HASH-ACCUM TO NFC-HASH.
           COMPUTE NFC-CREDIT-TOTAL = ACH-FILE-TOTAL * 100.
           COMPUTE NACHA-RECORD-COUNT = ACH-FILE-ENTRIES + 4.
           COMPUTE NACHA-BLOCK-COUNT =
                   (NACHA-RECORD-COUNT + 9) / 10.
           MOVE NACHA-BLOCK-COUNT TO NFC-BLOCK-COUNT.
                   END-IF
                   IF CREDIT-THIS-MEMO > ZEROES
                           SUBTRACT CREDIT-THIS-MEMO FROM CREDIT-TO-POST
                           IF BUILDING-PROPOSAL
                                   PERFORM PROPOSE-CREDIT-MEMO
                           ELSE
                                   SUBTRACT CREDIT-THIS-MEMO
                                           FROM SETTLED-THIS-RUN
                                   PERFORM SETTLE-CREDIT-MEMO
                           END-IF
                   END-IF
           END-IF.
       PROPOSE-CREDIT-MEMO.
           MOVE GROUP-VENDOR TO PROP-VENDOR-NUMBER.
           MOVE IT-INVOICE-NUMBER(GROUP-ITEM) TO PROP-INVOICE-NUMBER.
           MOVE IT-TYPE(GROUP-ITEM) TO PROP-TYPE.
           MOVE IT-DUE-DATE(GROUP-ITEM) TO PROP-DUE-DATE.
           MOVE IT-BALANCE(GROUP-ITEM) TO PROP-BALANCE.
           MOVE CREDIT-THIS-MEMO TO PROP-PAY-AMOUNT.
           MOVE ZEROES TO PROP-DISCOUNT-TAKEN.
           MOVE ZEROES TO PROP-DISCOUNT-LOST.
           MOVE ZEROES TO PROP-CREDIT-APPLIED.
           MOVE ZEROES TO PROP-WITHHELD.
           MOVE ZEROES TO PROP-NET-AMOUNT.
           MOVE SPACE TO PROP-PAY-METHOD.
           PERFORM WRITE-PROPOSAL-ROW.
       SETTLE-CREDIT-MEMO.
           PERFORM READ-GROUP-INVOICE-RECORD.
           IF INVOICE-FOUND
           MOVE CHECK-AMOUNT-DUE TO RD-AMOUNT.
           MOVE DISCOUNT-TAKEN-THIS TO RD-DISC-TAKEN.
           MOVE DISCOUNT-LOST-THIS TO RD-DISC-LOST.
           MOVE BT-CODE(PAY-BANK) TO RD-BANK.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
           BEFORE ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
                   IF PAID-BY-ACH
                           ADD 1 TO ACH-WRITTEN
                           ADD CHECK-AMOUNT-DUE TO ACH-RUN-TOTAL
                           ADD 1 TO BT-ACH-COUNT(PAY-BANK)
                           ADD CHECK-AMOUNT-DUE
                                   TO BT-ACH-TOTAL(PAY-BANK)
                           IF NOT BUILDING-PROPOSAL
                                   PERFORM WRITE-REGISTER-ACH-TRACE
                           END-IF
                   ELSE
                           ADD 1 TO CHECKS-WRITTEN
                           ADD CHECK-AMOUNT-DUE TO CHECK-RUN-TOTAL
                           ADD 1 TO BT-CHECK-COUNT(PAY-BANK)
                           ADD CHECK-AMOUNT-DUE
                                   TO BT-CHECK-TOTAL(PAY-BANK)
                   END-IF
                   IF BACKUP-WITHHELD-THIS > ZEROES
                           ADD BACKUP-WITHHELD-THIS
                                   TO BACKUP-WITHHELD-TOTAL
                           MOVE BACKUP-WITHHELD-THIS TO RW-AMOUNT
                           WRITE REGISTER-LINE
                                   FROM REGISTER-WITHHOLDING-LINE
                           BEFORE ADVANCING 1 LINE
                           ADD 1 TO LINE-COUNT
                   END-IF
           END-IF.
           IF CREDIT-APPLIED > ZEROES
                   BEFORE ADVANCING 1 LINE
                   ADD 1 TO LINE-COUNT
           END-IF.
       WRITE-REGISTER-ACH-TRACE.
           MOVE CHECK-NUMBER TO RA-TRACE.
           WRITE REGISTER-LINE FROM REGISTER-ACH-LINE
           BEFORE ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
       WRITE-REGISTER-SKIPPED.
           IF LINE-COUNT NOT LESS THAN LINES-PER-PAGE
                   PERFORM WRITE-REGISTER-HEADER
           MOVE ACH-RUN-TOTAL TO RAT-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-ACH-TOTAL-LINE
           BEFORE ADVANCING 2 LINES.
           PERFORM WRITE-REGISTER-BANK-TOTAL
           VARYING SCAN-B FROM 1 BY 1
           UNTIL SCAN-B > BANK-COUNT.
           MOVE BACKUP-WITHHELD-TOTAL TO RWT-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-WITHHELD-TOTAL-LINE
           BEFORE ADVANCING 2 LINES.
           MOVE CREDITS-APPLIED-TOTAL TO RCT-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-CREDIT-TOTAL-LINE
           BEFORE ADVANCING 2 LINES.
           MOVE DISCOUNT-LOST-TOTAL TO RDT-LOST.
           WRITE REGISTER-LINE FROM REGISTER-DISCOUNT-TOTAL-LINE
           BEFORE ADVANCING 2 LINES.
       WRITE-REGISTER-BANK-TOTAL.
           IF BT-CHECK-COUNT(SCAN-B) > ZERO
              OR BT-ACH-COUNT(SCAN-B) > ZERO
                   MOVE BT-CODE(SCAN-B) TO RBT-CODE
                   MOVE BT-DESCRIPTION(SCAN-B) TO RBT-DESCRIPTION
                   MOVE BT-CHECK-COUNT(SCAN-B) TO RBT-CHECK-COUNT
                   MOVE BT-CHECK-TOTAL(SCAN-B) TO RBT-CHECK-AMOUNT
                   MOVE BT-ACH-COUNT(SCAN-B) TO RBT-ACH-COUNT
                   MOVE BT-ACH-TOTAL(SCAN-B) TO RBT-ACH-AMOUNT
                   WRITE REGISTER-LINE FROM REGISTER-BANK-TOTAL-LINE
                   BEFORE ADVANCING 2 LINES
           END-IF.
       FILE-REPORT-IN-ARCHIVE.
           MOVE REGISTER-FILE-NAME TO RPA-REPORT-FILE.
           MOVE REGISTER-FILE-NAME TO RPA-REPORT-NAME.
           MOVE "APPAY01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
