      *This program is the one-screen answer to a vendor on the
      *phone. The clerk keys a vendor number and the console shows,
      *in one pass: the vendor master (status, payment terms, pay
      *method, payment hold, and TIN match status); every open or
      *awaiting-approval invoice and credit memo on "openinvoice"
      *with its balance due and the net the vendor is owed; the most
      *recent paid items from "invoicehistory" with the check or ACH
      *trace number that paid them and that payment's status on
      *"checkissue" (outstanding, cleared, voided); the year-to-date
      *paid and withheld from "payhistory"; and the last few
      *"vendoraudit" entries for the vendor. It reads the same files
      *VNDVEW01, APHINQ01 and VNDAUD01 do and changes nothing; a
      *file not yet created simply shows as having nothing on it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APVIQ01.
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
           SELECT INV-HISTORY-FILE
                   ASSIGN TO "invoicehistory"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS INV-HIST-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS INV-HISTORY-STATUS.
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
                   FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT AUDIT-FILE
                   ASSIGN TO "vendoraudit"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDREC.

       FD INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APINVREC.

       FD INV-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APIHSRC.

       FD CHECK-ISSUE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APCHKRC.

       FD PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APHISTRC.

       FD AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VNDAUDIT.

       WORKING-STORAGE SECTION.
       01 VENDOR-FILE-STATUS  PIC XX.
       01 INVOICE-FILE-STATUS PIC XX.
       01 INV-HISTORY-STATUS  PIC XX.
       01 CHECK-ISSUE-FILE-STATUS PIC XX.
       01 PAY-HISTORY-STATUS  PIC XX.
       01 AUDIT-FILE-STATUS   PIC XX.
       01 INVOICE-FILE-SWITCH PIC X.
           88 INVOICE-FILE-OPEN VALUE "Y".
       01 INV-HISTORY-SWITCH  PIC X.
           88 INV-HISTORY-OPEN VALUE "Y".
       01 CHECK-ISSUE-SWITCH  PIC X.
           88 CHECK-ISSUE-OPEN VALUE "Y".
       01 PAY-HISTORY-SWITCH  PIC X.
           88 PAY-HISTORY-OPEN VALUE "Y".
       01 INVOICE-FILE-AT-END PIC X.
       01 INV-HISTORY-AT-END  PIC X.
       01 AUDIT-FILE-AT-END   PIC X.
       01 VENDOR-NUMBER-FIELD   PIC Z(5).
       01 INQUIRY-VENDOR-NUMBER PIC 9(5).
       01 VENDOR-FOUND-SWITCH PIC X.
           88 VENDOR-FOUND VALUE "Y".
       01 RUN-YEAR PIC 9(4).
       01 ITEM-BALANCE       PIC 9(7)V99.
       01 OPEN-ITEM-COUNT    PIC 9(5).
       01 OPEN-INVOICE-TOTAL PIC 9(9)V99.
       01 OPEN-CREDIT-TOTAL  PIC 9(9)V99.
       01 NET-OWED           PIC S9(9)V99.
       01 AMOUNT-FOR-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01 NET-FOR-DISPLAY    PIC ZZZ,ZZZ,ZZ9.99-.
       01 PCT-FOR-DISPLAY    PIC Z9.99.

       01 RECENT-PAID-MAX   PIC 9(2) VALUE 10.
       01 RECENT-PAID-COUNT PIC 9(2).
       01 RECENT-PAID-TABLE.
           05 RECENT-PAID-ENTRY OCCURS 10 TIMES.
               10 RP-INVOICE-NUMBER PIC X(10).
               10 RP-TYPE           PIC X.
               10 RP-CHECK-NUMBER   PIC 9(8).
               10 RP-CHECK-DATE     PIC 9(8).
               10 RP-AMOUNT-PAID    PIC 9(7)V99.
       01 RECENT-SLOT PIC 9(2) COMP.
       01 SCAN-R      PIC 9(2) COMP.
       01 SLOT-FOUND-SWITCH PIC X.
           88 SLOT-FOUND VALUE "Y".

       01 AUDIT-SHOWN-MAX   PIC 9(2) VALUE 5.
       01 AUDIT-SHOWN-COUNT PIC 9(2).
       01 AUDIT-SHOWN-TABLE.
           05 AUDIT-SHOWN-ENTRY OCCURS 5 TIMES.
               10 AS-TIMESTAMP   PIC X(21).
               10 AS-OPERATOR-ID PIC X(8).
               10 AS-ACTION      PIC X(10).
       01 SCAN-U PIC 9(2) COMP.

       01 VENDOR-STATUS-WORD PIC X(8).
       01 PAY-METHOD-WORD    PIC X(5).
       01 HOLD-WORD          PIC X(7).
       01 TIN-STATUS-WORD    PIC X(11).
       01 ITEM-STATUS-WORD   PIC X(8).
       01 CHECK-STATUS-WORD  PIC X(11).

       01 OPEN-ITEM-HEADING.
           05 FILLER PIC X(12) VALUE "INVOICE".
           05 FILLER PIC X(6)  VALUE "TYPE".
           05 FILLER PIC X(10) VALUE "INV DATE".
           05 FILLER PIC X(10) VALUE "DUE DATE".
           05 FILLER PIC X(14) VALUE "      AMOUNT".
           05 FILLER PIC X(14) VALUE " BALANCE DUE".
           05 FILLER PIC X(8)  VALUE "STATUS".

       01 OPEN-ITEM-LINE.
           05 OIL-INVOICE PIC X(10).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 OIL-TYPE    PIC X(4).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 OIL-DATE    PIC 9(8).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 OIL-DUE     PIC 9(8).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 OIL-AMOUNT  PIC Z,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 OIL-BALANCE PIC Z,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 OIL-STATUS  PIC X(8).

       01 PAID-ITEM-HEADING.
           05 FILLER PIC X(12) VALUE "INVOICE".
           05 FILLER PIC X(6)  VALUE "TYPE".
           05 FILLER PIC X(10) VALUE "PAID ON".
           05 FILLER PIC X(10) VALUE "CHECK/ACH".
           05 FILLER PIC X(14) VALUE " AMOUNT PAID".
           05 FILLER PIC X(11) VALUE "STATUS".

       01 PAID-ITEM-LINE.
           05 PIL-INVOICE PIC X(10).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 PIL-TYPE    PIC X(4).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 PIL-DATE    PIC 9(8).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 PIL-CHECK   PIC Z(7)9.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 PIL-AMOUNT  PIC Z,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 PIL-STATUS  PIC X(11).

       01 AUDIT-ITEM-LINE.
           05 AIL-DATE     PIC X(8).
           05 FILLER       PIC X(2) VALUE SPACE.
           05 AIL-TIME     PIC X(6).
           05 FILLER       PIC X(2) VALUE SPACE.
           05 AIL-OPERATOR PIC X(8).
           05 FILLER       PIC X(2) VALUE SPACE.
           05 AIL-ACTION   PIC X(10).
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:4) TO RUN-YEAR.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN VENDOR FILE, STATUS: "
                           VENDOR-FILE-STATUS
           ELSE
                   PERFORM OPEN-INQUIRY-FILES
                   PERFORM SELECT-VENDOR-TO-INQUIRE
                   PERFORM SELECT-VENDOR-TO-INQUIRE
                   UNTIL INQUIRY-VENDOR-NUMBER = ZEROES
                   PERFORM CLOSE-INQUIRY-FILES
                   CLOSE VENDOR-FILE
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       OPEN-INQUIRY-FILES.
           MOVE "N" TO INVOICE-FILE-SWITCH.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-STATUS = "00"
                   MOVE "Y" TO INVOICE-FILE-SWITCH.
           MOVE "N" TO INV-HISTORY-SWITCH.
           OPEN INPUT INV-HISTORY-FILE.
           IF INV-HISTORY-STATUS = "00"
                   MOVE "Y" TO INV-HISTORY-SWITCH.
           MOVE "N" TO CHECK-ISSUE-SWITCH.
           OPEN INPUT CHECK-ISSUE-FILE.
           IF CHECK-ISSUE-FILE-STATUS = "00"
                   MOVE "Y" TO CHECK-ISSUE-SWITCH.
           MOVE "N" TO PAY-HISTORY-SWITCH.
           OPEN INPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-STATUS = "00"
                   MOVE "Y" TO PAY-HISTORY-SWITCH.
       CLOSE-INQUIRY-FILES.
           IF INVOICE-FILE-OPEN
                   CLOSE INVOICE-FILE.
           IF INV-HISTORY-OPEN
                   CLOSE INV-HISTORY-FILE.
           IF CHECK-ISSUE-OPEN
                   CLOSE CHECK-ISSUE-FILE.
           IF PAY-HISTORY-OPEN
                   CLOSE PAY-HISTORY-FILE.
       SELECT-VENDOR-TO-INQUIRE.
           MOVE ZEROES TO INQUIRY-VENDOR-NUMBER.
           DISPLAY "ENTER VENDOR NUMBER (1 - 99999)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           ACCEPT VENDOR-NUMBER-FIELD.
           MOVE VENDOR-NUMBER-FIELD TO INQUIRY-VENDOR-NUMBER.
           IF INQUIRY-VENDOR-NUMBER NOT = ZEROES
                   PERFORM INQUIRE-ONE-VENDOR.
       INQUIRE-ONE-VENDOR.
           MOVE "Y" TO VENDOR-FOUND-SWITCH.
           MOVE INQUIRY-VENDOR-NUMBER TO VENDOR-NUMBER.
           READ VENDOR-FILE
           INVALID KEY
                   MOVE "N" TO VENDOR-FOUND-SWITCH.
           IF VENDOR-FOUND
                   PERFORM SHOW-VENDOR-MASTER
                   PERFORM SHOW-OPEN-ITEMS
                   PERFORM SHOW-RECENT-PAYMENTS
                   PERFORM SHOW-YEAR-TO-DATE
                   PERFORM SHOW-RECENT-AUDIT
           ELSE
                   DISPLAY "VENDOR NUMBER NOT ON FILE"
           END-IF.
      *THE VENDOR MASTER.
       SHOW-VENDOR-MASTER.
           IF VENDOR-ACTIVE
                   MOVE "ACTIVE" TO VENDOR-STATUS-WORD
           ELSE
                   MOVE "INACTIVE" TO VENDOR-STATUS-WORD
           END-IF.
           IF VENDOR-PAYS-BY-ACH
                   MOVE "ACH" TO PAY-METHOD-WORD
           ELSE
                   MOVE "CHECK" TO PAY-METHOD-WORD
           END-IF.
           IF VENDOR-ON-PAYMENT-HOLD
                   MOVE "ON HOLD" TO HOLD-WORD
           ELSE
                   MOVE "NONE" TO HOLD-WORD
           END-IF.
           EVALUATE TRUE
               WHEN VENDOR-TIN-MATCHED
                       MOVE "MATCHED" TO TIN-STATUS-WORD
               WHEN VENDOR-TIN-FAILED
                       MOVE "FAILED" TO TIN-STATUS-WORD
               WHEN OTHER
                       MOVE "NOT CHECKED" TO TIN-STATUS-WORD
           END-EVALUATE.
           MOVE VENDOR-DISC-PCT TO PCT-FOR-DISPLAY.
           DISPLAY "==========================================="
                   "=====================================".
           DISPLAY "VENDOR "VENDOR-NUMBER" "VENDOR-NAME
                   " STATUS: "VENDOR-STATUS-WORD.
           DISPLAY "  "VENDOR-ADDRESS" "VENDOR-CITY" "
                   VENDOR-STATE" "VENDOR-ZIP.
           DISPLAY "  CONTACT: "VENDOR-CONTACT-NAME
                   " PHONE: "VENDOR-PHONE.
           DISPLAY "  TERMS: "PCT-FOR-DISPLAY"% "VENDOR-DISC-DAYS
                   " NET "VENDOR-NET-DAYS
                   "  PAY BY: "PAY-METHOD-WORD
                   "  PAYMENT HOLD: "HOLD-WORD.
           DISPLAY "  TAX ID: "VENDOR-TAX-ID
                   "  1099: "VENDOR-1099-TYPE
                   "  TIN MATCH: "TIN-STATUS-WORD.
      *OPEN AND AWAITING-APPROVAL INVOICES AND CREDIT MEMOS. A ZERO
      *BALANCE DUE ON AN OPEN ITEM MEANS NOTHING HAS BEEN PAID ON IT
      *YET, THE SAME READING APPAY01 GIVES IT.
       SHOW-OPEN-ITEMS.
           MOVE ZERO TO OPEN-ITEM-COUNT.
           MOVE ZERO TO OPEN-INVOICE-TOTAL.
           MOVE ZERO TO OPEN-CREDIT-TOTAL.
           DISPLAY "OPEN ITEMS".
           DISPLAY OPEN-ITEM-HEADING.
           MOVE "Y" TO INVOICE-FILE-AT-END.
           IF INVOICE-FILE-OPEN
                   MOVE INQUIRY-VENDOR-NUMBER TO INVOICE-VENDOR-NUMBER
                   MOVE LOW-VALUES TO INVOICE-NUMBER
                   START INVOICE-FILE KEY NOT LESS THAN INVOICE-KEY
                   INVALID KEY
                           MOVE "Y" TO INVOICE-FILE-AT-END
                   NOT INVALID KEY
                           MOVE "N" TO INVOICE-FILE-AT-END
                   END-START
           END-IF.
           IF INVOICE-FILE-AT-END = "N"
                   PERFORM READ-NEXT-VENDOR-INVOICE
                   PERFORM UNTIL INVOICE-FILE-AT-END = "Y"
                           PERFORM SHOW-ONE-OPEN-ITEM
                           PERFORM READ-NEXT-VENDOR-INVOICE
                   END-PERFORM
           END-IF.
           IF OPEN-ITEM-COUNT = ZEROES
                   DISPLAY "  NO OPEN INVOICES OR CREDIT MEMOS"
           ELSE
                   COMPUTE NET-OWED =
                           OPEN-INVOICE-TOTAL - OPEN-CREDIT-TOTAL
                   MOVE OPEN-INVOICE-TOTAL TO AMOUNT-FOR-DISPLAY
                   DISPLAY "  OPEN INVOICES:  "AMOUNT-FOR-DISPLAY
                   MOVE OPEN-CREDIT-TOTAL TO AMOUNT-FOR-DISPLAY
                   DISPLAY "  OPEN CREDITS:   "AMOUNT-FOR-DISPLAY
                   MOVE NET-OWED TO NET-FOR-DISPLAY
                   DISPLAY "  NET OWED:       "NET-FOR-DISPLAY
           END-IF.
       READ-NEXT-VENDOR-INVOICE.
           READ INVOICE-FILE NEXT RECORD
           AT END
                   MOVE "Y" TO INVOICE-FILE-AT-END
           NOT AT END
                   IF INVOICE-VENDOR-NUMBER NOT = INQUIRY-VENDOR-NUMBER
                           MOVE "Y" TO INVOICE-FILE-AT-END
                   END-IF
           END-READ.
       SHOW-ONE-OPEN-ITEM.
           IF INVOICE-OPEN OR INVOICE-PENDING-APPROVAL
                   IF INVOICE-BALANCE-DUE = ZEROES
                           MOVE INVOICE-AMOUNT TO ITEM-BALANCE
                   ELSE
                           MOVE INVOICE-BALANCE-DUE TO ITEM-BALANCE
                   END-IF
                   IF INVOICE-OPEN
                           MOVE "OPEN" TO ITEM-STATUS-WORD
                   ELSE
                           MOVE "AWAITING" TO ITEM-STATUS-WORD
                   END-IF
                   IF INVOICE-CREDIT-MEMO
                           MOVE "CM" TO OIL-TYPE
                           ADD ITEM-BALANCE TO OPEN-CREDIT-TOTAL
                   ELSE
                           MOVE "INV" TO OIL-TYPE
                           ADD ITEM-BALANCE TO OPEN-INVOICE-TOTAL
                   END-IF
                   MOVE INVOICE-NUMBER TO OIL-INVOICE
                   MOVE INVOICE-DATE TO OIL-DATE
                   MOVE INVOICE-DUE-DATE TO OIL-DUE
                   MOVE INVOICE-AMOUNT TO OIL-AMOUNT
                   MOVE ITEM-BALANCE TO OIL-BALANCE
                   MOVE ITEM-STATUS-WORD TO OIL-STATUS
                   DISPLAY OPEN-ITEM-LINE
                   ADD 1 TO OPEN-ITEM-COUNT
           END-IF.
      *RECENT PAID ITEMS. THE HISTORY FILE IS IN INVOICE ORDER, SO
      *THE VENDOR'S ROWS ARE KEPT IN A SMALL TABLE HELD NEWEST FIRST
      *AND ONLY THE LATEST ONES SURVIVE.
       SHOW-RECENT-PAYMENTS.
           MOVE ZERO TO RECENT-PAID-COUNT.
           MOVE "Y" TO INV-HISTORY-AT-END.
           IF INV-HISTORY-OPEN
                   MOVE INQUIRY-VENDOR-NUMBER TO INV-HIST-VENDOR-NUMBER
                   MOVE LOW-VALUES TO INV-HIST-INVOICE-NUMBER
                   MOVE ZEROES TO INV-HIST-CHECK-NUMBER
                   START INV-HISTORY-FILE
                           KEY NOT LESS THAN INV-HIST-KEY
                   INVALID KEY
                           MOVE "Y" TO INV-HISTORY-AT-END
                   NOT INVALID KEY
                           MOVE "N" TO INV-HISTORY-AT-END
                   END-START
           END-IF.
           IF INV-HISTORY-AT-END = "N"
                   PERFORM READ-NEXT-VENDOR-HISTORY
                   PERFORM UNTIL INV-HISTORY-AT-END = "Y"
                           PERFORM KEEP-IF-RECENT
                           PERFORM READ-NEXT-VENDOR-HISTORY
                   END-PERFORM
           END-IF.
           DISPLAY "RECENT PAYMENTS".
           IF RECENT-PAID-COUNT = ZEROES
                   DISPLAY "  NO PAID ITEMS ON HISTORY"
           ELSE
                   DISPLAY PAID-ITEM-HEADING
                   PERFORM SHOW-ONE-RECENT-PAYMENT
                   VARYING SCAN-R FROM 1 BY 1
                   UNTIL SCAN-R > RECENT-PAID-COUNT
           END-IF.
       READ-NEXT-VENDOR-HISTORY.
           READ INV-HISTORY-FILE NEXT RECORD
           AT END
                   MOVE "Y" TO INV-HISTORY-AT-END
           NOT AT END
                   IF INV-HIST-VENDOR-NUMBER
                           NOT = INQUIRY-VENDOR-NUMBER
                           MOVE "Y" TO INV-HISTORY-AT-END
                   END-IF
           END-READ.
       KEEP-IF-RECENT.
           IF RECENT-PAID-COUNT < RECENT-PAID-MAX
                   ADD 1 TO RECENT-PAID-COUNT
                   MOVE RECENT-PAID-COUNT TO RECENT-SLOT
                   PERFORM INSERT-RECENT-PAYMENT
           ELSE
                   IF INV-HIST-CHECK-DATE
                           > RP-CHECK-DATE(RECENT-PAID-MAX)
                           MOVE RECENT-PAID-MAX TO RECENT-SLOT
                           PERFORM INSERT-RECENT-PAYMENT
                   END-IF
           END-IF.
       INSERT-RECENT-PAYMENT.
           MOVE "N" TO SLOT-FOUND-SWITCH.
           PERFORM FIND-RECENT-SLOT
           UNTIL SLOT-FOUND.
           MOVE INV-HIST-INVOICE-NUMBER
                   TO RP-INVOICE-NUMBER(RECENT-SLOT).
           MOVE INV-HIST-TYPE TO RP-TYPE(RECENT-SLOT).
           MOVE INV-HIST-CHECK-NUMBER TO RP-CHECK-NUMBER(RECENT-SLOT).
           MOVE INV-HIST-CHECK-DATE TO RP-CHECK-DATE(RECENT-SLOT).
           MOVE INV-HIST-AMOUNT-PAID TO RP-AMOUNT-PAID(RECENT-SLOT).
      *THE SLOT MOVES UP PAST EVERY OLDER ENTRY, PUSHING EACH ONE
      *DOWN A PLACE, UNTIL THE ENTRY ABOVE IS AS NEW AS THIS ONE.
       FIND-RECENT-SLOT.
           IF RECENT-SLOT = 1
                   MOVE "Y" TO SLOT-FOUND-SWITCH
           ELSE
                   IF RP-CHECK-DATE(RECENT-SLOT - 1)
                           < INV-HIST-CHECK-DATE
                           MOVE RECENT-PAID-ENTRY(RECENT-SLOT - 1)
                                   TO RECENT-PAID-ENTRY(RECENT-SLOT)
                           SUBTRACT 1 FROM RECENT-SLOT
                   ELSE
                           MOVE "Y" TO SLOT-FOUND-SWITCH
                   END-IF
           END-IF.
       SHOW-ONE-RECENT-PAYMENT.
           MOVE RP-INVOICE-NUMBER(SCAN-R) TO PIL-INVOICE.
           IF RP-TYPE(SCAN-R) = "C"
                   MOVE "CM" TO PIL-TYPE
           ELSE
                   MOVE "INV" TO PIL-TYPE
           END-IF.
           MOVE RP-CHECK-DATE(SCAN-R) TO PIL-DATE.
           MOVE RP-CHECK-NUMBER(SCAN-R) TO PIL-CHECK.
           MOVE RP-AMOUNT-PAID(SCAN-R) TO PIL-AMOUNT.
           PERFORM SET-CHECK-STATUS-WORD.
           MOVE CHECK-STATUS-WORD TO PIL-STATUS.
           DISPLAY PAID-ITEM-LINE.
      *CHECK NUMBER ZERO IS AN ITEM SETTLED AGAINST A CREDIT MEMO
      *WITHOUT CASH, AS ON APHINQ01.
       SET-CHECK-STATUS-WORD.
           IF RP-CHECK-NUMBER(SCAN-R) = ZEROES
                   MOVE "NO CASH" TO CHECK-STATUS-WORD
           ELSE
                   MOVE "NOT ON FILE" TO CHECK-STATUS-WORD
                   IF CHECK-ISSUE-OPEN
                           MOVE RP-CHECK-NUMBER(SCAN-R) TO CHECK-NUMBER
                           READ CHECK-ISSUE-FILE
                           INVALID KEY
                                   CONTINUE
                           NOT INVALID KEY
                                   PERFORM NAME-CHECK-STATUS
                           END-READ
                   END-IF
           END-IF.
       NAME-CHECK-STATUS.
           EVALUATE TRUE
               WHEN CHECK-ISSUED
                       MOVE "OUTSTANDING" TO CHECK-STATUS-WORD
               WHEN CHECK-CLEARED
                       MOVE "CLEARED" TO CHECK-STATUS-WORD
               WHEN CHECK-VOIDED
                       MOVE "VOIDED" TO CHECK-STATUS-WORD
               WHEN CHECK-SPOILED
                       MOVE "SPOILED" TO CHECK-STATUS-WORD
               WHEN CHECK-ACH-PAID
                       MOVE "ACH SENT" TO CHECK-STATUS-WORD
               WHEN OTHER
                       MOVE CHECK-ISSUE-STATUS TO CHECK-STATUS-WORD
           END-EVALUATE.
      *YEAR TO DATE FROM PAY HISTORY.
       SHOW-YEAR-TO-DATE.
           MOVE ZEROES TO HISTORY-YTD-PAID.
           MOVE ZEROES TO HISTORY-YTD-WITHHELD.
           MOVE ZEROES TO HISTORY-PAYMENT-COUNT.
           IF PAY-HISTORY-OPEN
                   MOVE INQUIRY-VENDOR-NUMBER TO HISTORY-VENDOR-NUMBER
                   MOVE RUN-YEAR TO HISTORY-YEAR
                   READ PAY-HISTORY-FILE
                   INVALID KEY
                           MOVE ZEROES TO HISTORY-YTD-PAID
                           MOVE ZEROES TO HISTORY-YTD-WITHHELD
                           MOVE ZEROES TO HISTORY-PAYMENT-COUNT
                   END-READ
           END-IF.
           MOVE HISTORY-YTD-PAID TO AMOUNT-FOR-DISPLAY.
           DISPLAY "YEAR TO DATE "RUN-YEAR
                   "  PAID: "AMOUNT-FOR-DISPLAY
                   "  PAYMENTS: "HISTORY-PAYMENT-COUNT.
           IF HISTORY-YTD-WITHHELD > ZEROES
                   MOVE HISTORY-YTD-WITHHELD TO AMOUNT-FOR-DISPLAY
                   DISPLAY "  BACKUP WITHHELD: "AMOUNT-FOR-DISPLAY
           END-IF.
      *LAST FEW AUDIT ENTRIES. THE TRAIL IS IN TIME ORDER, SO THE
      *TABLE KEEPS THE LATEST ONES BY DROPPING THE OLDEST.
       SHOW-RECENT-AUDIT.
           MOVE ZERO TO AUDIT-SHOWN-COUNT.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "00"
                   MOVE "N" TO AUDIT-FILE-AT-END
                   PERFORM READ-NEXT-AUDIT-RECORD
                   PERFORM UNTIL AUDIT-FILE-AT-END = "Y"
                           IF AUDIT-VENDOR-NUMBER
                                   = INQUIRY-VENDOR-NUMBER
                                   PERFORM KEEP-AUDIT-ENTRY
                           END-IF
                           PERFORM READ-NEXT-AUDIT-RECORD
                   END-PERFORM
                   CLOSE AUDIT-FILE
           END-IF.
           DISPLAY "RECENT CHANGES".
           IF AUDIT-SHOWN-COUNT = ZEROES
                   DISPLAY "  NO AUDIT ENTRIES"
           ELSE
                   PERFORM SHOW-ONE-AUDIT-ENTRY
                   VARYING SCAN-U FROM AUDIT-SHOWN-COUNT BY -1
                   UNTIL SCAN-U < 1
           END-IF.
       READ-NEXT-AUDIT-RECORD.
           READ AUDIT-FILE
                   AT END MOVE "Y" TO AUDIT-FILE-AT-END.
       KEEP-AUDIT-ENTRY.
           IF AUDIT-SHOWN-COUNT < AUDIT-SHOWN-MAX
                   ADD 1 TO AUDIT-SHOWN-COUNT
           ELSE
                   PERFORM MOVE-ONE-AUDIT-UP
                   VARYING SCAN-U FROM 1 BY 1
                   UNTIL SCAN-U NOT LESS AUDIT-SHOWN-MAX
           END-IF.
           MOVE AUDIT-TIMESTAMP TO AS-TIMESTAMP(AUDIT-SHOWN-COUNT).
           MOVE AUDIT-OPERATOR-ID TO AS-OPERATOR-ID(AUDIT-SHOWN-COUNT).
           MOVE AUDIT-ACTION TO AS-ACTION(AUDIT-SHOWN-COUNT).
       MOVE-ONE-AUDIT-UP.
           MOVE AUDIT-SHOWN-ENTRY(SCAN-U + 1)
                   TO AUDIT-SHOWN-ENTRY(SCAN-U).
       SHOW-ONE-AUDIT-ENTRY.
           MOVE AS-TIMESTAMP(SCAN-U)(1:8) TO AIL-DATE.
           MOVE AS-TIMESTAMP(SCAN-U)(9:6) TO AIL-TIME.
           MOVE AS-OPERATOR-ID(SCAN-U) TO AIL-OPERATOR.
           MOVE AS-ACTION(SCAN-U) TO AIL-ACTION.
           DISPLAY AUDIT-ITEM-LINE.
