      *activity on the "periodcontrol" file - otherwise every
      *APCLS01 close after a rejection would be out of
      *balance by the rejected total.
      *An invoice billed against a purchase order shows the
      *three-way match before the approve/reject question: for each
      *PO line billed, the invoice unit price against the PO price
      *and the line's total billed quantity against what APRCV01
      *recorded as received, each within a 2 percent tolerance,
      *and an overall MATCHED or NOT MATCHED. The result informs the
      *supervisor's decision rather than blocking it, but approving
      *an invoice that did not match takes a second, deliberate Y
      *to THREE-WAY MATCH FAILED - APPROVE ANYWAY; any other answer
      *leaves the invoice pending. Rejecting a
      *PO invoice takes its billed quantities back off the PO lines
      *so a corrected invoice can be billed against them.
      *Rejecting an awards vendor invoice likewise puts the gift
      *orders APINV01 matched to it back to Sent, so they can be
      *matched to the vendor's corrected invoice.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAPR01.
       ENVIRONMENT DIVISION.
                   ASSIGN TO "periodcontrol"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PERIOD-FILE-STATUS.
           SELECT PO-FILE
                   ASSIGN TO "purchaseorder"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS PO-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS PO-FILE-STATUS.
           SELECT INVOICE-PO-FILE
                   ASSIGN TO "invoicepo"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS IPO-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS INVOICE-PO-FILE-STATUS.
           SELECT AWARD-ORDER-FILE
                   ASSIGN TO "awardorders"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS ORD-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS AWARD-ORDER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPERRC.

       FD PO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPORC.

       FD INVOICE-PO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APIPORC.

       FD AWARD-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AWDORD.

       WORKING-STORAGE SECTION.
       01 INVOICE-FILE-STATUS  PIC XX.
       01 INVOICE-FILE-AT-END  PIC X.
       01 REJECT-REASON-ENTERED PIC X(30).
       01 INVOICES-APPROVED PIC 9(5) VALUE ZERO.
       01 INVOICES-REJECTED PIC 9(5) VALUE ZERO.
       01 PO-FILE-STATUS         PIC XX.
       01 INVOICE-PO-FILE-STATUS PIC XX.
       01 INVOICE-PO-AT-END      PIC X.
       01 PO-FILES-SWITCH PIC X.
           88 PO-FILES-OPEN VALUE "Y".
       01 MATCH-TOLERANCE-PCT PIC 9(2)V99 VALUE 2.00.
       01 MATCH-ALLOWANCE     PIC 9(7)V9999.
       01 MATCH-DIFFERENCE    PIC 9(7)V9999.
       01 MATCH-LINES-CHECKED PIC 9(3).
       01 MATCH-FAILED-SWITCH PIC X.
           88 MATCH-FAILED VALUE "Y".
       01 OVERRIDE-ANSWER PIC X.
           88 APPROVE-MISMATCH VALUE "Y".
       01 LINE-RESULT         PIC X(11).
       01 PO-LINE-FOUND-SWITCH PIC X.
           88 PO-LINE-FOUND VALUE "Y".
       01 AWARD-ORDER-FILE-STATUS PIC XX.
       01 AWARD-ORDER-FILE-AT-END PIC X.
       01 AWARD-ORDERS-RETURNED   PIC 9(5).
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-OPERATOR-AND-LEVEL.
                   DISPLAY "COULD NOT OPEN INVOICE FILE, STATUS: "
                           INVOICE-FILE-STATUS
           ELSE
                   PERFORM OPEN-PO-FILES
                   OPEN I-O AWARD-ORDER-FILE
                   MOVE SPACE TO REVIEW-ANSWER
                   MOVE "N" TO INVOICE-FILE-AT-END
                   PERFORM READ-NEXT-INVOICE
                           END-IF
                           PERFORM READ-NEXT-INVOICE
                   END-PERFORM
                   PERFORM CLOSE-PO-FILES
                   IF AWARD-ORDER-FILE-STATUS = "00"
                           CLOSE AWARD-ORDER-FILE
                   END-IF
                   CLOSE INVOICE-FILE
                   DISPLAY "INVOICES APPROVED: "INVOICES-APPROVED
                   DISPLAY "INVOICES REJECTED: "INVOICES-REJECTED
           DISPLAY " DATED: "INVOICE-DATE
           " DUE: "INVOICE-DUE-DATE
           " AMOUNT: "INVOICE-AMOUNT.
           MOVE "N" TO MATCH-FAILED-SWITCH.
           IF INVOICE-PO-NUMBER NOT = ZEROES AND PO-FILES-OPEN
                   PERFORM SHOW-THREE-WAY-MATCH
           END-IF.
           DISPLAY "APPROVE, REJECT, SKIP, OR QUIT? (A/R/S/Q)".
           MOVE SPACE TO REVIEW-ANSWER.
           ACCEPT REVIEW-ANSWER.
               WHEN OTHER
                       CONTINUE
           END-EVALUATE.
      *A MISMATCHED INVOICE IS APPROVED ONLY ON PURPOSE.
       APPROVE-ONE-INVOICE.
           IF MATCH-FAILED
                   DISPLAY "THREE-WAY MATCH FAILED - APPROVE ANYWAY? "
                           "(Y/N)"
                   MOVE SPACE TO OVERRIDE-ANSWER
                   ACCEPT OVERRIDE-ANSWER
                   IF APPROVE-MISMATCH
                           PERFORM RECORD-APPROVAL
                   ELSE
                           DISPLAY "NOT APPROVED - LEFT PENDING"
                   END-IF
           ELSE
                   PERFORM RECORD-APPROVAL
           END-IF.
       RECORD-APPROVAL.
           SET INVOICE-OPEN TO TRUE.
           MOVE OPERATOR-ID TO INVOICE-APPROVED-BY.
           MOVE SPACE TO INVOICE-REJECT-REASON.
           MOVE REJECT-REASON-ENTERED TO INVOICE-REJECT-REASON.
           PERFORM REWRITE-INVOICE-RECORD.
           PERFORM BACK-OUT-PERIOD-ACTIVITY.
           IF INVOICE-PO-NUMBER NOT = ZEROES AND PO-FILES-OPEN
                   PERFORM BACK-OUT-PO-BILLED
           END-IF.
           IF INVOICE-TYPE-INVOICE AND AWARD-ORDER-FILE-STATUS = "00"
                   PERFORM BACK-OUT-AWARD-ORDERS
           END-IF.
           ADD 1 TO INVOICES-REJECTED.
           DISPLAY "REJECTED".
       BACK-OUT-PERIOD-ACTIVITY.
           REWRITE OPEN-INVOICE-RECORD
           INVALID KEY
                   DISPLAY "COULD NOT REWRITE INVOICE RECORD".
      *NO PURCHASE ORDER FILES MEANS PURCHASE ORDERS ARE NOT IN USE
      *AND THERE IS NO MATCH TO SHOW.
       OPEN-PO-FILES.
           MOVE "N" TO PO-FILES-SWITCH.
           OPEN I-O PO-FILE.
           IF PO-FILE-STATUS = "00"
                   OPEN INPUT INVOICE-PO-FILE
                   IF INVOICE-PO-FILE-STATUS = "00"
                           MOVE "Y" TO PO-FILES-SWITCH
                   ELSE
                           CLOSE PO-FILE
                   END-IF
           END-IF.
       CLOSE-PO-FILES.
           IF PO-FILES-OPEN
                   CLOSE INVOICE-PO-FILE
                   CLOSE PO-FILE
           END-IF.
       START-INVOICE-PO-ROWS.
           MOVE INVOICE-VENDOR-NUMBER TO IPO-VENDOR-NUMBER.
           MOVE INVOICE-NUMBER TO IPO-INVOICE-NUMBER.
           MOVE ZEROES TO IPO-PO-LINE-NUMBER.
           START INVOICE-PO-FILE KEY NOT LESS THAN IPO-KEY
           INVALID KEY
                   MOVE "Y" TO INVOICE-PO-AT-END
           NOT INVALID KEY
                   MOVE "N" TO INVOICE-PO-AT-END
           END-START.
           IF INVOICE-PO-AT-END = "N"
                   PERFORM READ-NEXT-INVOICE-PO
           END-IF.
       READ-NEXT-INVOICE-PO.
           READ INVOICE-PO-FILE NEXT RECORD
           AT END
                   MOVE "Y" TO INVOICE-PO-AT-END
           NOT AT END
                   IF IPO-VENDOR-NUMBER NOT = INVOICE-VENDOR-NUMBER
                      OR IPO-INVOICE-NUMBER NOT = INVOICE-NUMBER
                           MOVE "Y" TO INVOICE-PO-AT-END
                   END-IF
           END-READ.
       READ-BILLED-PO-LINE.
           MOVE "Y" TO PO-LINE-FOUND-SWITCH.
           MOVE IPO-PO-NUMBER TO PO-NUMBER.
           MOVE IPO-PO-LINE-NUMBER TO PO-LINE-NUMBER.
           READ PO-FILE
           INVALID KEY
                   MOVE "N" TO PO-LINE-FOUND-SWITCH.
       SHOW-THREE-WAY-MATCH.
           DISPLAY "THREE-WAY MATCH AGAINST PO "INVOICE-PO-NUMBER.
           MOVE ZERO TO MATCH-LINES-CHECKED.
           MOVE "N" TO MATCH-FAILED-SWITCH.
           PERFORM START-INVOICE-PO-ROWS.
           PERFORM UNTIL INVOICE-PO-AT-END = "Y"
                   PERFORM MATCH-ONE-BILLED-LINE
                   PERFORM READ-NEXT-INVOICE-PO
           END-PERFORM.
           IF MATCH-LINES-CHECKED = ZEROES
                   DISPLAY "  NO PO LINES BILLED ON THIS INVOICE"
                   MOVE "Y" TO MATCH-FAILED-SWITCH
           END-IF.
           IF MATCH-FAILED
                   DISPLAY "THREE-WAY MATCH: NOT MATCHED"
           ELSE
                   DISPLAY "THREE-WAY MATCH: MATCHED"
           END-IF.
       MATCH-ONE-BILLED-LINE.
           ADD 1 TO MATCH-LINES-CHECKED.
           PERFORM READ-BILLED-PO-LINE.
           IF NOT PO-LINE-FOUND
                   DISPLAY "  LINE "IPO-PO-LINE-NUMBER
                           " NOT ON THE PURCHASE ORDER FILE"
                   MOVE "Y" TO MATCH-FAILED-SWITCH
           ELSE
                   PERFORM MATCH-LINE-PRICE
                   PERFORM MATCH-LINE-QUANTITY
           END-IF.
       MATCH-LINE-PRICE.
           IF IPO-BILLED-PRICE > PO-UNIT-PRICE
                   COMPUTE MATCH-DIFFERENCE =
                           IPO-BILLED-PRICE - PO-UNIT-PRICE
           ELSE
                   COMPUTE MATCH-DIFFERENCE =
                           PO-UNIT-PRICE - IPO-BILLED-PRICE
           END-IF.
           COMPUTE MATCH-ALLOWANCE =
                   PO-UNIT-PRICE * MATCH-TOLERANCE-PCT / 100.
           IF MATCH-DIFFERENCE > MATCH-ALLOWANCE
                   MOVE "PRICE OFF" TO LINE-RESULT
                   MOVE "Y" TO MATCH-FAILED-SWITCH
           ELSE
                   MOVE "PRICE OK" TO LINE-RESULT
           END-IF.
           DISPLAY "  LINE "PO-LINE-NUMBER
                   " PO PRICE: "PO-UNIT-PRICE
                   " INVOICE PRICE: "IPO-BILLED-PRICE
                   " "LINE-RESULT.
      *BILLING SHORT OF WHAT ARRIVED IS FINE; BILLING FOR MORE THAN
      *ARRIVED (ALL INVOICES ON THE LINE SO FAR) IS NOT.
       MATCH-LINE-QUANTITY.
           COMPUTE MATCH-ALLOWANCE =
                   PO-QTY-RECEIVED * MATCH-TOLERANCE-PCT / 100.
           IF PO-QTY-BILLED > PO-QTY-RECEIVED
                   COMPUTE MATCH-DIFFERENCE =
                           PO-QTY-BILLED - PO-QTY-RECEIVED
           ELSE
                   MOVE ZEROES TO MATCH-DIFFERENCE
           END-IF.
           IF MATCH-DIFFERENCE > MATCH-ALLOWANCE
                   MOVE "QTY OVER" TO LINE-RESULT
                   MOVE "Y" TO MATCH-FAILED-SWITCH
           ELSE
                   MOVE "QTY OK" TO LINE-RESULT
           END-IF.
           DISPLAY "  LINE "PO-LINE-NUMBER
                   " RECEIVED: "PO-QTY-RECEIVED
                   " BILLED: "PO-QTY-BILLED
                   " THIS INVOICE: "IPO-BILLED-QUANTITY
                   " "LINE-RESULT.
       BACK-OUT-PO-BILLED.
           PERFORM START-INVOICE-PO-ROWS.
           PERFORM UNTIL INVOICE-PO-AT-END = "Y"
                   PERFORM BACK-OUT-ONE-PO-LINE
                   PERFORM READ-NEXT-INVOICE-PO
           END-PERFORM.
       BACK-OUT-ONE-PO-LINE.
           PERFORM READ-BILLED-PO-LINE.
           IF PO-LINE-FOUND
                   IF PO-QTY-BILLED > IPO-BILLED-QUANTITY
                           SUBTRACT IPO-BILLED-QUANTITY
                                   FROM PO-QTY-BILLED
                   ELSE
                           MOVE ZEROES TO PO-QTY-BILLED
                   END-IF
                   REWRITE PURCHASE-ORDER-RECORD
                   INVALID KEY
                           DISPLAY "COULD NOT REWRITE PO LINE"
                   END-REWRITE
           END-IF.
       BACK-OUT-AWARD-ORDERS.
           MOVE ZERO TO AWARD-ORDERS-RETURNED.
           MOVE LOW-VALUES TO ORD-KEY.
           START AWARD-ORDER-FILE KEY NOT LESS THAN ORD-KEY
           INVALID KEY
                   MOVE "Y" TO AWARD-ORDER-FILE-AT-END
           NOT INVALID KEY
                   MOVE "N" TO AWARD-ORDER-FILE-AT-END
           END-START.
           IF AWARD-ORDER-FILE-AT-END = "N"
                   PERFORM READ-NEXT-AWARD-ORDER
                   PERFORM UNTIL AWARD-ORDER-FILE-AT-END = "Y"
                           IF ORD-BILLED
                              AND ORD-VENDOR-NUMBER
                                  = INVOICE-VENDOR-NUMBER
                              AND ORD-INVOICE-NUMBER = INVOICE-NUMBER
                                   PERFORM BACK-OUT-ONE-AWARD-ORDER
                           END-IF
                           PERFORM READ-NEXT-AWARD-ORDER
                   END-PERFORM
           END-IF.
           IF AWARD-ORDERS-RETURNED > ZEROES
                   DISPLAY "AWARD ORDERS RETURNED TO SENT: "
                           AWARD-ORDERS-RETURNED
           END-IF.
       READ-NEXT-AWARD-ORDER.
           READ AWARD-ORDER-FILE NEXT RECORD
                   AT END MOVE "Y" TO AWARD-ORDER-FILE-AT-END.
       BACK-OUT-ONE-AWARD-ORDER.
           SET ORD-SENT TO TRUE.
           MOVE SPACE TO ORD-INVOICE-NUMBER.
           REWRITE AWARD-ORDER-RECORD
           INVALID KEY
                   DISPLAY "COULD NOT REWRITE AWARD ORDER"
           NOT INVALID KEY
                   ADD 1 TO AWARD-ORDERS-RETURNED
           END-REWRITE.
