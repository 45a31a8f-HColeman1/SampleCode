      *This program records goods received against purchase orders,
      *so the three-way match in APAPR01 has the receiving
      *dock's count to compare the vendor's bill against. The clerk
      *keys the PO number; each line of the PO shows with its
      *ordered and already-received quantities, and the quantity
      *that arrived today is keyed (zero for nothing) and added to
      *the line's received quantity on the "purchaseorder" file.
      *Receiving more than was ordered needs a confirmation. Every
      *receipt is also written to the "poreceipts" log with the
      *date and the receiving operator's id, so the dock's count
      *can be traced later.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRCV01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-FILE
                   ASSIGN TO "purchaseorder"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS PO-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS PO-FILE-STATUS.
           SELECT RECEIPT-LOG-FILE
                   ASSIGN TO "poreceipts"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RECEIPT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPORC.

       FD RECEIPT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01 RECEIPT-LOG-RECORD.
           05 RECEIPT-TIMESTAMP     PIC X(21).
           05 RECEIPT-OPERATOR-ID   PIC X(8).
           05 RECEIPT-PO-NUMBER     PIC 9(8).
           05 RECEIPT-LINE-NUMBER   PIC 9(2).
           05 RECEIPT-QUANTITY      PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 PO-FILE-STATUS      PIC XX.
       01 RECEIPT-LOG-STATUS  PIC XX.
       01 PO-FILE-AT-END      PIC X.
       01 OPERATOR-ID         PIC X(8).
       COPY SIGNON.
       01 PO-NUMBER-FIELD     PIC Z(8).
       01 ENTRY-PO-NUMBER     PIC 9(8).
       01 PO-LINES-SHOWN      PIC 9(3).
       01 QUANTITY-ARRIVED    PIC 9(5)V99.
       01 QUANTITY-AFTER      PIC 9(6)V99.
       01 OVER-RECEIPT-ANSWER PIC X.
       01 LINES-RECEIVED      PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-OPERATOR-ID.
           OPEN I-O PO-FILE.
           IF PO-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN PURCHASE ORDER FILE, "
                           "STATUS: "PO-FILE-STATUS
           ELSE
                   PERFORM OPEN-RECEIPT-LOG-FILE
                   PERFORM SELECT-PO-TO-RECEIVE
                   PERFORM SELECT-PO-TO-RECEIVE
                   UNTIL ENTRY-PO-NUMBER = ZEROES
                   CLOSE RECEIPT-LOG-FILE
                   CLOSE PO-FILE
                   DISPLAY "PO LINES RECEIVED: "LINES-RECEIVED
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       GET-OPERATOR-ID.
           IF SIGNON-OPERATOR-ID = SPACE
              OR SIGNON-OPERATOR-ID = LOW-VALUE
                   DISPLAY "ENTER OPERATOR ID"
                   ACCEPT OPERATOR-ID
           ELSE
                   MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
           END-IF.
       OPEN-RECEIPT-LOG-FILE.
           OPEN EXTEND RECEIPT-LOG-FILE.
           IF RECEIPT-LOG-STATUS NOT = "00"
                   OPEN OUTPUT RECEIPT-LOG-FILE
           END-IF.
       SELECT-PO-TO-RECEIVE.
           MOVE ZEROES TO ENTRY-PO-NUMBER.
           DISPLAY "ENTER PO NUMBER RECEIVED AGAINST".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           ACCEPT PO-NUMBER-FIELD.
           MOVE PO-NUMBER-FIELD TO ENTRY-PO-NUMBER.
           IF ENTRY-PO-NUMBER NOT = ZEROES
                   PERFORM RECEIVE-ONE-PO.
       RECEIVE-ONE-PO.
           MOVE ZERO TO PO-LINES-SHOWN.
           MOVE ENTRY-PO-NUMBER TO PO-NUMBER.
           MOVE ZEROES TO PO-LINE-NUMBER.
           START PO-FILE KEY NOT LESS THAN PO-KEY
           INVALID KEY
                   MOVE "Y" TO PO-FILE-AT-END
           NOT INVALID KEY
                   MOVE "N" TO PO-FILE-AT-END
           END-START.
           IF PO-FILE-AT-END = "N"
                   PERFORM READ-NEXT-PO-LINE
                   PERFORM UNTIL PO-FILE-AT-END = "Y"
                           PERFORM RECEIVE-ONE-PO-LINE
                           PERFORM READ-NEXT-PO-LINE
                   END-PERFORM
           END-IF.
           IF PO-LINES-SHOWN = ZEROES
                   DISPLAY "PO NUMBER NOT ON FILE".
       READ-NEXT-PO-LINE.
           READ PO-FILE NEXT RECORD
           AT END
                   MOVE "Y" TO PO-FILE-AT-END
           NOT AT END
                   IF PO-NUMBER NOT = ENTRY-PO-NUMBER
                           MOVE "Y" TO PO-FILE-AT-END
                   END-IF
           END-READ.
       RECEIVE-ONE-PO-LINE.
           ADD 1 TO PO-LINES-SHOWN.
           DISPLAY "LINE "PO-LINE-NUMBER" "PO-DESCRIPTION.
           DISPLAY "  ORDERED: "PO-QUANTITY
                   " RECEIVED SO FAR: "PO-QTY-RECEIVED.
           DISPLAY "ENTER QUANTITY ARRIVED (7 DIGITS, LAST 2 "
                   "DECIMALS, 0 FOR NONE)".
           MOVE ZEROES TO QUANTITY-ARRIVED.
           ACCEPT QUANTITY-ARRIVED.
           IF QUANTITY-ARRIVED > ZEROES
                   MOVE "Y" TO OVER-RECEIPT-ANSWER
                   COMPUTE QUANTITY-AFTER =
                           PO-QTY-RECEIVED + QUANTITY-ARRIVED
                   IF QUANTITY-AFTER > PO-QUANTITY
                           DISPLAY "MORE THAN WAS ORDERED - "
                                   "RECEIVE ANYWAY? (Y/N)"
                           MOVE SPACE TO OVER-RECEIPT-ANSWER
                           ACCEPT OVER-RECEIPT-ANSWER
                   END-IF
                   IF OVER-RECEIPT-ANSWER = "Y"
                           PERFORM POST-ONE-RECEIPT
                   ELSE
                           DISPLAY "RECEIPT NOT RECORDED"
                   END-IF
           END-IF.
       POST-ONE-RECEIPT.
           ADD QUANTITY-ARRIVED TO PO-QTY-RECEIVED.
           REWRITE PURCHASE-ORDER-RECORD
           INVALID KEY
                   DISPLAY "COULD NOT REWRITE PO LINE"
           NOT INVALID KEY
                   PERFORM WRITE-RECEIPT-LOG-RECORD
                   ADD 1 TO LINES-RECEIVED.
       WRITE-RECEIPT-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO RECEIPT-TIMESTAMP.
           MOVE OPERATOR-ID TO RECEIPT-OPERATOR-ID.
           MOVE PO-NUMBER TO RECEIPT-PO-NUMBER.
           MOVE PO-LINE-NUMBER TO RECEIPT-LINE-NUMBER.
           MOVE QUANTITY-ARRIVED TO RECEIPT-QUANTITY.
           WRITE RECEIPT-LOG-RECORD.
