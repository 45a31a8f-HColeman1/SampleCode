      *This program enters purchase orders onto the "purchaseorder"
      *indexed file, so what was ordered is on file before the goods
      *and the invoice arrive. PO numbers are auto-assigned the same
      *way vendor and employee numbers are. The keyed vendor must
      *exist on the vendor file and be active. Each PO carries one
      *or more lines - description, quantity, unit price, and the
      *GL account the goods are charged to - stored one row per line
      *with the received and billed quantities starting at zero for
      *APRCV01 and APINV01 to work up. The ordering operator's id
      *is stamped on every line.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPOE01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE
                   ASSIGN TO "vendor"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS VENDOR-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT PO-FILE
                   ASSIGN TO "purchaseorder"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS PO-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS PO-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDREC.

       FD PO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPORC.

       WORKING-STORAGE SECTION.
       01 VENDOR-FILE-STATUS PIC XX.
       01 PO-FILE-STATUS     PIC XX.
       01 OPERATOR-ID        PIC X(8).
       COPY SIGNON.
       01 VENDOR-NUMBER-FIELD PIC Z(5).
       01 ENTRY-VENDOR-NUMBER PIC 9(5).
       01 VENDOR-OK-SWITCH    PIC X.
           88 VENDOR-OK VALUE "Y".
       01 RUN-DATE            PIC 9(8).
       01 PO-NUMBER-HOLD      PIC 9(8).
       01 LINE-NUMBER-HOLD    PIC 9(2).
       01 LINE-DESCRIPTION-ENTERED PIC X(30).
       01 PO-LINE-TOTAL       PIC 9(9)V99.
       01 PO-TOTAL            PIC 9(9)V99.
       01 PO-LINES-MAX        PIC 9(2) VALUE 99.
       01 PURCHASE-ORDERS-ADDED PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN VENDOR FILE, STATUS: "
                           VENDOR-FILE-STATUS
           ELSE
                   PERFORM OPEN-PO-FILE
                   PERFORM SELECT-VENDOR-FOR-PO
                   PERFORM SELECT-VENDOR-FOR-PO
                   UNTIL ENTRY-VENDOR-NUMBER = ZEROES
                   CLOSE PO-FILE
                   CLOSE VENDOR-FILE
                   DISPLAY "PURCHASE ORDERS ADDED: "
                           PURCHASE-ORDERS-ADDED
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
       OPEN-PO-FILE.
           OPEN I-O PO-FILE.
           IF PO-FILE-STATUS = "35"
                   OPEN OUTPUT PO-FILE
                   CLOSE PO-FILE
                   OPEN I-O PO-FILE
           END-IF.
       SELECT-VENDOR-FOR-PO.
           MOVE ZEROES TO ENTRY-VENDOR-NUMBER.
           DISPLAY "ENTER VENDOR NUMBER FOR PURCHASE ORDER "
                   "(1 - 99999)".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           ACCEPT VENDOR-NUMBER-FIELD.
           MOVE VENDOR-NUMBER-FIELD TO ENTRY-VENDOR-NUMBER.
           IF ENTRY-VENDOR-NUMBER NOT = ZEROES
                   PERFORM CHECK-VENDOR-ON-FILE
                   IF VENDOR-OK
                           PERFORM ENTER-ONE-PURCHASE-ORDER
                   END-IF.
       CHECK-VENDOR-ON-FILE.
           MOVE "Y" TO VENDOR-OK-SWITCH.
           MOVE ENTRY-VENDOR-NUMBER TO VENDOR-NUMBER.
           READ VENDOR-FILE
           INVALID KEY
                   MOVE "N" TO VENDOR-OK-SWITCH
                   DISPLAY "VENDOR NUMBER NOT ON FILE"
           NOT INVALID KEY
                   IF NOT VENDOR-ACTIVE
                           MOVE "N" TO VENDOR-OK-SWITCH
                           DISPLAY "VENDOR IS NOT ACTIVE"
                   END-IF.
       ENTER-ONE-PURCHASE-ORDER.
           DISPLAY "VENDOR: "VENDOR-NAME.
           PERFORM ASSIGN-NEXT-PO-NUMBER.
           MOVE ZERO TO LINE-NUMBER-HOLD.
           MOVE ZERO TO PO-TOTAL.
           DISPLAY "KEY THE ORDER LINES, BLANK DESCRIPTION TO END".
           PERFORM ENTER-ONE-PO-LINE.
           PERFORM ENTER-ONE-PO-LINE
           UNTIL LINE-DESCRIPTION-ENTERED = SPACE
           OR LINE-NUMBER-HOLD NOT LESS PO-LINES-MAX.
           IF LINE-NUMBER-HOLD = ZEROES
                   DISPLAY "NO LINES KEYED - PURCHASE ORDER NOT ADDED"
           ELSE
                   ADD 1 TO PURCHASE-ORDERS-ADDED
                   DISPLAY "ASSIGNED PO NUMBER: "PO-NUMBER-HOLD
                   DISPLAY "LINES: "LINE-NUMBER-HOLD
                           " ORDER TOTAL: "PO-TOTAL
           END-IF.
      *THE HIGHEST PO NUMBER ON FILE IS FOUND BY STARTING BELOW THE
      *TOP KEY AND READING BACK ONE ROW, AS EMPNEW01 DOES.
       ASSIGN-NEXT-PO-NUMBER.
           MOVE 99999999 TO PO-NUMBER.
           MOVE 99 TO PO-LINE-NUMBER.
           START PO-FILE KEY IS LESS THAN OR EQUAL PO-KEY
           INVALID KEY
                   MOVE 1 TO PO-NUMBER
           NOT INVALID KEY
                   READ PO-FILE NEXT RECORD
                   ADD 1 TO PO-NUMBER.
           MOVE PO-NUMBER TO PO-NUMBER-HOLD.
       ENTER-ONE-PO-LINE.
           DISPLAY "ENTER LINE DESCRIPTION (BLANK TO END)".
           MOVE SPACE TO LINE-DESCRIPTION-ENTERED.
           ACCEPT LINE-DESCRIPTION-ENTERED.
           IF LINE-DESCRIPTION-ENTERED NOT = SPACE
                   MOVE SPACE TO PURCHASE-ORDER-RECORD
                   MOVE PO-NUMBER-HOLD TO PO-NUMBER
                   ADD 1 TO LINE-NUMBER-HOLD
                   MOVE LINE-NUMBER-HOLD TO PO-LINE-NUMBER
                   MOVE ENTRY-VENDOR-NUMBER TO PO-VENDOR-NUMBER
                   MOVE RUN-DATE TO PO-DATE
                   MOVE LINE-DESCRIPTION-ENTERED TO PO-DESCRIPTION
                   PERFORM ENTER-PO-LINE-AMOUNTS
                   MOVE ZEROES TO PO-QTY-RECEIVED
                   MOVE ZEROES TO PO-QTY-BILLED
                   MOVE OPERATOR-ID TO PO-ORDERED-BY
                   PERFORM WRITE-PO-LINE
           END-IF.
       ENTER-PO-LINE-AMOUNTS.
           MOVE ZEROES TO PO-QUANTITY.
           PERFORM ENTER-PO-QUANTITY
           UNTIL PO-QUANTITY > ZEROES.
           MOVE ZEROES TO PO-UNIT-PRICE.
           PERFORM ENTER-PO-UNIT-PRICE
           UNTIL PO-UNIT-PRICE > ZEROES.
           MOVE SPACE TO PO-GL-ACCOUNT.
           PERFORM ENTER-PO-GL-ACCOUNT
           UNTIL PO-GL-ACCOUNT NOT = SPACE.
       ENTER-PO-QUANTITY.
           DISPLAY "ENTER QUANTITY ORDERED (7 DIGITS, LAST 2 "
                   "DECIMALS)".
           ACCEPT PO-QUANTITY.
           IF PO-QUANTITY = ZEROES
                   DISPLAY "QUANTITY IS REQUIRED".
       ENTER-PO-UNIT-PRICE.
           DISPLAY "ENTER UNIT PRICE (9 DIGITS, LAST 2 CENTS)".
           ACCEPT PO-UNIT-PRICE.
           IF PO-UNIT-PRICE = ZEROES
                   DISPLAY "UNIT PRICE IS REQUIRED".
       ENTER-PO-GL-ACCOUNT.
           DISPLAY "ENTER GL ACCOUNT CODE (8 CHARACTERS)".
           ACCEPT PO-GL-ACCOUNT.
           IF PO-GL-ACCOUNT = SPACE
                   DISPLAY "GL ACCOUNT IS REQUIRED".
       WRITE-PO-LINE.
           WRITE PURCHASE-ORDER-RECORD
           INVALID KEY
                   DISPLAY "PO LINE ALREADY ON FILE"
                   SUBTRACT 1 FROM LINE-NUMBER-HOLD
           NOT INVALID KEY
                   COMPUTE PO-LINE-TOTAL ROUNDED =
                           PO-QUANTITY * PO-UNIT-PRICE
                   ADD PO-LINE-TOTAL TO PO-TOTAL.
