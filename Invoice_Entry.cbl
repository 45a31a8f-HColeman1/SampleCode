      *open period on the "periodcontrol" file) is refused unless a
      *level-2 supervisor overrides; accepted entries accumulate
      *into the period activity APCLS01 balances at close.
      *An invoice for goods ordered on a purchase order carries the
      *PO number: each line of the PO is shown and the quantity and
      *unit price the vendor billed are keyed against it, stored on
      *the "invoicepo" file for the APAPR01 three-way match and
      *added to the line's billed quantity. When the billed lines
      *extend to the invoice amount the GL distributions are coded
      *from the PO lines' accounts instead of being keyed.
      *Before an invoice goes further the vendor's other invoices,
      *open on "openinvoice" and paid on "invoicehistory", are
      *checked through APDCK01 for a possible duplicate (same
      *amount within two weeks, or a near-identical invoice number
      *such as 4471A for 4471). Each suspect is listed and the clerk
      *decides whether to carry on with the entry.
      *An invoice from the awards vendor is matched against the
      *service-award gift orders sent to that vendor through
      *AWDSEL01: the orders sent and not yet billed are listed,
      *the clerk keys each one the invoice bills, and when the
      *orders do not add up to the invoice amount the difference
      *is shown and the clerk decides whether to carry on. The
      *orders matched are marked billed under the invoice number
      *so they cannot be billed twice.
      *An invoice can name the bank account it is to be paid from;
      *left blank, it is paid from the vendor's account. The code
      *is checked through BNKACT01 against the active accounts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APINV01.
       ENVIRONMENT DIVISION.
                   ASSIGN TO "periodcontrol"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PERIOD-FILE-STATUS.
           SELECT HISTORY-FILE
                   ASSIGN TO "invoicehistory"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS INV-HIST-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS HISTORY-FILE-STATUS.
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
       FD VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPERRC.

       FD HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APIHSRC.

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
       01 VENDOR-NUMBER-FIELD  PIC Z(5).
       01 VENDOR-OK-SWITCH     PIC X.
       01 DIST-ACCOUNT-ENTERED PIC X(8).
       01 DIST-AMOUNT-ENTERED  PIC 9(7)V99.
       01 INVOICES-ADDED       PIC 9(5) VALUE ZERO.
       01 PO-FILE-STATUS         PIC XX.
       01 INVOICE-PO-FILE-STATUS PIC XX.
       01 PO-FILE-AT-END         PIC X.
       01 PO-NUMBER-FIELD        PIC Z(8).
       01 ENTRY-PO-NUMBER        PIC 9(8).
       01 PO-LINES-FOUND         PIC 9(3).
       01 PO-VENDOR-SWITCH       PIC X.
           88 PO-FOR-THIS-VENDOR VALUE "Y".
       01 BILL-TABLE-MAX PIC 99 VALUE 99.
       01 BILL-COUNT     PIC 99 VALUE ZERO.
       01 BILL-TABLE.
           05 BILL-ENTRY OCCURS 99 TIMES.
               10 BT-LINE-NUMBER PIC 9(2).
               10 BT-QUANTITY    PIC 9(5)V99.
               10 BT-PRICE       PIC 9(7)V99.
               10 BT-ACCOUNT     PIC X(8).
       01 SCAN-B PIC 99 COMP.
       01 BILLED-QUANTITY-ENTERED PIC 9(5)V99.
       01 BILLED-PRICE-ENTERED    PIC 9(7)V99.
       01 BILL-EXTENSION          PIC 9(9)V99.
       01 BILL-EXTENSION-TOTAL    PIC 9(9)V99.
       01 HISTORY-FILE-STATUS     PIC XX.
       01 HISTORY-FILE-AT-END     PIC X.
       01 DUP-SCAN-AT-END         PIC X.
       01 ENTRY-INVOICE-HOLD      PIC X(135).
       01 SUSPECTS-FOUND          PIC 9(3).
       01 LAST-HISTORY-NUMBER     PIC X(10).
       01 DUPLICATE-ANSWER        PIC X.
       01 DUPLICATE-SWITCH        PIC X.
           88 DUPLICATE-DECLINED VALUE "Y".
       COPY APDUPPRM.
       01 AWARD-ORDER-FILE-STATUS PIC XX.
       01 AWARD-ORDER-FILE-AT-END PIC X.
       01 AWARD-ORDERS-OUTSTANDING PIC 9(5).
       01 AWARD-MATCH-TABLE-MAX PIC 99 VALUE 99.
       01 AWARD-MATCH-COUNT     PIC 99 VALUE ZERO.
       01 AWARD-MATCH-TABLE.
           05 AWARD-MATCH-ENTRY OCCURS 99 TIMES.
               10 AM-EMP-ID      PIC 9(5).
               10 AM-MILESTONE   PIC 99.
       01 SCAN-A PIC 9(3) COMP.
       01 AWARD-EMP-ID-FIELD     PIC Z(5).
       01 AWARD-EMP-ID-ENTERED   PIC 9(5).
       01 AWARD-MILESTONE-ENTERED PIC 99.
       01 AWARD-KEYED-SWITCH     PIC X.
           88 AWARD-ORDER-ALREADY-KEYED VALUE "Y".
       01 AWARD-MATCH-TOTAL      PIC 9(9)V99.
       01 AWARD-MATCH-DIFFERENCE PIC S9(9)V99.
       01 AWARD-DIFFERENCE-OUT   PIC -ZZZ,ZZZ,ZZ9.99.
       01 AWARD-MATCH-ANSWER     PIC X.
       01 AWARD-MATCH-SWITCH     PIC X.
           88 AWARD-MATCH-DECLINED VALUE "Y".
       01 BANK-CODE-OK-SWITCH    PIC X.
           88 BANK-CODE-OK VALUE "Y".
       COPY BNKPRM.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-OPERATOR-ID.
           IF VENDOR-FILE-STATUS = "00"
                   PERFORM OPEN-INVOICE-FILE
                   PERFORM OPEN-GL-DIST-FILE
                   PERFORM OPEN-PO-FILES
                   OPEN INPUT HISTORY-FILE
                   OPEN I-O AWARD-ORDER-FILE
                   IF INVOICE-FILE-STATUS = "00"
                           PERFORM SELECT-VENDOR-FOR-INVOICE
                           PERFORM SELECT-VENDOR-FOR-INVOICE
                           UNTIL ENTRY-VENDOR-NUMBER = ZEROES
                           CLOSE INVOICE-FILE
                           CLOSE GL-DIST-FILE
                           PERFORM CLOSE-PO-FILES
                           DISPLAY "INVOICES ADDED: "INVOICES-ADDED
                   ELSE
                           PERFORM EXPLAIN-INVOICE-FILE-STATUS
                   END-IF
                   IF HISTORY-FILE-STATUS = "00"
                           CLOSE HISTORY-FILE
                   END-IF
                   IF AWARD-ORDER-FILE-STATUS = "00"
                           CLOSE AWARD-ORDER-FILE
                   END-IF
                   CLOSE VENDOR-FILE
           ELSE
                   PERFORM EXPLAIN-VENDOR-FILE-STATUS
                   CLOSE GL-DIST-FILE
                   OPEN I-O GL-DIST-FILE
           END-IF.
      *NO PURCHASE ORDER FILE YET MEANS PURCHASE ORDERS ARE NOT IN
      *USE, AND THE PO NUMBER QUESTION IS NOT ASKED.
       OPEN-PO-FILES.
           OPEN I-O PO-FILE.
           IF PO-FILE-STATUS = "00"
                   OPEN I-O INVOICE-PO-FILE
                   IF INVOICE-PO-FILE-STATUS = "35"
                           OPEN OUTPUT INVOICE-PO-FILE
                           CLOSE INVOICE-PO-FILE
                           OPEN I-O INVOICE-PO-FILE
                   END-IF
           END-IF.
       CLOSE-PO-FILES.
           IF PO-FILE-STATUS = "00"
                   CLOSE INVOICE-PO-FILE
                   CLOSE PO-FILE
           END-IF.
       SELECT-VENDOR-FOR-INVOICE.
           MOVE ZEROES TO ENTRY-VENDOR-NUMBER.
           DISPLAY "ENTER VENDOR NUMBER FOR INVOICE (1 - 99999)".
       FINISH-ONE-INVOICE.
           PERFORM ENTER-INVOICE-DUE-DATE.
           PERFORM ENTER-INVOICE-AMOUNT.
           MOVE "N" TO DUPLICATE-SWITCH.
           MOVE "N" TO AWARD-MATCH-SWITCH.
           MOVE ZERO TO AWARD-MATCH-COUNT.
           IF INVOICE-TYPE-INVOICE
                   PERFORM CHECK-FOR-DUPLICATES
           END-IF.
           IF INVOICE-TYPE-INVOICE AND NOT DUPLICATE-DECLINED
              AND AWARD-ORDER-FILE-STATUS = "00"
                   PERFORM MATCH-AWARD-ORDERS
           END-IF.
           IF DUPLICATE-DECLINED OR AWARD-MATCH-DECLINED
                   DISPLAY "ENTRY NOT ACCEPTED"
           ELSE
                   PERFORM COMPLETE-ONE-INVOICE
           END-IF.
       COMPLETE-ONE-INVOICE.
           PERFORM ENTER-PO-BILLED.
           PERFORM ENTER-INVOICE-BANK-CODE.
           SET INVOICE-PENDING-APPROVAL TO TRUE.
           MOVE ZEROES TO INVOICE-PAID-DATE.
           MOVE INVOICE-AMOUNT TO INVOICE-BALANCE-DUE.
           PERFORM ENTER-GL-DISTRIBUTIONS.
           PERFORM WRITE-INVOICE-RECORD.
           IF INVOICE-ACCEPTED
                   PERFORM WRITE-GL-DIST-RECORDS
                   PERFORM WRITE-PO-BILL-RECORDS
                   PERFORM WRITE-AWARD-ORDER-BILLS.
       ENTER-INVOICE-TYPE.
           DISPLAY "ENTER TYPE (I=INVOICE C=CREDIT MEMO)".
           MOVE SPACE TO ENTRY-TYPE-ANSWER.
                           MOVE ZEROES TO INVOICE-DISCOUNT-AMOUNT
                   END-IF
           END-IF.
      *THE ENTRY BEING KEYED IS PARKED WHILE THE VENDOR'S OTHER
      *INVOICES ARE READ THROUGH THE SAME RECORD AREA. CREDIT MEMOS
      *AND REJECTED INVOICES ARE NOT COMPARED; A HISTORY INVOICE
      *PAID IN PIECES IS COMPARED ONCE.
       CHECK-FOR-DUPLICATES.
           MOVE ZERO TO SUSPECTS-FOUND.
           MOVE INVOICE-NUMBER TO DCK-NUMBER-A.
           MOVE INVOICE-DATE TO DCK-DATE-A.
           MOVE INVOICE-AMOUNT TO DCK-AMOUNT-A.
           MOVE OPEN-INVOICE-RECORD TO ENTRY-INVOICE-HOLD.
           PERFORM SCAN-OPEN-FOR-DUPLICATES.
           IF HISTORY-FILE-STATUS = "00"
                   PERFORM SCAN-HISTORY-FOR-DUPLICATES
           END-IF.
           MOVE ENTRY-INVOICE-HOLD TO OPEN-INVOICE-RECORD.
           IF SUSPECTS-FOUND > ZEROES
                   DISPLAY "POSSIBLE DUPLICATES FOUND: "SUSPECTS-FOUND
                   DISPLAY "CONTINUE WITH THIS INVOICE? (Y/N)"
                   MOVE SPACE TO DUPLICATE-ANSWER
                   ACCEPT DUPLICATE-ANSWER
                   IF DUPLICATE-ANSWER NOT = "Y"
                           MOVE "Y" TO DUPLICATE-SWITCH
                   END-IF
           END-IF.
       SCAN-OPEN-FOR-DUPLICATES.
           MOVE ENTRY-VENDOR-NUMBER TO INVOICE-VENDOR-NUMBER.
           MOVE LOW-VALUES TO INVOICE-NUMBER.
           START INVOICE-FILE KEY NOT LESS THAN INVOICE-KEY
           INVALID KEY
                   MOVE "Y" TO DUP-SCAN-AT-END
           NOT INVALID KEY
                   MOVE "N" TO DUP-SCAN-AT-END
           END-START.
           IF DUP-SCAN-AT-END = "N"
                   PERFORM READ-NEXT-VENDOR-INVOICE
           END-IF.
           PERFORM UNTIL DUP-SCAN-AT-END = "Y"
                   IF INVOICE-TYPE-INVOICE AND NOT INVOICE-REJECTED
                           PERFORM CHECK-ONE-OPEN-INVOICE
                   END-IF
                   PERFORM READ-NEXT-VENDOR-INVOICE
           END-PERFORM.
       READ-NEXT-VENDOR-INVOICE.
           READ INVOICE-FILE NEXT RECORD
           AT END
                   MOVE "Y" TO DUP-SCAN-AT-END
           NOT AT END
                   IF INVOICE-VENDOR-NUMBER NOT = ENTRY-VENDOR-NUMBER
                           MOVE "Y" TO DUP-SCAN-AT-END
                   END-IF
           END-READ.
       CHECK-ONE-OPEN-INVOICE.
           MOVE INVOICE-NUMBER TO DCK-NUMBER-B.
           MOVE INVOICE-DATE TO DCK-DATE-B.
           MOVE INVOICE-AMOUNT TO DCK-AMOUNT-B.
           CALL "APDCK01" USING DUPLICATE-CHECK-PARMS.
           IF DCK-SUSPECT
                   ADD 1 TO SUSPECTS-FOUND
                   DISPLAY "POSSIBLE DUPLICATE OF OPEN INVOICE "
                           INVOICE-NUMBER
                   DISPLAY "  DATED "INVOICE-DATE
                           " AMOUNT "INVOICE-AMOUNT
                           " - "DCK-REASON
           END-IF.
       SCAN-HISTORY-FOR-DUPLICATES.
           MOVE SPACE TO LAST-HISTORY-NUMBER.
           MOVE ENTRY-VENDOR-NUMBER TO INV-HIST-VENDOR-NUMBER.
           MOVE LOW-VALUES TO INV-HIST-INVOICE-NUMBER.
           MOVE ZEROES TO INV-HIST-CHECK-NUMBER.
           START HISTORY-FILE KEY NOT LESS THAN INV-HIST-KEY
           INVALID KEY
                   MOVE "Y" TO HISTORY-FILE-AT-END
           NOT INVALID KEY
                   MOVE "N" TO HISTORY-FILE-AT-END
           END-START.
           IF HISTORY-FILE-AT-END = "N"
                   PERFORM READ-NEXT-VENDOR-HISTORY
           END-IF.
           PERFORM UNTIL HISTORY-FILE-AT-END = "Y"
                   IF INV-HIST-TYPE NOT = "C"
                      AND INV-HIST-INVOICE-NUMBER
                          NOT = LAST-HISTORY-NUMBER
                           PERFORM CHECK-ONE-HISTORY-INVOICE
                   END-IF
                   MOVE INV-HIST-INVOICE-NUMBER TO LAST-HISTORY-NUMBER
                   PERFORM READ-NEXT-VENDOR-HISTORY
           END-PERFORM.
       READ-NEXT-VENDOR-HISTORY.
           READ HISTORY-FILE NEXT RECORD
           AT END
                   MOVE "Y" TO HISTORY-FILE-AT-END
           NOT AT END
                   IF INV-HIST-VENDOR-NUMBER NOT = ENTRY-VENDOR-NUMBER
                           MOVE "Y" TO HISTORY-FILE-AT-END
                   END-IF
           END-READ.
       CHECK-ONE-HISTORY-INVOICE.
           MOVE INV-HIST-INVOICE-NUMBER TO DCK-NUMBER-B.
           MOVE INV-HIST-INVOICE-DATE TO DCK-DATE-B.
           MOVE INV-HIST-INVOICE-AMOUNT TO DCK-AMOUNT-B.
           CALL "APDCK01" USING DUPLICATE-CHECK-PARMS.
           IF DCK-SUSPECT
                   ADD 1 TO SUSPECTS-FOUND
                   DISPLAY "POSSIBLE DUPLICATE OF PAID INVOICE "
                           INV-HIST-INVOICE-NUMBER
                   DISPLAY "  DATED "INV-HIST-INVOICE-DATE
                           " AMOUNT "INV-HIST-INVOICE-AMOUNT
                           " PAID BY CHECK "INV-HIST-CHECK-NUMBER
                           " - "DCK-REASON
           END-IF.
       ENTER-PO-BILLED.
           MOVE ZEROES TO INVOICE-PO-NUMBER.
           MOVE ZERO TO BILL-COUNT.
           IF PO-FILE-STATUS = "00" AND INVOICE-TYPE-INVOICE
                   DISPLAY "ENTER PO NUMBER BILLED (0 IF NONE)"
                   MOVE ZEROES TO PO-NUMBER-FIELD
                   ACCEPT PO-NUMBER-FIELD
                   MOVE PO-NUMBER-FIELD TO ENTRY-PO-NUMBER
                   IF ENTRY-PO-NUMBER NOT = ZEROES
                           PERFORM ENTER-BILLED-PO-LINES
                   END-IF
           END-IF.
      *A CODE KEYED HERE PAYS THIS INVOICE FROM THAT BANK ACCOUNT
      *INSTEAD OF THE VENDOR'S; CREDIT MEMOS NET AGAINST WHATEVER
      *ACCOUNT THE VENDOR'S INVOICES ARE PAID FROM.
       ENTER-INVOICE-BANK-CODE.
           MOVE SPACE TO INVOICE-BANK-CODE.
           MOVE "N" TO BANK-CODE-OK-SWITCH.
           IF INVOICE-TYPE-INVOICE
                   PERFORM ENTER-ONE-BANK-CODE UNTIL BANK-CODE-OK
           END-IF.
       ENTER-ONE-BANK-CODE.
           DISPLAY "ENTER BANK ACCOUNT CODE (BLANK = VENDOR'S ACCOUNT)".
           MOVE SPACE TO INVOICE-BANK-CODE.
           ACCEPT INVOICE-BANK-CODE.
           IF INVOICE-BANK-CODE = SPACE
                   MOVE "Y" TO BANK-CODE-OK-SWITCH
           ELSE
                   MOVE INVOICE-BANK-CODE TO BKL-BANK-CODE
                   CALL "BNKACT01" USING BANK-LOOKUP-PARMS
                   IF BKL-FOUND
                           MOVE "Y" TO BANK-CODE-OK-SWITCH
                   ELSE
                           IF BKL-INACTIVE
                                   DISPLAY "BANK ACCOUNT IS INACTIVE"
                           ELSE
                                   DISPLAY "BANK ACCOUNT NOT ON FILE"
                           END-IF
                   END-IF
           END-IF.
       ENTER-BILLED-PO-LINES.
           MOVE ZERO TO PO-LINES-FOUND.
           MOVE "Y" TO PO-VENDOR-SWITCH.
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
                   OR NOT PO-FOR-THIS-VENDOR
                           PERFORM ENTER-ONE-BILLED-LINE
                           PERFORM READ-NEXT-PO-LINE
                   END-PERFORM
           END-IF.
           IF PO-LINES-FOUND = ZEROES
                   DISPLAY "PO NUMBER NOT ON FILE - INVOICE "
                           "ENTERED WITHOUT A PO"
           ELSE
                   IF NOT PO-FOR-THIS-VENDOR
                           DISPLAY "PO IS FOR ANOTHER VENDOR - "
                                   "INVOICE ENTERED WITHOUT A PO"
                           MOVE ZERO TO BILL-COUNT
                   ELSE
                           MOVE ENTRY-PO-NUMBER TO INVOICE-PO-NUMBER
                   END-IF
           END-IF.
       READ-NEXT-PO-LINE.
           READ PO-FILE NEXT RECORD
           AT END
                   MOVE "Y" TO PO-FILE-AT-END
           NOT AT END
                   IF PO-NUMBER NOT = ENTRY-PO-NUMBER
                           MOVE "Y" TO PO-FILE-AT-END
                   END-IF
           END-READ.
       ENTER-ONE-BILLED-LINE.
           ADD 1 TO PO-LINES-FOUND.
           IF PO-VENDOR-NUMBER NOT = INVOICE-VENDOR-NUMBER
                   MOVE "N" TO PO-VENDOR-SWITCH
           ELSE
                   DISPLAY "PO LINE "PO-LINE-NUMBER" "PO-DESCRIPTION
                   DISPLAY "  ORDERED: "PO-QUANTITY
                           " AT "PO-UNIT-PRICE
                           " RECEIVED: "PO-QTY-RECEIVED
                           " BILLED: "PO-QTY-BILLED
                   DISPLAY "ENTER QUANTITY BILLED ON THIS INVOICE "
                           "(7 DIGITS, LAST 2 DECIMALS, 0 IF NONE)"
                   MOVE ZEROES TO BILLED-QUANTITY-ENTERED
                   ACCEPT BILLED-QUANTITY-ENTERED
                   IF BILLED-QUANTITY-ENTERED > ZEROES
                      AND BILL-COUNT < BILL-TABLE-MAX
                           DISPLAY "ENTER UNIT PRICE BILLED "
                                   "(9 DIGITS, LAST 2 CENTS, "
                                   "0 FOR PO PRICE)"
                           MOVE ZEROES TO BILLED-PRICE-ENTERED
                           ACCEPT BILLED-PRICE-ENTERED
                           IF BILLED-PRICE-ENTERED = ZEROES
                                   MOVE PO-UNIT-PRICE
                                           TO BILLED-PRICE-ENTERED
                           END-IF
                           ADD 1 TO BILL-COUNT
                           MOVE PO-LINE-NUMBER
                                   TO BT-LINE-NUMBER(BILL-COUNT)
                           MOVE BILLED-QUANTITY-ENTERED
                                   TO BT-QUANTITY(BILL-COUNT)
                           MOVE BILLED-PRICE-ENTERED
                                   TO BT-PRICE(BILL-COUNT)
                           MOVE PO-GL-ACCOUNT
                                   TO BT-ACCOUNT(BILL-COUNT)
                   END-IF
           END-IF.
      *NO AWARD ORDER FILE MEANS GIFT ORDERS ARE NOT IN USE, AND A
      *VENDOR WITH NO ORDERS SENT AND UNBILLED IS NOT ASKED ABOUT
      *THEM.
       MATCH-AWARD-ORDERS.
           MOVE ZERO TO AWARD-MATCH-TOTAL.
           PERFORM LIST-AWARD-ORDERS-SENT.
           IF AWARD-ORDERS-OUTSTANDING > ZEROES
                   DISPLAY "AWARD ORDERS SENT AND NOT YET BILLED: "
                           AWARD-ORDERS-OUTSTANDING
                   PERFORM ENTER-ONE-AWARD-ORDER
                   PERFORM ENTER-ONE-AWARD-ORDER
                   UNTIL AWARD-EMP-ID-ENTERED = ZEROES
                   PERFORM CHECK-AWARD-MATCH-TOTAL
           END-IF.
       LIST-AWARD-ORDERS-SENT.
           MOVE ZERO TO AWARD-ORDERS-OUTSTANDING.
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
                           IF ORD-SENT
                              AND ORD-VENDOR-NUMBER
                                  = INVOICE-VENDOR-NUMBER
                                   ADD 1 TO AWARD-ORDERS-OUTSTANDING
                                   DISPLAY "  EMP "ORD-EMP-ID
                                           " "ORD-MILESTONE-YEARS
                                           " YR "ORD-ITEM-CODE
                                           " "ORD-DESCRIPTION
                                           " "ORD-PRICE
                           END-IF
                           PERFORM READ-NEXT-AWARD-ORDER
                   END-PERFORM
           END-IF.
       READ-NEXT-AWARD-ORDER.
           READ AWARD-ORDER-FILE NEXT RECORD
                   AT END MOVE "Y" TO AWARD-ORDER-FILE-AT-END.
       ENTER-ONE-AWARD-ORDER.
           DISPLAY "ENTER EMPLOYEE ID OF AN AWARD ORDER BILLED "
                   "(0 WHEN DONE)".
           MOVE ZEROES TO AWARD-EMP-ID-FIELD.
           ACCEPT AWARD-EMP-ID-FIELD.
           MOVE AWARD-EMP-ID-FIELD TO AWARD-EMP-ID-ENTERED.
           IF AWARD-EMP-ID-ENTERED NOT = ZEROES
                   DISPLAY "ENTER MILESTONE YEARS OF THE ORDER"
                   MOVE ZEROES TO AWARD-MILESTONE-ENTERED
                   ACCEPT AWARD-MILESTONE-ENTERED
                   PERFORM MATCH-ONE-AWARD-ORDER
           END-IF.
       MATCH-ONE-AWARD-ORDER.
           MOVE AWARD-EMP-ID-ENTERED TO ORD-EMP-ID.
           MOVE AWARD-MILESTONE-ENTERED TO ORD-MILESTONE-YEARS.
           READ AWARD-ORDER-FILE
           INVALID KEY
                   DISPLAY "NO AWARD ORDER FOR THAT EMPLOYEE AND "
                           "MILESTONE"
           NOT INVALID KEY
                   PERFORM CHECK-ONE-AWARD-ORDER
           END-READ.
       CHECK-ONE-AWARD-ORDER.
           MOVE "N" TO AWARD-KEYED-SWITCH.
           PERFORM CHECK-AWARD-ORDER-KEYED
           VARYING SCAN-A FROM 1 BY 1
           UNTIL SCAN-A > AWARD-MATCH-COUNT.
           EVALUATE TRUE
               WHEN ORD-VENDOR-NUMBER NOT = INVOICE-VENDOR-NUMBER
                       DISPLAY "ORDER IS FOR ANOTHER VENDOR"
               WHEN ORD-BILLED
                       DISPLAY "ORDER ALREADY BILLED ON INVOICE "
                               ORD-INVOICE-NUMBER
               WHEN NOT ORD-SENT
                       DISPLAY "ORDER HAS NOT BEEN SENT TO THE VENDOR"
               WHEN AWARD-ORDER-ALREADY-KEYED
                       DISPLAY "ORDER ALREADY KEYED ON THIS INVOICE"
               WHEN AWARD-MATCH-COUNT NOT LESS AWARD-MATCH-TABLE-MAX
                       DISPLAY "TOO MANY ORDERS ON ONE INVOICE"
               WHEN OTHER
                       ADD 1 TO AWARD-MATCH-COUNT
                       MOVE ORD-EMP-ID TO AM-EMP-ID(AWARD-MATCH-COUNT)
                       MOVE ORD-MILESTONE-YEARS
                               TO AM-MILESTONE(AWARD-MATCH-COUNT)
                       ADD ORD-PRICE TO AWARD-MATCH-TOTAL
                       DISPLAY "MATCHED "ORD-ITEM-CODE" "ORD-PRICE
           END-EVALUATE.
       CHECK-AWARD-ORDER-KEYED.
           IF AM-EMP-ID(SCAN-A) = ORD-EMP-ID
              AND AM-MILESTONE(SCAN-A) = ORD-MILESTONE-YEARS
                   MOVE "Y" TO AWARD-KEYED-SWITCH
           END-IF.
       CHECK-AWARD-MATCH-TOTAL.
           DISPLAY "AWARD ORDERS MATCHED: "AWARD-MATCH-COUNT
                   " TOTAL "AWARD-MATCH-TOTAL.
           IF AWARD-MATCH-TOTAL = INVOICE-AMOUNT
                   DISPLAY "INVOICE AGREES WITH THE AWARD ORDERS"
           ELSE
                   COMPUTE AWARD-MATCH-DIFFERENCE =
                           INVOICE-AMOUNT - AWARD-MATCH-TOTAL
                   MOVE AWARD-MATCH-DIFFERENCE TO AWARD-DIFFERENCE-OUT
                   DISPLAY "INVOICE DIFFERS FROM THE ORDERS BY "
                           AWARD-DIFFERENCE-OUT
                   DISPLAY "CONTINUE WITH THIS INVOICE? (Y/N)"
                   MOVE SPACE TO AWARD-MATCH-ANSWER
                   ACCEPT AWARD-MATCH-ANSWER
                   IF AWARD-MATCH-ANSWER NOT = "Y"
                           MOVE "Y" TO AWARD-MATCH-SWITCH
                   END-IF
           END-IF.
       ENTER-GL-DISTRIBUTIONS.
           MOVE ZERO TO DIST-COUNT.
           MOVE ZERO TO DIST-TOTAL.
           IF BILL-COUNT > ZEROES
                   PERFORM CODE-GL-FROM-PO-LINES
           END-IF.
           PERFORM ENTER-ONE-DISTRIBUTION
           UNTIL DIST-TOTAL = INVOICE-AMOUNT.
       ENTER-ONE-DISTRIBUTION.
                           ADD DIST-AMOUNT-ENTERED TO DIST-TOTAL
                   END-IF
           END-IF.
      *BILLED LINES THAT EXTEND EXACTLY TO THE INVOICE AMOUNT CODE
      *THE INVOICE ONE DISTRIBUTION PER LINE; ANYTHING ELSE (FREIGHT,
      *TAX, A PRICING DIFFERENCE) IS CODED BY HAND AS USUAL.
       CODE-GL-FROM-PO-LINES.
           MOVE ZERO TO BILL-EXTENSION-TOTAL.
           PERFORM ADD-ONE-BILL-EXTENSION
           VARYING SCAN-B FROM 1 BY 1
           UNTIL SCAN-B > BILL-COUNT.
           IF BILL-EXTENSION-TOTAL = INVOICE-AMOUNT
              AND BILL-COUNT NOT > DIST-TABLE-MAX
                   PERFORM CODE-ONE-PO-DISTRIBUTION
                   VARYING SCAN-B FROM 1 BY 1
                   UNTIL SCAN-B > BILL-COUNT
                   DISPLAY "GL CODED FROM THE PO LINES BILLED"
           ELSE
                   DISPLAY "PO LINES BILLED COME TO "
                           BILL-EXTENSION-TOTAL
                           " - CODE THE GL BY HAND"
           END-IF.
       ADD-ONE-BILL-EXTENSION.
           COMPUTE BILL-EXTENSION ROUNDED =
                   BT-QUANTITY(SCAN-B) * BT-PRICE(SCAN-B).
           ADD BILL-EXTENSION TO BILL-EXTENSION-TOTAL.
       CODE-ONE-PO-DISTRIBUTION.
           COMPUTE BILL-EXTENSION ROUNDED =
                   BT-QUANTITY(SCAN-B) * BT-PRICE(SCAN-B).
           IF BILL-EXTENSION > ZEROES
                   ADD 1 TO DIST-COUNT
                   MOVE BT-ACCOUNT(SCAN-B) TO DT-ACCOUNT(DIST-COUNT)
                   MOVE BILL-EXTENSION TO DT-AMOUNT(DIST-COUNT)
                   ADD BILL-EXTENSION TO DIST-TOTAL
           END-IF.
       WRITE-GL-DIST-RECORDS.
           PERFORM WRITE-ONE-GL-DIST
           VARYING SCAN-D FROM 1 BY 1
           WRITE INVOICE-GL-RECORD
           INVALID KEY
                   DISPLAY "GL DISTRIBUTION ALREADY ON FILE".
       WRITE-PO-BILL-RECORDS.
           PERFORM WRITE-ONE-PO-BILL
           VARYING SCAN-B FROM 1 BY 1
           UNTIL SCAN-B > BILL-COUNT.
       WRITE-ONE-PO-BILL.
           MOVE INVOICE-VENDOR-NUMBER TO IPO-VENDOR-NUMBER.
           MOVE INVOICE-NUMBER TO IPO-INVOICE-NUMBER.
           MOVE BT-LINE-NUMBER(SCAN-B) TO IPO-PO-LINE-NUMBER.
           MOVE INVOICE-PO-NUMBER TO IPO-PO-NUMBER.
           MOVE BT-QUANTITY(SCAN-B) TO IPO-BILLED-QUANTITY.
           MOVE BT-PRICE(SCAN-B) TO IPO-BILLED-PRICE.
           WRITE INVOICE-PO-RECORD
           INVALID KEY
                   DISPLAY "PO LINE ALREADY BILLED ON THIS INVOICE".
           MOVE INVOICE-PO-NUMBER TO PO-NUMBER.
           MOVE BT-LINE-NUMBER(SCAN-B) TO PO-LINE-NUMBER.
           READ PO-FILE
           INVALID KEY
                   DISPLAY "PO LINE "PO-LINE-NUMBER" NOT ON FILE"
           NOT INVALID KEY
                   ADD BT-QUANTITY(SCAN-B) TO PO-QTY-BILLED
                   REWRITE PURCHASE-ORDER-RECORD
                   INVALID KEY
                           DISPLAY "COULD NOT REWRITE PO LINE"
                   END-REWRITE.
       WRITE-AWARD-ORDER-BILLS.
           PERFORM BILL-ONE-AWARD-ORDER
           VARYING SCAN-A FROM 1 BY 1
           UNTIL SCAN-A > AWARD-MATCH-COUNT.
       BILL-ONE-AWARD-ORDER.
           MOVE AM-EMP-ID(SCAN-A) TO ORD-EMP-ID.
           MOVE AM-MILESTONE(SCAN-A) TO ORD-MILESTONE-YEARS.
           READ AWARD-ORDER-FILE
           INVALID KEY
                   DISPLAY "AWARD ORDER "ORD-KEY" NOT ON FILE"
           NOT INVALID KEY
                   SET ORD-BILLED TO TRUE
                   MOVE INVOICE-NUMBER TO ORD-INVOICE-NUMBER
                   REWRITE AWARD-ORDER-RECORD
                   INVALID KEY
                           DISPLAY "COULD NOT REWRITE AWARD ORDER"
                   END-REWRITE.
       WRITE-INVOICE-RECORD.
           MOVE "N" TO INVOICE-ACCEPTED-SWITCH.
           WRITE OPEN-INVOICE-RECORD
