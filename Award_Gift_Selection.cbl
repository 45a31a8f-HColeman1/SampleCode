      *This program records the gift an employee chooses from the
      *"awardcatalog" instead of the cash award for a service
      *milestone, and sends the resulting orders to the awards
      *vendor. The milestone is worked out from the employee's
      *service date the same way EMPLOYEEREWARDS does: the one the
      *employee reaches at this year's anniversary, or failing that
      *at next year's, so a gift can be ordered ahead of the date.
      *A choice is refused when the "awardspaid" register already
      *has a row for that milestone, cash or gift; otherwise the
      *gift is written to the register with its price, so the
      *rewards run treats the milestone as settled and pays no
      *cash for it, and a fulfillment order is written to
      *"awardorders". A choice can be cancelled while its order is
      *still New, which also removes the register row.
      *Writing the fulfillment file puts every New order on the
      *"awardfulfillment" file for the awards vendor and marks it
      *Sent; keying an earlier send date instead rewrites that
      *day's file, for a vendor who lost theirs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWDSEL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
                   ASSIGN TO "empmaster"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS EMP-ID
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS EMPLOYEE-FILE-STATUS.
           SELECT CATALOG-FILE
                   ASSIGN TO "awardcatalog"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CAT-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT AWARDS-PAID-FILE
                   ASSIGN TO "awardspaid"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS AWARD-PAID-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS AWARDS-PAID-STATUS.
           SELECT ORDER-FILE
                   ASSIGN TO "awardorders"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS ORD-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS ORDER-FILE-STATUS.
           SELECT FULFILLMENT-FILE
                   ASSIGN TO "awardfulfillment"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EMPREC.

       FD CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AWDCAT.

       FD AWARDS-PAID-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AWDREG.

       FD ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AWDORD.

       FD FULFILLMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01 FULFILLMENT-RECORD PIC X(90).

       WORKING-STORAGE SECTION.
       01 EMPLOYEE-FILE-STATUS PIC XX.
       01 CATALOG-FILE-STATUS  PIC XX.
       01 CATALOG-FILE-AT-END  PIC X.
       01 AWARDS-PAID-STATUS   PIC XX.
       01 ORDER-FILE-STATUS    PIC XX.
       01 ORDER-FILE-AT-END    PIC X.
       01 OPERATOR-ID PIC X(8).
       COPY SIGNON.
       01 THE-CURRENT-DATE.
           05 THE-CURRENT-YEAR  PIC 9999.
           05 THE-CURRENT-MONTH PIC 99.
           05 THE-CURRENT-DAY   PIC 99.
       01 THE-CURRENT-DATE-NUM REDEFINES THE-CURRENT-DATE PIC 9(8).
       01 MAINT-CHOICE PIC X.
           88 MAINT-DONE    VALUE "0".
           88 MAINT-CHOOSE  VALUE "1".
           88 MAINT-CANCEL  VALUE "2".
           88 MAINT-SEND    VALUE "3".
       01 EMP-ID-FIELD   PIC Z(5).
       01 EMP-ID-ENTERED PIC 9(5).
       01 EMPLOYEE-OK-SWITCH PIC X.
           88 EMPLOYEE-OK VALUE "Y".
       01 SERVICE-YEAR     PIC 9999.
       01 SERVICE-MONTH    PIC 99.
       01 SERVICE-DAY      PIC 99.
       01 YEARS-AT-ANNIV   PIC 9999.
       01 MILESTONE-DUE    PIC 99.
       01 ANNIV-YEAR       PIC 9999.
       01 WORK-MILESTONE   PIC 99.
       01 WORK-ITEM-CODE   PIC X(6).
       01 ITEMS-OFFERED    PIC 9(3).
       01 WORK-ANSWER      PIC X.
       01 RESEND-DATE      PIC 9(8).
       01 ORDERS-WRITTEN   PIC 9(5).
       01 FULFILLMENT-DETAIL.
           05 FF-VENDOR-NUMBER PIC 9(5).
           05 FILLER           PIC X VALUE SPACE.
           05 FF-EMP-ID        PIC 9(5).
           05 FF-MILESTONE     PIC 99.
           05 FILLER           PIC X VALUE SPACE.
           05 FF-ITEM-CODE     PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 FF-DESCRIPTION   PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 FF-PRICE         PIC 9(5)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 FF-FIRST-NAME    PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 FF-LAST-NAME     PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 FF-ORDER-DATE    PIC 9(8).
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO THE-CURRENT-DATE.
           PERFORM GET-OPERATOR-ID.
           PERFORM OPEN-AWARD-FILES.
           IF AWARDS-PAID-STATUS NOT = "00"
              OR ORDER-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN AWARD FILES, STATUS: "
                           AWARDS-PAID-STATUS " " ORDER-FILE-STATUS
           ELSE
                   OPEN INPUT EMPLOYEE-FILE
                   OPEN INPUT CATALOG-FILE
                   PERFORM SHOW-MAINT-MENU
                   PERFORM MAINT-ONE-CHOICE
                   UNTIL MAINT-DONE
                   IF EMPLOYEE-FILE-STATUS = "00"
                           CLOSE EMPLOYEE-FILE
                   END-IF
                   IF CATALOG-FILE-STATUS = "00"
                           CLOSE CATALOG-FILE
                   END-IF
                   CLOSE AWARDS-PAID-FILE
                   CLOSE ORDER-FILE
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
       OPEN-AWARD-FILES.
           OPEN I-O AWARDS-PAID-FILE.
           IF AWARDS-PAID-STATUS = "35"
                   OPEN OUTPUT AWARDS-PAID-FILE
                   CLOSE AWARDS-PAID-FILE
                   OPEN I-O AWARDS-PAID-FILE
           END-IF.
           OPEN I-O ORDER-FILE.
           IF ORDER-FILE-STATUS = "35"
                   OPEN OUTPUT ORDER-FILE
                   CLOSE ORDER-FILE
                   OPEN I-O ORDER-FILE
           END-IF.
       SHOW-MAINT-MENU.
           DISPLAY "SERVICE AWARD GIFT SELECTION".
           DISPLAY "  1. RECORD AN EMPLOYEE'S GIFT CHOICE".
           DISPLAY "  2. CANCEL A GIFT CHOICE NOT YET SENT".
           DISPLAY "  3. WRITE FULFILLMENT ORDERS FOR THE VENDOR".
           DISPLAY "  0. DONE".
       MAINT-ONE-CHOICE.
           DISPLAY "ENTER SELECTION".
           ACCEPT MAINT-CHOICE.
           EVALUATE TRUE
               WHEN MAINT-DONE
                       CONTINUE
               WHEN MAINT-CHOOSE
                       PERFORM RECORD-GIFT-CHOICE
               WHEN MAINT-CANCEL
                       PERFORM CANCEL-GIFT-CHOICE
               WHEN MAINT-SEND
                       PERFORM WRITE-FULFILLMENT-ORDERS
               WHEN OTHER
                       DISPLAY "INVALID SELECTION"
           END-EVALUATE.
       RECORD-GIFT-CHOICE.
           IF EMPLOYEE-FILE-STATUS NOT = "00"
              OR CATALOG-FILE-STATUS NOT = "00"
                   DISPLAY "EMPLOYEE MASTER OR AWARD CATALOG IS NOT "
                           "AVAILABLE"
           ELSE
                   PERFORM SELECT-GIFT-EMPLOYEE
                   IF EMPLOYEE-OK
                           PERFORM FIND-MILESTONE-DUE
                   END-IF
                   IF EMPLOYEE-OK
                           PERFORM CHECK-MILESTONE-SETTLED
                   END-IF
                   IF EMPLOYEE-OK
                           PERFORM CHOOSE-CATALOG-ITEM
                   END-IF
           END-IF.
       SELECT-GIFT-EMPLOYEE.
           MOVE "Y" TO EMPLOYEE-OK-SWITCH.
           DISPLAY "ENTER EMPLOYEE ID (1 - 99999)".
           MOVE ZEROES TO EMP-ID-FIELD.
           ACCEPT EMP-ID-FIELD.
           MOVE EMP-ID-FIELD TO EMP-ID-ENTERED.
           MOVE EMP-ID-ENTERED TO EMP-ID.
           READ EMPLOYEE-FILE
           INVALID KEY
                   MOVE "N" TO EMPLOYEE-OK-SWITCH
                   DISPLAY "EMPLOYEE ID NOT ON FILE"
           NOT INVALID KEY
                   DISPLAY "NAME: "EMP-FIRST-NAME " "EMP-LAST-NAME
                   IF EMP-TERMINATED
                           MOVE "N" TO EMPLOYEE-OK-SWITCH
                           DISPLAY "EMPLOYEE IS TERMINATED"
                   END-IF
           END-READ.
      *SERVICE IS COUNTED FROM THE ADJUSTED SERVICE DATE KEPT FOR
      *REHIRES, OR THE HIRE DATE WHEN THERE IS NONE, AS IN
      *EMPLOYEEREWARDS.
       FIND-MILESTONE-DUE.
           IF EMP-ADJ-YEAR > 0
                   MOVE EMP-ADJ-YEAR TO SERVICE-YEAR
                   MOVE EMP-ADJ-MONTH TO SERVICE-MONTH
                   MOVE EMP-ADJ-DAY TO SERVICE-DAY
           ELSE
                   MOVE EMP-HIRE-YEAR TO SERVICE-YEAR
                   MOVE EMP-HIRE-MONTH TO SERVICE-MONTH
                   MOVE EMP-HIRE-DAY TO SERVICE-DAY
           END-IF.
           MOVE ZEROES TO MILESTONE-DUE.
           IF SERVICE-YEAR > ZEROES
              AND SERVICE-YEAR NOT > THE-CURRENT-YEAR
                   COMPUTE YEARS-AT-ANNIV =
                           THE-CURRENT-YEAR - SERVICE-YEAR
                   MOVE YEARS-AT-ANNIV TO WORK-MILESTONE
                   PERFORM CHECK-MILESTONE-LEVEL
                   IF MILESTONE-DUE = ZEROES
                           ADD 1 TO YEARS-AT-ANNIV
                           MOVE YEARS-AT-ANNIV TO WORK-MILESTONE
                           PERFORM CHECK-MILESTONE-LEVEL
                   END-IF
           END-IF.
           IF MILESTONE-DUE = ZEROES
                   MOVE "N" TO EMPLOYEE-OK-SWITCH
                   DISPLAY "NO SERVICE MILESTONE THIS YEAR OR NEXT"
           ELSE
                   COMPUTE ANNIV-YEAR = SERVICE-YEAR + MILESTONE-DUE
                   DISPLAY "MILESTONE DUE: "MILESTONE-DUE
                           " YEARS, ANNIVERSARY "SERVICE-MONTH
                           "/"SERVICE-DAY"/"ANNIV-YEAR
           END-IF.
       CHECK-MILESTONE-LEVEL.
           IF YEARS-AT-ANNIV < 100
              AND (WORK-MILESTONE = 05 OR 10 OR 15 OR 20 OR 25 OR 30)
                   MOVE WORK-MILESTONE TO MILESTONE-DUE
           END-IF.
       CHECK-MILESTONE-SETTLED.
           MOVE EMP-ID TO AWARD-EMP-ID.
           MOVE MILESTONE-DUE TO AWARD-MILESTONE-YEARS.
           READ AWARDS-PAID-FILE
           INVALID KEY
                   CONTINUE
           NOT INVALID KEY
                   MOVE "N" TO EMPLOYEE-OK-SWITCH
                   IF AWARD-PAID-GIFT
                           DISPLAY "GIFT "AWARD-GIFT-ITEM
                                   " ALREADY CHOSEN ON "
                                   AWARD-PAID-DATE
                   ELSE
                           DISPLAY "CASH AWARD ALREADY PAID ON "
                                   AWARD-PAID-DATE
                   END-IF
           END-READ.
       CHOOSE-CATALOG-ITEM.
           PERFORM LIST-MILESTONE-ITEMS.
           IF ITEMS-OFFERED = ZEROES
                   DISPLAY "NO CATALOG ITEMS FOR THIS MILESTONE"
           ELSE
                   DISPLAY "ENTER ITEM CODE CHOSEN (BLANK TO STOP)"
                   MOVE SPACE TO WORK-ITEM-CODE
                   ACCEPT WORK-ITEM-CODE
                   IF WORK-ITEM-CODE NOT = SPACE
                           PERFORM CONFIRM-CATALOG-ITEM
                   END-IF
           END-IF.
       LIST-MILESTONE-ITEMS.
           MOVE ZERO TO ITEMS-OFFERED.
           MOVE MILESTONE-DUE TO CAT-MILESTONE-YEARS.
           MOVE LOW-VALUES TO CAT-ITEM-CODE.
           START CATALOG-FILE KEY NOT LESS THAN CAT-KEY
           INVALID KEY
                   MOVE "Y" TO CATALOG-FILE-AT-END
           NOT INVALID KEY
                   MOVE "N" TO CATALOG-FILE-AT-END
           END-START.
           IF CATALOG-FILE-AT-END = "N"
                   PERFORM READ-NEXT-MILESTONE-ITEM
                   PERFORM UNTIL CATALOG-FILE-AT-END = "Y"
                           DISPLAY "  "CAT-ITEM-CODE " "CAT-DESCRIPTION
                                   " "CAT-PRICE
                           ADD 1 TO ITEMS-OFFERED
                           PERFORM READ-NEXT-MILESTONE-ITEM
                   END-PERFORM
           END-IF.
       READ-NEXT-MILESTONE-ITEM.
           READ CATALOG-FILE NEXT RECORD
           AT END
                   MOVE "Y" TO CATALOG-FILE-AT-END
           NOT AT END
                   IF CAT-MILESTONE-YEARS NOT = MILESTONE-DUE
                           MOVE "Y" TO CATALOG-FILE-AT-END
                   END-IF
           END-READ.
       CONFIRM-CATALOG-ITEM.
           MOVE MILESTONE-DUE TO CAT-MILESTONE-YEARS.
           MOVE WORK-ITEM-CODE TO CAT-ITEM-CODE.
           READ CATALOG-FILE
           INVALID KEY
                   DISPLAY "ITEM IS NOT IN THE CATALOG FOR THIS "
                           "MILESTONE"
           NOT INVALID KEY
                   DISPLAY "GIFT: "CAT-DESCRIPTION" "CAT-PRICE
                   DISPLAY "RECORD THIS GIFT INSTEAD OF THE CASH "
                           "AWARD? (Y/N)"
                   MOVE SPACE TO WORK-ANSWER
                   ACCEPT WORK-ANSWER
                   IF WORK-ANSWER = "Y" OR WORK-ANSWER = "y"
                           PERFORM WRITE-GIFT-CHOICE
                   END-IF
           END-READ.
      *THE REGISTER ROW GOES FIRST: IF A REWARDS RUN HAS PAID THE
      *MILESTONE SINCE IT WAS CHECKED ABOVE, THE WRITE FAILS AND NO
      *ORDER IS PLACED.
       WRITE-GIFT-CHOICE.
           MOVE EMP-ID TO AWARD-EMP-ID.
           MOVE MILESTONE-DUE TO AWARD-MILESTONE-YEARS.
           MOVE THE-CURRENT-DATE-NUM TO AWARD-PAID-DATE.
           MOVE CAT-PRICE TO AWARD-PAID-AMOUNT.
           SET AWARD-PAID-GIFT TO TRUE.
           MOVE CAT-ITEM-CODE TO AWARD-GIFT-ITEM.
           WRITE AWARD-PAID-RECORD
           INVALID KEY
                   DISPLAY "MILESTONE ALREADY ON THE AWARDS-PAID "
                           "REGISTER - GIFT NOT RECORDED"
           NOT INVALID KEY
                   PERFORM WRITE-GIFT-ORDER
           END-WRITE.
       WRITE-GIFT-ORDER.
           MOVE SPACE TO AWARD-ORDER-RECORD.
           MOVE EMP-ID TO ORD-EMP-ID.
           MOVE MILESTONE-DUE TO ORD-MILESTONE-YEARS.
           MOVE EMP-FIRST-NAME TO ORD-EMP-FIRST-NAME.
           MOVE EMP-LAST-NAME TO ORD-EMP-LAST-NAME.
           MOVE CAT-ITEM-CODE TO ORD-ITEM-CODE.
           MOVE CAT-DESCRIPTION TO ORD-DESCRIPTION.
           MOVE CAT-PRICE TO ORD-PRICE.
           MOVE CAT-VENDOR-NUMBER TO ORD-VENDOR-NUMBER.
           SET ORD-NEW TO TRUE.
           MOVE THE-CURRENT-DATE-NUM TO ORD-CHOSEN-DATE.
           MOVE OPERATOR-ID TO ORD-CHOSEN-BY.
           MOVE ZEROES TO ORD-SENT-DATE.
           WRITE AWARD-ORDER-RECORD
           INVALID KEY
                   DISPLAY "ORDER ALREADY ON FILE FOR THIS MILESTONE"
           NOT INVALID KEY
                   DISPLAY "GIFT RECORDED - ORDER WILL GO WITH THE "
                           "NEXT FULFILLMENT FILE"
           END-WRITE.
       CANCEL-GIFT-CHOICE.
           DISPLAY "ENTER EMPLOYEE ID (1 - 99999)".
           MOVE ZEROES TO EMP-ID-FIELD.
           ACCEPT EMP-ID-FIELD.
           MOVE EMP-ID-FIELD TO EMP-ID-ENTERED.
           DISPLAY "ENTER MILESTONE YEARS (5/10/15/20/25/30)".
           MOVE ZEROES TO WORK-MILESTONE.
           ACCEPT WORK-MILESTONE.
           MOVE EMP-ID-ENTERED TO ORD-EMP-ID.
           MOVE WORK-MILESTONE TO ORD-MILESTONE-YEARS.
           READ ORDER-FILE
           INVALID KEY
                   DISPLAY "NO GIFT ORDER FOR THAT MILESTONE"
           NOT INVALID KEY
                   PERFORM CONFIRM-AND-CANCEL
           END-READ.
       CONFIRM-AND-CANCEL.
           DISPLAY ORD-EMP-ID " "ORD-EMP-FIRST-NAME " "
                   ORD-EMP-LAST-NAME " "ORD-MILESTONE-YEARS " YR "
                   ORD-ITEM-CODE " "ORD-DESCRIPTION.
           IF NOT ORD-NEW
                   DISPLAY "ORDER HAS ALREADY BEEN SENT ON "
                           ORD-SENT-DATE " - CANNOT CANCEL"
           ELSE
                   DISPLAY "CANCEL THIS GIFT, LEAVING THE MILESTONE "
                           "TO BE PAID IN CASH? (Y/N)"
                   MOVE SPACE TO WORK-ANSWER
                   ACCEPT WORK-ANSWER
                   IF WORK-ANSWER = "Y" OR WORK-ANSWER = "y"
                           PERFORM REMOVE-GIFT-CHOICE
                   END-IF
           END-IF.
       REMOVE-GIFT-CHOICE.
           DELETE ORDER-FILE RECORD
           INVALID KEY
                   DISPLAY "COULD NOT REMOVE ORDER"
           NOT INVALID KEY
                   MOVE ORD-EMP-ID TO AWARD-EMP-ID
                   MOVE ORD-MILESTONE-YEARS TO AWARD-MILESTONE-YEARS
                   READ AWARDS-PAID-FILE
                   INVALID KEY
                           DISPLAY "NO REGISTER ROW FOR THIS GIFT"
                   NOT INVALID KEY
                           IF AWARD-PAID-GIFT
                                   DELETE AWARDS-PAID-FILE RECORD
                                   INVALID KEY
                                           DISPLAY "COULD NOT REMOVE "
                                                   "REGISTER ROW"
                                   END-DELETE
                           END-IF
                   END-READ
                   DISPLAY "GIFT CANCELLED"
           END-DELETE.
       WRITE-FULFILLMENT-ORDERS.
           DISPLAY "ENTER SEND DATE TO RESEND (YYYYMMDD), "
                   "OR 0 TO SEND NEW ORDERS".
           MOVE ZEROES TO RESEND-DATE.
           ACCEPT RESEND-DATE.
           MOVE ZERO TO ORDERS-WRITTEN.
           OPEN OUTPUT FULFILLMENT-FILE.
           MOVE LOW-VALUES TO ORD-KEY.
           START ORDER-FILE KEY NOT LESS THAN ORD-KEY
           INVALID KEY
                   MOVE "Y" TO ORDER-FILE-AT-END
           NOT INVALID KEY
                   MOVE "N" TO ORDER-FILE-AT-END
           END-START.
           IF ORDER-FILE-AT-END = "N"
                   PERFORM READ-NEXT-ORDER
                   PERFORM UNTIL ORDER-FILE-AT-END = "Y"
                           PERFORM FULFILL-ONE-ORDER
                           PERFORM READ-NEXT-ORDER
                   END-PERFORM
           END-IF.
           CLOSE FULFILLMENT-FILE.
           DISPLAY "ORDERS WRITTEN TO AWARDFULFILLMENT: "
                   ORDERS-WRITTEN.
       READ-NEXT-ORDER.
           READ ORDER-FILE NEXT RECORD
                   AT END MOVE "Y" TO ORDER-FILE-AT-END.
       FULFILL-ONE-ORDER.
           IF RESEND-DATE = ZEROES
                   IF ORD-NEW
                           PERFORM WRITE-FULFILLMENT-LINE
                           SET ORD-SENT TO TRUE
                           MOVE THE-CURRENT-DATE-NUM TO ORD-SENT-DATE
                           REWRITE AWARD-ORDER-RECORD
                           INVALID KEY
                                   DISPLAY "COULD NOT MARK ORDER SENT "
                                           ORD-EMP-ID
                           END-REWRITE
                   END-IF
           ELSE
                   IF NOT ORD-NEW AND ORD-SENT-DATE = RESEND-DATE
                           PERFORM WRITE-FULFILLMENT-LINE
                   END-IF
           END-IF.
       WRITE-FULFILLMENT-LINE.
           MOVE ORD-VENDOR-NUMBER TO FF-VENDOR-NUMBER.
           MOVE ORD-EMP-ID TO FF-EMP-ID.
           MOVE ORD-MILESTONE-YEARS TO FF-MILESTONE.
           MOVE ORD-ITEM-CODE TO FF-ITEM-CODE.
           MOVE ORD-DESCRIPTION TO FF-DESCRIPTION.
           MOVE ORD-PRICE TO FF-PRICE.
           MOVE ORD-EMP-FIRST-NAME TO FF-FIRST-NAME.
           MOVE ORD-EMP-LAST-NAME TO FF-LAST-NAME.
           MOVE ORD-CHOSEN-DATE TO FF-ORDER-DATE.
           WRITE FULFILLMENT-RECORD FROM FULFILLMENT-DETAIL.
           ADD 1 TO ORDERS-WRITTEN.
