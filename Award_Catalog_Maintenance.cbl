      *This program maintains the "awardcatalog" file of gifts an
      *employee may take instead of the cash award at a service
      *milestone. Each item belongs to one milestone level (an
      *item offered at two levels is entered under each), and
      *carries its description, the price the awards vendor
      *charges, and the vendor it is ordered from, which must be an
      *active vendor on the vendor file. Items can be listed for
      *one milestone or all, added or changed, and removed. Orders
      *already placed keep their own copy of the item, so removing
      *or repricing an item does not disturb them.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWDCAT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE
                   ASSIGN TO "awardcatalog"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS CAT-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT VENDOR-FILE
                   ASSIGN TO "vendor"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS VENDOR-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS VENDOR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AWDCAT.

       FD VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDREC.

       WORKING-STORAGE SECTION.
       01 CATALOG-FILE-STATUS PIC XX.
       01 CATALOG-FILE-AT-END PIC X.
       01 VENDOR-FILE-STATUS  PIC XX.
       01 MAINT-CHOICE PIC X.
           88 MAINT-DONE   VALUE "0".
           88 MAINT-LIST   VALUE "1".
           88 MAINT-ADD    VALUE "2".
           88 MAINT-REMOVE VALUE "3".
       01 ITEM-FOUND-SWITCH PIC X.
           88 ITEM-FOUND VALUE "Y".
       01 VENDOR-OK-SWITCH PIC X.
           88 VENDOR-OK VALUE "Y".
       01 MILESTONE-OK-SWITCH PIC X.
           88 MILESTONE-OK VALUE "Y".
       01 WORK-MILESTONE     PIC 99.
       01 LIST-MILESTONE     PIC 99.
       01 WORK-ITEM-CODE     PIC X(6).
       01 WORK-DESCRIPTION   PIC X(30).
       01 WORK-PRICE         PIC 9(5)V99.
       01 VENDOR-NUMBER-FIELD PIC Z(5).
       01 WORK-VENDOR-NUMBER PIC 9(5).
       01 WORK-ANSWER        PIC X.
       01 ITEMS-LISTED       PIC 9(5).
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPEN-CATALOG-FILE.
           IF CATALOG-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN AWARD CATALOG, STATUS: "
                           CATALOG-FILE-STATUS
           ELSE
                   OPEN INPUT VENDOR-FILE
                   PERFORM SHOW-MAINT-MENU
                   PERFORM MAINT-ONE-CHOICE
                   UNTIL MAINT-DONE
                   IF VENDOR-FILE-STATUS = "00"
                           CLOSE VENDOR-FILE
                   END-IF
                   CLOSE CATALOG-FILE
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       OPEN-CATALOG-FILE.
           OPEN I-O CATALOG-FILE.
           IF CATALOG-FILE-STATUS = "35"
                   OPEN OUTPUT CATALOG-FILE
                   CLOSE CATALOG-FILE
                   OPEN I-O CATALOG-FILE
           END-IF.
       SHOW-MAINT-MENU.
           DISPLAY "AWARD CATALOG MAINTENANCE".
           DISPLAY "  1. LIST CATALOG ITEMS".
           DISPLAY "  2. ADD / CHANGE ITEM".
           DISPLAY "  3. REMOVE ITEM".
           DISPLAY "  0. DONE".
       MAINT-ONE-CHOICE.
           DISPLAY "ENTER SELECTION".
           ACCEPT MAINT-CHOICE.
           EVALUATE TRUE
               WHEN MAINT-DONE
                       CONTINUE
               WHEN MAINT-LIST
                       PERFORM LIST-CATALOG-ITEMS
               WHEN MAINT-ADD
                       PERFORM ADD-ONE-ITEM
               WHEN MAINT-REMOVE
                       PERFORM REMOVE-ONE-ITEM
               WHEN OTHER
                       DISPLAY "INVALID SELECTION"
           END-EVALUATE.
       LIST-CATALOG-ITEMS.
           DISPLAY "ENTER MILESTONE YEARS TO LIST (0 FOR ALL)".
           MOVE ZEROES TO LIST-MILESTONE.
           ACCEPT LIST-MILESTONE.
           MOVE ZERO TO ITEMS-LISTED.
           MOVE LIST-MILESTONE TO CAT-MILESTONE-YEARS.
           MOVE LOW-VALUES TO CAT-ITEM-CODE.
           START CATALOG-FILE KEY NOT LESS THAN CAT-KEY
           INVALID KEY
                   MOVE "Y" TO CATALOG-FILE-AT-END
           NOT INVALID KEY
                   MOVE "N" TO CATALOG-FILE-AT-END
           END-START.
           IF CATALOG-FILE-AT-END = "N"
                   PERFORM READ-NEXT-CATALOG-ITEM
                   PERFORM UNTIL CATALOG-FILE-AT-END = "Y"
                           DISPLAY CAT-MILESTONE-YEARS " YR "
                                   CAT-ITEM-CODE " "CAT-DESCRIPTION
                                   " "CAT-PRICE
                                   " VENDOR "CAT-VENDOR-NUMBER
                           ADD 1 TO ITEMS-LISTED
                           PERFORM READ-NEXT-CATALOG-ITEM
                   END-PERFORM
           END-IF.
           DISPLAY "CATALOG ITEMS LISTED: "ITEMS-LISTED.
       READ-NEXT-CATALOG-ITEM.
           READ CATALOG-FILE NEXT RECORD
           AT END
                   MOVE "Y" TO CATALOG-FILE-AT-END
           NOT AT END
                   IF LIST-MILESTONE NOT = ZEROES
                      AND CAT-MILESTONE-YEARS NOT = LIST-MILESTONE
                           MOVE "Y" TO CATALOG-FILE-AT-END
                   END-IF
           END-READ.
       READ-CATALOG-ITEM.
           MOVE "Y" TO ITEM-FOUND-SWITCH.
           MOVE WORK-MILESTONE TO CAT-MILESTONE-YEARS.
           MOVE WORK-ITEM-CODE TO CAT-ITEM-CODE.
           READ CATALOG-FILE
           INVALID KEY
                   MOVE "N" TO ITEM-FOUND-SWITCH.
       ENTER-ITEM-KEY.
           MOVE "Y" TO MILESTONE-OK-SWITCH.
           DISPLAY "ENTER MILESTONE YEARS (5/10/15/20/25/30)".
           MOVE ZEROES TO WORK-MILESTONE.
           ACCEPT WORK-MILESTONE.
           IF WORK-MILESTONE NOT = 05 AND NOT = 10 AND NOT = 15
              AND NOT = 20 AND NOT = 25 AND NOT = 30
                   MOVE "N" TO MILESTONE-OK-SWITCH
                   DISPLAY "NOT A MILESTONE LEVEL"
           ELSE
                   DISPLAY "ENTER ITEM CODE (UP TO 6 CHARS)"
                   MOVE SPACE TO WORK-ITEM-CODE
                   ACCEPT WORK-ITEM-CODE
                   IF WORK-ITEM-CODE = SPACE
                           MOVE "N" TO MILESTONE-OK-SWITCH
                           DISPLAY "ITEM CODE IS REQUIRED"
                   END-IF
           END-IF.
       ADD-ONE-ITEM.
           PERFORM ENTER-ITEM-KEY.
           IF MILESTONE-OK
                   PERFORM READ-CATALOG-ITEM
                   PERFORM ENTER-ITEM-FIELDS
           END-IF.
       ENTER-ITEM-FIELDS.
           IF ITEM-FOUND
                   DISPLAY "CURRENT: "CAT-DESCRIPTION
                           " "CAT-PRICE
                           " VENDOR "CAT-VENDOR-NUMBER
                   DISPLAY "BLANK OR 0 ANSWER KEEPS THE VALUE SHOWN"
           ELSE
                   MOVE SPACE TO AWARD-CATALOG-RECORD
                   MOVE WORK-MILESTONE TO CAT-MILESTONE-YEARS
                   MOVE WORK-ITEM-CODE TO CAT-ITEM-CODE
                   MOVE ZEROES TO CAT-PRICE
                   MOVE ZEROES TO CAT-VENDOR-NUMBER
           END-IF.
           DISPLAY "ENTER ITEM DESCRIPTION".
           MOVE SPACE TO WORK-DESCRIPTION.
           ACCEPT WORK-DESCRIPTION.
           IF WORK-DESCRIPTION NOT = SPACE
                   MOVE WORK-DESCRIPTION TO CAT-DESCRIPTION
           END-IF.
           DISPLAY "ENTER PRICE (7 DIGITS, LAST 2 CENTS)".
           MOVE ZEROES TO WORK-PRICE.
           ACCEPT WORK-PRICE.
           IF WORK-PRICE NOT = ZEROES
                   MOVE WORK-PRICE TO CAT-PRICE
           END-IF.
           DISPLAY "ENTER AWARDS VENDOR NUMBER (1 - 99999)".
           MOVE ZEROES TO VENDOR-NUMBER-FIELD.
           ACCEPT VENDOR-NUMBER-FIELD.
           MOVE VENDOR-NUMBER-FIELD TO WORK-VENDOR-NUMBER.
           IF WORK-VENDOR-NUMBER NOT = ZEROES
                   MOVE WORK-VENDOR-NUMBER TO CAT-VENDOR-NUMBER
           END-IF.
           PERFORM CHECK-ITEM-VENDOR.
           IF CAT-DESCRIPTION = SPACE
              OR CAT-PRICE = ZEROES
                   DISPLAY "DESCRIPTION AND PRICE ARE REQUIRED, "
                           "NOT SAVED"
           ELSE
                   IF NOT VENDOR-OK
                           DISPLAY "ITEM NOT SAVED"
                   ELSE
                           PERFORM SAVE-CATALOG-ITEM
                   END-IF
           END-IF.
       CHECK-ITEM-VENDOR.
           MOVE "Y" TO VENDOR-OK-SWITCH.
           IF VENDOR-FILE-STATUS NOT = "00"
                   MOVE "N" TO VENDOR-OK-SWITCH
                   DISPLAY "VENDOR FILE IS NOT AVAILABLE"
           ELSE
                   MOVE CAT-VENDOR-NUMBER TO VENDOR-NUMBER
                   READ VENDOR-FILE
                   INVALID KEY
                           MOVE "N" TO VENDOR-OK-SWITCH
                           DISPLAY "VENDOR NUMBER NOT ON FILE"
                   NOT INVALID KEY
                           IF NOT VENDOR-ACTIVE
                                   MOVE "N" TO VENDOR-OK-SWITCH
                                   DISPLAY "VENDOR IS NOT ACTIVE"
                           ELSE
                                   DISPLAY "VENDOR: "VENDOR-NAME
                           END-IF
                   END-READ
           END-IF.
       SAVE-CATALOG-ITEM.
           IF ITEM-FOUND
                   REWRITE AWARD-CATALOG-RECORD
                   INVALID KEY
                           DISPLAY "COULD NOT REWRITE CATALOG ITEM"
                   NOT INVALID KEY
                           DISPLAY "CATALOG ITEM CHANGED"
                   END-REWRITE
           ELSE
                   WRITE AWARD-CATALOG-RECORD
                   INVALID KEY
                           DISPLAY "COULD NOT WRITE CATALOG ITEM"
                   NOT INVALID KEY
                           DISPLAY "CATALOG ITEM ADDED"
                   END-WRITE
           END-IF.
       REMOVE-ONE-ITEM.
           PERFORM ENTER-ITEM-KEY.
           IF MILESTONE-OK
                   PERFORM READ-CATALOG-ITEM
                   IF NOT ITEM-FOUND
                           DISPLAY "ITEM NOT ON FILE"
                   ELSE
                           PERFORM CONFIRM-AND-REMOVE
                   END-IF
           END-IF.
       CONFIRM-AND-REMOVE.
           DISPLAY CAT-MILESTONE-YEARS " YR "CAT-ITEM-CODE
                   " "CAT-DESCRIPTION.
           DISPLAY "REMOVE THIS ITEM (Y/N)?".
           MOVE SPACE TO WORK-ANSWER.
           ACCEPT WORK-ANSWER.
           IF WORK-ANSWER = "Y" OR WORK-ANSWER = "y"
                   DELETE CATALOG-FILE RECORD
                   INVALID KEY
                           DISPLAY "COULD NOT REMOVE ITEM"
                   NOT INVALID KEY
                           DISPLAY "ITEM REMOVED"
                   END-DELETE
           END-IF.
