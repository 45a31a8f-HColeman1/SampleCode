      *created by a bad run), after which the next rewards run will
      *pay that milestone again. Removals are deliberate supervisor
      *work, so each one is confirmed before the row goes.
      *Each row shows whether the milestone went out as cash or as
      *a gift from the award catalog. A gift row whose order is
      *still on the "awardorders" file cannot be removed here, since
      *the next rewards run would then pay cash for a milestone whose
      *gift is still going out; a New order is cancelled through
      *AWDSEL01, which removes the row and the order together.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWDMNT01.
       ENVIRONMENT DIVISION.
                   RECORD KEY IS AWARD-PAID-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS AWARDS-PAID-STATUS.
           SELECT ORDER-FILE
                   ASSIGN TO "awardorders"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS ORD-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS ORDER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AWARDS-PAID-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AWDREG.
       FD ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AWDORD.

       WORKING-STORAGE SECTION.
       01 AWARDS-PAID-STATUS PIC XX.
       01 AWARDS-FILE-AT-END PIC X.
       01 ORDER-FILE-STATUS PIC XX.
       01 GIFT-ORDER-SWITCH PIC X.
           88 GIFT-ORDER-ON-FILE VALUE "Y".
       01 MAINT-CHOICE PIC X.
           88 MAINT-DONE   VALUE "0".
           88 MAINT-LIST   VALUE "1".
                                   " MILESTONE "AWARD-MILESTONE-YEARS
                                   " PAID "AWARD-PAID-DATE
                                   " AMOUNT "AWARD-PAID-AMOUNT
                                   " TYPE "AWARD-PAID-TYPE
                                   " "AWARD-GIFT-ITEM
                           ADD 1 TO ROWS-LISTED
                           PERFORM READ-NEXT-AWARD-ROW
                   END-PERFORM
                           " MILESTONE "AWARD-MILESTONE-YEARS
                           " PAID "AWARD-PAID-DATE
                           " AMOUNT "AWARD-PAID-AMOUNT
                           " TYPE "AWARD-PAID-TYPE
                           " "AWARD-GIFT-ITEM
                   PERFORM CHECK-FOR-GIFT-ORDER
                   IF GIFT-ORDER-ON-FILE
                           DISPLAY "GIFT ORDER ON FILE - CANCEL "
                                   "THROUGH AWDSEL01"
                   ELSE
                           PERFORM CONFIRM-AND-REMOVE-ROW
                   END-IF
           END-READ.
       CONFIRM-AND-REMOVE-ROW.
           DISPLAY "REMOVE, ALLOWING IT TO BE PAID AGAIN? (Y/N)".
           MOVE SPACE TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "Y"
                   DELETE AWARDS-PAID-FILE RECORD
                   INVALID KEY
                           DISPLAY "COULD NOT REMOVE ROW"
                   NOT INVALID KEY
                           DISPLAY "ROW REMOVED"
                   END-DELETE
           END-IF.
      *NO ORDER FILE AT ALL MEANS NO GIFT HAS BEEN ORDERED; ONE THAT
      *IS THERE BUT WILL NOT OPEN IS TREATED AS HOLDING THE ORDER.
       CHECK-FOR-GIFT-ORDER.
           MOVE "N" TO GIFT-ORDER-SWITCH.
           IF AWARD-PAID-GIFT
                   OPEN INPUT ORDER-FILE
                   IF ORDER-FILE-STATUS = "00"
                           MOVE AWARD-EMP-ID TO ORD-EMP-ID
                           MOVE AWARD-MILESTONE-YEARS
                                   TO ORD-MILESTONE-YEARS
                           READ ORDER-FILE
                           INVALID KEY
                                   CONTINUE
                           NOT INVALID KEY
                                   MOVE "Y" TO GIFT-ORDER-SWITCH
                           END-READ
                           CLOSE ORDER-FILE
                   ELSE
                           IF ORDER-FILE-STATUS NOT = "35"
                                   DISPLAY "COULD NOT OPEN ORDER FILE, "
                                           "STATUS: "ORDER-FILE-STATUS
                                   MOVE "Y" TO GIFT-ORDER-SWITCH
                           END-IF
                   END-IF
           END-IF.
