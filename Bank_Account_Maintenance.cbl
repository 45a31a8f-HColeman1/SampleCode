      *This program maintains the "bankaccount" file of disbursement
      *bank accounts that APPAY01 pays from and APCHK01 prints
      *checks on. Each account has a short code that a vendor
      *(VNDNEW01, VNDUPD01) or a single invoice (APINV01) names to
      *say which account pays it, a description, an active or
      *inactive status, the cash GL account the payment run
      *credits for the account, the bank account number sent on the
      *account's Positive Pay files, and the NACHA identifiers our
      *bank assigned to the account. Exactly one account is the
      *default, paying every vendor and invoice that names no
      *account; flagging a new default takes the flag off the old
      *one, and the default cannot be removed. Until any default
      *is on file the payment run keeps paying from the operating
      *account it always has. Each account's check numbers are kept
      *by APCHK01 on its own row of the "checkcontrol" file. Rows
      *can be listed, added or changed, and removed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APBNK01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE
                   ASSIGN TO "bankaccount"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS BANK-CODE
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS BANK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BANK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APBNKRC.

       WORKING-STORAGE SECTION.
       01 BANK-FILE-STATUS PIC XX.
       01 BANK-FILE-AT-END PIC X.
       01 MAINT-CHOICE PIC X.
           88 MAINT-DONE   VALUE "0".
           88 MAINT-LIST   VALUE "1".
           88 MAINT-ADD    VALUE "2".
           88 MAINT-REMOVE VALUE "3".
       01 BANK-FOUND-SWITCH PIC X.
           88 BANK-FOUND VALUE "Y".
       01 WORK-BANK-CODE    PIC X(4).
       01 WORK-DESCRIPTION  PIC X(30).
       01 WORK-STATUS       PIC X.
       01 WORK-DEFAULT      PIC X.
       01 WORK-CASH-ACCOUNT PIC X(8).
       01 WORK-ACCOUNT-NUMBER PIC X(17).
       01 WORK-BANK-NAME    PIC X(23).
       01 WORK-ROUTING-ENTRY PIC X(9).
       01 WORK-ROUTING-JUST  PIC X(9) JUSTIFIED RIGHT.
       01 WORK-ORIGIN       PIC X(10).
       01 WORK-COMPANY-NAME PIC X(16).
       01 WORK-COMPANY-ID   PIC X(10).
       01 WORK-ODFI-ENTRY   PIC X(8).
       01 WORK-ODFI-JUST    PIC X(8) JUSTIFIED RIGHT.
       01 WORK-ANSWER       PIC X.
       01 ENTRY-OK-SWITCH   PIC X.
           88 ENTRY-OK VALUE "Y".
       01 WAS-DEFAULT-SWITCH PIC X.
           88 WAS-THE-DEFAULT VALUE "Y".
       01 ACCOUNTS-LISTED   PIC 9(5).
       01 SAVED-BANK-RECORD PIC X(137).
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPEN-BANK-FILE.
           IF BANK-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN BANK ACCOUNT FILE, STATUS: "
                           BANK-FILE-STATUS
           ELSE
                   PERFORM SHOW-MAINT-MENU
                   PERFORM MAINT-ONE-CHOICE
                   UNTIL MAINT-DONE
                   CLOSE BANK-FILE
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       OPEN-BANK-FILE.
           OPEN I-O BANK-FILE.
           IF BANK-FILE-STATUS = "35"
                   OPEN OUTPUT BANK-FILE
                   CLOSE BANK-FILE
                   OPEN I-O BANK-FILE
           END-IF.
       SHOW-MAINT-MENU.
           DISPLAY "BANK ACCOUNT MAINTENANCE".
           DISPLAY "  1. LIST BANK ACCOUNTS".
           DISPLAY "  2. ADD / CHANGE BANK ACCOUNT".
           DISPLAY "  3. REMOVE BANK ACCOUNT".
           DISPLAY "  0. DONE".
       MAINT-ONE-CHOICE.
           DISPLAY "ENTER SELECTION".
           ACCEPT MAINT-CHOICE.
           EVALUATE TRUE
               WHEN MAINT-DONE
                       CONTINUE
               WHEN MAINT-LIST
                       PERFORM LIST-ALL-ACCOUNTS
               WHEN MAINT-ADD
                       PERFORM ADD-ONE-ACCOUNT
               WHEN MAINT-REMOVE
                       PERFORM REMOVE-ONE-ACCOUNT
               WHEN OTHER
                       DISPLAY "INVALID SELECTION"
           END-EVALUATE.
       LIST-ALL-ACCOUNTS.
           MOVE ZERO TO ACCOUNTS-LISTED.
           PERFORM START-AT-FIRST-ACCOUNT.
           IF BANK-FILE-AT-END = "N"
                   PERFORM READ-NEXT-ACCOUNT
                   PERFORM UNTIL BANK-FILE-AT-END = "Y"
                           PERFORM DISPLAY-ONE-ACCOUNT
                           ADD 1 TO ACCOUNTS-LISTED
                           PERFORM READ-NEXT-ACCOUNT
                   END-PERFORM
           END-IF.
           DISPLAY "ACCOUNTS ON FILE: "ACCOUNTS-LISTED.
       DISPLAY-ONE-ACCOUNT.
           DISPLAY BANK-CODE " "BANK-DESCRIPTION
                   " STATUS "BANK-STATUS
                   " DEFAULT "BANK-DEFAULT-FLAG.
           DISPLAY "     CASH GL "BANK-CASH-GL-ACCOUNT
                   " ACCOUNT NO "BANK-ACCOUNT-NUMBER
                   " BANK "BANK-NAME.
           DISPLAY "     ROUTING "BANK-ROUTING
                   " ORIGIN "BANK-ACH-ORIGIN
                   " COMPANY "BANK-ACH-COMPANY-NAME
                   " ID "BANK-ACH-COMPANY-ID
                   " ODFI "BANK-ACH-ODFI.
       START-AT-FIRST-ACCOUNT.
           MOVE LOW-VALUES TO BANK-CODE.
           START BANK-FILE KEY NOT LESS THAN BANK-CODE
           INVALID KEY
                   MOVE "Y" TO BANK-FILE-AT-END
           NOT INVALID KEY
                   MOVE "N" TO BANK-FILE-AT-END
           END-START.
       READ-NEXT-ACCOUNT.
           READ BANK-FILE NEXT RECORD
                   AT END MOVE "Y" TO BANK-FILE-AT-END.
       READ-ACCOUNT.
           MOVE "Y" TO BANK-FOUND-SWITCH.
           MOVE WORK-BANK-CODE TO BANK-CODE.
           READ BANK-FILE
           INVALID KEY
                   MOVE "N" TO BANK-FOUND-SWITCH.
       ADD-ONE-ACCOUNT.
           DISPLAY "ENTER BANK ACCOUNT CODE (UP TO 4 CHARACTERS)".
           MOVE SPACE TO WORK-BANK-CODE.
           ACCEPT WORK-BANK-CODE.
           IF WORK-BANK-CODE = SPACE
                   DISPLAY "ACCOUNT CODE IS REQUIRED"
           ELSE
                   PERFORM READ-ACCOUNT
                   PERFORM ENTER-ACCOUNT-FIELDS
           END-IF.
       ENTER-ACCOUNT-FIELDS.
           IF BANK-FOUND
                   PERFORM DISPLAY-ONE-ACCOUNT
                   DISPLAY "BLANK ANSWER KEEPS THE VALUE SHOWN"
           ELSE
                   MOVE SPACE TO BANK-ACCOUNT-RECORD
                   MOVE WORK-BANK-CODE TO BANK-CODE
                   SET BANK-ACTIVE TO TRUE
                   MOVE "N" TO BANK-DEFAULT-FLAG
                   MOVE ZEROES TO BANK-ROUTING
                   MOVE ZEROES TO BANK-ACH-ODFI
           END-IF.
           MOVE BANK-DEFAULT-FLAG TO WAS-DEFAULT-SWITCH.
           MOVE "Y" TO ENTRY-OK-SWITCH.
           PERFORM ENTER-DESCRIPTION-FIELDS.
           PERFORM ENTER-NACHA-FIELDS.
           IF BANK-DESCRIPTION = SPACE
              OR BANK-CASH-GL-ACCOUNT = SPACE
                   DISPLAY "DESCRIPTION AND CASH GL ACCOUNT ARE "
                           "REQUIRED"
                   MOVE "N" TO ENTRY-OK-SWITCH
           END-IF.
           IF NOT ENTRY-OK
                   DISPLAY "ACCOUNT NOT SAVED"
           ELSE
                   PERFORM SAVE-ACCOUNT
           END-IF.
       ENTER-DESCRIPTION-FIELDS.
           DISPLAY "ENTER DESCRIPTION".
           MOVE SPACE TO WORK-DESCRIPTION.
           ACCEPT WORK-DESCRIPTION.
           IF WORK-DESCRIPTION NOT = SPACE
                   MOVE WORK-DESCRIPTION TO BANK-DESCRIPTION
           END-IF.
           DISPLAY "ENTER STATUS (A = ACTIVE, I = INACTIVE)".
           MOVE SPACE TO WORK-STATUS.
           ACCEPT WORK-STATUS.
           IF WORK-STATUS NOT = SPACE
                   MOVE WORK-STATUS TO BANK-STATUS
           END-IF.
           IF NOT BANK-ACTIVE AND NOT BANK-INACTIVE
                   DISPLAY "STATUS MUST BE A OR I"
                   MOVE "N" TO ENTRY-OK-SWITCH
           END-IF.
           DISPLAY "DEFAULT ACCOUNT FOR VENDORS NAMING NONE (Y/N)?".
           MOVE SPACE TO WORK-DEFAULT.
           ACCEPT WORK-DEFAULT.
           IF WORK-DEFAULT = "y"
                   MOVE "Y" TO WORK-DEFAULT
           END-IF.
           IF WORK-DEFAULT = "n"
                   MOVE "N" TO WORK-DEFAULT
           END-IF.
           IF WORK-DEFAULT = "Y" OR WORK-DEFAULT = "N"
                   MOVE WORK-DEFAULT TO BANK-DEFAULT-FLAG
           END-IF.
           DISPLAY "ENTER CASH GL ACCOUNT (8 CHARACTERS)".
           MOVE SPACE TO WORK-CASH-ACCOUNT.
           ACCEPT WORK-CASH-ACCOUNT.
           IF WORK-CASH-ACCOUNT NOT = SPACE
                   MOVE WORK-CASH-ACCOUNT TO BANK-CASH-GL-ACCOUNT
           END-IF.
           DISPLAY "ENTER BANK ACCOUNT NUMBER".
           MOVE SPACE TO WORK-ACCOUNT-NUMBER.
           ACCEPT WORK-ACCOUNT-NUMBER.
           IF WORK-ACCOUNT-NUMBER NOT = SPACE
                   MOVE WORK-ACCOUNT-NUMBER TO BANK-ACCOUNT-NUMBER
           END-IF.
           DISPLAY "ENTER BANK NAME".
           MOVE SPACE TO WORK-BANK-NAME.
           ACCEPT WORK-BANK-NAME.
           IF WORK-BANK-NAME NOT = SPACE
                   MOVE WORK-BANK-NAME TO BANK-NAME
           END-IF.
       ENTER-NACHA-FIELDS.
           DISPLAY "ENTER BANK ROUTING NUMBER (9 DIGITS)".
           MOVE SPACE TO WORK-ROUTING-ENTRY.
           ACCEPT WORK-ROUTING-ENTRY.
           IF WORK-ROUTING-ENTRY NOT = SPACE
                   MOVE FUNCTION TRIM(WORK-ROUTING-ENTRY)
                           TO WORK-ROUTING-JUST
                   INSPECT WORK-ROUTING-JUST
                           REPLACING LEADING SPACE BY "0"
                   IF WORK-ROUTING-JUST IS NUMERIC
                           MOVE WORK-ROUTING-JUST TO BANK-ROUTING
                   ELSE
                           DISPLAY "ROUTING NUMBER MUST BE DIGITS"
                           MOVE "N" TO ENTRY-OK-SWITCH
                   END-IF
           END-IF.
           DISPLAY "ENTER NACHA IMMEDIATE ORIGIN (10 CHARACTERS)".
           MOVE SPACE TO WORK-ORIGIN.
           ACCEPT WORK-ORIGIN.
           IF WORK-ORIGIN NOT = SPACE
                   MOVE WORK-ORIGIN TO BANK-ACH-ORIGIN
           END-IF.
           DISPLAY "ENTER NACHA COMPANY NAME".
           MOVE SPACE TO WORK-COMPANY-NAME.
           ACCEPT WORK-COMPANY-NAME.
           IF WORK-COMPANY-NAME NOT = SPACE
                   MOVE WORK-COMPANY-NAME TO BANK-ACH-COMPANY-NAME
           END-IF.
           DISPLAY "ENTER NACHA COMPANY IDENTIFICATION".
           MOVE SPACE TO WORK-COMPANY-ID.
           ACCEPT WORK-COMPANY-ID.
           IF WORK-COMPANY-ID NOT = SPACE
                   MOVE WORK-COMPANY-ID TO BANK-ACH-COMPANY-ID
           END-IF.
           DISPLAY "ENTER ORIGINATING BANK ID (8 DIGITS)".
           MOVE SPACE TO WORK-ODFI-ENTRY.
           ACCEPT WORK-ODFI-ENTRY.
           IF WORK-ODFI-ENTRY NOT = SPACE
                   MOVE FUNCTION TRIM(WORK-ODFI-ENTRY)
                           TO WORK-ODFI-JUST
                   INSPECT WORK-ODFI-JUST
                           REPLACING LEADING SPACE BY "0"
                   IF WORK-ODFI-JUST IS NUMERIC
                           MOVE WORK-ODFI-JUST TO BANK-ACH-ODFI
                   ELSE
                           DISPLAY "ORIGINATING BANK ID MUST BE DIGITS"
                           MOVE "N" TO ENTRY-OK-SWITCH
                   END-IF
           END-IF.
      *A NEW DEFAULT TAKES THE FLAG OFF THE OLD ONE FIRST, SO THE
      *FILE NEVER HOLDS TWO DEFAULT ACCOUNTS. THE DEFAULT ITSELF
      *ONLY MOVES BY FLAGGING ANOTHER ACCOUNT, SO THERE IS ALWAYS ONE.
       SAVE-ACCOUNT.
           IF WAS-THE-DEFAULT AND NOT BANK-IS-DEFAULT
                   DISPLAY "THIS IS THE DEFAULT ACCOUNT - FLAG "
                           "ANOTHER ACCOUNT AS DEFAULT INSTEAD"
                   MOVE "Y" TO BANK-DEFAULT-FLAG
           END-IF.
           IF BANK-IS-DEFAULT AND NOT WAS-THE-DEFAULT
                   MOVE BANK-ACCOUNT-RECORD TO SAVED-BANK-RECORD
                   PERFORM CLEAR-OLD-DEFAULT
                   MOVE SAVED-BANK-RECORD TO BANK-ACCOUNT-RECORD
           END-IF.
           PERFORM WRITE-ACCOUNT-ROW.
       CLEAR-OLD-DEFAULT.
           PERFORM START-AT-FIRST-ACCOUNT.
           IF BANK-FILE-AT-END = "N"
                   PERFORM READ-NEXT-ACCOUNT
                   PERFORM UNTIL BANK-FILE-AT-END = "Y"
                           IF BANK-IS-DEFAULT
                              AND BANK-CODE NOT = WORK-BANK-CODE
                                   MOVE "N" TO BANK-DEFAULT-FLAG
                                   REWRITE BANK-ACCOUNT-RECORD
                                   INVALID KEY
                                           DISPLAY "COULD NOT CLEAR "
                                                   "OLD DEFAULT"
                                   NOT INVALID KEY
                                           DISPLAY "DEFAULT TAKEN OFF "
                                                   BANK-CODE
                                   END-REWRITE
                           END-IF
                           PERFORM READ-NEXT-ACCOUNT
                   END-PERFORM
           END-IF.
       WRITE-ACCOUNT-ROW.
           IF BANK-FOUND
                   REWRITE BANK-ACCOUNT-RECORD
                   INVALID KEY
                           DISPLAY "COULD NOT REWRITE BANK ACCOUNT"
                   NOT INVALID KEY
                           DISPLAY "BANK ACCOUNT CHANGED"
                   END-REWRITE
           ELSE
                   WRITE BANK-ACCOUNT-RECORD
                   INVALID KEY
                           DISPLAY "COULD NOT WRITE BANK ACCOUNT"
                   NOT INVALID KEY
                           DISPLAY "BANK ACCOUNT ADDED"
                   END-WRITE
           END-IF.
       REMOVE-ONE-ACCOUNT.
           DISPLAY "ENTER BANK ACCOUNT CODE TO REMOVE".
           MOVE SPACE TO WORK-BANK-CODE.
           ACCEPT WORK-BANK-CODE.
           PERFORM READ-ACCOUNT.
           IF NOT BANK-FOUND
                   DISPLAY "ACCOUNT NOT ON FILE"
           ELSE
                   IF BANK-IS-DEFAULT
                           DISPLAY "THE DEFAULT ACCOUNT CANNOT BE "
                                   "REMOVED"
                   ELSE
                           PERFORM CONFIRM-REMOVE-ACCOUNT
                   END-IF
           END-IF.
       CONFIRM-REMOVE-ACCOUNT.
           PERFORM DISPLAY-ONE-ACCOUNT.
           DISPLAY "REMOVE THIS ACCOUNT (Y/N)?".
           DISPLAY "(VENDORS OR INVOICES STILL NAMING IT ARE".
           DISPLAY " SKIPPED BY THE PAYMENT RUN UNTIL CHANGED)".
           ACCEPT WORK-ANSWER.
           IF WORK-ANSWER = "Y" OR WORK-ANSWER = "y"
                   DELETE BANK-FILE RECORD
                   INVALID KEY
                           DISPLAY "COULD NOT REMOVE BANK ACCOUNT"
                   NOT INVALID KEY
                           DISPLAY "BANK ACCOUNT REMOVED"
                   END-DELETE
           END-IF.
