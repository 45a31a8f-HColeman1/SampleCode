      *This subprogram is the bank account lookup behind the payment
      *run, check printing, check voids, and the bank
      *reconciliation, called the same way RECLCK01 is. Given a
      *code from a vendor, an invoice, or a check it returns that
      *account's row from the "bankaccount" file kept by APBNK01;
      *given a blank code it returns the account flagged as the
      *default. Until any account is set up - no file, or no
      *default row - the default is the single operating account
      *the system has always paid from: cash GL 10100100 and the
      *NACHA identifiers our bank assigned at setup, so a shop
      *with one account sees no change. The caller also gets the
      *suffix that keeps the account's payment, NACHA, and Positive
      *Pay files apart from the other accounts' files.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKACT01.
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
       01 BANK-FOUND-SWITCH PIC X.
           88 BANK-ROW-FOUND VALUE "Y".
       LINKAGE SECTION.
       COPY BNKPRM.
       PROCEDURE DIVISION USING BANK-LOOKUP-PARMS.
       PROGRAM-BEGIN.
           MOVE "N" TO BANK-FOUND-SWITCH.
           OPEN INPUT BANK-FILE.
           IF BANK-FILE-STATUS = "00"
                   IF BKL-BANK-CODE = SPACE
                           PERFORM FIND-DEFAULT-ROW
                   ELSE
                           PERFORM READ-BANK-ROW
                   END-IF
                   CLOSE BANK-FILE
           ELSE
                   IF BANK-FILE-STATUS NOT = "35"
                           DISPLAY "COULD NOT OPEN BANK ACCOUNT FILE, "
                                   "STATUS: "BANK-FILE-STATUS
                   END-IF
           END-IF.
           IF BANK-ROW-FOUND
                   PERFORM RETURN-BANK-ROW
           ELSE
                   IF BKL-BANK-CODE = SPACE
                           PERFORM RETURN-BUILT-IN-DEFAULT
                   ELSE
                           MOVE "N" TO BKL-RESULT
                   END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       READ-BANK-ROW.
           MOVE BKL-BANK-CODE TO BANK-CODE.
           READ BANK-FILE
           INVALID KEY
                   CONTINUE
           NOT INVALID KEY
                   MOVE "Y" TO BANK-FOUND-SWITCH
           END-READ.
       FIND-DEFAULT-ROW.
           MOVE LOW-VALUES TO BANK-CODE.
           START BANK-FILE KEY NOT LESS THAN BANK-CODE
           INVALID KEY
                   MOVE "Y" TO BANK-FILE-AT-END
           NOT INVALID KEY
                   MOVE "N" TO BANK-FILE-AT-END
           END-START.
           IF BANK-FILE-AT-END = "N"
                   PERFORM READ-NEXT-BANK-ROW
                   PERFORM UNTIL BANK-FILE-AT-END = "Y"
                           OR BANK-ROW-FOUND
                           IF BANK-IS-DEFAULT
                                   MOVE "Y" TO BANK-FOUND-SWITCH
                           ELSE
                                   PERFORM READ-NEXT-BANK-ROW
                           END-IF
                   END-PERFORM
           END-IF.
       READ-NEXT-BANK-ROW.
           READ BANK-FILE NEXT RECORD
                   AT END MOVE "Y" TO BANK-FILE-AT-END.
       RETURN-BANK-ROW.
           IF BANK-INACTIVE
                   MOVE "I" TO BKL-RESULT
           ELSE
                   MOVE "Y" TO BKL-RESULT
           END-IF.
           MOVE BANK-CODE TO BKL-BANK-CODE.
           MOVE BANK-DEFAULT-FLAG TO BKL-DEFAULT-FLAG.
           MOVE BANK-DESCRIPTION TO BKL-DESCRIPTION.
           MOVE BANK-CASH-GL-ACCOUNT TO BKL-CASH-GL-ACCOUNT.
           MOVE BANK-ACCOUNT-NUMBER TO BKL-ACCOUNT-NUMBER.
           MOVE BANK-NAME TO BKL-BANK-NAME.
           MOVE BANK-ROUTING TO BKL-ROUTING.
           MOVE BANK-ACH-ORIGIN TO BKL-ACH-ORIGIN.
           MOVE BANK-ACH-COMPANY-NAME TO BKL-ACH-COMPANY-NAME.
           MOVE BANK-ACH-COMPANY-ID TO BKL-ACH-COMPANY-ID.
           MOVE BANK-ACH-ODFI TO BKL-ACH-ODFI.
           MOVE SPACE TO BKL-FILE-SUFFIX.
           IF NOT BKL-IS-DEFAULT
                   STRING "." DELIMITED BY SIZE
                          BANK-CODE DELIMITED BY SPACE
                          INTO BKL-FILE-SUFFIX
           END-IF.
      *THE ACCOUNT EVERY PAYMENT CAME FROM BEFORE BANK ACCOUNTS WERE
      *SET UP, WITH THE IDENTIFIERS OUR BANK ASSIGNED AT SETUP.
       RETURN-BUILT-IN-DEFAULT.
           MOVE "Y" TO BKL-RESULT.
           MOVE SPACE TO BKL-BANK-CODE.
           MOVE "Y" TO BKL-DEFAULT-FLAG.
           MOVE "OPERATING ACCOUNT" TO BKL-DESCRIPTION.
           MOVE "10100100" TO BKL-CASH-GL-ACCOUNT.
           MOVE SPACE TO BKL-ACCOUNT-NUMBER.
           MOVE "OUR BANK" TO BKL-BANK-NAME.
           MOVE 099999999 TO BKL-ROUTING.
           MOVE " 991234567" TO BKL-ACH-ORIGIN.
           MOVE "OUR COMPANY" TO BKL-ACH-COMPANY-NAME.
           MOVE "9912345670" TO BKL-ACH-COMPANY-ID.
           MOVE 99123456 TO BKL-ACH-ODFI.
           MOVE SPACE TO BKL-FILE-SUFFIX.
