      *This program allows you to add new vendors to an index file.
      *Captures the vendor's remittance address and contact info so the
      *file can support mailing a check or a W-9 request.
      *Each vendor can name the bank account it is paid from; left
      *blank, the vendor is paid from the default account.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDNEW02.
       ENVIRONMENT DIVISION.
       01 STZ-CHECK-STATE  PIC X(2).
       01 STZ-CHECK-ZIP    PIC 9(5).
       01 STZ-CHECK-RESULT PIC X.
       01 PAYING-BANK-OK-SWITCH PIC X.
           88 PAYING-BANK-OK VALUE "Y".
       COPY BNKPRM.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-OPERATOR-ID.
           MOVE SPACE TO VENDOR-RECORD.
           MOVE VENDOR-NUMBER-HOLD TO VENDOR-NUMBER.
           SET VENDOR-ACTIVE TO TRUE.
           MOVE ZEROES TO VENDOR-TIN-CHECK-DATE.
       ASSIGN-NEXT-VENDOR-NUMBER.
           MOVE 99999 TO VENDOR-NUMBER.
           START VENDOR-FILE KEY IS LESS THAN OR EQUAL VENDOR-NUMBER
           UNTIL VENDOR-1099-TYPE-OK.
           PERFORM ENTER-VENDOR-TERMS.
           PERFORM ENTER-VENDOR-PAY-METHOD.
           MOVE "N" TO PAYING-BANK-OK-SWITCH.
           PERFORM ENTER-VENDOR-PAYING-BANK
           UNTIL PAYING-BANK-OK.
       ENTER-VENDOR-NAME.
           DISPLAY "ENTER VENDOR NAME".
           ACCEPT VENDOR-NAME.
           ELSE
                   MOVE "C" TO VENDOR-PAY-METHOD
           END-IF.
       ENTER-VENDOR-PAYING-BANK.
           DISPLAY "ENTER BANK ACCOUNT TO PAY FROM (BLANK = DEFAULT)".
           MOVE SPACE TO VENDOR-BANK-CODE.
           ACCEPT VENDOR-BANK-CODE.
           MOVE "Y" TO PAYING-BANK-OK-SWITCH.
           IF VENDOR-BANK-CODE NOT = SPACE
                   MOVE VENDOR-BANK-CODE TO BKL-BANK-CODE
                   CALL "BNKACT01" USING BANK-LOOKUP-PARMS
                   IF NOT BKL-FOUND
                           DISPLAY "NOT AN ACTIVE BANK ACCOUNT"
                           MOVE "N" TO PAYING-BANK-OK-SWITCH
                   END-IF
           END-IF.
