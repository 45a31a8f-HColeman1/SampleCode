      *through RECLCK01 while it is being changed, so a
      *second session asking for the same vendor is told who has it
      *instead of silently overwriting the first session's work.
      *Changing the name or tax ID clears the IRS TIN matching
      *result, since the pair the IRS matched is no longer on file.
      *The bank account the vendor is paid from can be changed to
      *any active account, or blanked back to the default account.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDUPD01.
       ENVIRONMENT DIVISION.
       COPY SIGNON.
       COPY LOCKPRM.
       01 VENDOR-BEFORE-CHANGES   PIC X(200).
       01 CHANGE-BANK-ANSWER      PIC X.
           88 CHANGE-PAYING-BANK VALUE "Y".
       01 PAYING-BANK-OK-SWITCH   PIC X.
           88 PAYING-BANK-OK VALUE "Y".
       COPY BNKPRM.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-OPERATOR-ID.
           " PHONE: "VENDOR-PHONE.
           DISPLAY " TAX ID: "VENDOR-TAX-ID
           " 1099 TYPE: "VENDOR-1099-TYPE.
           IF VENDOR-TIN-MATCHED
                   DISPLAY " TIN MATCHED BY IRS ON "
                   VENDOR-TIN-CHECK-DATE.
           IF VENDOR-TIN-FAILED
                   DISPLAY " TIN FAILED IRS MATCHING ON "
                   VENDOR-TIN-CHECK-DATE
                   " - BACKUP WITHHOLDING APPLIES".
           MOVE VENDOR-DISC-PCT TO DISC-PCT-DISPLAY.
           DISPLAY " TERMS: "DISC-PCT-DISPLAY
           " PCT / "VENDOR-DISC-DAYS
           IF VENDOR-PAYS-BY-ACH
                   DISPLAY " ROUTING: "VENDOR-BANK-ROUTING
                   " ACCOUNT: "VENDOR-BANK-ACCOUNT.
           IF VENDOR-BANK-CODE = SPACE
                   DISPLAY " PAID FROM: DEFAULT BANK ACCOUNT"
           ELSE
                   DISPLAY " PAID FROM: BANK ACCOUNT "VENDOR-BANK-CODE.
           IF VENDOR-ON-PAYMENT-HOLD
                   DISPLAY " VENDOR IS ON PAYMENT HOLD".
       ENTER-VENDOR-CHANGES.
           MOVE SPACE TO NEW-VENDOR-NAME.
           ACCEPT NEW-VENDOR-NAME.
           IF NEW-VENDOR-NAME NOT = SPACE
              AND NEW-VENDOR-NAME NOT = VENDOR-NAME
                   MOVE NEW-VENDOR-NAME TO VENDOR-NAME
                   PERFORM CLEAR-TIN-MATCH-RESULT.
           DISPLAY "ENTER NEW VENDOR ADDRESS (BLANK TO KEEP CURRENT)".
           MOVE SPACE TO NEW-VENDOR-ADDRESS.
           ACCEPT NEW-VENDOR-ADDRESS.
           MOVE SPACE TO NEW-VENDOR-TAX-ID.
           ACCEPT NEW-VENDOR-TAX-ID.
           IF NEW-VENDOR-TAX-ID NOT = SPACE
              AND NEW-VENDOR-TAX-ID NOT = VENDOR-TAX-ID
                   MOVE NEW-VENDOR-TAX-ID TO VENDOR-TAX-ID
                   PERFORM CLEAR-TIN-MATCH-RESULT.
           DISPLAY "ENTER NEW 1099 TYPE (N/M/C, BLANK TO KEEP)".
           MOVE SPACE TO NEW-VENDOR-1099-TYPE.
           ACCEPT NEW-VENDOR-1099-TYPE.
           ACCEPT CHANGE-METHOD-ANSWER.
           IF CHANGE-PAY-METHOD
                   PERFORM ENTER-VENDOR-PAY-METHOD.
           DISPLAY "CHANGE BANK ACCOUNT PAID FROM? (Y/N)".
           MOVE SPACE TO CHANGE-BANK-ANSWER.
           ACCEPT CHANGE-BANK-ANSWER.
           IF CHANGE-PAYING-BANK
                   MOVE "N" TO PAYING-BANK-OK-SWITCH
                   PERFORM ENTER-VENDOR-PAYING-BANK
                   UNTIL PAYING-BANK-OK.
           IF VENDOR-ON-PAYMENT-HOLD
                   DISPLAY "CLEAR PAYMENT HOLD? (Y/N)"
                   MOVE SPACE TO CLEAR-HOLD-ANSWER
                   ACCEPT CLEAR-HOLD-ANSWER
                   IF CLEAR-HOLD-ANSWER = "Y"
                           MOVE SPACE TO VENDOR-PAYMENT-HOLD.
      *A NEW NAME OR TAX ID IS A NEW PAIR FOR THE IRS TO MATCH, SO
      *THE OLD RESULT (AND ANY BACKUP WITHHOLDING IT CAUSED) GOES
      *UNTIL APTIN01 LOADS A RESULT FOR THE NEW PAIR.
       CLEAR-TIN-MATCH-RESULT.
           IF NOT VENDOR-TIN-NOT-CHECKED
                   DISPLAY "TIN MATCH RESULT CLEARED - RESUBMIT "
                           "FOR IRS TIN MATCHING"
                   MOVE SPACE TO VENDOR-TIN-STATUS
                   MOVE ZEROES TO VENDOR-TIN-CHECK-DATE
           END-IF.
       ENTER-VENDOR-TERMS.
           DISPLAY "ENTER DISCOUNT PERCENT".
           DISPLAY "(4 DIGITS, LAST 2 HUNDREDTHS, 0200 = 2 PCT, "
                   MOVE ZEROES TO VENDOR-BANK-ROUTING
                   MOVE SPACE TO VENDOR-BANK-ACCOUNT
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
       CHECK-STATE-AND-ZIP.
           MOVE "Y" TO STATE-ZIP-OK-SWITCH.
           MOVE VENDOR-STATE TO STZ-CHECK-STATE.
