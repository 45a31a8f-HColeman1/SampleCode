      *balance comes back on the open file, so the period activity
      *is left alone and the operator is told to re-enter the
      *invoice through APINV01 if it is still owed.
      *Every paper check voided in a session is sent to the bank on
      *the "positivepayvoid" file (number, amount, issue date, the
      *remit name APCHK01 sent with the issue, void indicator)
      *between a header and a trailer carrying the item count and
      *dollar total, so the bank refuses the check if it is ever
      *presented. The "positivepaysent" control file keeps the
      *same void from going to the bank twice. ACH entries never
      *went to Positive Pay and are not sent. A check the bank has
      *already paid (cleared by APBRC01) cannot be voided.
      *A check APPAY01 took backup withholding from settled the
      *gross, so the gross (check amount plus withholding) goes
      *back on the balance, the distributions, and the period
      *activity, and both the gross and the withholding come off
      *the vendor's pay history.
      *A void goes to the bank under the account the check was
      *drawn on: the voids of a session are held and written at the
      *end to each account's own file ("positivepayvoid" for the
      *default account, "positivepayvoid.<code>" for the others),
      *looked up through BNKACT01.
      *Each session's file is named for the date and a sequence
      *number ("positivepayvoid.YYYYMMDD.NNN", or
      *"positivepayvoid.<code>.YYYYMMDD.NNN"), taking the first
      *sequence number not already on hand, so a second session
      *before the bank upload never writes over a file not yet
      *sent. Voids that cannot get a file are listed to be sent by
      *hand and the session ends with return code 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APVOID01.
       ENVIRONMENT DIVISION.
                   RECORD KEY IS GL-DIST-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS GL-DIST-FILE-STATUS.
           SELECT POSITIVE-PAY-FILE
                   ASSIGN TO DYNAMIC POSITIVE-PAY-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS POSITIVE-PAY-FILE-STATUS.
           SELECT PPAY-CONTROL-FILE
                   ASSIGN TO "positivepaysent"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS PPCTL-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS PPAY-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CHECK-ISSUE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APGLDRC.

       FD POSITIVE-PAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPPYRC.

       FD PPAY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPPCRC.

       WORKING-STORAGE SECTION.
       01 CHECK-ISSUE-FILE-STATUS PIC XX.
       01 INVOICE-FILE-STATUS     PIC XX.
       01 GL-DIST-FILE-STATUS PIC XX.
       01 GL-DIST-AT-END      PIC X.
       01 GL-RESTORE-LEFT PIC 9(7)V99.
       01 VOID-GROSS-AMOUNT PIC 9(7)V99.
       01 GL-RESTORE-ROOM PIC 9(7)V99.
       01 GL-PORTION      PIC 9(7)V99.
       01 CHECKS-VOIDED PIC 9(5) VALUE ZERO.
       01 PPAY-CONTROL-STATUS PIC XX.
       01 PPAY-ITEMS-SENT     PIC 9(7) VALUE ZERO.
       01 PPAY-TOTAL-SENT     PIC 9(9)V99 VALUE ZERO.
       01 POSITIVE-PAY-FILE-NAME PIC X(40).
       01 POSITIVE-PAY-FILE-STATUS PIC XX.
       01 PPAY-FILE-BASE     PIC X(30).
       01 PPAY-FILE-DATE     PIC 9(8).
       01 PPAY-FILE-SEQUENCE PIC 9(3).
       01 PPAY-NAME-SWITCH PIC X.
           88 PPAY-FILE-NAMED VALUE "Y".
       COPY BNKPRM.
       01 VOID-TABLE-MAX PIC 9(3) VALUE 200.
       01 VOID-COUNT     PIC 9(3) VALUE ZERO.
       01 VOID-TABLE.
           05 VOID-ENTRY OCCURS 200 TIMES.
               10 VV-FILE-SUFFIX  PIC X(5).
               10 VV-COMPANY-NAME PIC X(16).
               10 VV-BANK-ACCOUNT PIC X(17).
               10 VV-CHECK-NUMBER PIC 9(8).
               10 VV-AMOUNT       PIC 9(7)V99.
               10 VV-ISSUE-DATE   PIC 9(8).
               10 VV-PAYEE-NAME   PIC X(30).
               10 VV-WRITTEN      PIC X.
       01 SCAN-V PIC 9(3) COMP.
       01 SCAN-W PIC 9(3) COMP.
       01 FILE-ITEMS-SENT PIC 9(7).
       01 FILE-TOTAL-SENT PIC 9(9)V99.
       01 PAPER-CHECK-SWITCH PIC X.
           88 VOIDING-PAPER-CHECK VALUE "Y".
       01 AUDIT-VOID-TEXT.
           05 FILLER            PIC X(6) VALUE "CHECK ".
           05 AVT-CHECK-NUMBER  PIC 9(8).
                   OPEN I-O HISTORY-FILE
                   PERFORM OPEN-GL-DIST-FILE
                   PERFORM OPEN-AUDIT-FILE
                   PERFORM OPEN-PPAY-CONTROL-FILE
                   PERFORM SELECT-CHECK-TO-VOID
                   PERFORM SELECT-CHECK-TO-VOID
                   UNTIL CHECK-NUMBER-ENTERED = ZEROES
                   PERFORM WRITE-POSITIVE-PAY-FILES
                   CLOSE PPAY-CONTROL-FILE
                   CLOSE AUDIT-FILE
                   CLOSE GL-DIST-FILE
                   CLOSE HISTORY-FILE
                   CLOSE INVOICE-FILE
                   CLOSE CHECK-ISSUE-FILE
                   DISPLAY "CHECKS VOIDED: "CHECKS-VOIDED
                   DISPLAY "POSITIVE PAY VOIDS SENT: "PPAY-ITEMS-SENT
           END-IF.
       OPEN-GL-DIST-FILE.
           OPEN I-O GL-DIST-FILE.
                                   DISPLAY "CHECK WAS SPOILED AT "
                                           "PRINT TIME, NOT VOIDABLE"
                           ELSE
                                   IF CHECK-CLEARED
                                           DISPLAY "CHECK HAS CLEARED "
                                               "THE BANK, NOT VOIDABLE"
                                   ELSE
                                           PERFORM CONFIRM-AND-VOID
                                   END-IF
                           END-IF
                   END-IF
           END-IF.
           " INVOICE: "CHECK-INVOICE-NUMBER.
           DISPLAY " AMOUNT: "CHECK-AMOUNT
           " ISSUED: "CHECK-ISSUE-DATE.
           IF CHECK-BANK-CODE = SPACE
                   DISPLAY " DRAWN ON: DEFAULT BANK ACCOUNT"
           ELSE
                   DISPLAY " DRAWN ON: BANK ACCOUNT "CHECK-BANK-CODE.
           IF CHECK-WITHHELD-AMOUNT > ZEROES
                   DISPLAY " BACKUP WITHHOLDING: "
                           CHECK-WITHHELD-AMOUNT.
           COMPUTE VOID-GROSS-AMOUNT =
                   CHECK-AMOUNT + CHECK-WITHHELD-AMOUNT.
           DISPLAY "VOID THIS CHECK? (Y/N)".
           MOVE SPACE TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER.
           IF VOID-CONFIRMED
                   IF CHECK-ACH-PAID
                           MOVE "N" TO PAPER-CHECK-SWITCH
                   ELSE
                           MOVE "Y" TO PAPER-CHECK-SWITCH
                   END-IF
                   PERFORM REOPEN-PAID-INVOICE
                   IF INVOICE-FOUND
                           PERFORM RESTORE-GL-DISTRIBUTIONS
                   END-IF
                   PERFORM BACK-OUT-PAY-HISTORY
                   PERFORM MARK-CHECK-VOIDED
                   IF VOIDING-PAPER-CHECK
                           PERFORM SEND-VOID-TO-POSITIVE-PAY
                   END-IF
                   PERFORM WRITE-VOID-AUDIT-RECORD
                   ADD 1 TO CHECKS-VOIDED
                   DISPLAY "CHECK VOIDED"
           IF INVOICE-FOUND
                   SET INVOICE-OPEN TO TRUE
                   MOVE ZEROES TO INVOICE-PAID-DATE
                   ADD VOID-GROSS-AMOUNT TO INVOICE-BALANCE-DUE
                   REWRITE OPEN-INVOICE-RECORD
                   INVALID KEY
                           DISPLAY "COULD NOT REWRITE INVOICE "
      *IN SEQUENCE ORDER, CAPPED AT EACH ROW'S CODED AMOUNT, SO
      *THE REPLACEMENT PAYMENT DEBITS THE SAME ACCOUNTS.
       RESTORE-GL-DISTRIBUTIONS.
           MOVE VOID-GROSS-AMOUNT TO GL-RESTORE-LEFT.
           MOVE CHECK-VENDOR-NUMBER TO GL-DIST-VENDOR-NUMBER.
           MOVE CHECK-INVOICE-NUMBER TO GL-DIST-INVOICE-NUMBER.
           MOVE ZEROES TO GL-DIST-SEQUENCE.
           INVALID KEY
                   MOVE "N" TO HISTORY-FOUND-SWITCH.
           IF HISTORY-FOUND
                   SUBTRACT VOID-GROSS-AMOUNT FROM HISTORY-YTD-PAID
                   SUBTRACT CHECK-WITHHELD-AMOUNT
                           FROM HISTORY-YTD-WITHHELD
                   SUBTRACT 1 FROM HISTORY-PAYMENT-COUNT
                   REWRITE PAY-HISTORY-RECORD
                   INVALID KEY
                   CLOSE PERIOD-FILE
           END-IF.
           IF PERIOD-CONTROL-ON-FILE
                   SUBTRACT VOID-GROSS-AMOUNT
                           FROM PERIOD-PAYMENTS-MADE
                   OPEN OUTPUT PERIOD-FILE
                   WRITE PERIOD-CONTROL-RECORD
                   CLOSE PERIOD-FILE
           MOVE AUDIT-VOID-TEXT TO AUDIT-BEFORE-IMAGE.
           MOVE "CHECK VOIDED, INVOICE REOPENED" TO AUDIT-AFTER-IMAGE.
           WRITE VENDOR-AUDIT-RECORD.
       OPEN-PPAY-CONTROL-FILE.
           OPEN I-O PPAY-CONTROL-FILE.
           IF PPAY-CONTROL-STATUS = "35"
                   OPEN OUTPUT PPAY-CONTROL-FILE
                   CLOSE PPAY-CONTROL-FILE
                   OPEN I-O PPAY-CONTROL-FILE
           END-IF.
      *THE PAYEE THE BANK HOLDS FOR THE CHECK IS THE REMIT NAME SENT
      *WITH THE ISSUE ITEM. A CHECK ISSUED BEFORE POSITIVE PAY WAS
      *IN USE HAS NO ISSUE ROW AND GOES OUT WITHOUT A NAME.
       SEND-VOID-TO-POSITIVE-PAY.
           MOVE CHECK-NUMBER TO PPCTL-CHECK-NUMBER.
           MOVE "I" TO PPCTL-INDICATOR.
           READ PPAY-CONTROL-FILE
           INVALID KEY
                   MOVE SPACE TO PPCTL-PAYEE-NAME.
           MOVE CHECK-NUMBER TO PPCTL-CHECK-NUMBER.
           MOVE "V" TO PPCTL-INDICATOR.
           MOVE CHECK-AMOUNT TO PPCTL-AMOUNT.
           MOVE CHECK-ISSUE-DATE TO PPCTL-ISSUE-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PPCTL-SENT-DATE.
           WRITE POSITIVE-PAY-CONTROL-RECORD
           INVALID KEY
                   DISPLAY "VOID OF CHECK "CHECK-NUMBER
                           " ALREADY SENT TO POSITIVE PAY"
           NOT INVALID KEY
                   PERFORM WRITE-PPAY-VOID-DETAIL
           END-WRITE.
      *THE VOID IS HELD WITH THE FILE NAME AND HEADER DETAILS OF
      *THE ACCOUNT THE CHECK WAS DRAWN ON. AN ACCOUNT SINCE REMOVED
      *STILL GETS ITS OWN FILE NAME FROM THE CODE ON THE CHECK.
       WRITE-PPAY-VOID-DETAIL.
           IF VOID-COUNT < VOID-TABLE-MAX
                   ADD 1 TO VOID-COUNT
                   MOVE CHECK-BANK-CODE TO BKL-BANK-CODE
                   CALL "BNKACT01" USING BANK-LOOKUP-PARMS
                   IF BKL-NOT-ON-FILE
                           MOVE SPACE TO BKL-FILE-SUFFIX
                           STRING "." DELIMITED BY SIZE
                                  CHECK-BANK-CODE DELIMITED BY SPACE
                                  INTO BKL-FILE-SUFFIX
                           MOVE SPACE TO BKL-ACH-COMPANY-NAME
                           MOVE SPACE TO BKL-ACCOUNT-NUMBER
                   END-IF
                   MOVE BKL-FILE-SUFFIX TO VV-FILE-SUFFIX(VOID-COUNT)
                   MOVE BKL-ACH-COMPANY-NAME
                           TO VV-COMPANY-NAME(VOID-COUNT)
                   MOVE BKL-ACCOUNT-NUMBER
                           TO VV-BANK-ACCOUNT(VOID-COUNT)
                   MOVE CHECK-NUMBER TO VV-CHECK-NUMBER(VOID-COUNT)
                   MOVE CHECK-AMOUNT TO VV-AMOUNT(VOID-COUNT)
                   MOVE CHECK-ISSUE-DATE TO VV-ISSUE-DATE(VOID-COUNT)
                   MOVE PPCTL-PAYEE-NAME TO VV-PAYEE-NAME(VOID-COUNT)
                   MOVE "N" TO VV-WRITTEN(VOID-COUNT)
                   ADD 1 TO PPAY-ITEMS-SENT
                   ADD CHECK-AMOUNT TO PPAY-TOTAL-SENT
           ELSE
                   DISPLAY "VOID TABLE FULL - SEND VOID OF CHECK "
                           CHECK-NUMBER" TO THE BANK BY HAND"
           END-IF.
       WRITE-POSITIVE-PAY-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PPAY-FILE-DATE.
           PERFORM WRITE-ONE-POSITIVE-PAY-FILE
           VARYING SCAN-V FROM 1 BY 1
           UNTIL SCAN-V > VOID-COUNT.
      *EACH VOID NOT YET WRITTEN STARTS THE FILE FOR ITS ACCOUNT,
      *WHICH TAKES EVERY LATER VOID OF THE SAME ACCOUNT WITH IT.
       WRITE-ONE-POSITIVE-PAY-FILE.
           IF VV-WRITTEN(SCAN-V) = "N"
                   MOVE SPACE TO PPAY-FILE-BASE
                   STRING "positivepayvoid" DELIMITED BY SIZE
                          VV-FILE-SUFFIX(SCAN-V) DELIMITED BY SPACE
                          INTO PPAY-FILE-BASE
                   PERFORM NAME-POSITIVE-PAY-FILE
                   IF PPAY-FILE-NAMED
                           PERFORM WRITE-ACCOUNT-VOID-FILE
                   ELSE
                           DISPLAY "NO POSITIVE PAY FILE NAME LEFT FOR "
                                   PPAY-FILE-BASE
                           PERFORM LIST-ONE-UNSENT-VOID
                           VARYING SCAN-W FROM SCAN-V BY 1
                           UNTIL SCAN-W > VOID-COUNT
                           MOVE 8 TO RETURN-CODE
                   END-IF
           END-IF.
      *THE FIRST SEQUENCE NUMBER FOR THE DATE WITH NO FILE ON HAND
      *NAMES THE FILE; A FILE ALREADY THERE MAY NOT BE SENT YET.
       NAME-POSITIVE-PAY-FILE.
           MOVE "N" TO PPAY-NAME-SWITCH.
           MOVE ZERO TO PPAY-FILE-SEQUENCE.
           PERFORM TRY-POSITIVE-PAY-FILE-NAME
           UNTIL PPAY-FILE-NAMED OR PPAY-FILE-SEQUENCE = 999.
       TRY-POSITIVE-PAY-FILE-NAME.
           ADD 1 TO PPAY-FILE-SEQUENCE.
           MOVE SPACE TO POSITIVE-PAY-FILE-NAME.
           STRING PPAY-FILE-BASE DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  PPAY-FILE-DATE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  PPAY-FILE-SEQUENCE DELIMITED BY SIZE
                  INTO POSITIVE-PAY-FILE-NAME.
           OPEN INPUT POSITIVE-PAY-FILE.
           IF POSITIVE-PAY-FILE-STATUS = "35"
                   MOVE "Y" TO PPAY-NAME-SWITCH
           ELSE
                   IF POSITIVE-PAY-FILE-STATUS = "00"
                           CLOSE POSITIVE-PAY-FILE
                   END-IF
           END-IF.
       LIST-ONE-UNSENT-VOID.
           IF VV-WRITTEN(SCAN-W) = "N"
              AND VV-FILE-SUFFIX(SCAN-W) = VV-FILE-SUFFIX(SCAN-V)
                   DISPLAY "SEND VOID OF CHECK "VV-CHECK-NUMBER(SCAN-W)
                           " AMOUNT "VV-AMOUNT(SCAN-W)" BY HAND"
                   MOVE "Y" TO VV-WRITTEN(SCAN-W)
           END-IF.
       WRITE-ACCOUNT-VOID-FILE.
           DISPLAY "POSITIVE PAY FILE: "POSITIVE-PAY-FILE-NAME.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           MOVE SPACE TO POSITIVE-PAY-RECORD.
           SET PPAY-HEADER TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PPAY-CREATE-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PPAY-CREATE-TIME.
           MOVE VV-COMPANY-NAME(SCAN-V) TO PPAY-COMPANY-NAME.
           MOVE VV-BANK-ACCOUNT(SCAN-V) TO PPAY-BANK-ACCOUNT.
           WRITE POSITIVE-PAY-RECORD.
           MOVE ZERO TO FILE-ITEMS-SENT.
           MOVE ZERO TO FILE-TOTAL-SENT.
           PERFORM WRITE-ONE-PPAY-VOID
           VARYING SCAN-W FROM SCAN-V BY 1
           UNTIL SCAN-W > VOID-COUNT.
           MOVE SPACE TO POSITIVE-PAY-RECORD.
           SET PPAY-TRAILER TO TRUE.
           MOVE FILE-ITEMS-SENT TO PPAY-ITEM-COUNT.
           MOVE FILE-TOTAL-SENT TO PPAY-TOTAL-AMOUNT.
           WRITE POSITIVE-PAY-RECORD.
           CLOSE POSITIVE-PAY-FILE.
       WRITE-ONE-PPAY-VOID.
           IF VV-WRITTEN(SCAN-W) = "N"
              AND VV-FILE-SUFFIX(SCAN-W) = VV-FILE-SUFFIX(SCAN-V)
                   MOVE SPACE TO POSITIVE-PAY-RECORD
                   SET PPAY-DETAIL TO TRUE
                   MOVE VV-CHECK-NUMBER(SCAN-W) TO PPAY-CHECK-NUMBER
                   MOVE VV-AMOUNT(SCAN-W) TO PPAY-AMOUNT
                   MOVE VV-ISSUE-DATE(SCAN-W) TO PPAY-ISSUE-DATE
                   MOVE VV-PAYEE-NAME(SCAN-W) TO PPAY-PAYEE-NAME
                   SET PPAY-VOID-ITEM TO TRUE
                   WRITE POSITIVE-PAY-RECORD
                   MOVE "Y" TO VV-WRITTEN(SCAN-W)
                   ADD 1 TO FILE-ITEMS-SENT
                   ADD VV-AMOUNT(SCAN-W) TO FILE-TOTAL-SENT
           END-IF.
