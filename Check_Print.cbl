      *the step with return code 8 instead of hanging at a prompt
      *nobody is watching. A finished run empties "checkpayments",
      *so rerunning the program cannot print the same payments
      *again on fresh numbers. Every check issued is also written
      *to the bank's "positivepay" issue file (number, amount,
      *issue date, remit name, issue indicator) between a header
      *and a trailer carrying the item count and dollar total; the
      *"positivepaysent" control file remembers each check sent so
      *the same check never goes to the bank twice.
      *A payment APPAY01 took backup withholding from shows the
      *withheld amount on the stub under the net paid, and the
      *issued check's row on "checkissue" carries it beside the
      *amount.
      *Each run prints one bank account's checks, keyed at the
      *start (in batch, the job parameter; blank is the default
      *account) and looked up through BNKACT01. The account's own
      *payment file from APPAY01 is read and emptied and its own
      *Positive Pay file is written ("checkpayments" and
      *"positivepay" for the default account, with ".<code>" added
      *for the others), and every "checkissue" row carries the
      *account. "checkcontrol" holds one next-number row per
      *account, so each account's check stock keeps its own
      *numbering; a row with no code, as the file held when there
      *was one account, belongs to the default account. Check
      *numbers stay unique across accounts on "checkissue", so a
      *run whose numbers are already there from another account's
      *stock is refused with nothing printed.
      *Each run writes its own Positive Pay file, named for the run
      *date and a sequence number ("positivepay.YYYYMMDD.NNN", or
      *"positivepay.<code>.YYYYMMDD.NNN"), so a second run before
      *the bank upload never writes over a file not yet sent; the
      *first sequence number not already on hand is taken. Spoiled
      *checks are reprinted only if their new numbers are not on
      *"checkissue" already. A check that cannot be recorded there
      *is listed to be destroyed and the step ends with return code
      *8. Payments not printed and recorded are written back to the
      *payment file for the next run instead of being emptied out.
      *A payment file holding more payments than one run can carry
      *is refused with return code 8, nothing printed and the file
      *left as it is, since the payments past the table could not
      *be written back.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APCHK01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE
                   ASSIGN TO DYNAMIC PAYMENT-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PAYMENT-FILE-STATUS.
           SELECT CHECK-CONTROL-FILE
           SELECT CHECK-PRINT-FILE
                   ASSIGN TO "checkprint"
                   ORGANIZATION IS LINE SEQUENTIAL.
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
       FD PAYMENT-FILE
       FD CHECK-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01 CHECK-CONTROL-RECORD.
           05 NEXT-CHECK-NUMBER  PIC 9(8).
           05 CONTROL-BANK-CODE  PIC X(4).

       FD CHECK-ISSUE-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01 CHECK-PRINT-LINE PIC X(80).

       FD POSITIVE-PAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPPYRC.

       FD PPAY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPPCRC.

       WORKING-STORAGE SECTION.
       01 PAYMENT-FILE-STATUS  PIC XX.
       01 CHECK-CONTROL-STATUS PIC XX.
       01 CHECK-ISSUE-FILE-STATUS PIC XX.
       01 PAYMENT-FILE-AT-END  PIC X.
       01 PAYMENT-FILE-NAME      PIC X(40).
       01 POSITIVE-PAY-FILE-NAME PIC X(40).
       01 POSITIVE-PAY-FILE-STATUS PIC XX.
       01 PPAY-FILE-BASE     PIC X(30).
       01 PPAY-FILE-SEQUENCE PIC 9(3).
       01 PPAY-NAME-SWITCH PIC X.
           88 PPAY-FILE-NAMED VALUE "Y".
       COPY BNKPRM.
       01 CHECK-CONTROL-AT-END PIC X.
       01 CONTROL-TABLE-MAX PIC 99 VALUE 20.
       01 CONTROL-COUNT     PIC 99 VALUE ZERO.
       01 CONTROL-TABLE.
           05 CONTROL-ENTRY OCCURS 20 TIMES.
               10 CC-BANK-CODE   PIC X(4).
               10 CC-NEXT-NUMBER PIC 9(8).
       01 SCAN-C      PIC 99 COMP.
       01 CONTROL-ROW PIC 99 COMP.
       01 CONTROL-LOOKUP-CODE PIC X(4).
       01 RANGE-LAST-NUMBER PIC 9(8).
       01 RANGE-CHECK-COUNT PIC 9(4).
       01 RANGE-IN-USE-SWITCH PIC X.
           88 CHECK-RANGE-IN-USE VALUE "Y".
       01 RUN-DATE             PIC 9(8).
       COPY BCHPARM.
       01 PAYMENT-TABLE-MAX PIC 9(4) VALUE 1000.
       01 PAYMENT-COUNT     PIC 9(4) VALUE ZERO.
       01 PAYMENT-TABLE-SWITCH PIC X.
           88 PAYMENT-TABLE-OVERFLOWED VALUE "Y".
       01 PAYMENT-TABLE.
           05 PAYMENT-ENTRY OCCURS 1000 TIMES.
               10 PT-VENDOR-NUMBER  PIC 9(5).
               10 PT-INVOICE-NUMBER PIC X(10).
               10 PT-INVOICE-DATE   PIC 9(8).
               10 PT-AMOUNT         PIC 9(7)V99.
               10 PT-WITHHELD       PIC 9(7)V99.
               10 PT-PAY-DATE       PIC 9(8).
               10 PT-CHECK-NUMBER   PIC 9(8).
               10 PT-PRINTED-SWITCH PIC X.
                   88 PT-PENDING     VALUE "N".
                   88 PT-PRINTED     VALUE "Y".
                   88 PT-UNRECORDED  VALUE "X".
       01 SCAN-P PIC 9(4) COMP.
       01 STARTING-CHECK-FIELD  PIC Z(8).
       01 SPOILED-ANSWER        PIC X.
       01 CHECKS-PRINTED  PIC 9(5) VALUE ZERO.
       01 CHECKS-SPOILED  PIC 9(5) VALUE ZERO.
       01 CHECK-RUN-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 PAYMENTS-HELD   PIC 9(5) VALUE ZERO.
       01 PPAY-CONTROL-STATUS PIC XX.
       01 PPAY-ITEMS-SENT     PIC 9(7) VALUE ZERO.
       01 PPAY-TOTAL-SENT     PIC 9(9)V99 VALUE ZERO.
       01 PPAY-CHECK-FOUND-SWITCH PIC X.
           88 PPAY-CHECK-FOUND VALUE "Y".

       01 CHECK-RULE-LINE.
           05 FILLER PIC X(70) VALUE ALL "-".
           05 FILLER        PIC X(10) VALUE "  AMOUNT: ".
           05 SDL-AMOUNT    PIC Z,ZZZ,ZZ9.99.

       01 STUB-WITHHOLDING-LINE.
           05 FILLER        PIC X(41) VALUE SPACE.
           05 FILLER        PIC X(22)
                   VALUE "BACKUP WITHHOLDING:   ".
           05 SWL-AMOUNT    PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           PERFORM GET-PRINT-BANK-ACCOUNT.
           IF NOT BKL-FOUND
                   IF BKL-INACTIVE
                           DISPLAY "BANK ACCOUNT "BKL-BANK-CODE
                                   " IS INACTIVE - NOTHING PRINTED"
                   ELSE
                           DISPLAY "BANK ACCOUNT "BKL-BANK-CODE
                                   " NOT ON FILE - NOTHING PRINTED"
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-DONE
           END-IF.
           PERFORM LOAD-PAYMENT-TABLE.
           IF PAYMENT-TABLE-OVERFLOWED
                   DISPLAY PAYMENT-FILE-NAME" HOLDS MORE THAN "
                           PAYMENT-TABLE-MAX" PAYMENTS - NOTHING "
                           "PRINTED"
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-DONE
           END-IF.
           IF PAYMENT-COUNT = ZEROES
                   DISPLAY "NO PAYMENTS TO PRINT"
           ELSE
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       GET-PRINT-BANK-ACCOUNT.
           IF RUNNING-IN-BATCH
                   MOVE BATCH-PARM-1(1:4) TO BKL-BANK-CODE
           ELSE
                   DISPLAY "ENTER BANK ACCOUNT CODE (BLANK = DEFAULT)"
                   MOVE SPACE TO BKL-BANK-CODE
                   ACCEPT BKL-BANK-CODE
           END-IF.
           CALL "BNKACT01" USING BANK-LOOKUP-PARMS.
           IF BKL-FOUND
                   DISPLAY "PRINTING CHECKS FOR "BKL-DESCRIPTION
           END-IF.
           MOVE SPACE TO PAYMENT-FILE-NAME.
           STRING "checkpayments" DELIMITED BY SIZE
                  BKL-FILE-SUFFIX DELIMITED BY SPACE
                  INTO PAYMENT-FILE-NAME.
           MOVE SPACE TO PPAY-FILE-BASE.
           STRING "positivepay" DELIMITED BY SIZE
                  BKL-FILE-SUFFIX DELIMITED BY SPACE
                  INTO PPAY-FILE-BASE.
       PRINT-THE-CHECK-RUN.
           PERFORM NAME-POSITIVE-PAY-FILE.
           IF NOT PPAY-FILE-NAMED
                   DISPLAY "NO POSITIVE PAY FILE NAME LEFT FOR "
                           RUN-DATE" - NOTHING PRINTED"
                   MOVE 8 TO RETURN-CODE
           ELSE
                   PERFORM OPEN-CHECK-ISSUE-FILE
                   MOVE PAYMENT-COUNT TO RANGE-CHECK-COUNT
                   PERFORM CHECK-NUMBER-RANGE
                   PERFORM PRINT-IF-RANGE-IS-FREE
           END-IF.
      *THE FIRST RUN-DATE SEQUENCE NUMBER WITH NO FILE ON HAND NAMES
      *THIS RUN'S FILE; A FILE ALREADY THERE MAY NOT BE SENT YET.
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
                  RUN-DATE DELIMITED BY SIZE
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
       PRINT-IF-RANGE-IS-FREE.
           IF CHECK-RANGE-IN-USE
                   DISPLAY "CHECK NUMBERS "NEXT-CHECK-NUMBER" THRU "
                           RANGE-LAST-NUMBER" ARE ALREADY ON THE "
                           "ISSUE FILE - NOTHING PRINTED"
                   MOVE 8 TO RETURN-CODE
                   CLOSE CHECK-ISSUE-FILE
           ELSE
                   PERFORM PRINT-AND-RECORD-CHECKS
           END-IF.
      *ANOTHER ACCOUNT'S STOCK MAY ALREADY HAVE USED THESE NUMBERS,
      *AND A CHECK NUMBER CAN BE ON THE ISSUE FILE ONLY ONCE.
       CHECK-NUMBER-RANGE.
           COMPUTE RANGE-LAST-NUMBER =
                   NEXT-CHECK-NUMBER + RANGE-CHECK-COUNT - 1.
           MOVE "N" TO RANGE-IN-USE-SWITCH.
           MOVE NEXT-CHECK-NUMBER TO CHECK-NUMBER.
           START CHECK-ISSUE-FILE KEY NOT LESS THAN CHECK-NUMBER
           INVALID KEY
                   CONTINUE
           NOT INVALID KEY
                   READ CHECK-ISSUE-FILE NEXT RECORD
                   AT END
                           CONTINUE
                   NOT AT END
                           IF CHECK-NUMBER
                                   NOT GREATER RANGE-LAST-NUMBER
                                   MOVE "Y" TO RANGE-IN-USE-SWITCH
                           END-IF
                   END-READ
           END-START.
       PRINT-AND-RECORD-CHECKS.
           OPEN OUTPUT CHECK-PRINT-FILE.
           PERFORM PRINT-ALL-PENDING-CHECKS.
           IF NOT RUNNING-IN-BATCH
                   UNTIL NOT CHECKS-WERE-SPOILED
           END-IF.
           PERFORM RECORD-ISSUED-CHECKS.
           PERFORM WRITE-POSITIVE-PAY-FILE.
           CLOSE CHECK-PRINT-FILE.
           CLOSE CHECK-ISSUE-FILE.
           PERFORM SAVE-NEXT-CHECK-NUMBER.
           PERFORM CARRY-UNPRINTED-PAYMENTS.
           DISPLAY "CHECKS PRINTED: "CHECKS-PRINTED.
           DISPLAY "CHECKS SPOILED: "CHECKS-SPOILED.
           DISPLAY "CHECK RUN TOTAL: "CHECK-RUN-TOTAL.
           DISPLAY "POSITIVE PAY ITEMS SENT: "PPAY-ITEMS-SENT.
           DISPLAY "POSITIVE PAY FILE: "POSITIVE-PAY-FILE-NAME.
           IF PAYMENTS-HELD > ZERO
                   DISPLAY "PAYMENTS HELD FOR THE NEXT RUN: "
                           PAYMENTS-HELD
           END-IF.
           MOVE CHECKS-PRINTED TO BATCH-RECORD-COUNT.
      *THE PAYMENTS NOW ON PAPER AND ON THE ISSUE FILE LEAVE THE
      *INPUT - A RERUN MUST NOT PRINT THEM AGAIN. ANY PAYMENT NOT
      *PRINTED, OR PRINTED BUT NOT RECORDED, STAYS FOR THE NEXT RUN.
       CARRY-UNPRINTED-PAYMENTS.
           OPEN OUTPUT PAYMENT-FILE.
           PERFORM CARRY-ONE-PAYMENT
           VARYING SCAN-P FROM 1 BY 1
           UNTIL SCAN-P > PAYMENT-COUNT.
           CLOSE PAYMENT-FILE.
       CARRY-ONE-PAYMENT.
           IF NOT PT-PRINTED(SCAN-P)
                   MOVE PT-VENDOR-NUMBER(SCAN-P) TO PAY-VENDOR-NUMBER
                   MOVE PT-VENDOR-NAME(SCAN-P) TO PAY-VENDOR-NAME
                   MOVE PT-VENDOR-ADDRESS(SCAN-P) TO PAY-VENDOR-ADDRESS
                   MOVE PT-VENDOR-CITY(SCAN-P) TO PAY-VENDOR-CITY
                   MOVE PT-VENDOR-STATE(SCAN-P) TO PAY-VENDOR-STATE
                   MOVE PT-VENDOR-ZIP(SCAN-P) TO PAY-VENDOR-ZIP
                   MOVE PT-INVOICE-NUMBER(SCAN-P) TO PAY-INVOICE-NUMBER
                   MOVE PT-INVOICE-DATE(SCAN-P) TO PAY-INVOICE-DATE
                   MOVE PT-AMOUNT(SCAN-P) TO PAY-AMOUNT
                   MOVE PT-PAY-DATE(SCAN-P) TO PAY-DATE
                   MOVE PT-WITHHELD(SCAN-P) TO PAY-WITHHELD-AMOUNT
                   WRITE PAYMENT-RECORD
                   ADD 1 TO PAYMENTS-HELD
           END-IF.
       LOAD-PAYMENT-TABLE.
           MOVE ZERO TO PAYMENT-COUNT.
           MOVE "N" TO PAYMENT-TABLE-SWITCH.
           OPEN INPUT PAYMENT-FILE.
           IF PAYMENT-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN "PAYMENT-FILE-NAME
                   DISPLAY "STATUS: "PAYMENT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
           ELSE
                   MOVE "N" TO PAYMENT-FILE-AT-END
                   MOVE PAY-INVOICE-DATE
                           TO PT-INVOICE-DATE(PAYMENT-COUNT)
                   MOVE PAY-AMOUNT TO PT-AMOUNT(PAYMENT-COUNT)
                   MOVE PAY-WITHHELD-AMOUNT
                           TO PT-WITHHELD(PAYMENT-COUNT)
                   MOVE PAY-DATE TO PT-PAY-DATE(PAYMENT-COUNT)
                   MOVE ZEROES TO PT-CHECK-NUMBER(PAYMENT-COUNT)
                   MOVE "N" TO PT-PRINTED-SWITCH(PAYMENT-COUNT)
           ELSE
                   MOVE "Y" TO PAYMENT-TABLE-SWITCH.
       GET-NEXT-CHECK-NUMBER.
           PERFORM LOAD-CHECK-CONTROL-TABLE.
           PERFORM FIND-CONTROL-ROW.
           IF CONTROL-ROW = ZERO
                   MOVE ZEROES TO NEXT-CHECK-NUMBER
           ELSE
                   MOVE CC-NEXT-NUMBER(CONTROL-ROW) TO NEXT-CHECK-NUMBER
           END-IF.
           IF NEXT-CHECK-NUMBER = ZEROES
                   DISPLAY "NO CHECK CONTROL ON HAND FOR THIS ACCOUNT"
                   IF RUNNING-IN-BATCH
                           DISPLAY "SET THE STARTING CHECK NUMBER "
                                   "INTERACTIVELY FIRST"
                                   TO NEXT-CHECK-NUMBER
                   END-IF
           END-IF.
       LOAD-CHECK-CONTROL-TABLE.
           MOVE ZERO TO CONTROL-COUNT.
           OPEN INPUT CHECK-CONTROL-FILE.
           IF CHECK-CONTROL-STATUS = "00"
                   MOVE "N" TO CHECK-CONTROL-AT-END
                   PERFORM READ-NEXT-CHECK-CONTROL
                   PERFORM UNTIL CHECK-CONTROL-AT-END = "Y"
                           PERFORM STORE-CHECK-CONTROL-ROW
                           PERFORM READ-NEXT-CHECK-CONTROL
                   END-PERFORM
                   CLOSE CHECK-CONTROL-FILE
           END-IF.
       READ-NEXT-CHECK-CONTROL.
           READ CHECK-CONTROL-FILE
                   AT END MOVE "Y" TO CHECK-CONTROL-AT-END.
       STORE-CHECK-CONTROL-ROW.
           IF CONTROL-COUNT < CONTROL-TABLE-MAX
                   ADD 1 TO CONTROL-COUNT
                   MOVE CONTROL-BANK-CODE TO CC-BANK-CODE(CONTROL-COUNT)
                   MOVE NEXT-CHECK-NUMBER
                           TO CC-NEXT-NUMBER(CONTROL-COUNT)
           ELSE
                   DISPLAY "CHECK CONTROL TABLE FULL".
      *THE DEFAULT ACCOUNT FALLS BACK ON THE ROW WITH NO CODE, THE
      *ONE ROW THE FILE HELD BEFORE THERE WAS MORE THAN ONE ACCOUNT.
       FIND-CONTROL-ROW.
           MOVE ZERO TO CONTROL-ROW.
           MOVE BKL-BANK-CODE TO CONTROL-LOOKUP-CODE.
           PERFORM CHECK-ONE-CONTROL-ROW
           VARYING SCAN-C FROM 1 BY 1
           UNTIL SCAN-C > CONTROL-COUNT OR CONTROL-ROW > ZERO.
           IF CONTROL-ROW = ZERO AND BKL-IS-DEFAULT
              AND BKL-BANK-CODE NOT = SPACE
                   MOVE SPACE TO CONTROL-LOOKUP-CODE
                   PERFORM CHECK-ONE-CONTROL-ROW
                   VARYING SCAN-C FROM 1 BY 1
                   UNTIL SCAN-C > CONTROL-COUNT OR CONTROL-ROW > ZERO
           END-IF.
       CHECK-ONE-CONTROL-ROW.
           IF CC-BANK-CODE(SCAN-C) = CONTROL-LOOKUP-CODE
                   MOVE SCAN-C TO CONTROL-ROW.
      *ONLY THIS ACCOUNT'S ROW CHANGES; THE OTHER ACCOUNTS' ROWS ARE
      *WRITTEN BACK AS THEY WERE READ.
       SAVE-NEXT-CHECK-NUMBER.
           IF CONTROL-ROW = ZERO
                   IF CONTROL-COUNT < CONTROL-TABLE-MAX
                           ADD 1 TO CONTROL-COUNT
                           MOVE CONTROL-COUNT TO CONTROL-ROW
                   ELSE
                           DISPLAY "CHECK CONTROL TABLE FULL, NEXT "
                                   "NUMBER "NEXT-CHECK-NUMBER
                                   " NOT SAVED"
                   END-IF
           END-IF.
           IF CONTROL-ROW > ZERO
                   MOVE BKL-BANK-CODE TO CC-BANK-CODE(CONTROL-ROW)
                   MOVE NEXT-CHECK-NUMBER TO CC-NEXT-NUMBER(CONTROL-ROW)
           END-IF.
           OPEN OUTPUT CHECK-CONTROL-FILE.
           PERFORM WRITE-ONE-CHECK-CONTROL
           VARYING SCAN-C FROM 1 BY 1
           UNTIL SCAN-C > CONTROL-COUNT.
           CLOSE CHECK-CONTROL-FILE.
       WRITE-ONE-CHECK-CONTROL.
           MOVE CC-NEXT-NUMBER(SCAN-C) TO NEXT-CHECK-NUMBER.
           MOVE CC-BANK-CODE(SCAN-C) TO CONTROL-BANK-CODE.
           WRITE CHECK-CONTROL-RECORD.
       OPEN-CHECK-ISSUE-FILE.
           OPEN I-O CHECK-ISSUE-FILE.
           IF CHECK-ISSUE-FILE-STATUS = "35"
           MOVE PT-AMOUNT(SCAN-P) TO SDL-AMOUNT.
           WRITE CHECK-PRINT-LINE FROM STUB-DETAIL-LINE
           BEFORE ADVANCING 1 LINE.
           IF PT-WITHHELD(SCAN-P) > ZEROES
                   MOVE PT-WITHHELD(SCAN-P) TO SWL-AMOUNT
                   WRITE CHECK-PRINT-LINE FROM STUB-WITHHOLDING-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF.
           WRITE CHECK-PRINT-LINE FROM CHECK-RULE-LINE
           BEFORE ADVANCING PAGE.
       ASK-ABOUT-SPOILED-CHECKS.
                   VARYING SPOIL-SCAN-NUMBER
                   FROM SPOIL-FROM-NUMBER BY 1
                   UNTIL SPOIL-SCAN-NUMBER > SPOIL-THRU-NUMBER
                   PERFORM REPRINT-SPOILED-PAYMENTS
           END-IF.
           PERFORM ASK-ABOUT-SPOILED-CHECKS.
      *THE REPRINTS RUN PAST THE NUMBERS PROVED FREE AT THE START,
      *SO THEIR NUMBERS ARE PROVED FREE BEFORE ANYTHING PRINTS.
       REPRINT-SPOILED-PAYMENTS.
           MOVE ZERO TO RANGE-CHECK-COUNT.
           PERFORM COUNT-ONE-PENDING-CHECK
           VARYING SCAN-P FROM 1 BY 1
           UNTIL SCAN-P > PAYMENT-COUNT.
           IF RANGE-CHECK-COUNT > ZERO
                   PERFORM CHECK-NUMBER-RANGE
                   IF CHECK-RANGE-IN-USE
                           DISPLAY "CHECK NUMBERS "NEXT-CHECK-NUMBER
                                   " THRU "RANGE-LAST-NUMBER
                                   " ARE ALREADY ON THE ISSUE FILE"
                           DISPLAY "SPOILED PAYMENTS NOT REPRINTED - "
                                   "HELD FOR THE NEXT RUN"
                           MOVE 8 TO RETURN-CODE
                   ELSE
                           PERFORM PRINT-ALL-PENDING-CHECKS
                   END-IF
           END-IF.
       COUNT-ONE-PENDING-CHECK.
           IF PT-PENDING(SCAN-P)
                   ADD 1 TO RANGE-CHECK-COUNT.
       SPOIL-ONE-CHECK-NUMBER.
           MOVE "N" TO SPOIL-FOUND-SWITCH.
           PERFORM SPOIL-MATCHING-PAYMENT
           MOVE PT-INVOICE-NUMBER(SCAN-P) TO CHECK-INVOICE-NUMBER.
           MOVE PT-AMOUNT(SCAN-P) TO CHECK-AMOUNT.
           MOVE RUN-DATE TO CHECK-ISSUE-DATE.
           MOVE ZEROES TO CHECK-CLEARED-DATE.
           MOVE ZEROES TO CHECK-WITHHELD-AMOUNT.
           MOVE BKL-BANK-CODE TO CHECK-BANK-CODE.
           SET CHECK-SPOILED TO TRUE.
           WRITE CHECK-ISSUE-RECORD
           INVALID KEY
                   DISPLAY "CHECK "CHECK-NUMBER" ALREADY ON ISSUE FILE"
                           " - SPOILED CHECK NOT RECORDED"
                   MOVE 8 TO RETURN-CODE.
           ADD 1 TO CHECKS-SPOILED.
       RECORD-ISSUED-CHECKS.
           PERFORM RECORD-ONE-ISSUED-CHECK
                           TO CHECK-INVOICE-NUMBER
                   MOVE PT-AMOUNT(SCAN-P) TO CHECK-AMOUNT
                   MOVE RUN-DATE TO CHECK-ISSUE-DATE
                   MOVE ZEROES TO CHECK-CLEARED-DATE
                   MOVE PT-WITHHELD(SCAN-P)
                           TO CHECK-WITHHELD-AMOUNT
                   MOVE BKL-BANK-CODE TO CHECK-BANK-CODE
                   SET CHECK-ISSUED TO TRUE
                   WRITE CHECK-ISSUE-RECORD
                   INVALID KEY
                           PERFORM REPORT-UNRECORDED-CHECK
                   NOT INVALID KEY
                           ADD 1 TO CHECKS-PRINTED
                           ADD PT-AMOUNT(SCAN-P) TO CHECK-RUN-TOTAL
                   END-WRITE
           END-IF.
      *THE NUMBER BELONGS TO A CHECK ALREADY ON THE ISSUE FILE, SO
      *THE PAPER CHECK CANNOT BE HONORED. THE PAYMENT IS HELD FOR
      *THE NEXT RUN AND THE STEP FAILS SO SOMEONE DESTROYS THE CHECK.
       REPORT-UNRECORDED-CHECK.
           DISPLAY "CHECK "CHECK-NUMBER" ALREADY ON ISSUE FILE - "
                   "NOT RECORDED, DESTROY THE PRINTED CHECK".
           DISPLAY "  VENDOR "PT-VENDOR-NUMBER(SCAN-P)
                   " INVOICE "PT-INVOICE-NUMBER(SCAN-P)
                   " AMOUNT "PT-AMOUNT(SCAN-P).
           MOVE "X" TO PT-PRINTED-SWITCH(SCAN-P).
           MOVE 8 TO RETURN-CODE.

      *THE BANK GETS ONE ISSUE ITEM PER CHECK NOW ON THE ISSUE FILE
      *AS ISSUED. THE CONTROL ROW IS WRITTEN FIRST; ONE ALREADY ON
      *FILE MEANS THE CHECK WENT TO THE BANK ON AN EARLIER FILE.
       WRITE-POSITIVE-PAY-FILE.
           PERFORM OPEN-PPAY-CONTROL-FILE.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           MOVE SPACE TO POSITIVE-PAY-RECORD.
           SET PPAY-HEADER TO TRUE.
           MOVE RUN-DATE TO PPAY-CREATE-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PPAY-CREATE-TIME.
           MOVE BKL-ACH-COMPANY-NAME TO PPAY-COMPANY-NAME.
           MOVE BKL-ACCOUNT-NUMBER TO PPAY-BANK-ACCOUNT.
           WRITE POSITIVE-PAY-RECORD.
           PERFORM SEND-ONE-ISSUED-CHECK
           VARYING SCAN-P FROM 1 BY 1
           UNTIL SCAN-P > PAYMENT-COUNT.
           MOVE SPACE TO POSITIVE-PAY-RECORD.
           SET PPAY-TRAILER TO TRUE.
           MOVE PPAY-ITEMS-SENT TO PPAY-ITEM-COUNT.
           MOVE PPAY-TOTAL-SENT TO PPAY-TOTAL-AMOUNT.
           WRITE POSITIVE-PAY-RECORD.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE PPAY-CONTROL-FILE.
       OPEN-PPAY-CONTROL-FILE.
           OPEN I-O PPAY-CONTROL-FILE.
           IF PPAY-CONTROL-STATUS = "35"
                   OPEN OUTPUT PPAY-CONTROL-FILE
                   CLOSE PPAY-CONTROL-FILE
                   OPEN I-O PPAY-CONTROL-FILE
           END-IF.
       SEND-ONE-ISSUED-CHECK.
           IF PT-PRINTED-SWITCH(SCAN-P) = "Y"
                   MOVE "Y" TO PPAY-CHECK-FOUND-SWITCH
                   MOVE PT-CHECK-NUMBER(SCAN-P) TO CHECK-NUMBER
                   READ CHECK-ISSUE-FILE
                   INVALID KEY
                           MOVE "N" TO PPAY-CHECK-FOUND-SWITCH
                   END-READ
                   IF PPAY-CHECK-FOUND AND CHECK-ISSUED
                           PERFORM WRITE-PPAY-CONTROL-ROW
                   END-IF
           END-IF.
       WRITE-PPAY-CONTROL-ROW.
           MOVE CHECK-NUMBER TO PPCTL-CHECK-NUMBER.
           MOVE "I" TO PPCTL-INDICATOR.
           MOVE PT-VENDOR-NAME(SCAN-P) TO PPCTL-PAYEE-NAME.
           MOVE CHECK-AMOUNT TO PPCTL-AMOUNT.
           MOVE CHECK-ISSUE-DATE TO PPCTL-ISSUE-DATE.
           MOVE RUN-DATE TO PPCTL-SENT-DATE.
           WRITE POSITIVE-PAY-CONTROL-RECORD
           INVALID KEY
                   DISPLAY "CHECK "CHECK-NUMBER
                           " ALREADY SENT TO POSITIVE PAY"
           NOT INVALID KEY
                   PERFORM WRITE-PPAY-DETAIL
           END-WRITE.
       WRITE-PPAY-DETAIL.
           MOVE SPACE TO POSITIVE-PAY-RECORD.
           SET PPAY-DETAIL TO TRUE.
           MOVE CHECK-NUMBER TO PPAY-CHECK-NUMBER.
           MOVE CHECK-AMOUNT TO PPAY-AMOUNT.
           MOVE CHECK-ISSUE-DATE TO PPAY-ISSUE-DATE.
           MOVE PPCTL-PAYEE-NAME TO PPAY-PAYEE-NAME.
           SET PPAY-ISSUE-ITEM TO TRUE.
           WRITE POSITIVE-PAY-RECORD.
           ADD 1 TO PPAY-ITEMS-SENT.
           ADD CHECK-AMOUNT TO PPAY-TOTAL-SENT.
