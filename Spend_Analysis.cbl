      *This program prints the spend analysis finance works from at
      *budget reviews, so nobody re-keys check registers into a
      *spreadsheet. It reads the paid invoices APHST01 has swept
      *to "invoicehistory" and their GL coding kept on the
      *"invoiceglhistory" file, and takes spend as each invoice's
      *amount in the month of its invoice date, split across the
      *accounts it was coded to. Credit memos subtract, an invoice
      *paid in pieces counts once, and any part of an invoice with
      *no coding on file (swept before the coding was kept) shows
      *under account UNCODED. For the fiscal year keyed as its
      *first month (YYYYMM, or the batch answer; zero or blank
      *means the calendar year now running) it prints, in the
      *paginated APCSH01 style, the spend by vendor and by GL
      *account for each of the twelve months with the change from
      *the month before and the running year-to-date, the same for
      *all vendors together, and the top 25 vendors by spend. The
      *vendor, account and month figures also go to the
      *comma-delimited "spendextract" file, one line per vendor,
      *account and month with spend, for the spreadsheet.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APSPD01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE
                   ASSIGN TO "vendor"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS VENDOR-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT HISTORY-FILE
                   ASSIGN TO "invoicehistory"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS INV-HIST-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT GL-HISTORY-FILE
                   ASSIGN TO "invoiceglhistory"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS GL-HIST-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS GL-HISTORY-FILE-STATUS.
           SELECT PRINT-FILE
                   ASSIGN TO "spendanalysis"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CSV-FILE
                   ASSIGN TO "spendextract"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDREC.

       FD HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APIHSRC.

       FD GL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APGLHRC.

       FD PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01 PRINT-LINE PIC X(132).

       FD CSV-FILE
           LABEL RECORDS ARE STANDARD.
       01 CSV-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 VENDOR-FILE-STATUS     PIC XX.
       01 HISTORY-FILE-STATUS    PIC XX.
       01 GL-HISTORY-FILE-STATUS PIC XX.
       01 HISTORY-FILE-AT-END    PIC X.
       01 GL-HISTORY-AT-END      PIC X.
       01 GL-HISTORY-OPEN-SWITCH PIC X.
           88 GL-HISTORY-OPEN VALUE "Y".
       01 VENDOR-FOUND-SWITCH PIC X.
           88 VENDOR-FOUND VALUE "Y".
       01 FIRST-ITEM-SWITCH PIC X.
           88 FIRST-ITEM VALUE "Y".
       01 SLOT-FOUND-SWITCH PIC X.
           88 SLOT-FOUND VALUE "Y".
       01 FISCAL-YEAR-SWITCH PIC X.
           88 FISCAL-YEAR-VALID VALUE "Y".
       01 PERCENT-SIZE-SWITCH PIC X.
           88 PERCENT-TOO-LARGE VALUE "Y".
       01 REPORT-SECTION-SWITCH PIC X.
           88 SECTION-BY-VENDOR  VALUE "V".
           88 SECTION-BY-ACCOUNT VALUE "A".
           88 SECTION-ALL-VENDORS VALUE "M".
           88 SECTION-TOP-VENDORS VALUE "T".
       01 RUN-DATE           PIC 9(8).
       01 FISCAL-START-ENTRY PIC X(6).
       01 FISCAL-START-FIELD PIC 9(6).
       01 FISCAL-START REDEFINES FISCAL-START-FIELD.
           05 FISCAL-START-YEAR  PIC 9(4).
           05 FISCAL-START-MONTH PIC 99.
       01 MONTH-LABEL-TABLE.
           05 MONTH-LABEL OCCURS 12 TIMES.
               10 ML-YEAR  PIC 9(4).
               10 ML-MONTH PIC 99.
       01 LABEL-MONTH-NUMBER PIC 99.
       01 ITEM-YEAR          PIC 9(4).
       01 ITEM-MONTH         PIC 99.
       01 SPEND-MONTH        PIC S9(5).
       01 MONTH-INDEX        PIC 9(4).
       01 MONTH-SCAN         PIC 9(4).
       01 SCAN-A             PIC 9(4).
       01 SCAN-T             PIC 9(4).
       01 SCAN-V             PIC 9(4).
       01 LAST-VENDOR-NUMBER  PIC 9(5) VALUE ZERO.
       01 LAST-INVOICE-NUMBER PIC X(10) VALUE SPACE.
       01 CURRENT-VENDOR      PIC 9(5).
       01 REPORT-VENDOR-NAME  PIC X(30).
       01 SAFE-VENDOR-NAME    PIC X(30).
       01 SPEND-ACCOUNT       PIC X(8).
       01 SPEND-AMOUNT        PIC S9(7)V99.
       01 CODED-TOTAL         PIC 9(9)V99.
       01 VENDOR-YTD          PIC S9(11)V99.
       01 GRAND-YTD           PIC S9(11)V99.
       01 BLOCK-YTD           PIC S9(11)V99.
       01 RUNNING-YTD         PIC S9(11)V99.
       01 BLOCK-CHANGE        PIC S9(11)V99.
       01 CHANGE-PERCENT      PIC S9(8)V9.
       01 SHARE-PERCENT       PIC S9(3)V9.
       01 VENDOR-SPEND-TABLE.
           05 VENDOR-MONTH-SPEND PIC S9(11)V99 OCCURS 12 TIMES.
       01 ALL-VENDOR-SPEND-TABLE.
           05 TOTAL-MONTH-SPEND  PIC S9(11)V99 OCCURS 12 TIMES.
       01 BLOCK-SPEND-TABLE.
           05 BLOCK-MONTH-SPEND  PIC S9(11)V99 OCCURS 12 TIMES.
       01 VENDOR-ACCOUNT-MAX   PIC 9(4) VALUE 50.
       01 VENDOR-ACCOUNT-COUNT PIC 9(4) VALUE ZERO.
       01 VA-SLOT              PIC 9(4).
       01 VENDOR-ACCOUNT-TABLE.
           05 VA-ENTRY OCCURS 50 TIMES.
               10 VA-ACCOUNT     PIC X(8).
               10 VA-MONTH-SPEND PIC S9(11)V99 OCCURS 12 TIMES.
       01 ACCOUNT-TABLE-MAX   PIC 9(4) VALUE 500.
       01 ACCOUNT-COUNT       PIC 9(4) VALUE ZERO.
       01 AC-SLOT             PIC 9(4).
       01 ACCOUNT-TABLE.
           05 AC-ENTRY OCCURS 500 TIMES.
               10 AC-ACCOUNT     PIC X(8).
               10 AC-MONTH-SPEND PIC S9(11)V99 OCCURS 12 TIMES.
       01 TOP-VENDOR-MAX   PIC 9(4) VALUE 25.
       01 TOP-VENDOR-COUNT PIC 9(4) VALUE ZERO.
       01 TOP-SLOT         PIC 9(4).
       01 TOP-VENDOR-TABLE.
           05 TOP-ENTRY OCCURS 25 TIMES.
               10 TOP-VENDOR-NUMBER PIC 9(5).
               10 TOP-VENDOR-NAME   PIC X(30).
               10 TOP-SPEND         PIC S9(11)V99.
       01 PAGE-COUNT     PIC 9(3) VALUE ZERO.
       01 LINE-COUNT     PIC 9(3) VALUE ZERO.
       01 LINES-PER-PAGE PIC 9(3) VALUE 50.
       01 INVOICES-ANALYZED PIC 9(7) VALUE ZERO.
       01 VENDORS-REPORTED  PIC 9(5) VALUE ZERO.
       01 EXTRACT-LINES     PIC 9(7) VALUE ZERO.
       01 CSV-AMOUNT        PIC -(10)9.99.
       01 CSV-FISCAL-MONTH  PIC 99.
       COPY BCHPARM.
       COPY RPTPRM.

       01 SPEND-REPORT-HEADER.
           05 FILLER PIC X(8)  VALUE "PAGE ".
           05 RH-PAGE-NUMBER PIC ZZ9.
           05 FILLER PIC X(4)  VALUE SPACE.
           05 FILLER PIC X(17) VALUE "SPEND ANALYSIS - ".
           05 RH-SECTION PIC X(20).
           05 FILLER PIC X(17) VALUE "FISCAL YEAR FROM ".
           05 RH-FROM-YEAR  PIC 9(4).
           05 FILLER PIC X     VALUE "-".
           05 RH-FROM-MONTH PIC 99.
           05 FILLER PIC X(4)  VALUE " TO ".
           05 RH-TO-YEAR    PIC 9(4).
           05 FILLER PIC X     VALUE "-".
           05 RH-TO-MONTH   PIC 99.
           05 FILLER PIC X(8)  VALUE "   AS OF".
           05 FILLER PIC X     VALUE SPACE.
           05 RH-RUN-DATE PIC 9(8).

       01 SPEND-COLUMN-HEADER.
           05 FILLER PIC X(16) VALUE "         MONTH".
           05 FILLER PIC X(21) VALUE "               SPEND".
           05 FILLER PIC X(21) VALUE "   CHANGE FROM PRIOR".
           05 FILLER PIC X(16) VALUE "   PCT CHANGE".
           05 FILLER PIC X(21) VALUE "        YEAR TO DATE".

       01 SPEND-BLOCK-HEADING.
           05 SB-KEY  PIC X(8).
           05 FILLER  PIC X(2) VALUE SPACE.
           05 SB-NAME PIC X(30).
           05 FILLER  PIC X(20) VALUE "   FISCAL YEAR TOTAL".
           05 FILLER  PIC X(2) VALUE SPACE.
           05 SB-YTD  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 SPEND-MONTH-LINE.
           05 FILLER       PIC X(9) VALUE SPACE.
           05 SM-YEAR      PIC 9(4).
           05 FILLER       PIC X VALUE "-".
           05 SM-MONTH     PIC 99.
           05 FILLER       PIC X(3) VALUE SPACE.
           05 SM-SPEND     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER       PIC X(3) VALUE SPACE.
           05 SM-CHANGE    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 SM-CHANGE-X REDEFINES SM-CHANGE PIC X(18).
           05 FILLER       PIC X(3) VALUE SPACE.
           05 SM-PERCENT   PIC ZZ,ZZZ,ZZ9.9-.
           05 SM-PERCENT-X REDEFINES SM-PERCENT PIC X(13).
           05 FILLER       PIC X(3) VALUE SPACE.
           05 SM-YTD       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 TOP-COLUMN-HEADER.
           05 FILLER PIC X(7)  VALUE "RANK".
           05 FILLER PIC X(7)  VALUE "NO".
           05 FILLER PIC X(33) VALUE "NAME".
           05 FILLER PIC X(18) VALUE "   FISCAL YEAR".
           05 FILLER PIC X(14) VALUE "   PCT OF ALL".

       01 TOP-VENDOR-LINE.
           05 TV-RANK    PIC Z9.
           05 FILLER     PIC X(5) VALUE SPACE.
           05 TV-NUMBER  PIC 9(5).
           05 FILLER     PIC X(2) VALUE SPACE.
           05 TV-NAME    PIC X(30).
           05 FILLER     PIC X(3) VALUE SPACE.
           05 TV-SPEND   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER     PIC X(3) VALUE SPACE.
           05 TV-PERCENT PIC ZZ9.9-.

       01 NO-SPEND-LINE.
           05 FILLER PIC X(41)
                   VALUE "NO PAID INVOICES DATED IN THE FISCAL YEAR".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           PERFORM GET-FISCAL-YEAR.
           IF NOT FISCAL-YEAR-VALID
                   DISPLAY "FISCAL YEAR START MUST BE YYYYMM WITH "
                           "A MONTH 01-12"
                   MOVE 8 TO RETURN-CODE
           ELSE
                   PERFORM BUILD-MONTH-LABELS
                   OPEN INPUT VENDOR-FILE
                   IF VENDOR-FILE-STATUS NOT = "00"
                           DISPLAY "COULD NOT OPEN VENDOR FILE, "
                                   "STATUS: "VENDOR-FILE-STATUS
                           MOVE 8 TO RETURN-CODE
                   ELSE
                           PERFORM RUN-SPEND-ANALYSIS
                           CLOSE VENDOR-FILE
                   END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       GET-FISCAL-YEAR.
           MOVE SPACE TO FISCAL-START-ENTRY.
           IF RUNNING-IN-BATCH
                   MOVE BATCH-PARM-1(1:6) TO FISCAL-START-ENTRY
           ELSE
                   DISPLAY "ENTER FIRST MONTH OF THE FISCAL YEAR "
                           "(YYYYMM, 0 FOR THIS CALENDAR YEAR)"
                   ACCEPT FISCAL-START-ENTRY
           END-IF.
           MOVE "Y" TO FISCAL-YEAR-SWITCH.
           IF FISCAL-START-ENTRY = SPACE OR FISCAL-START-ENTRY = "0"
                   MOVE RUN-DATE(1:4) TO FISCAL-START-YEAR
                   MOVE 1 TO FISCAL-START-MONTH
           ELSE
                   IF FISCAL-START-ENTRY IS NUMERIC
                           MOVE FISCAL-START-ENTRY
                                   TO FISCAL-START-FIELD
                           IF FISCAL-START-MONTH < 1
                              OR FISCAL-START-MONTH > 12
                                   MOVE "N" TO FISCAL-YEAR-SWITCH
                           END-IF
                   ELSE
                           MOVE "N" TO FISCAL-YEAR-SWITCH
                   END-IF
           END-IF.
       BUILD-MONTH-LABELS.
           PERFORM SET-ONE-MONTH-LABEL
           VARYING MONTH-SCAN FROM 1 BY 1
           UNTIL MONTH-SCAN > 12.
       SET-ONE-MONTH-LABEL.
           COMPUTE LABEL-MONTH-NUMBER =
                   FISCAL-START-MONTH + MONTH-SCAN - 1.
           IF LABEL-MONTH-NUMBER > 12
                   SUBTRACT 12 FROM LABEL-MONTH-NUMBER
                   COMPUTE ML-YEAR(MONTH-SCAN) =
                           FISCAL-START-YEAR + 1
           ELSE
                   MOVE FISCAL-START-YEAR TO ML-YEAR(MONTH-SCAN)
           END-IF.
           MOVE LABEL-MONTH-NUMBER TO ML-MONTH(MONTH-SCAN).
           MOVE ZERO TO TOTAL-MONTH-SPEND(MONTH-SCAN).
       RUN-SPEND-ANALYSIS.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN INVOICE HISTORY FILE, "
                           "STATUS: "HISTORY-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
           ELSE
                   PERFORM OPEN-GL-HISTORY-FILE
                   OPEN OUTPUT PRINT-FILE
                   OPEN OUTPUT CSV-FILE
                   PERFORM WRITE-CSV-HEADING
                   SET SECTION-BY-VENDOR TO TRUE
                   PERFORM WRITE-REPORT-HEADER
                   PERFORM SWEEP-PAID-INVOICES
                   IF VENDORS-REPORTED = ZERO
                           WRITE PRINT-LINE FROM NO-SPEND-LINE
                           BEFORE ADVANCING 1 LINE
                   END-IF
                   PERFORM WRITE-ACCOUNT-SECTION
                   PERFORM WRITE-ALL-VENDOR-SECTION
                   PERFORM WRITE-TOP-VENDOR-SECTION
                   CLOSE CSV-FILE
                   CLOSE PRINT-FILE
                   PERFORM FILE-REPORT-IN-ARCHIVE
                   IF GL-HISTORY-OPEN
                           CLOSE GL-HISTORY-FILE
                   END-IF
                   CLOSE HISTORY-FILE
                   DISPLAY "INVOICES ANALYZED: "INVOICES-ANALYZED
                   DISPLAY "VENDORS WITH SPEND: "VENDORS-REPORTED
                   DISPLAY "EXTRACT LINES WRITTEN: "EXTRACT-LINES
                   MOVE INVOICES-ANALYZED TO BATCH-RECORD-COUNT
           END-IF.
       OPEN-GL-HISTORY-FILE.
           OPEN INPUT GL-HISTORY-FILE.
           IF GL-HISTORY-FILE-STATUS = "00"
                   MOVE "Y" TO GL-HISTORY-OPEN-SWITCH
           ELSE
                   MOVE "N" TO GL-HISTORY-OPEN-SWITCH
                   DISPLAY "NO GL HISTORY FILE - SPEND SHOWS AS "
                           "UNCODED"
           END-IF.
       WRITE-CSV-HEADING.
           MOVE SPACE TO CSV-LINE.
           MOVE "MONTH,FISCAL MONTH,VENDOR,VENDOR NAME,GL ACCOUNT,SPEND"
                   TO CSV-LINE.
           WRITE CSV-LINE.

      *ONE SWEEP OF THE HISTORY FILE IN VENDOR ORDER. AN INVOICE
      *PAID BY SEVERAL CHECKS HAS ONE ROW PER CHECK; ONLY ITS FIRST
      *ROW IS TAKEN. EACH VENDOR IS PRINTED AND EXTRACTED AT THE
      *BREAK TO THE NEXT VENDOR.
       SWEEP-PAID-INVOICES.
           MOVE "Y" TO FIRST-ITEM-SWITCH.
           MOVE ZERO TO CURRENT-VENDOR.
           PERFORM CLEAR-VENDOR-SPEND.
           MOVE "N" TO HISTORY-FILE-AT-END.
           PERFORM READ-NEXT-HISTORY.
           PERFORM UNTIL HISTORY-FILE-AT-END = "Y"
                   IF INV-HIST-VENDOR-NUMBER NOT = LAST-VENDOR-NUMBER
                      OR INV-HIST-INVOICE-NUMBER
                           NOT = LAST-INVOICE-NUMBER
                           MOVE INV-HIST-VENDOR-NUMBER
                                   TO LAST-VENDOR-NUMBER
                           MOVE INV-HIST-INVOICE-NUMBER
                                   TO LAST-INVOICE-NUMBER
                           PERFORM ANALYZE-ONE-INVOICE
                   END-IF
                   PERFORM READ-NEXT-HISTORY
           END-PERFORM.
           IF NOT FIRST-ITEM
                   PERFORM FINISH-ONE-VENDOR.
       READ-NEXT-HISTORY.
           READ HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO HISTORY-FILE-AT-END.
       ANALYZE-ONE-INVOICE.
           PERFORM SET-SPEND-MONTH.
           IF SPEND-MONTH > ZERO AND SPEND-MONTH NOT > 12
                   MOVE SPEND-MONTH TO MONTH-INDEX
                   PERFORM CHECK-VENDOR-BREAK
                   PERFORM SPREAD-INVOICE-SPEND
                   ADD 1 TO INVOICES-ANALYZED
           END-IF.
       SET-SPEND-MONTH.
           MOVE INV-HIST-INVOICE-DATE(1:4) TO ITEM-YEAR.
           MOVE INV-HIST-INVOICE-DATE(5:2) TO ITEM-MONTH.
           IF ITEM-MONTH < 1 OR ITEM-MONTH > 12
                   MOVE ZERO TO SPEND-MONTH
           ELSE
                   COMPUTE SPEND-MONTH =
                           (ITEM-YEAR - FISCAL-START-YEAR) * 12
                           + ITEM-MONTH - FISCAL-START-MONTH + 1
           END-IF.
       CHECK-VENDOR-BREAK.
           IF FIRST-ITEM
                   MOVE "N" TO FIRST-ITEM-SWITCH
                   MOVE INV-HIST-VENDOR-NUMBER TO CURRENT-VENDOR
           ELSE
                   IF INV-HIST-VENDOR-NUMBER NOT = CURRENT-VENDOR
                           PERFORM FINISH-ONE-VENDOR
                           PERFORM CLEAR-VENDOR-SPEND
                           MOVE INV-HIST-VENDOR-NUMBER
                                   TO CURRENT-VENDOR
                   END-IF
           END-IF.

      *THE INVOICE'S CODED ROWS ARE TAKEN AS CODED; WHATEVER PART OF
      *THE INVOICE AMOUNT THEY DO NOT COVER GOES TO UNCODED.
       SPREAD-INVOICE-SPEND.
           MOVE ZERO TO CODED-TOTAL.
           IF GL-HISTORY-OPEN
                   PERFORM SPREAD-CODED-ROWS
           END-IF.
           IF INV-HIST-INVOICE-AMOUNT > CODED-TOTAL
                   MOVE "UNCODED" TO SPEND-ACCOUNT
                   COMPUTE SPEND-AMOUNT =
                           INV-HIST-INVOICE-AMOUNT - CODED-TOTAL
                   PERFORM ADD-ONE-SPEND
           END-IF.
       SPREAD-CODED-ROWS.
           MOVE INV-HIST-VENDOR-NUMBER TO GL-HIST-VENDOR-NUMBER.
           MOVE INV-HIST-INVOICE-NUMBER TO GL-HIST-INVOICE-NUMBER.
           MOVE ZEROES TO GL-HIST-SEQUENCE.
           START GL-HISTORY-FILE KEY NOT LESS THAN GL-HIST-KEY
           INVALID KEY
                   MOVE "Y" TO GL-HISTORY-AT-END
           NOT INVALID KEY
                   MOVE "N" TO GL-HISTORY-AT-END
           END-START.
           IF GL-HISTORY-AT-END = "N"
                   PERFORM READ-NEXT-GL-HISTORY
                   PERFORM UNTIL GL-HISTORY-AT-END = "Y"
                           PERFORM SPREAD-ONE-CODED-ROW
                           PERFORM READ-NEXT-GL-HISTORY
                   END-PERFORM
           END-IF.
       READ-NEXT-GL-HISTORY.
           READ GL-HISTORY-FILE NEXT RECORD
           AT END
                   MOVE "Y" TO GL-HISTORY-AT-END
           NOT AT END
                   IF GL-HIST-VENDOR-NUMBER NOT = INV-HIST-VENDOR-NUMBER
                      OR GL-HIST-INVOICE-NUMBER
                           NOT = INV-HIST-INVOICE-NUMBER
                           MOVE "Y" TO GL-HISTORY-AT-END
                   END-IF
           END-READ.
       SPREAD-ONE-CODED-ROW.
           MOVE GL-HIST-ACCOUNT TO SPEND-ACCOUNT.
           MOVE GL-HIST-AMOUNT TO SPEND-AMOUNT.
           ADD GL-HIST-AMOUNT TO CODED-TOTAL.
           PERFORM ADD-ONE-SPEND.
       ADD-ONE-SPEND.
           IF INV-HIST-TYPE = "C"
                   COMPUTE SPEND-AMOUNT = ZERO - SPEND-AMOUNT
           END-IF.
           ADD SPEND-AMOUNT TO VENDOR-MONTH-SPEND(MONTH-INDEX).
           ADD SPEND-AMOUNT TO TOTAL-MONTH-SPEND(MONTH-INDEX).
           PERFORM FIND-VENDOR-ACCOUNT-SLOT.
           IF VA-SLOT > ZERO
                   ADD SPEND-AMOUNT
                           TO VA-MONTH-SPEND(VA-SLOT, MONTH-INDEX)
           END-IF.
           PERFORM FIND-ACCOUNT-SLOT.
           IF AC-SLOT > ZERO
                   ADD SPEND-AMOUNT
                           TO AC-MONTH-SPEND(AC-SLOT, MONTH-INDEX)
           END-IF.

      *THE VENDOR'S OWN ACCOUNTS ARE KEPT IN THE ORDER FIRST SEEN.
       FIND-VENDOR-ACCOUNT-SLOT.
           MOVE "N" TO SLOT-FOUND-SWITCH.
           MOVE ZERO TO VA-SLOT.
           PERFORM CHECK-ONE-VENDOR-ACCOUNT
           VARYING SCAN-V FROM 1 BY 1
           UNTIL SCAN-V > VENDOR-ACCOUNT-COUNT OR SLOT-FOUND.
           IF NOT SLOT-FOUND
                   IF VENDOR-ACCOUNT-COUNT < VENDOR-ACCOUNT-MAX
                           ADD 1 TO VENDOR-ACCOUNT-COUNT
                           MOVE VENDOR-ACCOUNT-COUNT TO VA-SLOT
                           MOVE SPEND-ACCOUNT TO VA-ACCOUNT(VA-SLOT)
                           PERFORM CLEAR-ONE-VENDOR-ACCOUNT-MONTH
                           VARYING MONTH-SCAN FROM 1 BY 1
                           UNTIL MONTH-SCAN > 12
                   ELSE
                           DISPLAY "ACCOUNT TABLE FULL FOR VENDOR "
                                   CURRENT-VENDOR
                                   ", EXTRACT IS PARTIAL"
                   END-IF
           END-IF.
       CHECK-ONE-VENDOR-ACCOUNT.
           IF VA-ACCOUNT(SCAN-V) = SPEND-ACCOUNT
                   MOVE "Y" TO SLOT-FOUND-SWITCH
                   MOVE SCAN-V TO VA-SLOT
           END-IF.
       CLEAR-ONE-VENDOR-ACCOUNT-MONTH.
           MOVE ZERO TO VA-MONTH-SPEND(VA-SLOT, MONTH-SCAN).

      *THE RUN'S ACCOUNTS ARE KEPT IN ACCOUNT ORDER FOR PRINTING: A
      *NEW ACCOUNT IS SLOTTED IN AHEAD OF THE FIRST HIGHER ONE.
       FIND-ACCOUNT-SLOT.
           MOVE "N" TO SLOT-FOUND-SWITCH.
           COMPUTE AC-SLOT = ACCOUNT-COUNT + 1.
           PERFORM CHECK-ONE-ACCOUNT-SLOT
           VARYING SCAN-A FROM 1 BY 1
           UNTIL SCAN-A > ACCOUNT-COUNT OR SLOT-FOUND.
           IF SLOT-FOUND
                   IF AC-ACCOUNT(AC-SLOT) NOT = SPEND-ACCOUNT
                           PERFORM INSERT-ACCOUNT-SLOT
                   END-IF
           ELSE
                   PERFORM INSERT-ACCOUNT-SLOT
           END-IF.
       CHECK-ONE-ACCOUNT-SLOT.
           IF AC-ACCOUNT(SCAN-A) NOT LESS SPEND-ACCOUNT
                   MOVE "Y" TO SLOT-FOUND-SWITCH
                   MOVE SCAN-A TO AC-SLOT
           END-IF.
       INSERT-ACCOUNT-SLOT.
           IF ACCOUNT-COUNT < ACCOUNT-TABLE-MAX
                   PERFORM SHIFT-ONE-ACCOUNT
                   VARYING SCAN-A FROM ACCOUNT-COUNT BY -1
                   UNTIL SCAN-A < AC-SLOT
                   ADD 1 TO ACCOUNT-COUNT
                   MOVE SPEND-ACCOUNT TO AC-ACCOUNT(AC-SLOT)
                   PERFORM CLEAR-ONE-ACCOUNT-MONTH
                   VARYING MONTH-SCAN FROM 1 BY 1
                   UNTIL MONTH-SCAN > 12
           ELSE
                   DISPLAY "GL ACCOUNT TABLE FULL, ACCOUNT "
                           SPEND-ACCOUNT" LEFT OFF THE ACCOUNT PAGES"
                   MOVE ZERO TO AC-SLOT
           END-IF.
       SHIFT-ONE-ACCOUNT.
           MOVE AC-ENTRY(SCAN-A) TO AC-ENTRY(SCAN-A + 1).
       CLEAR-ONE-ACCOUNT-MONTH.
           MOVE ZERO TO AC-MONTH-SPEND(AC-SLOT, MONTH-SCAN).
       CLEAR-VENDOR-SPEND.
           MOVE ZERO TO VENDOR-ACCOUNT-COUNT.
           PERFORM CLEAR-ONE-VENDOR-MONTH
           VARYING MONTH-SCAN FROM 1 BY 1
           UNTIL MONTH-SCAN > 12.
       CLEAR-ONE-VENDOR-MONTH.
           MOVE ZERO TO VENDOR-MONTH-SPEND(MONTH-SCAN).

      *VENDOR BREAK - PRINT THE VENDOR'S MONTHS, EXTRACT ITS
      *ACCOUNT LINES, AND RANK IT AGAINST THE TOP VENDORS SO FAR.
       FINISH-ONE-VENDOR.
           PERFORM READ-CURRENT-VENDOR.
           PERFORM MOVE-ONE-VENDOR-MONTH
           VARYING MONTH-SCAN FROM 1 BY 1
           UNTIL MONTH-SCAN > 12.
           MOVE CURRENT-VENDOR TO SB-KEY.
           MOVE REPORT-VENDOR-NAME TO SB-NAME.
           PERFORM WRITE-SPEND-BLOCK.
           MOVE BLOCK-YTD TO VENDOR-YTD.
           PERFORM WRITE-VENDOR-EXTRACT.
           IF VENDOR-YTD > ZERO
                   PERFORM KEEP-IF-TOP-VENDOR
           END-IF.
           ADD 1 TO VENDORS-REPORTED.
       READ-CURRENT-VENDOR.
           MOVE "Y" TO VENDOR-FOUND-SWITCH.
           MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
           READ VENDOR-FILE
           INVALID KEY
                   MOVE "N" TO VENDOR-FOUND-SWITCH.
           IF VENDOR-FOUND
                   MOVE VENDOR-NAME TO REPORT-VENDOR-NAME
           ELSE
                   MOVE "VENDOR NOT ON FILE" TO REPORT-VENDOR-NAME
           END-IF.
       MOVE-ONE-VENDOR-MONTH.
           MOVE VENDOR-MONTH-SPEND(MONTH-SCAN)
                   TO BLOCK-MONTH-SPEND(MONTH-SCAN).
       WRITE-VENDOR-EXTRACT.
           MOVE REPORT-VENDOR-NAME TO SAFE-VENDOR-NAME.
           INSPECT SAFE-VENDOR-NAME REPLACING ALL "," BY SPACE.
           PERFORM WRITE-ONE-ACCOUNT-EXTRACT
           VARYING SCAN-V FROM 1 BY 1
           UNTIL SCAN-V > VENDOR-ACCOUNT-COUNT.
       WRITE-ONE-ACCOUNT-EXTRACT.
           PERFORM WRITE-ONE-EXTRACT-LINE
           VARYING MONTH-SCAN FROM 1 BY 1
           UNTIL MONTH-SCAN > 12.
       WRITE-ONE-EXTRACT-LINE.
           IF VA-MONTH-SPEND(SCAN-V, MONTH-SCAN) NOT = ZERO
                   MOVE VA-MONTH-SPEND(SCAN-V, MONTH-SCAN)
                           TO CSV-AMOUNT
                   MOVE MONTH-SCAN TO CSV-FISCAL-MONTH
                   MOVE SPACE TO CSV-LINE
                   STRING ML-YEAR(MONTH-SCAN) DELIMITED BY SIZE
                           ML-MONTH(MONTH-SCAN) DELIMITED BY SIZE
                           ","              DELIMITED BY SIZE
                           CSV-FISCAL-MONTH DELIMITED BY SIZE
                           ","              DELIMITED BY SIZE
                           CURRENT-VENDOR   DELIMITED BY SIZE
                           ","              DELIMITED BY SIZE
                           FUNCTION TRIM(SAFE-VENDOR-NAME)
                                            DELIMITED BY SIZE
                           ","              DELIMITED BY SIZE
                           FUNCTION TRIM(VA-ACCOUNT(SCAN-V))
                                            DELIMITED BY SIZE
                           ","              DELIMITED BY SIZE
                           FUNCTION TRIM(CSV-AMOUNT)
                                            DELIMITED BY SIZE
                           INTO CSV-LINE
                   WRITE CSV-LINE
                   ADD 1 TO EXTRACT-LINES
           END-IF.

      *THE TOP VENDOR TABLE IS KEPT LARGEST FIRST; A VENDOR THAT
      *OUTSPENDS AN ENTRY IS SLOTTED IN AHEAD OF IT AND THE LAST
      *ENTRY DROPS OFF WHEN THE TABLE IS FULL.
       KEEP-IF-TOP-VENDOR.
           MOVE "N" TO SLOT-FOUND-SWITCH.
           COMPUTE TOP-SLOT = TOP-VENDOR-COUNT + 1.
           PERFORM CHECK-ONE-TOP-SLOT
           VARYING SCAN-T FROM 1 BY 1
           UNTIL SCAN-T > TOP-VENDOR-COUNT OR SLOT-FOUND.
           IF TOP-SLOT NOT > TOP-VENDOR-MAX
                   IF TOP-VENDOR-COUNT < TOP-VENDOR-MAX
                           ADD 1 TO TOP-VENDOR-COUNT
                   END-IF
                   PERFORM SHIFT-ONE-TOP-VENDOR
                   VARYING SCAN-T FROM TOP-VENDOR-COUNT BY -1
                   UNTIL SCAN-T NOT > TOP-SLOT
                   MOVE CURRENT-VENDOR TO TOP-VENDOR-NUMBER(TOP-SLOT)
                   MOVE REPORT-VENDOR-NAME TO TOP-VENDOR-NAME(TOP-SLOT)
                   MOVE VENDOR-YTD TO TOP-SPEND(TOP-SLOT)
           END-IF.
       CHECK-ONE-TOP-SLOT.
           IF VENDOR-YTD > TOP-SPEND(SCAN-T)
                   MOVE "Y" TO SLOT-FOUND-SWITCH
                   MOVE SCAN-T TO TOP-SLOT
           END-IF.
       SHIFT-ONE-TOP-VENDOR.
           MOVE TOP-ENTRY(SCAN-T - 1) TO TOP-ENTRY(SCAN-T).

      *ONE BLOCK OF THE REPORT - A HEADING LINE WITH THE YEAR'S
      *TOTAL, THEN THE TWELVE MONTHS FROM THE BLOCK TABLE WITH THE
      *CHANGE FROM THE MONTH BEFORE AND THE RUNNING YEAR-TO-DATE.
       WRITE-SPEND-BLOCK.
           MOVE ZERO TO BLOCK-YTD.
           PERFORM ADD-ONE-BLOCK-MONTH
           VARYING MONTH-SCAN FROM 1 BY 1
           UNTIL MONTH-SCAN > 12.
           IF LINE-COUNT + 14 > LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE BLOCK-YTD TO SB-YTD.
           WRITE PRINT-LINE FROM SPEND-BLOCK-HEADING
           BEFORE ADVANCING 1 LINE.
           MOVE ZERO TO RUNNING-YTD.
           PERFORM WRITE-ONE-MONTH-LINE
           VARYING MONTH-SCAN FROM 1 BY 1
           UNTIL MONTH-SCAN > 12.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE BEFORE ADVANCING 1 LINE.
           ADD 14 TO LINE-COUNT.
       ADD-ONE-BLOCK-MONTH.
           ADD BLOCK-MONTH-SPEND(MONTH-SCAN) TO BLOCK-YTD.
       WRITE-ONE-MONTH-LINE.
           MOVE ML-YEAR(MONTH-SCAN) TO SM-YEAR.
           MOVE ML-MONTH(MONTH-SCAN) TO SM-MONTH.
           MOVE BLOCK-MONTH-SPEND(MONTH-SCAN) TO SM-SPEND.
           ADD BLOCK-MONTH-SPEND(MONTH-SCAN) TO RUNNING-YTD.
           MOVE RUNNING-YTD TO SM-YTD.
           IF MONTH-SCAN = 1
                   MOVE SPACE TO SM-CHANGE-X
                   MOVE SPACE TO SM-PERCENT-X
           ELSE
                   PERFORM SET-MONTH-CHANGE
           END-IF.
           WRITE PRINT-LINE FROM SPEND-MONTH-LINE
           BEFORE ADVANCING 1 LINE.
       SET-MONTH-CHANGE.
           COMPUTE BLOCK-CHANGE = BLOCK-MONTH-SPEND(MONTH-SCAN)
                   - BLOCK-MONTH-SPEND(MONTH-SCAN - 1).
           MOVE BLOCK-CHANGE TO SM-CHANGE.
           IF BLOCK-MONTH-SPEND(MONTH-SCAN - 1) > ZERO
                   MOVE "N" TO PERCENT-SIZE-SWITCH
                   COMPUTE CHANGE-PERCENT ROUNDED = BLOCK-CHANGE * 100
                           / BLOCK-MONTH-SPEND(MONTH-SCAN - 1)
                   ON SIZE ERROR
                           MOVE "Y" TO PERCENT-SIZE-SWITCH
                   END-COMPUTE
                   IF PERCENT-TOO-LARGE
                           MOVE "    *********" TO SM-PERCENT-X
                   ELSE
                           MOVE CHANGE-PERCENT TO SM-PERCENT
                   END-IF
           ELSE
                   MOVE SPACE TO SM-PERCENT-X
           END-IF.

       WRITE-ACCOUNT-SECTION.
           SET SECTION-BY-ACCOUNT TO TRUE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-ONE-ACCOUNT-BLOCK
           VARYING SCAN-A FROM 1 BY 1
           UNTIL SCAN-A > ACCOUNT-COUNT.
       WRITE-ONE-ACCOUNT-BLOCK.
           PERFORM MOVE-ONE-ACCOUNT-MONTH
           VARYING MONTH-SCAN FROM 1 BY 1
           UNTIL MONTH-SCAN > 12.
           MOVE AC-ACCOUNT(SCAN-A) TO SB-KEY.
           MOVE SPACE TO SB-NAME.
           PERFORM WRITE-SPEND-BLOCK.
       MOVE-ONE-ACCOUNT-MONTH.
           MOVE AC-MONTH-SPEND(SCAN-A, MONTH-SCAN)
                   TO BLOCK-MONTH-SPEND(MONTH-SCAN).
       WRITE-ALL-VENDOR-SECTION.
           SET SECTION-ALL-VENDORS TO TRUE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM MOVE-ONE-TOTAL-MONTH
           VARYING MONTH-SCAN FROM 1 BY 1
           UNTIL MONTH-SCAN > 12.
           MOVE "TOTAL" TO SB-KEY.
           MOVE "ALL VENDORS" TO SB-NAME.
           PERFORM WRITE-SPEND-BLOCK.
           MOVE BLOCK-YTD TO GRAND-YTD.
       MOVE-ONE-TOTAL-MONTH.
           MOVE TOTAL-MONTH-SPEND(MONTH-SCAN)
                   TO BLOCK-MONTH-SPEND(MONTH-SCAN).
       WRITE-TOP-VENDOR-SECTION.
           SET SECTION-TOP-VENDORS TO TRUE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-ONE-TOP-VENDOR
           VARYING SCAN-T FROM 1 BY 1
           UNTIL SCAN-T > TOP-VENDOR-COUNT.
       WRITE-ONE-TOP-VENDOR.
           MOVE SCAN-T TO TV-RANK.
           MOVE TOP-VENDOR-NUMBER(SCAN-T) TO TV-NUMBER.
           MOVE TOP-VENDOR-NAME(SCAN-T) TO TV-NAME.
           MOVE TOP-SPEND(SCAN-T) TO TV-SPEND.
           IF GRAND-YTD > ZERO
                   COMPUTE SHARE-PERCENT ROUNDED =
                           TOP-SPEND(SCAN-T) * 100 / GRAND-YTD
                   ON SIZE ERROR
                           MOVE 100 TO SHARE-PERCENT
                   END-COMPUTE
           ELSE
                   MOVE ZERO TO SHARE-PERCENT
           END-IF.
           MOVE SHARE-PERCENT TO TV-PERCENT.
           WRITE PRINT-LINE FROM TOP-VENDOR-LINE
           BEFORE ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.

       WRITE-REPORT-HEADER.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO RH-PAGE-NUMBER.
           EVALUATE TRUE
               WHEN SECTION-BY-VENDOR
                       MOVE "BY VENDOR" TO RH-SECTION
               WHEN SECTION-BY-ACCOUNT
                       MOVE "BY GL ACCOUNT" TO RH-SECTION
               WHEN SECTION-ALL-VENDORS
                       MOVE "ALL VENDORS" TO RH-SECTION
               WHEN OTHER
                       MOVE "TOP 25 VENDORS" TO RH-SECTION
           END-EVALUATE.
           MOVE ML-YEAR(1) TO RH-FROM-YEAR.
           MOVE ML-MONTH(1) TO RH-FROM-MONTH.
           MOVE ML-YEAR(12) TO RH-TO-YEAR.
           MOVE ML-MONTH(12) TO RH-TO-MONTH.
           MOVE RUN-DATE TO RH-RUN-DATE.
           WRITE PRINT-LINE FROM SPEND-REPORT-HEADER
           BEFORE ADVANCING PAGE.
           IF SECTION-TOP-VENDORS
                   WRITE PRINT-LINE FROM TOP-COLUMN-HEADER
                   BEFORE ADVANCING 2 LINES
           ELSE
                   WRITE PRINT-LINE FROM SPEND-COLUMN-HEADER
                   BEFORE ADVANCING 2 LINES
           END-IF.
           MOVE ZERO TO LINE-COUNT.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "spendanalysis" TO RPA-REPORT-FILE.
           MOVE "spendanalysis" TO RPA-REPORT-NAME.
           MOVE "APSPD01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
