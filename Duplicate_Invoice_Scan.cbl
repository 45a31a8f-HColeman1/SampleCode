      *This program runs the weekly suspect-duplicate invoice scan,
      *the invoice counterpart of the VNDDUP01 vendor scan.
      *It walks "openinvoice" and "invoicehistory" together vendor
      *by vendor (both are keyed by vendor first), gathers each
      *vendor's invoices - open and unpaid, and paid - and judges
      *every pair through the same APDCK01 rule APINV01 uses
      *at entry: the same amount within two weeks, or a
      *near-identical invoice number. Suspect pairs print on the
      *"invdupworklist" with both invoices' number, date, amount,
      *and whether each is still open or was paid (and by which
      *check), so AP can stop an open one before the payment run or
      *chase a recovery on one already paid. An "openinvoice" row
      *already paid but not yet rolled off to history prints as paid
      *too, with no check number, since the open file does not keep
      *one. Credit memos and rejected invoices are left out, and an
      *invoice paid in pieces counts once. A reviewed pair can be
      *marked "not a duplicate"; marked pairs are kept on the
      *"invdupexclude" file and skipped by every later scan.
      *Runnable unattended from BCHRUN01 with answer 1.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APDUP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE
                   ASSIGN TO "vendor"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS VENDOR-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT INVOICE-FILE
                   ASSIGN TO "openinvoice"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS INVOICE-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS INVOICE-FILE-STATUS.
           SELECT HISTORY-FILE
                   ASSIGN TO "invoicehistory"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS INV-HIST-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT EXCLUDE-FILE
                   ASSIGN TO "invdupexclude"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS EXCLUDE-FILE-STATUS.
           SELECT WORKLIST-FILE
                   ASSIGN TO "invdupworklist"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDREC.

       FD INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APINVREC.

       FD HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APIHSRC.

       FD EXCLUDE-FILE
           LABEL RECORDS ARE STANDARD.
       01 EXCLUDE-RECORD.
           05 EXCLUDE-VENDOR-NUMBER PIC 9(5).
           05 EXCLUDE-LOW-INVOICE   PIC X(10).
           05 EXCLUDE-HIGH-INVOICE  PIC X(10).

       FD WORKLIST-FILE
           LABEL RECORDS ARE STANDARD.
       01 WORKLIST-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 RUN-MODE-ANSWER PIC X.
           88 MODE-MARK-NOT-DUP VALUE "2".
       01 VENDOR-FILE-STATUS  PIC XX.
       01 INVOICE-FILE-STATUS PIC XX.
       01 HISTORY-FILE-STATUS PIC XX.
       01 EXCLUDE-FILE-STATUS PIC XX.
       01 INVOICE-FILE-AT-END PIC X.
       01 HISTORY-FILE-AT-END PIC X.
       01 EXCLUDE-FILE-AT-END PIC X.
       01 OPEN-VENDOR-KEY     PIC 9(6).
       01 HISTORY-VENDOR-KEY  PIC 9(6).
       01 CURRENT-VENDOR-KEY  PIC 9(6).
       01 NO-MORE-VENDORS     PIC 9(6) VALUE 999999.
       01 LAST-HISTORY-NUMBER PIC X(10).
       01 INVOICE-TABLE-MAX   PIC 9(4) VALUE 500.
       01 INVOICE-LOAD-COUNT  PIC 9(4) VALUE ZERO.
       01 INVOICE-TABLE.
           05 INVOICE-ENTRY OCCURS 500 TIMES.
               10 IT-NUMBER PIC X(10).
               10 IT-DATE   PIC 9(8).
               10 IT-AMOUNT PIC 9(7)V99.
               10 IT-SOURCE PIC X.
                   88 IT-OPEN-INVOICE VALUE "O".
                   88 IT-PAID-INVOICE VALUE "P".
               10 IT-CHECK  PIC 9(8).
       01 EXCLUDE-TABLE-MAX   PIC 9(4) VALUE 1000.
       01 EXCLUDE-COUNT       PIC 9(4) VALUE ZERO.
       01 EXCLUDE-TABLE.
           05 EXCLUDE-ENTRY OCCURS 1000 TIMES.
               10 EXCL-VENDOR PIC 9(5).
               10 EXCL-LOW    PIC X(10).
               10 EXCL-HIGH   PIC X(10).
       01 SCAN-I    PIC 9(4) COMP.
       01 SCAN-J    PIC 9(4) COMP.
       01 SCAN-K    PIC 9(4) COMP.
       01 PAIRS-FLAGGED   PIC 9(5) VALUE ZERO.
       01 VENDORS-SCANNED PIC 9(5) VALUE ZERO.
       01 PAIR-EXCLUDED-SWITCH PIC X.
           88 PAIR-EXCLUDED VALUE "Y".
       01 PAIR-LOW-INVOICE  PIC X(10).
       01 PAIR-HIGH-INVOICE PIC X(10).
       01 MARK-VENDOR-FIELD PIC Z(5).
       01 MARK-INVOICE-A    PIC X(10).
       01 MARK-INVOICE-B    PIC X(10).
       01 RUN-DATE          PIC 9(8).
       COPY BCHPARM.
       COPY RPTPRM.
       COPY APDUPPRM.

       01 TITLE-LINE.
           05 FILLER   PIC X(36)
                   VALUE "SUSPECT DUPLICATE INVOICES - RUN ON ".
           05 TL-DATE  PIC 9(8).

       01 PAIR-HEADER-LINE.
           05 FILLER      PIC X(16) VALUE "POSSIBLE DUP -  ".
           05 PH-REASON   PIC X(30).
           05 FILLER      PIC X(8)  VALUE "VENDOR ".
           05 PH-VENDOR   PIC 9(5).
           05 FILLER      PIC X(1)  VALUE SPACE.
           05 PH-NAME     PIC X(30).

       01 PAIR-INVOICE-LINE.
           05 FILLER      PIC X(4)  VALUE SPACE.
           05 PI-SOURCE   PIC X(6).
           05 PI-NUMBER   PIC X(10).
           05 FILLER      PIC X(2)  VALUE SPACE.
           05 PI-DATE     PIC 9(8).
           05 FILLER      PIC X(2)  VALUE SPACE.
           05 PI-AMOUNT   PIC Z,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2)  VALUE SPACE.
           05 PI-CHECK-LABEL PIC X(6).
           05 PI-CHECK    PIC Z(8).

       01 WORKLIST-TOTAL-LINE.
           05 FILLER   PIC X(20) VALUE "PAIRS FLAGGED".
           05 FILLER   PIC X(2)  VALUE ": ".
           05 WT-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           IF RUNNING-IN-BATCH
                   MOVE BATCH-PARM-1(1:1) TO RUN-MODE-ANSWER
           ELSE
                   DISPLAY "RUN MODE (1=PRINT WORKLIST 2=MARK NOT DUP)"
                   ACCEPT RUN-MODE-ANSWER
           END-IF.
           IF MODE-MARK-NOT-DUP AND RUNNING-IN-BATCH
                   DISPLAY "MARK NOT-A-DUP NEEDS AN OPERATOR"
                   MOVE 8 TO RETURN-CODE
           ELSE
                   IF MODE-MARK-NOT-DUP
                           PERFORM MARK-PAIR-NOT-DUPLICATE
                   ELSE
                           PERFORM RUN-DUPLICATE-SCAN
                   END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       MARK-PAIR-NOT-DUPLICATE.
           DISPLAY "ENTER VENDOR NUMBER OF REVIEWED PAIR".
           ACCEPT MARK-VENDOR-FIELD.
           DISPLAY "ENTER FIRST INVOICE NUMBER OF REVIEWED PAIR".
           MOVE SPACE TO MARK-INVOICE-A.
           ACCEPT MARK-INVOICE-A.
           DISPLAY "ENTER SECOND INVOICE NUMBER OF REVIEWED PAIR".
           MOVE SPACE TO MARK-INVOICE-B.
           ACCEPT MARK-INVOICE-B.
           MOVE MARK-VENDOR-FIELD TO EXCLUDE-VENDOR-NUMBER.
           IF MARK-INVOICE-A > MARK-INVOICE-B
                   MOVE MARK-INVOICE-B TO EXCLUDE-LOW-INVOICE
                   MOVE MARK-INVOICE-A TO EXCLUDE-HIGH-INVOICE
           ELSE
                   MOVE MARK-INVOICE-A TO EXCLUDE-LOW-INVOICE
                   MOVE MARK-INVOICE-B TO EXCLUDE-HIGH-INVOICE
           END-IF.
           OPEN EXTEND EXCLUDE-FILE.
           IF EXCLUDE-FILE-STATUS NOT = "00"
                   OPEN OUTPUT EXCLUDE-FILE
           END-IF.
           WRITE EXCLUDE-RECORD.
           CLOSE EXCLUDE-FILE.
           DISPLAY "PAIR MARKED NOT A DUPLICATE".
      *NO HISTORY FILE YET (NOTHING ROLLED OFF) IS NOT AN ERROR; THE
      *OPEN INVOICES ARE STILL SCANNED AGAINST EACH OTHER.
       RUN-DUPLICATE-SCAN.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN INVOICE FILE, STATUS: "
                           INVOICE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
           ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
                   OPEN INPUT VENDOR-FILE
                   OPEN INPUT HISTORY-FILE
                   PERFORM LOAD-EXCLUDE-TABLE
                   OPEN OUTPUT WORKLIST-FILE
                   MOVE RUN-DATE TO TL-DATE
                   WRITE WORKLIST-LINE FROM TITLE-LINE
                   BEFORE ADVANCING 2 LINES
                   PERFORM SCAN-ALL-VENDORS
                   PERFORM WRITE-WORKLIST-TOTALS
                   CLOSE WORKLIST-FILE
                   PERFORM FILE-REPORT-IN-ARCHIVE
                   IF HISTORY-FILE-STATUS = "00"
                           CLOSE HISTORY-FILE
                   END-IF
                   IF VENDOR-FILE-STATUS = "00"
                           CLOSE VENDOR-FILE
                   END-IF
                   CLOSE INVOICE-FILE
                   DISPLAY "VENDORS SCANNED: "VENDORS-SCANNED
                   DISPLAY "PAIRS FLAGGED: "PAIRS-FLAGGED
                   MOVE PAIRS-FLAGGED TO BATCH-RECORD-COUNT
           END-IF.
       LOAD-EXCLUDE-TABLE.
           MOVE ZERO TO EXCLUDE-COUNT.
           OPEN INPUT EXCLUDE-FILE.
           IF EXCLUDE-FILE-STATUS = "00"
                   MOVE "N" TO EXCLUDE-FILE-AT-END
                   PERFORM READ-NEXT-EXCLUDE
                   PERFORM UNTIL EXCLUDE-FILE-AT-END = "Y"
                           PERFORM STORE-EXCLUDE-ENTRY
                           PERFORM READ-NEXT-EXCLUDE
                   END-PERFORM
                   CLOSE EXCLUDE-FILE
           END-IF.
       READ-NEXT-EXCLUDE.
           READ EXCLUDE-FILE
                   AT END MOVE "Y" TO EXCLUDE-FILE-AT-END.
       STORE-EXCLUDE-ENTRY.
           IF EXCLUDE-COUNT < EXCLUDE-TABLE-MAX
                   ADD 1 TO EXCLUDE-COUNT
                   MOVE EXCLUDE-VENDOR-NUMBER
                           TO EXCL-VENDOR(EXCLUDE-COUNT)
                   MOVE EXCLUDE-LOW-INVOICE TO EXCL-LOW(EXCLUDE-COUNT)
                   MOVE EXCLUDE-HIGH-INVOICE
                           TO EXCL-HIGH(EXCLUDE-COUNT)
           ELSE
                   DISPLAY "EXCLUDE TABLE FULL, ENTRY SKIPPED".
      *BOTH FILES ARE IN VENDOR ORDER, SO THE LOWER OF THE TWO
      *CURRENT VENDOR NUMBERS IS THE NEXT VENDOR TO GATHER; A FILE
      *AT END (OR NOT THERE) STANDS AT A VENDOR NUMBER BEYOND ANY
      *REAL ONE.
       SCAN-ALL-VENDORS.
           MOVE NO-MORE-VENDORS TO OPEN-VENDOR-KEY.
           MOVE NO-MORE-VENDORS TO HISTORY-VENDOR-KEY.
           MOVE "N" TO INVOICE-FILE-AT-END.
           PERFORM READ-NEXT-OPEN-INVOICE.
           MOVE "Y" TO HISTORY-FILE-AT-END.
           IF HISTORY-FILE-STATUS = "00"
                   MOVE "N" TO HISTORY-FILE-AT-END
                   PERFORM READ-NEXT-HISTORY
           END-IF.
           PERFORM UNTIL OPEN-VENDOR-KEY = NO-MORE-VENDORS
                     AND HISTORY-VENDOR-KEY = NO-MORE-VENDORS
                   PERFORM SCAN-ONE-VENDOR
           END-PERFORM.
       READ-NEXT-OPEN-INVOICE.
           READ INVOICE-FILE NEXT RECORD
           AT END
                   MOVE "Y" TO INVOICE-FILE-AT-END
                   MOVE NO-MORE-VENDORS TO OPEN-VENDOR-KEY
           NOT AT END
                   MOVE INVOICE-VENDOR-NUMBER TO OPEN-VENDOR-KEY
           END-READ.
       READ-NEXT-HISTORY.
           READ HISTORY-FILE NEXT RECORD
           AT END
                   MOVE "Y" TO HISTORY-FILE-AT-END
                   MOVE NO-MORE-VENDORS TO HISTORY-VENDOR-KEY
           NOT AT END
                   MOVE INV-HIST-VENDOR-NUMBER TO HISTORY-VENDOR-KEY
           END-READ.
       SCAN-ONE-VENDOR.
           IF OPEN-VENDOR-KEY < HISTORY-VENDOR-KEY
                   MOVE OPEN-VENDOR-KEY TO CURRENT-VENDOR-KEY
           ELSE
                   MOVE HISTORY-VENDOR-KEY TO CURRENT-VENDOR-KEY
           END-IF.
           MOVE ZERO TO INVOICE-LOAD-COUNT.
           PERFORM UNTIL OPEN-VENDOR-KEY NOT = CURRENT-VENDOR-KEY
                   IF INVOICE-TYPE-INVOICE AND NOT INVOICE-REJECTED
                           PERFORM STORE-OPEN-INVOICE
                   END-IF
                   PERFORM READ-NEXT-OPEN-INVOICE
           END-PERFORM.
           MOVE SPACE TO LAST-HISTORY-NUMBER.
           PERFORM UNTIL HISTORY-VENDOR-KEY NOT = CURRENT-VENDOR-KEY
                   IF INV-HIST-TYPE NOT = "C"
                      AND INV-HIST-INVOICE-NUMBER
                          NOT = LAST-HISTORY-NUMBER
                           PERFORM STORE-PAID-INVOICE
                   END-IF
                   MOVE INV-HIST-INVOICE-NUMBER TO LAST-HISTORY-NUMBER
                   PERFORM READ-NEXT-HISTORY
           END-PERFORM.
           ADD 1 TO VENDORS-SCANNED.
           IF INVOICE-LOAD-COUNT > 1
                   PERFORM SCAN-ONE-BASE-INVOICE
                   VARYING SCAN-I FROM 1 BY 1
                   UNTIL SCAN-I NOT LESS INVOICE-LOAD-COUNT
           END-IF.
       STORE-OPEN-INVOICE.
           IF INVOICE-LOAD-COUNT < INVOICE-TABLE-MAX
                   ADD 1 TO INVOICE-LOAD-COUNT
                   MOVE INVOICE-NUMBER TO IT-NUMBER(INVOICE-LOAD-COUNT)
                   MOVE INVOICE-DATE TO IT-DATE(INVOICE-LOAD-COUNT)
                   MOVE INVOICE-AMOUNT TO IT-AMOUNT(INVOICE-LOAD-COUNT)
                   IF INVOICE-PAID
                           SET IT-PAID-INVOICE(INVOICE-LOAD-COUNT)
                                   TO TRUE
                   ELSE
                           SET IT-OPEN-INVOICE(INVOICE-LOAD-COUNT)
                                   TO TRUE
                   END-IF
                   MOVE ZEROES TO IT-CHECK(INVOICE-LOAD-COUNT)
           ELSE
                   DISPLAY "INVOICE TABLE FULL FOR VENDOR "
                           CURRENT-VENDOR-KEY", SCAN IS PARTIAL".
       STORE-PAID-INVOICE.
           IF INVOICE-LOAD-COUNT < INVOICE-TABLE-MAX
                   ADD 1 TO INVOICE-LOAD-COUNT
                   MOVE INV-HIST-INVOICE-NUMBER
                           TO IT-NUMBER(INVOICE-LOAD-COUNT)
                   MOVE INV-HIST-INVOICE-DATE
                           TO IT-DATE(INVOICE-LOAD-COUNT)
                   MOVE INV-HIST-INVOICE-AMOUNT
                           TO IT-AMOUNT(INVOICE-LOAD-COUNT)
                   SET IT-PAID-INVOICE(INVOICE-LOAD-COUNT) TO TRUE
                   MOVE INV-HIST-CHECK-NUMBER
                           TO IT-CHECK(INVOICE-LOAD-COUNT)
           ELSE
                   DISPLAY "INVOICE TABLE FULL FOR VENDOR "
                           CURRENT-VENDOR-KEY", SCAN IS PARTIAL".
       SCAN-ONE-BASE-INVOICE.
           MOVE IT-NUMBER(SCAN-I) TO DCK-NUMBER-A.
           MOVE IT-DATE(SCAN-I) TO DCK-DATE-A.
           MOVE IT-AMOUNT(SCAN-I) TO DCK-AMOUNT-A.
           PERFORM CHECK-ONE-PAIR
           VARYING SCAN-J FROM SCAN-I BY 1
           UNTIL SCAN-J NOT LESS INVOICE-LOAD-COUNT.
       CHECK-ONE-PAIR.
           MOVE IT-NUMBER(SCAN-J + 1) TO DCK-NUMBER-B.
           MOVE IT-DATE(SCAN-J + 1) TO DCK-DATE-B.
           MOVE IT-AMOUNT(SCAN-J + 1) TO DCK-AMOUNT-B.
           CALL "APDCK01" USING DUPLICATE-CHECK-PARMS.
           IF DCK-SUSPECT
                   PERFORM CHECK-PAIR-EXCLUDED
                   IF NOT PAIR-EXCLUDED
                           PERFORM WRITE-WORKLIST-PAIR
                           ADD 1 TO PAIRS-FLAGGED
                   END-IF
           END-IF.
       CHECK-PAIR-EXCLUDED.
           MOVE "N" TO PAIR-EXCLUDED-SWITCH.
           IF DCK-NUMBER-A > DCK-NUMBER-B
                   MOVE DCK-NUMBER-B TO PAIR-LOW-INVOICE
                   MOVE DCK-NUMBER-A TO PAIR-HIGH-INVOICE
           ELSE
                   MOVE DCK-NUMBER-A TO PAIR-LOW-INVOICE
                   MOVE DCK-NUMBER-B TO PAIR-HIGH-INVOICE
           END-IF.
           PERFORM CHECK-ONE-EXCLUDE-ENTRY
           VARYING SCAN-K FROM 1 BY 1
           UNTIL SCAN-K > EXCLUDE-COUNT OR PAIR-EXCLUDED.
       CHECK-ONE-EXCLUDE-ENTRY.
           IF EXCL-VENDOR(SCAN-K) = CURRENT-VENDOR-KEY
              AND EXCL-LOW(SCAN-K) = PAIR-LOW-INVOICE
              AND EXCL-HIGH(SCAN-K) = PAIR-HIGH-INVOICE
                   MOVE "Y" TO PAIR-EXCLUDED-SWITCH.
       WRITE-WORKLIST-PAIR.
           MOVE DCK-REASON TO PH-REASON.
           MOVE CURRENT-VENDOR-KEY TO PH-VENDOR.
           PERFORM LOOK-UP-VENDOR-NAME.
           WRITE WORKLIST-LINE FROM PAIR-HEADER-LINE
           BEFORE ADVANCING 1 LINE.
           MOVE SCAN-I TO SCAN-K.
           PERFORM WRITE-PAIR-INVOICE-LINE.
           COMPUTE SCAN-K = SCAN-J + 1.
           PERFORM WRITE-PAIR-INVOICE-LINE.
           MOVE SPACE TO WORKLIST-LINE.
           WRITE WORKLIST-LINE
           BEFORE ADVANCING 1 LINE.
       LOOK-UP-VENDOR-NAME.
           MOVE SPACE TO PH-NAME.
           IF VENDOR-FILE-STATUS = "00"
                   MOVE CURRENT-VENDOR-KEY TO VENDOR-NUMBER
                   READ VENDOR-FILE
                   INVALID KEY
                           MOVE "** NOT ON VENDOR FILE **" TO PH-NAME
                   NOT INVALID KEY
                           MOVE VENDOR-NAME TO PH-NAME
                   END-READ
           END-IF.
       WRITE-PAIR-INVOICE-LINE.
           MOVE IT-NUMBER(SCAN-K) TO PI-NUMBER.
           MOVE IT-DATE(SCAN-K) TO PI-DATE.
           MOVE IT-AMOUNT(SCAN-K) TO PI-AMOUNT.
           IF IT-OPEN-INVOICE(SCAN-K)
                   MOVE "OPEN" TO PI-SOURCE
                   MOVE SPACE TO PI-CHECK-LABEL
                   MOVE ZEROES TO PI-CHECK
           ELSE
                   MOVE "PAID" TO PI-SOURCE
                   IF IT-CHECK(SCAN-K) = ZEROES
                           MOVE SPACE TO PI-CHECK-LABEL
                   ELSE
                           MOVE "CHECK" TO PI-CHECK-LABEL
                   END-IF
                   MOVE IT-CHECK(SCAN-K) TO PI-CHECK
           END-IF.
           WRITE WORKLIST-LINE FROM PAIR-INVOICE-LINE
           BEFORE ADVANCING 1 LINE.
       WRITE-WORKLIST-TOTALS.
           MOVE PAIRS-FLAGGED TO WT-COUNT.
           WRITE WORKLIST-LINE FROM WORKLIST-TOTAL-LINE
           BEFORE ADVANCING 2 LINES.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "invdupworklist" TO RPA-REPORT-FILE.
           MOVE "invdupworklist" TO RPA-REPORT-NAME.
           MOVE "APDUP01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
