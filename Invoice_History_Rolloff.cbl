      *credit memo. The rolled-off invoice and its spent GL
      *distribution rows are then deleted. Safe to rerun: a history
      *row already on file is left alone. Runnable unattended from
      *the BCHRUN01 run-control file. The amount paid on a history
      *row is the gross the check settled, backup withholding
      *included. Each spent GL distribution row is copied to the
      *"invoiceglhistory" file before it is deleted, so the
      *account coding of paid invoices survives for the APSPD01
      *spend analysis.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APHST01.
       ENVIRONMENT DIVISION.
                   RECORD KEY IS GL-DIST-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS GL-DIST-FILE-STATUS.
           SELECT GL-HISTORY-FILE
                   ASSIGN TO "invoiceglhistory"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS GL-HIST-KEY
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS GL-HISTORY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APGLDRC.

       FD GL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APGLHRC.

       WORKING-STORAGE SECTION.
       01 INVOICE-FILE-STATUS     PIC XX.
       01 CHECK-ISSUE-FILE-STATUS PIC XX.
       01 HISTORY-FILE-STATUS     PIC XX.
       01 GL-DIST-FILE-STATUS     PIC XX.
       01 GL-HISTORY-FILE-STATUS  PIC XX.
       01 INVOICE-FILE-AT-END     PIC X.
       01 CHECK-ISSUE-AT-END      PIC X.
       01 GL-DIST-AT-END          PIC X.
       01 HISTORY-ROWS-WRITTEN PIC 9(5) VALUE ZERO.
       01 INVOICES-ROLLED-OFF  PIC 9(5) VALUE ZERO.
       01 GL-ROWS-DELETED      PIC 9(5) VALUE ZERO.
       01 GL-ROWS-KEPT         PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN I-O INVOICE-FILE.
           ELSE
                   PERFORM OPEN-HISTORY-FILE
                   PERFORM OPEN-GL-DIST-FILE
                   PERFORM OPEN-GL-HISTORY-FILE
                   PERFORM WRITE-CHECK-HISTORY-ROWS
                   PERFORM ROLL-OFF-PAID-INVOICES
                   CLOSE GL-HISTORY-FILE
                   CLOSE GL-DIST-FILE
                   CLOSE HISTORY-FILE
                   CLOSE INVOICE-FILE
                   DISPLAY "HISTORY ROWS WRITTEN: "HISTORY-ROWS-WRITTEN
                   DISPLAY "INVOICES ROLLED OFF: "INVOICES-ROLLED-OFF
                   DISPLAY "GL ROWS KEPT IN HISTORY: "GL-ROWS-KEPT
                   MOVE INVOICES-ROLLED-OFF TO BATCH-RECORD-COUNT
           END-IF.
       PROGRAM-DONE.
                   CLOSE GL-DIST-FILE
                   OPEN I-O GL-DIST-FILE
           END-IF.
       OPEN-GL-HISTORY-FILE.
           OPEN I-O GL-HISTORY-FILE.
           IF GL-HISTORY-FILE-STATUS = "35"
                   OPEN OUTPUT GL-HISTORY-FILE
                   CLOSE GL-HISTORY-FILE
                   OPEN I-O GL-HISTORY-FILE
           END-IF.

      *PASS ONE - ONE SWEEP OF THE CHECK ISSUE FILE. EVERY LIVE
      *CHECK WHOSE INVOICE IS NOW MARKED PAID GETS A HISTORY ROW.
                   PERFORM READ-NEXT-CHECK-ISSUE
                   PERFORM UNTIL CHECK-ISSUE-AT-END = "Y"
                           IF CHECK-ISSUED OR CHECK-ACH-PAID
                              OR CHECK-CLEARED
                                   PERFORM HISTORY-ROW-FOR-ONE-CHECK
                           END-IF
                           PERFORM READ-NEXT-CHECK-ISSUE
                   MOVE CHECK-INVOICE-NUMBER
                           TO INV-HIST-INVOICE-NUMBER
                   MOVE CHECK-NUMBER TO INV-HIST-CHECK-NUMBER
                   COMPUTE INV-HIST-AMOUNT-PAID =
                           CHECK-AMOUNT + CHECK-WITHHELD-AMOUNT
                   MOVE CHECK-ISSUE-DATE TO INV-HIST-CHECK-DATE
                   PERFORM WRITE-ONE-HISTORY-ROW
           END-IF.
                   END-IF
           END-READ.
       DELETE-ONE-GL-ROW.
           PERFORM KEEP-ONE-GL-ROW.
           DELETE GL-DIST-FILE RECORD
           INVALID KEY
                   DISPLAY "COULD NOT DELETE GL DISTRIBUTION"
           NOT INVALID KEY
                   ADD 1 TO GL-ROWS-DELETED.
       KEEP-ONE-GL-ROW.
           MOVE GL-DIST-VENDOR-NUMBER TO GL-HIST-VENDOR-NUMBER.
           MOVE GL-DIST-INVOICE-NUMBER TO GL-HIST-INVOICE-NUMBER.
           MOVE GL-DIST-SEQUENCE TO GL-HIST-SEQUENCE.
           MOVE GL-DIST-ACCOUNT TO GL-HIST-ACCOUNT.
           MOVE GL-DIST-AMOUNT TO GL-HIST-AMOUNT.
           WRITE GL-HISTORY-RECORD
           INVALID KEY
                   CONTINUE
           NOT INVALID KEY
                   ADD 1 TO GL-ROWS-KEPT.
