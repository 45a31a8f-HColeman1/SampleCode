      *This program is the weekly vendor compliance document report.
      *It sweeps the active vendors on "vendor", looks each one up
      *on the "vendordocs" file kept by VNDDOC01, and prints the
      *"vendordocexpiry" listing in the paginated APCSH01 style:
      *every insurance certificate or contract expiring within the
      *next 30 days of the run date, every one already expired, and
      *every required paper not on file. A line whose paper is
      *required and is missing or expired is marked as holding
      *payment, since APPAY01 will not pay the vendor until it is
      *replaced. An active contractor (1099-NEC) with no documents
      *row at all is listed as not tracked, so a new contractor
      *cannot slip through without anyone asking for a
      *certificate. Runnable unattended from the BCHRUN01
      *run-control file; it asks no questions.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDDEX01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE
                   ASSIGN TO "vendor"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS VENDOR-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT VENDOR-DOCS-FILE
                   ASSIGN TO "vendordocs"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS DOC-VENDOR-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS VENDOR-DOCS-FILE-STATUS.
           SELECT PRINT-FILE
                   ASSIGN TO "vendordocexpiry"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDREC.

       FD VENDOR-DOCS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VNDDOCS.

       FD PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01 PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 VENDOR-FILE-STATUS      PIC XX.
       01 VENDOR-DOCS-FILE-STATUS PIC XX.
       01 PRINT-FILE-STATUS       PIC XX.
       01 VENDOR-FILE-AT-END      PIC X.
       01 DOCS-OPEN-SWITCH PIC X.
           88 DOCS-FILE-OPEN VALUE "Y".
       01 DOCS-FOUND-SWITCH PIC X.
           88 DOCS-FOUND VALUE "Y".
       01 RUN-DATE          PIC 9(8).
       01 RUN-DATE-INTEGER  PIC 9(8).
       01 WARNING-DAYS      PIC 9(3) VALUE 30.
       01 DOC-DATE          PIC 9(8).
       01 DOC-REQUIRED      PIC X.
       01 DAYS-LEFT         PIC S9(7).
       01 VENDORS-CHECKED   PIC 9(5) VALUE ZERO.
       01 DOCS-EXPIRING     PIC 9(5) VALUE ZERO.
       01 DOCS-EXPIRED      PIC 9(5) VALUE ZERO.
       01 DOCS-MISSING      PIC 9(5) VALUE ZERO.
       01 VENDORS-UNTRACKED PIC 9(5) VALUE ZERO.
       01 LINES-LISTED      PIC 9(5) VALUE ZERO.
       01 PAGE-COUNT     PIC 9(3) VALUE ZERO.
       01 LINE-COUNT     PIC 9(3) VALUE ZERO.
       01 LINES-PER-PAGE PIC 9(3) VALUE 50.
       COPY BCHPARM.
       COPY RPTPRM.

       01 EXPIRY-REPORT-HEADER.
           05 FILLER PIC X(8)  VALUE "PAGE ".
           05 RH-PAGE-NUMBER PIC ZZ9.
           05 FILLER PIC X(4)  VALUE SPACE.
           05 FILLER PIC X(40)
                   VALUE "VENDOR COMPLIANCE DOCUMENTS DUE".
           05 FILLER PIC X(11) VALUE "WITHIN".
           05 RH-WARNING-DAYS PIC ZZ9.
           05 FILLER PIC X(9)  VALUE " DAYS OF ".
           05 RH-RUN-DATE PIC 9(8).

       01 EXPIRY-COLUMN-HEADER.
           05 FILLER PIC X(7)  VALUE "VENDOR".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(24) VALUE "DOCUMENT".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(10) VALUE "DAYS LEFT".
           05 FILLER PIC X(5)  VALUE "REQD".
           05 FILLER PIC X(30) VALUE "STATUS".

       01 EXPIRY-DETAIL-LINE.
           05 ED-NUMBER   PIC Z(5).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 ED-NAME     PIC X(30).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 ED-DOCUMENT PIC X(22).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 ED-DATE     PIC 9(8).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 ED-DAYS     PIC Z(6)9-.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 ED-REQUIRED PIC X.
           05 FILLER      PIC X(4) VALUE SPACE.
           05 ED-STATUS   PIC X(30).

       01 SUMMARY-LINE.
           05 SL-LABEL PIC X(40).
           05 SL-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           COMPUTE RUN-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE).
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN VENDOR FILE, STATUS: "
                           VENDOR-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-DONE
           END-IF.
           OPEN INPUT VENDOR-DOCS-FILE.
           IF VENDOR-DOCS-FILE-STATUS = "00"
                   MOVE "Y" TO DOCS-OPEN-SWITCH
           ELSE
                   MOVE "N" TO DOCS-OPEN-SWITCH
                   IF VENDOR-DOCS-FILE-STATUS NOT = "35"
                           DISPLAY "COULD NOT OPEN VENDOR DOCUMENTS "
                                   "FILE, STATUS: "
                                   VENDOR-DOCS-FILE-STATUS
                           MOVE 8 TO RETURN-CODE
                           CLOSE VENDOR-FILE
                           GO TO PROGRAM-DONE
                   END-IF
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF PRINT-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN REPORT FILE, STATUS: "
                           PRINT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   IF DOCS-FILE-OPEN
                           CLOSE VENDOR-DOCS-FILE
                   END-IF
                   CLOSE VENDOR-FILE
                   GO TO PROGRAM-DONE
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           MOVE "N" TO VENDOR-FILE-AT-END.
           PERFORM READ-NEXT-VENDOR.
           PERFORM UNTIL VENDOR-FILE-AT-END = "Y"
                   IF VENDOR-ACTIVE
                           PERFORM CHECK-ONE-VENDOR
                   END-IF
                   PERFORM READ-NEXT-VENDOR
           END-PERFORM.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE PRINT-FILE.
           PERFORM FILE-REPORT-IN-ARCHIVE.
           IF DOCS-FILE-OPEN
                   CLOSE VENDOR-DOCS-FILE
           END-IF.
           CLOSE VENDOR-FILE.
           DISPLAY "VENDOR DOCUMENT LINES LISTED: "LINES-LISTED.
           MOVE LINES-LISTED TO BATCH-RECORD-COUNT.
       PROGRAM-DONE.
           GOBACK.
       READ-NEXT-VENDOR.
           READ VENDOR-FILE NEXT RECORD
                   AT END MOVE "Y" TO VENDOR-FILE-AT-END.
       CHECK-ONE-VENDOR.
           ADD 1 TO VENDORS-CHECKED.
           MOVE "N" TO DOCS-FOUND-SWITCH.
           IF DOCS-FILE-OPEN
                   MOVE VENDOR-NUMBER TO DOC-VENDOR-NUMBER
                   READ VENDOR-DOCS-FILE
                   INVALID KEY
                           MOVE "N" TO DOCS-FOUND-SWITCH
                   NOT INVALID KEY
                           MOVE "Y" TO DOCS-FOUND-SWITCH
                   END-READ
           END-IF.
           IF DOCS-FOUND
                   PERFORM CHECK-VENDOR-W9
                   MOVE "INSURANCE CERTIFICATE" TO ED-DOCUMENT
                   MOVE DOC-COI-EXPIRATION TO DOC-DATE
                   MOVE DOC-COI-REQUIRED TO DOC-REQUIRED
                   PERFORM CHECK-ONE-EXPIRATION
                   MOVE "SIGNED CONTRACT" TO ED-DOCUMENT
                   MOVE DOC-CONTRACT-EXPIRATION TO DOC-DATE
                   MOVE DOC-CONTRACT-REQUIRED TO DOC-REQUIRED
                   PERFORM CHECK-ONE-EXPIRATION
           ELSE
                   IF VENDOR-1099-NEC
                           MOVE "ALL DOCUMENTS" TO ED-DOCUMENT
                           MOVE ZEROES TO ED-DATE
                           MOVE ZEROES TO ED-DAYS
                           MOVE SPACE TO ED-REQUIRED
                           MOVE "CONTRACTOR NOT TRACKED"
                                   TO ED-STATUS
                           PERFORM WRITE-EXPIRY-DETAIL
                           ADD 1 TO VENDORS-UNTRACKED
                   END-IF
           END-IF.
       CHECK-VENDOR-W9.
           IF DOC-W9-IS-REQUIRED AND DOC-W9-RECEIVED-DATE = ZEROES
                   MOVE "W-9" TO ED-DOCUMENT
                   MOVE ZEROES TO ED-DATE
                   MOVE ZEROES TO ED-DAYS
                   MOVE "Y" TO ED-REQUIRED
                   MOVE "NOT ON FILE - PAYMENT HELD" TO ED-STATUS
                   PERFORM WRITE-EXPIRY-DETAIL
                   ADD 1 TO DOCS-MISSING
           END-IF.
       CHECK-ONE-EXPIRATION.
           IF DOC-DATE = ZEROES
                   IF DOC-REQUIRED = "Y"
                           MOVE ZEROES TO ED-DATE
                           MOVE ZEROES TO ED-DAYS
                           MOVE "Y" TO ED-REQUIRED
                           MOVE "NOT ON FILE - PAYMENT HELD"
                                   TO ED-STATUS
                           PERFORM WRITE-EXPIRY-DETAIL
                           ADD 1 TO DOCS-MISSING
                   END-IF
           ELSE
                   COMPUTE DAYS-LEFT =
                           FUNCTION INTEGER-OF-DATE(DOC-DATE)
                           - RUN-DATE-INTEGER
                   IF DAYS-LEFT NOT > WARNING-DAYS
                           MOVE DOC-DATE TO ED-DATE
                           MOVE DAYS-LEFT TO ED-DAYS
                           MOVE DOC-REQUIRED TO ED-REQUIRED
                           PERFORM SET-EXPIRATION-STATUS
                           PERFORM WRITE-EXPIRY-DETAIL
                   END-IF
           END-IF.
       SET-EXPIRATION-STATUS.
           IF DOC-DATE < RUN-DATE
                   ADD 1 TO DOCS-EXPIRED
                   IF DOC-REQUIRED = "Y"
                           MOVE "EXPIRED - PAYMENT HELD" TO ED-STATUS
                   ELSE
                           MOVE "EXPIRED" TO ED-STATUS
                   END-IF
           ELSE
                   ADD 1 TO DOCS-EXPIRING
                   MOVE "EXPIRING - REQUEST RENEWAL" TO ED-STATUS
           END-IF.
       WRITE-EXPIRY-DETAIL.
           IF LINE-COUNT NOT LESS THAN LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE VENDOR-NUMBER TO ED-NUMBER.
           MOVE VENDOR-NAME TO ED-NAME.
           WRITE PRINT-LINE FROM EXPIRY-DETAIL-LINE
           BEFORE ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO LINES-LISTED.
       WRITE-REPORT-HEADER.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO RH-PAGE-NUMBER.
           MOVE WARNING-DAYS TO RH-WARNING-DAYS.
           MOVE RUN-DATE TO RH-RUN-DATE.
           WRITE PRINT-LINE FROM EXPIRY-REPORT-HEADER
           BEFORE ADVANCING PAGE.
           WRITE PRINT-LINE FROM EXPIRY-COLUMN-HEADER
           BEFORE ADVANCING 2 LINES.
           MOVE ZERO TO LINE-COUNT.
       WRITE-REPORT-SUMMARY.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE BEFORE ADVANCING 1 LINE.
           MOVE "ACTIVE VENDORS CHECKED" TO SL-LABEL.
           MOVE VENDORS-CHECKED TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
           BEFORE ADVANCING 1 LINE.
           MOVE "DOCUMENTS EXPIRING SOON" TO SL-LABEL.
           MOVE DOCS-EXPIRING TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
           BEFORE ADVANCING 1 LINE.
           MOVE "DOCUMENTS EXPIRED" TO SL-LABEL.
           MOVE DOCS-EXPIRED TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
           BEFORE ADVANCING 1 LINE.
           MOVE "REQUIRED DOCUMENTS NOT ON FILE" TO SL-LABEL.
           MOVE DOCS-MISSING TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
           BEFORE ADVANCING 1 LINE.
           MOVE "CONTRACTORS WITH NO DOCUMENTS ROW" TO SL-LABEL.
           MOVE VENDORS-UNTRACKED TO SL-COUNT.
           WRITE PRINT-LINE FROM SUMMARY-LINE
           BEFORE ADVANCING 1 LINE.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "vendordocexpiry" TO RPA-REPORT-FILE.
           MOVE "vendordocexpiry" TO RPA-REPORT-NAME.
           MOVE "VNDDEX01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
