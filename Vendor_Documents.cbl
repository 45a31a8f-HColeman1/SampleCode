      *This program maintains the "vendordocs" file of vendor
      *compliance papers: the W-9 received date, the certificate of
      *insurance expiration, and the signed contract expiration,
      *each with a flag saying whether the vendor must have it
      *before it is paid. It replaces the paper list risk
      *management kept of who had sent in what. A vendor can be
      *shown, recorded or changed, and its row removed. A new row
      *starts with the W-9 required for a 1099 vendor and the
      *insurance certificate required for a contractor (1099-NEC);
      *the clerk can change either flag. Dates are keyed YYYYMMDD,
      *zero when the paper is not on file, and a blank answer keeps
      *what is there; a date that is not a real calendar date is
      *refused and the old value kept. Each row is stamped with the
      *operator and date of its last change. APPAY01 holds payment
      *to a vendor whose required papers are missing or expired,
      *and VNDDEX01 lists the ones running out.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDDOC01.
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
       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDREC.

       FD VENDOR-DOCS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VNDDOCS.

       WORKING-STORAGE SECTION.
       01 VENDOR-FILE-STATUS      PIC XX.
       01 VENDOR-DOCS-FILE-STATUS PIC XX.
       01 OPERATOR-ID             PIC X(8).
       COPY SIGNON.
       01 MAINT-CHOICE PIC X.
           88 MAINT-DONE   VALUE "0".
           88 MAINT-SHOW   VALUE "1".
           88 MAINT-RECORD VALUE "2".
           88 MAINT-REMOVE VALUE "3".
       01 VENDOR-FOUND-SWITCH PIC X.
           88 VENDOR-FOUND VALUE "Y".
       01 DOCS-FOUND-SWITCH PIC X.
           88 DOCS-FOUND VALUE "Y".
       01 WORK-VENDOR-FIELD  PIC Z(5).
       01 WORK-VENDOR-NUMBER PIC 9(5).
       01 WORK-DATE-ENTRY    PIC X(8).
       01 WORK-DATE          PIC 9(8).
       01 ENTRY-DATE         PIC 9(8).
       01 FILLER REDEFINES ENTRY-DATE.
           05 ENTRY-YEAR  PIC 9999.
           05 ENTRY-MONTH PIC 99.
           05 ENTRY-DAY   PIC 99.
       01 ENTRY-DATE-IS-VALID PIC X.
           88 ENTRY-DATE-OK VALUE "Y".
       01 MAX-ENTRY-DAY PIC 99.
       01 DAYS-IN-MONTH-TABLE.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 28.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
       01 DAYS-IN-MONTH REDEFINES DAYS-IN-MONTH-TABLE
           PIC 9(2) OCCURS 12 TIMES.
       01 WORK-FLAG-ENTRY    PIC X.
       01 WORK-FLAG          PIC X.
       01 WORK-ANSWER        PIC X.
       01 DOCS-CHANGED       PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-OPERATOR-ID.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN VENDOR FILE, STATUS: "
                           VENDOR-FILE-STATUS
           ELSE
                   PERFORM OPEN-VENDOR-DOCS-FILE
                   IF VENDOR-DOCS-FILE-STATUS NOT = "00"
                           DISPLAY "COULD NOT OPEN VENDOR DOCUMENTS "
                                   "FILE, STATUS: "
                                   VENDOR-DOCS-FILE-STATUS
                   ELSE
                           PERFORM SHOW-MAINT-MENU
                           PERFORM MAINT-ONE-CHOICE
                           UNTIL MAINT-DONE
                           CLOSE VENDOR-DOCS-FILE
                           DISPLAY "VENDOR DOCUMENT ROWS CHANGED: "
                                   DOCS-CHANGED
                   END-IF
                   CLOSE VENDOR-FILE
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       GET-OPERATOR-ID.
           IF SIGNON-OPERATOR-ID = SPACE
              OR SIGNON-OPERATOR-ID = LOW-VALUE
                   DISPLAY "ENTER OPERATOR ID"
                   ACCEPT OPERATOR-ID
           ELSE
                   MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
           END-IF.
       OPEN-VENDOR-DOCS-FILE.
           OPEN I-O VENDOR-DOCS-FILE.
           IF VENDOR-DOCS-FILE-STATUS = "35"
                   OPEN OUTPUT VENDOR-DOCS-FILE
                   CLOSE VENDOR-DOCS-FILE
                   OPEN I-O VENDOR-DOCS-FILE
           END-IF.
       SHOW-MAINT-MENU.
           DISPLAY "VENDOR COMPLIANCE DOCUMENTS".
           DISPLAY "  1. SHOW VENDOR DOCUMENTS".
           DISPLAY "  2. RECORD / CHANGE DOCUMENTS".
           DISPLAY "  3. REMOVE VENDOR DOCUMENTS ROW".
           DISPLAY "  0. DONE".
       MAINT-ONE-CHOICE.
           DISPLAY "ENTER SELECTION".
           ACCEPT MAINT-CHOICE.
           EVALUATE TRUE
               WHEN MAINT-DONE
                       CONTINUE
               WHEN MAINT-SHOW
                       PERFORM SHOW-ONE-VENDOR-DOCS
               WHEN MAINT-RECORD
                       PERFORM RECORD-ONE-VENDOR-DOCS
               WHEN MAINT-REMOVE
                       PERFORM REMOVE-ONE-VENDOR-DOCS
               WHEN OTHER
                       DISPLAY "INVALID SELECTION"
           END-EVALUATE.
       GET-DOCS-VENDOR.
           DISPLAY "ENTER VENDOR NUMBER (1 - 99999)".
           ACCEPT WORK-VENDOR-FIELD.
           MOVE WORK-VENDOR-FIELD TO WORK-VENDOR-NUMBER.
           MOVE "Y" TO VENDOR-FOUND-SWITCH.
           MOVE WORK-VENDOR-NUMBER TO VENDOR-NUMBER.
           READ VENDOR-FILE
           INVALID KEY
                   MOVE "N" TO VENDOR-FOUND-SWITCH
                   DISPLAY "VENDOR NUMBER NOT ON FILE".
           IF VENDOR-FOUND
                   PERFORM READ-VENDOR-DOCS
           END-IF.
       READ-VENDOR-DOCS.
           MOVE "Y" TO DOCS-FOUND-SWITCH.
           MOVE WORK-VENDOR-NUMBER TO DOC-VENDOR-NUMBER.
           READ VENDOR-DOCS-FILE
           INVALID KEY
                   MOVE "N" TO DOCS-FOUND-SWITCH.
       SHOW-ONE-VENDOR-DOCS.
           PERFORM GET-DOCS-VENDOR.
           IF VENDOR-FOUND
                   IF DOCS-FOUND
                           PERFORM DISPLAY-VENDOR-DOCS
                   ELSE
                           DISPLAY VENDOR-NUMBER " "VENDOR-NAME
                           DISPLAY "NO DOCUMENTS RECORDED"
                   END-IF
           END-IF.
       DISPLAY-VENDOR-DOCS.
           DISPLAY VENDOR-NUMBER " "VENDOR-NAME
                   " 1099 TYPE "VENDOR-1099-TYPE.
           DISPLAY "W-9 RECEIVED       "DOC-W9-RECEIVED-DATE
                   "  REQUIRED "DOC-W9-REQUIRED.
           DISPLAY "INSURANCE EXPIRES  "DOC-COI-EXPIRATION
                   "  REQUIRED "DOC-COI-REQUIRED.
           DISPLAY "CONTRACT EXPIRES   "DOC-CONTRACT-EXPIRATION
                   "  REQUIRED "DOC-CONTRACT-REQUIRED.
           DISPLAY "LAST CHANGED "DOC-CHANGED-DATE
                   " BY "DOC-CHANGED-BY.
       RECORD-ONE-VENDOR-DOCS.
           PERFORM GET-DOCS-VENDOR.
           IF VENDOR-FOUND
                   IF NOT DOCS-FOUND
                           PERFORM SET-NEW-DOCS-DEFAULTS
                   END-IF
                   PERFORM DISPLAY-VENDOR-DOCS
                   PERFORM ENTER-VENDOR-DOCS-FIELDS
                   MOVE OPERATOR-ID TO DOC-CHANGED-BY
                   MOVE FUNCTION CURRENT-DATE(1:8)
                           TO DOC-CHANGED-DATE
                   IF DOCS-FOUND
                           PERFORM REWRITE-VENDOR-DOCS
                   ELSE
                           PERFORM WRITE-VENDOR-DOCS
                   END-IF
           END-IF.
       SET-NEW-DOCS-DEFAULTS.
           MOVE SPACE TO VENDOR-DOCS-RECORD.
           MOVE WORK-VENDOR-NUMBER TO DOC-VENDOR-NUMBER.
           MOVE ZEROES TO DOC-W9-RECEIVED-DATE.
           MOVE ZEROES TO DOC-COI-EXPIRATION.
           MOVE ZEROES TO DOC-CONTRACT-EXPIRATION.
           MOVE ZEROES TO DOC-CHANGED-DATE.
           MOVE "N" TO DOC-W9-REQUIRED.
           MOVE "N" TO DOC-COI-REQUIRED.
           MOVE "N" TO DOC-CONTRACT-REQUIRED.
           IF VENDOR-1099-MISC OR VENDOR-1099-NEC
                   MOVE "Y" TO DOC-W9-REQUIRED
           END-IF.
           IF VENDOR-1099-NEC
                   MOVE "Y" TO DOC-COI-REQUIRED
           END-IF.
       ENTER-VENDOR-DOCS-FIELDS.
           DISPLAY "BLANK ANSWER KEEPS THE VALUE SHOWN".
           DISPLAY "ENTER W-9 RECEIVED DATE (YYYYMMDD, 0 IF NONE)".
           MOVE DOC-W9-RECEIVED-DATE TO WORK-DATE.
           PERFORM ACCEPT-DOC-DATE.
           MOVE WORK-DATE TO DOC-W9-RECEIVED-DATE.
           DISPLAY "W-9 REQUIRED BEFORE PAYMENT (Y/N)".
           MOVE DOC-W9-REQUIRED TO WORK-FLAG.
           PERFORM ACCEPT-DOC-FLAG.
           MOVE WORK-FLAG TO DOC-W9-REQUIRED.
           DISPLAY "ENTER INSURANCE CERTIFICATE EXPIRATION "
                   "(YYYYMMDD, 0 IF NONE)".
           MOVE DOC-COI-EXPIRATION TO WORK-DATE.
           PERFORM ACCEPT-DOC-DATE.
           MOVE WORK-DATE TO DOC-COI-EXPIRATION.
           DISPLAY "INSURANCE CERTIFICATE REQUIRED BEFORE PAYMENT "
                   "(Y/N)".
           MOVE DOC-COI-REQUIRED TO WORK-FLAG.
           PERFORM ACCEPT-DOC-FLAG.
           MOVE WORK-FLAG TO DOC-COI-REQUIRED.
           DISPLAY "ENTER CONTRACT EXPIRATION "
                   "(YYYYMMDD, 0 IF NONE)".
           MOVE DOC-CONTRACT-EXPIRATION TO WORK-DATE.
           PERFORM ACCEPT-DOC-DATE.
           MOVE WORK-DATE TO DOC-CONTRACT-EXPIRATION.
           DISPLAY "SIGNED CONTRACT REQUIRED BEFORE PAYMENT (Y/N)".
           MOVE DOC-CONTRACT-REQUIRED TO WORK-FLAG.
           PERFORM ACCEPT-DOC-FLAG.
           MOVE WORK-FLAG TO DOC-CONTRACT-REQUIRED.
       ACCEPT-DOC-DATE.
           MOVE SPACE TO WORK-DATE-ENTRY.
           ACCEPT WORK-DATE-ENTRY.
           IF WORK-DATE-ENTRY = "0"
                   MOVE ZEROES TO WORK-DATE
           ELSE
                   IF WORK-DATE-ENTRY NOT = SPACE
                           PERFORM CHECK-ENTRY-DATE
                           IF ENTRY-DATE-OK
                                   MOVE ENTRY-DATE TO WORK-DATE
                           ELSE
                                   DISPLAY "NOT A YYYYMMDD DATE, "
                                           "VALUE KEPT"
                           END-IF
                   END-IF
           END-IF.
       CHECK-ENTRY-DATE.
           MOVE "Y" TO ENTRY-DATE-IS-VALID.
           MOVE ZEROES TO ENTRY-DATE.
           IF WORK-DATE-ENTRY IS NUMERIC
                   MOVE WORK-DATE-ENTRY TO ENTRY-DATE
           ELSE
                   MOVE "N" TO ENTRY-DATE-IS-VALID
           END-IF.
           IF ENTRY-DATE-OK
                   IF ENTRY-MONTH < 1 OR ENTRY-MONTH > 12
                           MOVE "N" TO ENTRY-DATE-IS-VALID
                   ELSE
                           PERFORM DETERMINE-MAX-ENTRY-DAY
                           IF ENTRY-DAY < 1
                              OR ENTRY-DAY > MAX-ENTRY-DAY
                                   MOVE "N" TO ENTRY-DATE-IS-VALID
                           END-IF
                   END-IF
           END-IF.
       DETERMINE-MAX-ENTRY-DAY.
           MOVE DAYS-IN-MONTH(ENTRY-MONTH) TO MAX-ENTRY-DAY.
           IF ENTRY-MONTH = 2
              AND FUNCTION MOD(ENTRY-YEAR, 4) = 0
              AND (FUNCTION MOD(ENTRY-YEAR, 100) NOT = 0 OR
              FUNCTION MOD(ENTRY-YEAR, 400) = 0)
                   MOVE 29 TO MAX-ENTRY-DAY
           END-IF.
       ACCEPT-DOC-FLAG.
           MOVE SPACE TO WORK-FLAG-ENTRY.
           ACCEPT WORK-FLAG-ENTRY.
           IF WORK-FLAG-ENTRY = "y"
                   MOVE "Y" TO WORK-FLAG-ENTRY
           END-IF.
           IF WORK-FLAG-ENTRY = "n"
                   MOVE "N" TO WORK-FLAG-ENTRY
           END-IF.
           IF WORK-FLAG-ENTRY = "Y" OR WORK-FLAG-ENTRY = "N"
                   MOVE WORK-FLAG-ENTRY TO WORK-FLAG
           ELSE
                   IF WORK-FLAG-ENTRY NOT = SPACE
                           DISPLAY "ANSWER Y OR N, VALUE KEPT"
                   END-IF
           END-IF.
       WRITE-VENDOR-DOCS.
           WRITE VENDOR-DOCS-RECORD
           INVALID KEY
                   DISPLAY "COULD NOT WRITE VENDOR DOCUMENTS ROW"
           NOT INVALID KEY
                   ADD 1 TO DOCS-CHANGED
                   DISPLAY "VENDOR DOCUMENTS RECORDED".
       REWRITE-VENDOR-DOCS.
           REWRITE VENDOR-DOCS-RECORD
           INVALID KEY
                   DISPLAY "COULD NOT REWRITE VENDOR DOCUMENTS ROW"
           NOT INVALID KEY
                   ADD 1 TO DOCS-CHANGED
                   DISPLAY "VENDOR DOCUMENTS CHANGED".
       REMOVE-ONE-VENDOR-DOCS.
           PERFORM GET-DOCS-VENDOR.
           IF VENDOR-FOUND
                   IF NOT DOCS-FOUND
                           DISPLAY "NO DOCUMENTS RECORDED"
                   ELSE
                           PERFORM DISPLAY-VENDOR-DOCS
                           DISPLAY "REMOVE THIS ROW (Y/N)?"
                           ACCEPT WORK-ANSWER
                           IF WORK-ANSWER = "Y" OR WORK-ANSWER = "y"
                                   PERFORM DELETE-VENDOR-DOCS
                           END-IF
                   END-IF
           END-IF.
       DELETE-VENDOR-DOCS.
           DELETE VENDOR-DOCS-FILE RECORD
           INVALID KEY
                   DISPLAY "COULD NOT REMOVE VENDOR DOCUMENTS ROW"
           NOT INVALID KEY
                   ADD 1 TO DOCS-CHANGED
                   DISPLAY "VENDOR DOCUMENTS ROW REMOVED".
