      *This program is the AP side of IRS bulk TIN matching, so a
      *bad vendor tax ID is found before the B-notice arrives rather
      *than after. Mode 1 writes the "tinrequest" file in the IRS
      *bulk format - one line per 1099-reportable vendor (type M or
      *C) with a tax ID on file, TIN type;TIN;name;account number,
      *the TIN type left as 3 (unknown) and the account number the
      *vendor number, the name cut down to the characters the IRS
      *accepts. Mode 2 loads the IRS "tinresult" file (the same
      *line with the match indicator added after another ;) back
      *onto the vendor master: indicators 0, 6, 7 and 8 mark the
      *vendor's TIN matched, 1, 2 and 3 mark it failed, which makes
      *APPAY01 take backup withholding from every payment until a
      *corrected TIN is matched. Indicators 4 and 5 (request not
      *processed) change nothing and are listed for resubmission,
      *as is a result for a tax ID that has been changed on the
      *vendor since the request went out. Each status change is
      *rewritten under the same audit-trail discipline as any other
      *vendor change, and both modes list what they did on the
      *"tinmatchreport". Runnable unattended from BCHRUN01 with
      *answer 1 or 2.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APTIN01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE
                   ASSIGN TO "vendor"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS VENDOR-NUMBER
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT AUDIT-FILE
                   ASSIGN TO "vendoraudit"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT TIN-REQUEST-FILE
                   ASSIGN TO "tinrequest"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIN-RESULT-FILE
                   ASSIGN TO "tinresult"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TIN-RESULT-STATUS.
           SELECT TIN-REPORT-FILE
                   ASSIGN TO "tinmatchreport"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDREC.

       FD AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VNDAUDIT.

       FD TIN-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01 TIN-REQUEST-LINE PIC X(80).

       FD TIN-RESULT-FILE
           LABEL RECORDS ARE STANDARD.
       01 TIN-RESULT-LINE PIC X(80).

       FD TIN-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 TIN-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 RUN-MODE-ANSWER PIC X.
           88 MODE-BUILD-REQUEST VALUE "1".
           88 MODE-LOAD-RESULT   VALUE "2".
       01 VENDOR-FILE-STATUS PIC XX.
       01 AUDIT-FILE-STATUS  PIC XX.
       01 TIN-RESULT-STATUS  PIC XX.
       01 VENDOR-FILE-AT-END PIC X.
       01 TIN-RESULT-AT-END  PIC X.
       01 OPERATOR-ID        PIC X(8).
       COPY SIGNON.
       COPY BCHPARM.
       COPY RPTPRM.
       01 RUN-DATE           PIC 9(8).
       01 VENDOR-FOUND-SWITCH PIC X.
           88 VENDOR-FOUND VALUE "Y".
       01 VENDOR-BEFORE-CHANGES PIC X(200).
       01 NEW-TIN-STATUS     PIC X.
       01 SCAN-C             PIC 9(4) COMP.
       01 SCAN-C-HITS        PIC 9(4) COMP.
       01 TIN-REQUEST-NAME   PIC X(30).
       01 TIN-NAME-ALLOWED   PIC X(40)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-& ".
       01 REQUESTS-WRITTEN   PIC 9(5) VALUE ZERO.
       01 REQUESTS-SKIPPED   PIC 9(5) VALUE ZERO.
       01 RESULTS-READ       PIC 9(5) VALUE ZERO.
       01 TINS-MATCHED       PIC 9(5) VALUE ZERO.
       01 TINS-FAILED        PIC 9(5) VALUE ZERO.
       01 RESULTS-NOT-USED   PIC 9(5) VALUE ZERO.

       01 RESULT-FIELDS.
           05 RESULT-TIN-TYPE     PIC X.
           05 RESULT-TIN          PIC X(9).
           05 RESULT-NAME         PIC X(40).
           05 RESULT-ACCOUNT-TEXT PIC X(10).
           05 RESULT-ACCOUNT-JUST PIC X(5) JUSTIFIED RIGHT.
           05 RESULT-VENDOR-NUMBER PIC 9(5).
           05 RESULT-INDICATOR    PIC X.
               88 RESULT-TIN-MATCHED  VALUE "0" "6" "7" "8".
               88 RESULT-TIN-FAILED   VALUE "1" "2" "3".
               88 RESULT-NOT-PROCESSED VALUE "4" "5".

       01 REQUEST-TITLE-LINE.
           05 FILLER   PIC X(36)
                   VALUE "IRS TIN MATCHING REQUEST - RUN ON ".
           05 RTL-DATE PIC 9(8).

       01 RESULT-TITLE-LINE.
           05 FILLER   PIC X(36)
                   VALUE "IRS TIN MATCHING RESULTS - RUN ON ".
           05 STL-DATE PIC 9(8).

       01 TIN-COLUMN-LINE.
           05 FILLER PIC X(7)  VALUE "VENDOR".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(11) VALUE "TAX ID".
           05 FILLER PIC X(5)  VALUE "IND".
           05 FILLER PIC X(30) VALUE "NOTE".

       01 TIN-DETAIL-LINE.
           05 TD-NUMBER    PIC Z(5).
           05 FILLER       PIC X(2) VALUE SPACE.
           05 TD-NAME      PIC X(30).
           05 FILLER       PIC X(2) VALUE SPACE.
           05 TD-TAX-ID    PIC X(9).
           05 FILLER       PIC X(2) VALUE SPACE.
           05 TD-INDICATOR PIC X.
           05 FILLER       PIC X(4) VALUE SPACE.
           05 TD-NOTE      PIC X(30).

       01 REQUEST-TOTAL-LINE.
           05 FILLER     PIC X(19) VALUE "REQUESTS WRITTEN: ".
           05 RT-WRITTEN PIC ZZZZ9.
           05 FILLER     PIC X(13) VALUE "  SKIPPED: ".
           05 RT-SKIPPED PIC ZZZZ9.

       01 RESULT-TOTAL-LINE.
           05 FILLER     PIC X(14) VALUE "RESULTS READ: ".
           05 ST-READ    PIC ZZZZ9.
           05 FILLER     PIC X(11) VALUE "  MATCHED: ".
           05 ST-MATCHED PIC ZZZZ9.
           05 FILLER     PIC X(10) VALUE "  FAILED: ".
           05 ST-FAILED  PIC ZZZZ9.
           05 FILLER     PIC X(12) VALUE "  NOT USED: ".
           05 ST-NOT-USED PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           IF RUNNING-IN-BATCH
                   MOVE BATCH-PARM-1(1:1) TO RUN-MODE-ANSWER
           ELSE
                   DISPLAY "RUN MODE (1=BUILD IRS REQUEST FILE "
                           "2=LOAD IRS RESULT FILE)"
                   ACCEPT RUN-MODE-ANSWER
           END-IF.
           EVALUATE TRUE
               WHEN MODE-BUILD-REQUEST
                       PERFORM BUILD-TIN-REQUEST-FILE
               WHEN MODE-LOAD-RESULT
                       PERFORM GET-OPERATOR-ID
                       PERFORM LOAD-TIN-RESULT-FILE
               WHEN OTHER
                       DISPLAY "INVALID RUN MODE"
                       MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       PROGRAM-DONE.
           GOBACK.
      *UNATTENDED, NOBODY IS SIGNED ON; THE AUDIT ROWS CARRY THE
      *PROGRAM NAME THE WAY APPAY01'S RUN LOCK DOES.
       GET-OPERATOR-ID.
           IF SIGNON-OPERATOR-ID = SPACE
              OR SIGNON-OPERATOR-ID = LOW-VALUE
                   IF RUNNING-IN-BATCH
                           MOVE "APTIN01" TO OPERATOR-ID
                   ELSE
                           DISPLAY "ENTER OPERATOR ID"
                           ACCEPT OPERATOR-ID
                   END-IF
           ELSE
                   MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
           END-IF.
       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT AUDIT-FILE
           END-IF.

      *MODE 1 - ONE REQUEST LINE PER 1099 VENDOR WITH A TAX ID.
       BUILD-TIN-REQUEST-FILE.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN VENDOR FILE, STATUS: "
                           VENDOR-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
           ELSE
                   OPEN OUTPUT TIN-REQUEST-FILE
                   OPEN OUTPUT TIN-REPORT-FILE
                   MOVE RUN-DATE TO RTL-DATE
                   WRITE TIN-REPORT-LINE FROM REQUEST-TITLE-LINE
                   BEFORE ADVANCING 2 LINES
                   WRITE TIN-REPORT-LINE FROM TIN-COLUMN-LINE
                   BEFORE ADVANCING 1 LINE
                   MOVE "N" TO VENDOR-FILE-AT-END
                   PERFORM READ-NEXT-VENDOR
                   PERFORM UNTIL VENDOR-FILE-AT-END = "Y"
                           PERFORM REQUEST-ONE-VENDOR
                           PERFORM READ-NEXT-VENDOR
                   END-PERFORM
                   MOVE REQUESTS-WRITTEN TO RT-WRITTEN
                   MOVE REQUESTS-SKIPPED TO RT-SKIPPED
                   WRITE TIN-REPORT-LINE FROM REQUEST-TOTAL-LINE
                   BEFORE ADVANCING 2 LINES
                   CLOSE TIN-REPORT-FILE
                   PERFORM FILE-REPORT-IN-ARCHIVE
                   CLOSE TIN-REQUEST-FILE
                   CLOSE VENDOR-FILE
                   DISPLAY "TIN MATCHING REQUESTS WRITTEN: "
                           REQUESTS-WRITTEN
                   MOVE REQUESTS-WRITTEN TO BATCH-RECORD-COUNT
           END-IF.
       READ-NEXT-VENDOR.
           READ VENDOR-FILE NEXT RECORD
                   AT END MOVE "Y" TO VENDOR-FILE-AT-END.
      *A TAX ID THAT IS NOT NINE DIGITS WOULD ONLY COME BACK AS
      *INDICATOR 1, SO IT IS LISTED FOR CORRECTION INSTEAD.
       REQUEST-ONE-VENDOR.
           IF (VENDOR-1099-MISC OR VENDOR-1099-NEC)
              AND VENDOR-TAX-ID NOT = SPACE
                   IF VENDOR-TAX-ID IS NUMERIC
                           PERFORM WRITE-TIN-REQUEST-LINE
                   ELSE
                           MOVE SPACE TO RESULT-INDICATOR
                           MOVE "TAX ID NOT 9 DIGITS - FIX"
                                   TO TD-NOTE
                           PERFORM WRITE-TIN-DETAIL-LINE
                           ADD 1 TO REQUESTS-SKIPPED
                   END-IF
           END-IF.
       WRITE-TIN-REQUEST-LINE.
           PERFORM CLEAN-NAME-FOR-REQUEST.
           MOVE SPACE TO TIN-REQUEST-LINE.
           STRING "3;" DELIMITED BY SIZE
                  VENDOR-TAX-ID DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(TIN-REQUEST-NAME) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VENDOR-NUMBER DELIMITED BY SIZE
                  INTO TIN-REQUEST-LINE.
           WRITE TIN-REQUEST-LINE.
           ADD 1 TO REQUESTS-WRITTEN.
      *THE IRS TAKES LETTERS, DIGITS, HYPHEN, AMPERSAND, AND SPACE
      *IN THE NAME; ANYTHING ELSE (PERIODS, COMMAS, APOSTROPHES)
      *BECOMES A SPACE.
       CLEAN-NAME-FOR-REQUEST.
           MOVE VENDOR-NAME TO TIN-REQUEST-NAME.
           INSPECT TIN-REQUEST-NAME
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM CLEAN-ONE-NAME-CHARACTER
           VARYING SCAN-C FROM 1 BY 1
           UNTIL SCAN-C > 30.
       CLEAN-ONE-NAME-CHARACTER.
           MOVE ZERO TO SCAN-C-HITS.
           INSPECT TIN-NAME-ALLOWED TALLYING SCAN-C-HITS
                   FOR ALL TIN-REQUEST-NAME(SCAN-C:1).
           IF SCAN-C-HITS = ZERO
                   MOVE SPACE TO TIN-REQUEST-NAME(SCAN-C:1).

      *MODE 2 - APPLY THE IRS MATCH INDICATOR TO EACH VENDOR.
       LOAD-TIN-RESULT-FILE.
           OPEN INPUT TIN-RESULT-FILE.
           IF TIN-RESULT-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN TIN RESULT FILE, STATUS: "
                           TIN-RESULT-STATUS
                   MOVE 8 TO RETURN-CODE
           ELSE
                   OPEN I-O VENDOR-FILE
                   IF VENDOR-FILE-STATUS = "00"
                           PERFORM APPLY-ALL-TIN-RESULTS
                           CLOSE VENDOR-FILE
                   ELSE
                           DISPLAY "COULD NOT OPEN VENDOR FILE: "
                                   VENDOR-FILE-STATUS
                           MOVE 8 TO RETURN-CODE
                   END-IF
                   CLOSE TIN-RESULT-FILE
           END-IF.
       APPLY-ALL-TIN-RESULTS.
           PERFORM OPEN-AUDIT-FILE.
           OPEN OUTPUT TIN-REPORT-FILE.
           MOVE RUN-DATE TO STL-DATE.
           WRITE TIN-REPORT-LINE FROM RESULT-TITLE-LINE
           BEFORE ADVANCING 2 LINES.
           WRITE TIN-REPORT-LINE FROM TIN-COLUMN-LINE
           BEFORE ADVANCING 1 LINE.
           MOVE "N" TO TIN-RESULT-AT-END.
           PERFORM READ-NEXT-TIN-RESULT.
           PERFORM UNTIL TIN-RESULT-AT-END = "Y"
                   PERFORM APPLY-ONE-TIN-RESULT
                   PERFORM READ-NEXT-TIN-RESULT
           END-PERFORM.
           MOVE RESULTS-READ TO ST-READ.
           MOVE TINS-MATCHED TO ST-MATCHED.
           MOVE TINS-FAILED TO ST-FAILED.
           MOVE RESULTS-NOT-USED TO ST-NOT-USED.
           WRITE TIN-REPORT-LINE FROM RESULT-TOTAL-LINE
           BEFORE ADVANCING 2 LINES.
           CLOSE TIN-REPORT-FILE.
           PERFORM FILE-REPORT-IN-ARCHIVE.
           CLOSE AUDIT-FILE.
           DISPLAY "TIN RESULTS READ: "RESULTS-READ.
           DISPLAY "VENDORS MATCHED: "TINS-MATCHED
                   " FAILED: "TINS-FAILED.
           DISPLAY "RESULTS NOT USED: "RESULTS-NOT-USED.
           MOVE RESULTS-READ TO BATCH-RECORD-COUNT.
       READ-NEXT-TIN-RESULT.
           READ TIN-RESULT-FILE
                   AT END MOVE "Y" TO TIN-RESULT-AT-END.
       APPLY-ONE-TIN-RESULT.
           ADD 1 TO RESULTS-READ.
           PERFORM SPLIT-TIN-RESULT-LINE.
           MOVE "N" TO VENDOR-FOUND-SWITCH.
           IF RESULT-ACCOUNT-JUST IS NUMERIC
                   MOVE RESULT-ACCOUNT-JUST TO RESULT-VENDOR-NUMBER
                   PERFORM READ-RESULT-VENDOR
           END-IF.
           IF NOT VENDOR-FOUND
                   MOVE ZEROES TO VENDOR-NUMBER
                   MOVE RESULT-NAME TO VENDOR-NAME
                   MOVE RESULT-TIN TO VENDOR-TAX-ID
                   MOVE "VENDOR NOT FOUND" TO TD-NOTE
                   PERFORM WRITE-TIN-DETAIL-LINE
                   ADD 1 TO RESULTS-NOT-USED
           ELSE
                   PERFORM JUDGE-TIN-RESULT
           END-IF.
       SPLIT-TIN-RESULT-LINE.
           MOVE SPACE TO RESULT-FIELDS.
           UNSTRING TIN-RESULT-LINE DELIMITED BY ";"
                   INTO RESULT-TIN-TYPE
                        RESULT-TIN
                        RESULT-NAME
                        RESULT-ACCOUNT-TEXT
                        RESULT-INDICATOR.
           MOVE FUNCTION TRIM(RESULT-ACCOUNT-TEXT)
                   TO RESULT-ACCOUNT-JUST.
           INSPECT RESULT-ACCOUNT-JUST
                   REPLACING LEADING SPACE BY "0".
       READ-RESULT-VENDOR.
           MOVE "Y" TO VENDOR-FOUND-SWITCH.
           MOVE RESULT-VENDOR-NUMBER TO VENDOR-NUMBER.
           READ VENDOR-FILE
           INVALID KEY
                   MOVE "N" TO VENDOR-FOUND-SWITCH.
      *A RESULT FOR A TAX ID NO LONGER ON THE VENDOR SAYS NOTHING
      *ABOUT THE ONE THAT IS, SO IT IS LEFT FOR THE NEXT REQUEST.
       JUDGE-TIN-RESULT.
           EVALUATE TRUE
               WHEN RESULT-TIN NOT = VENDOR-TAX-ID
                       MOVE "TAX ID CHANGED - RESUBMIT" TO TD-NOTE
                       PERFORM WRITE-TIN-DETAIL-LINE
                       ADD 1 TO RESULTS-NOT-USED
               WHEN RESULT-TIN-MATCHED
                       MOVE "M" TO NEW-TIN-STATUS
                       PERFORM SET-VENDOR-TIN-STATUS
                       MOVE "MATCHED" TO TD-NOTE
                       PERFORM WRITE-TIN-DETAIL-LINE
                       ADD 1 TO TINS-MATCHED
               WHEN RESULT-TIN-FAILED
                       MOVE "F" TO NEW-TIN-STATUS
                       PERFORM SET-VENDOR-TIN-STATUS
                       MOVE "FAILED - BACKUP WITHHOLDING" TO TD-NOTE
                       PERFORM WRITE-TIN-DETAIL-LINE
                       ADD 1 TO TINS-FAILED
               WHEN RESULT-NOT-PROCESSED
                       MOVE "NOT PROCESSED BY IRS - RESUBMIT"
                               TO TD-NOTE
                       PERFORM WRITE-TIN-DETAIL-LINE
                       ADD 1 TO RESULTS-NOT-USED
               WHEN OTHER
                       MOVE "UNKNOWN INDICATOR - NOT USED" TO TD-NOTE
                       PERFORM WRITE-TIN-DETAIL-LINE
                       ADD 1 TO RESULTS-NOT-USED
           END-EVALUATE.
       SET-VENDOR-TIN-STATUS.
           MOVE VENDOR-RECORD TO VENDOR-BEFORE-CHANGES.
           MOVE NEW-TIN-STATUS TO VENDOR-TIN-STATUS.
           MOVE RUN-DATE TO VENDOR-TIN-CHECK-DATE.
           REWRITE VENDOR-RECORD
           INVALID KEY
                   DISPLAY "COULD NOT REWRITE VENDOR RECORD"
           NOT INVALID KEY
                   PERFORM WRITE-AUDIT-RECORD.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE VENDOR-NUMBER TO AUDIT-VENDOR-NUMBER.
           MOVE "TINMATCH" TO AUDIT-ACTION.
           MOVE VENDOR-BEFORE-CHANGES TO AUDIT-BEFORE-IMAGE.
           MOVE VENDOR-RECORD TO AUDIT-AFTER-IMAGE.
           WRITE VENDOR-AUDIT-RECORD.
       WRITE-TIN-DETAIL-LINE.
           MOVE VENDOR-NUMBER TO TD-NUMBER.
           MOVE VENDOR-NAME TO TD-NAME.
           MOVE VENDOR-TAX-ID TO TD-TAX-ID.
           MOVE RESULT-INDICATOR TO TD-INDICATOR.
           WRITE TIN-REPORT-LINE FROM TIN-DETAIL-LINE
           BEFORE ADVANCING 1 LINE.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "tinmatchreport" TO RPA-REPORT-FILE.
           MOVE "tinmatchreport" TO RPA-REPORT-NAME.
           MOVE "APTIN01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
