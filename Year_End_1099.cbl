      *writes a transmittal-format export record for upload. Vendors
      *whose 1099 type is N (none) or whose tax id is blank are shown
      *on the report with a warning but left off the transmittal.
      *Backup withholding APPAY01 took from a vendor whose TIN
      *failed IRS matching is reported in its own column and its
      *own field at the end of the transmittal record (box 4,
      *federal income tax withheld); a vendor with any withholding
      *is reported even under the threshold, since the withholding
      *has to be reported whatever the amount paid.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP109901.
       ENVIRONMENT DIVISION.
       01 TRANSMITTAL-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       COPY RPTPRM.
       01 REPORTING-YEAR     PIC 9(4).
       01 IRS-1099-THRESHOLD PIC 9(5)V99 VALUE 600.00.
       01 VENDOR-FILE-STATUS  PIC XX.
       01 VENDORS-REPORTED   PIC 9(5) VALUE ZERO.
       01 FORMS-EXPORTED     PIC 9(5) VALUE ZERO.
       01 TOTAL-REPORTED     PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-WITHHELD     PIC 9(11)V99 VALUE ZERO.
       01 WITHHELD-FOR-EXPORT PIC 9(9).99.
       01 AMOUNT-FOR-EXPORT  PIC 9(9).99.
       01 ZIP-FOR-EXPORT     PIC 9(5).
       01 SAFE-VENDOR-NAME    PIC X(30).
           05 FILLER PIC X(11) VALUE "TAX ID".
           05 FILLER PIC X(5)  VALUE "TYPE".
           05 FILLER PIC X(14) VALUE "      YTD PAID".
           05 FILLER PIC X(15) VALUE "       WITHHELD".
           05 FILLER PIC X(15) VALUE " NOTE".

       01 REPORT-DETAIL-LINE.
           05 FILLER    PIC X(4) VALUE SPACE.
           05 RD-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER    PIC X(1) VALUE SPACE.
           05 RD-WITHHELD PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER    PIC X(1) VALUE SPACE.
           05 RD-NOTE   PIC X(15).

       01 REPORT-TOTAL-LINE.
           05 RT-COUNT  PIC ZZZZ9.
           05 FILLER    PIC X(18) VALUE "  TOTAL REPORTED: ".
           05 RT-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER    PIC X(18) VALUE "  TOTAL WITHHELD: ".
           05 RT-WITHHELD PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
                   PERFORM SWEEP-PAY-HISTORY
                   PERFORM WRITE-REPORT-TOTALS
                   CLOSE REPORT-FILE
                   PERFORM FILE-REPORT-IN-ARCHIVE
                   CLOSE TRANSMITTAL-FILE
                   CLOSE HISTORY-FILE
                   DISPLAY "VENDORS REPORTED: "VENDORS-REPORTED
           PERFORM READ-NEXT-HISTORY.
           PERFORM UNTIL HISTORY-FILE-AT-END = "Y"
                   IF HISTORY-YEAR = REPORTING-YEAR
                      AND (HISTORY-YTD-PAID NOT LESS IRS-1099-THRESHOLD
                      OR HISTORY-YTD-WITHHELD > ZEROES)
                           PERFORM REPORT-ONE-VENDOR
                   END-IF
                   PERFORM READ-NEXT-HISTORY
           MOVE VENDOR-TAX-ID TO RD-TAX-ID.
           MOVE VENDOR-1099-TYPE TO RD-TYPE.
           MOVE HISTORY-YTD-PAID TO RD-AMOUNT.
           MOVE HISTORY-YTD-WITHHELD TO RD-WITHHELD.
           MOVE SPACE TO RD-NOTE.
           IF VENDOR-NO-1099
                   MOVE "NO 1099 TYPE" TO RD-NOTE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO VENDORS-REPORTED.
           ADD HISTORY-YTD-PAID TO TOTAL-REPORTED.
           ADD HISTORY-YTD-WITHHELD TO TOTAL-WITHHELD.
       WRITE-TRANSMITTAL-RECORD.
           MOVE HISTORY-YTD-PAID TO AMOUNT-FOR-EXPORT.
           MOVE HISTORY-YTD-WITHHELD TO WITHHELD-FOR-EXPORT.
           MOVE VENDOR-ZIP TO ZIP-FOR-EXPORT.
           MOVE VENDOR-NAME TO SAFE-VENDOR-NAME.
           MOVE VENDOR-ADDRESS TO SAFE-VENDOR-ADDRESS.
           MOVE VENDOR-CITY TO SAFE-VENDOR-CITY.
           MOVE SPACE TO TRANSMITTAL-LINE.
           INSPECT SAFE-VENDOR-NAME REPLACING ALL "," BY SPACE.
           INSPECT SAFE-VENDOR-ADDRESS REPLACING ALL "," BY SPACE.
           INSPECT SAFE-VENDOR-CITY REPLACING ALL "," BY SPACE.
                   ZIP-FOR-EXPORT   DELIMITED BY SIZE
                   ","              DELIMITED BY SIZE
                   AMOUNT-FOR-EXPORT DELIMITED BY SIZE
                   ","              DELIMITED BY SIZE
                   WITHHELD-FOR-EXPORT DELIMITED BY SIZE
                   INTO TRANSMITTAL-LINE.
           WRITE TRANSMITTAL-LINE.
           ADD 1 TO FORMS-EXPORTED.
       WRITE-REPORT-TOTALS.
           MOVE VENDORS-REPORTED TO RT-COUNT.
           MOVE TOTAL-REPORTED TO RT-AMOUNT.
           MOVE TOTAL-WITHHELD TO RT-WITHHELD.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           BEFORE ADVANCING 2 LINES.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "1099report" TO RPA-REPORT-FILE.
           MOVE "1099report" TO RPA-REPORT-NAME.
           MOVE "AP109901" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
