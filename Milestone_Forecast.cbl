      *awards and order plaques ahead of time. Like EMPLOYEEREWARDS,
      *service is counted from the adjusted service date kept for
      *rehires; a zero adjusted date means the hire date is used.
      *After the grand total the projected award dollars are
      *subtotaled by the employee's department/cost center, named
      *from the "departments" file kept by DEPMNT01, so each
      *department head can budget their own share. Employees with
      *no department are subtotaled together.
      *Each run's report is filed in the report archive through
      *RPTARC01 as "mileforecast", where RPTINQ01 can find and reprint
      *it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPFCT01.
       ENVIRONMENT DIVISION.
           SELECT FORECAST-FILE
                   ASSIGN TO "milestoneforecast"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPARTMENT-FILE
                   ASSIGN TO "departments"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS DEPT-CODE
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS DEPARTMENT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01 FORECAST-LINE PIC X(80).

       FD DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPTREC.

       WORKING-STORAGE SECTION.
       COPY RPTPRM.
       01 EMPLOYEE-FILE-STATUS PIC XX.
       01 EMPLOYEE-FILE-AT-END PIC X.
       01 DEPARTMENT-FILE-STATUS PIC XX.
       01 DEPARTMENT-OPEN-SWITCH PIC X.
           88 DEPARTMENT-FILE-OPEN VALUE "Y".
       01 THE-CURRENT-DATE.
           05 THE-CURRENT-YEAR  PIC 9999.
           05 THE-CURRENT-MONTH PIC 99.
               10 FC-LAST-NAME    PIC X(10).
               10 FC-YEARS        PIC 99.
               10 FC-AMOUNT       PIC 9(5)V99.
               10 FC-DEPARTMENT   PIC X(6).
       01 SCAN-F  PIC 9(4) COMP.
       01 PRINT-OFFSET PIC 9(2).
       01 PRINT-MONTH  PIC 99.
       01 MONTH-TOTAL  PIC 9(7)V99.
       01 GRAND-TOTAL  PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-AWARDS PIC 9(4) VALUE ZERO.
       01 DEPT-TOTAL-MAX   PIC 9(4) VALUE 200.
       01 DEPT-TOTAL-COUNT PIC 9(4) VALUE ZERO.
       01 DEPT-TOTAL-TABLE.
           05 DEPT-TOTAL-ENTRY OCCURS 200 TIMES.
               10 DT-DEPARTMENT PIC X(6).
               10 DT-COUNT      PIC 9(4).
               10 DT-AMOUNT     PIC 9(7)V99.
       01 SCAN-D  PIC 9(4) COMP.
       01 SHIFT-D PIC 9(4) COMP.
       01 DEPT-SLOT PIC 9(4).
       01 DEPT-SLOT-FOUND-SWITCH PIC X.
           88 DEPT-SLOT-FOUND VALUE "Y".

       01 FORECAST-HEADER.
           05 FILLER PIC X(34)
           05 FILLER    PIC X(9)  VALUE " AWARDS  ".
           05 MT-AMOUNT PIC ZZZ,ZZ9.99.

       01 DEPARTMENT-HEADER.
           05 FILLER PIC X(34)
                   VALUE "PROJECTED AWARDS BY DEPARTMENT".

       01 DEPARTMENT-TOTAL-LINE.
           05 FILLER    PIC X(2) VALUE SPACE.
           05 DL-CODE   PIC X(6).
           05 FILLER    PIC X(2) VALUE SPACE.
           05 DL-NAME   PIC X(30).
           05 FILLER    PIC X(2) VALUE SPACE.
           05 DL-COUNT  PIC ZZZ9.
           05 FILLER    PIC X(9) VALUE " AWARDS  ".
           05 DL-AMOUNT PIC ZZZ,ZZ9.99.

       01 GRAND-TOTAL-LINE.
           05 FILLER    PIC X(13) VALUE "GRAND TOTAL: ".
           05 GT-COUNT  PIC ZZZ9.
                   CLOSE EMPLOYEE-FILE
                   OPEN OUTPUT FORECAST-FILE
                   PERFORM PRINT-FORECAST-REPORT
                   PERFORM PRINT-DEPARTMENT-TOTALS
                   CLOSE FORECAST-FILE
                   PERFORM FILE-REPORT-IN-ARCHIVE
                   DISPLAY "AWARDS FORECAST: "TOTAL-AWARDS
           END-IF.
       PROGRAM-DONE.
                   MOVE NEXT-ANNIV-YEARS TO FC-YEARS(FORECAST-COUNT)
                   MOVE REWARD-AMOUNT(HIT-MILESTONE-INDEX)
                           TO FC-AMOUNT(FORECAST-COUNT)
                   MOVE EMP-DEPARTMENT
                           TO FC-DEPARTMENT(FORECAST-COUNT)
           ELSE
                   DISPLAY "FORECAST TABLE FULL, REPORT IS PARTIAL".
       PRINT-FORECAST-REPORT.
                   ADD 1 TO MONTH-AWARD-COUNT
                   ADD 1 TO TOTAL-AWARDS
           END-IF.
       PRINT-DEPARTMENT-TOTALS.
           MOVE ZERO TO DEPT-TOTAL-COUNT.
           PERFORM ADD-TO-DEPARTMENT-TOTAL
           VARYING SCAN-F FROM 1 BY 1
           UNTIL SCAN-F > FORECAST-COUNT.
           OPEN INPUT DEPARTMENT-FILE.
           IF DEPARTMENT-FILE-STATUS = "00"
                   MOVE "Y" TO DEPARTMENT-OPEN-SWITCH
           ELSE
                   MOVE "N" TO DEPARTMENT-OPEN-SWITCH
           END-IF.
           WRITE FORECAST-LINE FROM DEPARTMENT-HEADER
           BEFORE ADVANCING 2 LINES.
           PERFORM PRINT-ONE-DEPARTMENT-TOTAL
           VARYING SCAN-D FROM 1 BY 1
           UNTIL SCAN-D > DEPT-TOTAL-COUNT.
           IF DEPARTMENT-FILE-OPEN
                   CLOSE DEPARTMENT-FILE
           END-IF.
      *THE DEPARTMENT TABLE IS KEPT IN CODE ORDER AS IT IS BUILT,
      *SO THE SUBTOTALS PRINT IN DEPARTMENT SEQUENCE. A NEW
      *DEPARTMENT GOES IN AT THE FIRST ENTRY WITH A HIGHER CODE,
      *MOVING THAT ENTRY AND THE ONES AFTER IT DOWN ONE PLACE.
       ADD-TO-DEPARTMENT-TOTAL.
           MOVE "N" TO DEPT-SLOT-FOUND-SWITCH.
           MOVE ZERO TO DEPT-SLOT.
           PERFORM FIND-DEPARTMENT-SLOT
           VARYING SCAN-D FROM 1 BY 1
           UNTIL SCAN-D > DEPT-TOTAL-COUNT OR DEPT-SLOT > ZERO.
           IF NOT DEPT-SLOT-FOUND
                   PERFORM OPEN-DEPARTMENT-SLOT
           END-IF.
           IF DEPT-SLOT > ZERO
                   ADD 1 TO DT-COUNT(DEPT-SLOT)
                   ADD FC-AMOUNT(SCAN-F) TO DT-AMOUNT(DEPT-SLOT)
           END-IF.
       FIND-DEPARTMENT-SLOT.
           IF DT-DEPARTMENT(SCAN-D) = FC-DEPARTMENT(SCAN-F)
                   MOVE SCAN-D TO DEPT-SLOT
                   MOVE "Y" TO DEPT-SLOT-FOUND-SWITCH
           ELSE
                   IF DT-DEPARTMENT(SCAN-D) > FC-DEPARTMENT(SCAN-F)
                           MOVE SCAN-D TO DEPT-SLOT
                   END-IF
           END-IF.
       OPEN-DEPARTMENT-SLOT.
           IF DEPT-TOTAL-COUNT NOT LESS DEPT-TOTAL-MAX
                   DISPLAY "DEPARTMENT TABLE FULL, "
                           "SUBTOTALS ARE PARTIAL"
                   MOVE ZERO TO DEPT-SLOT
           ELSE
                   ADD 1 TO DEPT-TOTAL-COUNT
                   IF DEPT-SLOT = ZERO
                           MOVE DEPT-TOTAL-COUNT TO DEPT-SLOT
                   ELSE
                           PERFORM SHIFT-ONE-DEPARTMENT
                           VARYING SHIFT-D FROM DEPT-TOTAL-COUNT BY -1
                           UNTIL SHIFT-D NOT > DEPT-SLOT
                   END-IF
                   MOVE FC-DEPARTMENT(SCAN-F)
                           TO DT-DEPARTMENT(DEPT-SLOT)
                   MOVE ZERO TO DT-COUNT(DEPT-SLOT)
                   MOVE ZERO TO DT-AMOUNT(DEPT-SLOT)
           END-IF.
       SHIFT-ONE-DEPARTMENT.
           MOVE DEPT-TOTAL-ENTRY(SHIFT-D - 1)
                   TO DEPT-TOTAL-ENTRY(SHIFT-D).
       PRINT-ONE-DEPARTMENT-TOTAL.
           MOVE DT-DEPARTMENT(SCAN-D) TO DL-CODE.
           MOVE SPACE TO DL-NAME.
           IF DT-DEPARTMENT(SCAN-D) = SPACE
                   MOVE "(NO DEPARTMENT)" TO DL-NAME
           ELSE
                   IF DEPARTMENT-FILE-OPEN
                           MOVE DT-DEPARTMENT(SCAN-D) TO DEPT-CODE
                           READ DEPARTMENT-FILE
                           INVALID KEY
                                   MOVE "(NOT ON DEPARTMENT FILE)"
                                           TO DL-NAME
                           NOT INVALID KEY
                                   MOVE DEPT-NAME TO DL-NAME
                           END-READ
                   END-IF
           END-IF.
           MOVE DT-COUNT(SCAN-D) TO DL-COUNT.
           MOVE DT-AMOUNT(SCAN-D) TO DL-AMOUNT.
           WRITE FORECAST-LINE FROM DEPARTMENT-TOTAL-LINE
           BEFORE ADVANCING 1 LINE.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "milestoneforecast" TO RPA-REPORT-FILE.
           MOVE "mileforecast" TO RPA-REPORT-NAME.
           MOVE "EMPFCT01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
