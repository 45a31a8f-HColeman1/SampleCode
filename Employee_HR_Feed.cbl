      *This program applies the HR system's daily change file
      *"hrfeed" to the "empmaster" index file, so a hire or a
      *separation keyed in HR no longer has to be keyed a second time
      *through EMPNEW01, EMPUPD01 and EMPTRM01. The feed is
      *comma-delimited, one transaction per line, in the order
      *transaction code, employee ID, first name, last name, date
      *(YYYYMMDD), department, manager ID:
      *  H  new hire - the ID column may be blank or 0, and the next
      *     employee ID is then assigned the way EMPNEW01 assigns it;
      *     a nonzero ID must not already be on file. The hire date,
      *     department and manager go through the EMPNEW01 checks.
      *  N  name change - a blank first or last name keeps the
      *     current one, as in EMPUPD01.
      *  T  termination - refused for an employee already
      *     terminated; the date is checked as in EMPTRM01.
      *  R  rehire - only for a terminated employee, on or after the
      *     termination date, with the EMPUPD01 bridging policy
      *     applied to the adjusted service date (a break of a year or
      *     less bridges prior service, a longer break starts service
      *     over at the rehire date).
      *Each record is held through RECLCK01 while it is changed, so
      *an employee open in a maintenance session is rejected as in
      *use rather than overwritten. Every rejected transaction is
      *printed on "hrfeedexceptions" with the reason, together with
      *the IDs assigned to new hires, so HR can key them back into
      *its own system. A hire already on file under the same name
      *and hire date is rejected, so rerunning a day's feed does not
      *add the same people twice. Runnable unattended from the
      *BCHRUN01 run-control file; it asks no questions, and the step
      *ends with return code 8 when anything was rejected so the job
      *log draws the operator to the exception report.
      *Each run's report is filed in the report archive through
      *RPTARC01, where RPTINQ01 can find and reprint it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPHRF01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
                   ASSIGN TO "empmaster"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS EMP-ID
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS EMPLOYEE-FILE-STATUS.
           SELECT DEPARTMENT-FILE
                   ASSIGN TO "departments"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS DEPT-CODE
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS DEPARTMENT-FILE-STATUS.
           SELECT FEED-FILE
                   ASSIGN TO "hrfeed"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FEED-FILE-STATUS.
           SELECT EXCEPTION-FILE
                   ASSIGN TO "hrfeedexceptions"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EMPREC.

       FD DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPTREC.

       FD FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01 FEED-LINE PIC X(100).

       FD EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01 EXCEPTION-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 EMPLOYEE-FILE-STATUS   PIC XX.
       01 DEPARTMENT-FILE-STATUS PIC XX.
       01 FEED-FILE-STATUS       PIC XX.
       01 FEED-FILE-AT-END       PIC X.
       01 EMPLOYEE-FILE-AT-END   PIC X.
       01 DEPARTMENT-OPEN-SWITCH PIC X.
           88 DEPARTMENT-FILE-OPEN VALUE "Y".
       01 OPERATOR-ID PIC X(8).
       COPY SIGNON.
       COPY LOCKPRM.
       COPY BCHPARM.
       COPY RPTPRM.
       01 THE-CURRENT-DATE.
           05 THE-CURRENT-YEAR  PIC 9999.
           05 THE-CURRENT-MONTH PIC 99.
           05 THE-CURRENT-DAY   PIC 99.
       01 RUN-DATE PIC 9(8).
       01 EMPLOYEE-RECORD-HOLD PIC X(69).
       01 EMP-ID-HOLD PIC 9(5).
       01 ROW-OK-SWITCH PIC X.
           88 ROW-OK VALUE "Y".
       01 ROW-REJECT-REASON PIC X(40).
       01 RECORD-FOUND-SWITCH PIC X.
           88 RECORD-FOUND VALUE "Y".
       01 DUPLICATE-HIRE-SWITCH PIC X.
           88 DUPLICATE-HIRE VALUE "Y".
       01 ID-WAS-ASSIGNED-SWITCH PIC X.
           88 ID-WAS-ASSIGNED VALUE "Y".
       01 FEED-DATE-IS-VALID PIC X.
           88 FEED-DATE-OK VALUE "Y".
       01 MAX-FEED-DAY PIC 99.
       01 HIRE-DATE-NUM   PIC 9(8).
       01 TERM-DATE-NUM   PIC 9(8).
       01 REHIRE-DATE-NUM PIC 9(8).
       01 BASE-DATE-NUM   PIC 9(8).
       01 ADJ-DATE-NUM    PIC 9(8).
       01 BREAK-DAYS      PIC S9(5).
       01 ROWS-READ       PIC 9(5) VALUE ZERO.
       01 ROWS-APPLIED    PIC 9(5) VALUE ZERO.
       01 ROWS-REJECTED   PIC 9(5) VALUE ZERO.
       01 HIRES-APPLIED   PIC 9(5) VALUE ZERO.
       01 NAMES-APPLIED   PIC 9(5) VALUE ZERO.
       01 TERMS-APPLIED   PIC 9(5) VALUE ZERO.
       01 REHIRES-APPLIED PIC 9(5) VALUE ZERO.
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

       01 FEED-FIELDS.
           05 FEED-TRANSACTION   PIC X(1).
               88 FEED-HIRE        VALUE "H".
               88 FEED-NAME-CHANGE VALUE "N".
               88 FEED-TERMINATION VALUE "T".
               88 FEED-REHIRE      VALUE "R".
               88 FEED-CODE-KNOWN  VALUE "H" "N" "T" "R".
           05 FEED-ID-TEXT       PIC X(5).
           05 FEED-FIRST-NAME    PIC X(10).
           05 FEED-LAST-NAME     PIC X(10).
           05 FEED-DATE-TEXT     PIC X(8).
           05 FEED-DEPARTMENT    PIC X(6).
           05 FEED-MANAGER-TEXT  PIC X(5).
       01 FEED-ID-JUST      PIC X(5) JUSTIFIED RIGHT.
       01 FEED-ID           PIC 9(5).
       01 FEED-MANAGER-JUST PIC X(5) JUSTIFIED RIGHT.
       01 FEED-MANAGER-ID   PIC 9(5).
       01 FEED-DATE-NUM     PIC 9(8).
       01 FILLER REDEFINES FEED-DATE-NUM.
           05 FEED-YEAR  PIC 9999.
           05 FEED-MONTH PIC 99.
           05 FEED-DAY   PIC 99.

       01 EXCEPTION-HEADER.
           05 FILLER PIC X(34)
                   VALUE "HR DAILY FEED EXCEPTIONS - RUN OF ".
           05 EH-RUN-DATE PIC 9(8).

       01 EXCEPTION-DETAIL-LINE.
           05 ED-LABEL       PIC X(10).
           05 ED-TRANSACTION PIC X(1).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 ED-ID          PIC X(5).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 ED-FIRST-NAME  PIC X(10).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 ED-LAST-NAME   PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 ED-DATE        PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 ED-REASON      PIC X(40).

       01 EXCEPTION-TOTAL-LINE.
           05 FILLER     PIC X(11) VALUE "ROWS READ: ".
           05 ET-READ    PIC ZZZZ9.
           05 FILLER     PIC X(11) VALUE "  APPLIED: ".
           05 ET-APPLIED PIC ZZZZ9.
           05 FILLER     PIC X(12) VALUE "  REJECTED: ".
           05 ET-REJECT  PIC ZZZZ9.

       01 EXCEPTION-COUNT-LINE.
           05 FILLER     PIC X(7)  VALUE "HIRES: ".
           05 EC-HIRES   PIC ZZZZ9.
           05 FILLER     PIC X(16) VALUE "  NAME CHANGES: ".
           05 EC-NAMES   PIC ZZZZ9.
           05 FILLER     PIC X(16) VALUE "  TERMINATIONS: ".
           05 EC-TERMS   PIC ZZZZ9.
           05 FILLER     PIC X(11) VALUE "  REHIRES: ".
           05 EC-REHIRES PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO THE-CURRENT-DATE.
           MOVE THE-CURRENT-DATE TO RUN-DATE.
           PERFORM GET-OPERATOR-ID.
           OPEN INPUT FEED-FILE.
           IF FEED-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN HR FEED FILE, STATUS: "
                           FEED-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-DONE
           END-IF.
           OPEN I-O EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN EMPLOYEE FILE, STATUS: "
                           EMPLOYEE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   CLOSE FEED-FILE
                   GO TO PROGRAM-DONE
           END-IF.
           PERFORM OPEN-DEPARTMENT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE RUN-DATE TO EH-RUN-DATE.
           WRITE EXCEPTION-LINE FROM EXCEPTION-HEADER
           BEFORE ADVANCING 2 LINES.
           PERFORM APPLY-ALL-ROWS.
           PERFORM WRITE-EXCEPTION-TOTALS.
           CLOSE EXCEPTION-FILE.
           PERFORM FILE-REPORT-IN-ARCHIVE.
           IF DEPARTMENT-FILE-OPEN
                   CLOSE DEPARTMENT-FILE
           END-IF.
           CLOSE EMPLOYEE-FILE.
           CLOSE FEED-FILE.
           DISPLAY "HR FEED ROWS APPLIED: "ROWS-APPLIED.
           DISPLAY "HR FEED ROWS REJECTED: "ROWS-REJECTED.
           MOVE ROWS-APPLIED TO BATCH-RECORD-COUNT.
           IF ROWS-REJECTED > ZERO
                   MOVE 8 TO RETURN-CODE
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       GET-OPERATOR-ID.
           IF SIGNON-OPERATOR-ID = SPACE
              OR SIGNON-OPERATOR-ID = LOW-VALUE
                   IF RUNNING-IN-BATCH
                           MOVE "EMPHRF01" TO OPERATOR-ID
                   ELSE
                           DISPLAY "ENTER OPERATOR ID"
                           ACCEPT OPERATOR-ID
                   END-IF
           ELSE
                   MOVE SIGNON-OPERATOR-ID TO OPERATOR-ID
           END-IF.
       OPEN-DEPARTMENT-FILE.
           OPEN INPUT DEPARTMENT-FILE.
           IF DEPARTMENT-FILE-STATUS = "00"
                   MOVE "Y" TO DEPARTMENT-OPEN-SWITCH
           ELSE
                   MOVE "N" TO DEPARTMENT-OPEN-SWITCH
                   DISPLAY "NO DEPARTMENT FILE - DEPARTMENT CODES "
                           "ARE NOT CHECKED"
           END-IF.
       APPLY-ALL-ROWS.
           MOVE "N" TO FEED-FILE-AT-END.
           PERFORM READ-NEXT-FEED-ROW.
           PERFORM UNTIL FEED-FILE-AT-END = "Y"
                   IF FEED-LINE NOT = SPACE
                           PERFORM APPLY-ONE-ROW
                   END-IF
                   PERFORM READ-NEXT-FEED-ROW
           END-PERFORM.
       READ-NEXT-FEED-ROW.
           READ FEED-FILE
                   AT END MOVE "Y" TO FEED-FILE-AT-END.
       APPLY-ONE-ROW.
           ADD 1 TO ROWS-READ.
           PERFORM SPLIT-FEED-ROW.
           MOVE "Y" TO ROW-OK-SWITCH.
           MOVE SPACE TO ROW-REJECT-REASON.
           IF NOT FEED-CODE-KNOWN
                   MOVE "N" TO ROW-OK-SWITCH
                   MOVE "TRANSACTION CODE NOT H, N, T OR R"
                           TO ROW-REJECT-REASON
           ELSE
                   PERFORM CHECK-FEED-ID
           END-IF.
           IF ROW-OK
                   EVALUATE TRUE
                       WHEN FEED-HIRE
                               PERFORM APPLY-HIRE
                       WHEN FEED-NAME-CHANGE
                               PERFORM APPLY-CHANGE-TO-EMPLOYEE
                       WHEN FEED-TERMINATION
                               PERFORM APPLY-CHANGE-TO-EMPLOYEE
                       WHEN FEED-REHIRE
                               PERFORM APPLY-CHANGE-TO-EMPLOYEE
                   END-EVALUATE
           END-IF.
           IF ROW-OK
                   ADD 1 TO ROWS-APPLIED
           ELSE
                   PERFORM WRITE-REJECT-LINE
                   ADD 1 TO ROWS-REJECTED
           END-IF.
       SPLIT-FEED-ROW.
           MOVE SPACE TO FEED-FIELDS.
           UNSTRING FEED-LINE DELIMITED BY ","
                   INTO FEED-TRANSACTION
                        FEED-ID-TEXT
                        FEED-FIRST-NAME
                        FEED-LAST-NAME
                        FEED-DATE-TEXT
                        FEED-DEPARTMENT
                        FEED-MANAGER-TEXT.
           INSPECT FEED-TRANSACTION
                   CONVERTING "hntr" TO "HNTR".
      *A BLANK ID IS TAKEN AS 0, WHICH ONLY A HIRE MAY CARRY.
       CHECK-FEED-ID.
           MOVE ZEROES TO FEED-ID.
           IF FEED-ID-TEXT NOT = SPACE
                   MOVE FUNCTION TRIM(FEED-ID-TEXT) TO FEED-ID-JUST
                   INSPECT FEED-ID-JUST
                           REPLACING LEADING SPACE BY "0"
                   IF FEED-ID-JUST IS NUMERIC
                           MOVE FEED-ID-JUST TO FEED-ID
                   ELSE
                           MOVE "N" TO ROW-OK-SWITCH
                           MOVE "EMPLOYEE ID NOT NUMERIC"
                                   TO ROW-REJECT-REASON
                   END-IF
           END-IF.
           IF ROW-OK AND FEED-ID = ZEROES AND NOT FEED-HIRE
                   MOVE "N" TO ROW-OK-SWITCH
                   MOVE "EMPLOYEE ID IS REQUIRED"
                           TO ROW-REJECT-REASON
           END-IF.
      *THE DATE COLUMN IS CHECKED FOR A REAL CALENDAR DATE; THE
      *TRANSACTION'S OWN RULES (NOT IN THE FUTURE, NOT BEFORE HIRE,
      *NOT BEFORE TERMINATION) ARE APPLIED BY THE CALLER.
       CHECK-FEED-DATE.
           MOVE "Y" TO FEED-DATE-IS-VALID.
           MOVE ZEROES TO FEED-DATE-NUM.
           IF FEED-DATE-TEXT IS NUMERIC
                   MOVE FEED-DATE-TEXT TO FEED-DATE-NUM
           ELSE
                   MOVE "N" TO FEED-DATE-IS-VALID
           END-IF.
           IF FEED-DATE-OK
                   IF FEED-MONTH < 1 OR FEED-MONTH > 12
                           MOVE "N" TO FEED-DATE-IS-VALID
                   ELSE
                           PERFORM DETERMINE-MAX-FEED-DAY
                           IF FEED-DAY < 1
                              OR FEED-DAY > MAX-FEED-DAY
                                   MOVE "N" TO FEED-DATE-IS-VALID
                           END-IF
                   END-IF
           END-IF.
       DETERMINE-MAX-FEED-DAY.
           MOVE DAYS-IN-MONTH(FEED-MONTH) TO MAX-FEED-DAY.
           IF FEED-MONTH = 2
              AND FUNCTION MOD(FEED-YEAR, 4) = 0
              AND (FUNCTION MOD(FEED-YEAR, 100) NOT = 0 OR
              FUNCTION MOD(FEED-YEAR, 400) = 0)
                   MOVE 29 TO MAX-FEED-DAY
           END-IF.
      *NEW HIRE - THE EMPNEW01 RULES.
       APPLY-HIRE.
           MOVE "N" TO ID-WAS-ASSIGNED-SWITCH.
           IF FEED-LAST-NAME = SPACE
                   MOVE "N" TO ROW-OK-SWITCH
                   MOVE "LAST NAME IS BLANK" TO ROW-REJECT-REASON
           END-IF.
           IF ROW-OK
                   PERFORM CHECK-FEED-DATE
                   IF NOT FEED-DATE-OK
                      OR FEED-YEAR > THE-CURRENT-YEAR
                           MOVE "N" TO ROW-OK-SWITCH
                           MOVE "HIRE DATE IS NOT VALID"
                                   TO ROW-REJECT-REASON
                   END-IF
           END-IF.
           IF ROW-OK
                   PERFORM CHECK-FOR-DUPLICATE-HIRE
                   IF DUPLICATE-HIRE
                           MOVE "N" TO ROW-OK-SWITCH
                           MOVE "ALREADY ON FILE - SAME NAME AND HIRE"
                                   TO ROW-REJECT-REASON
                   END-IF
           END-IF.
           IF ROW-OK
                   PERFORM GET-HIRE-EMPLOYEE-ID
           END-IF.
           IF ROW-OK
                   PERFORM BUILD-HIRE-RECORD
                   PERFORM VALIDATE-DEPARTMENT
           END-IF.
           IF ROW-OK
                   PERFORM CHECK-FEED-MANAGER
           END-IF.
           IF ROW-OK
                   PERFORM WRITE-HIRE-RECORD
           END-IF.
      *A RERUN OF THE SAME DAY'S FEED WOULD OTHERWISE ADD EVERY
      *AUTO-NUMBERED HIRE A SECOND TIME UNDER A NEW ID.
       CHECK-FOR-DUPLICATE-HIRE.
           MOVE "N" TO DUPLICATE-HIRE-SWITCH.
           MOVE ZEROES TO EMP-ID.
           START EMPLOYEE-FILE KEY NOT LESS THAN EMP-ID
           INVALID KEY
                   MOVE "Y" TO EMPLOYEE-FILE-AT-END
           NOT INVALID KEY
                   MOVE "N" TO EMPLOYEE-FILE-AT-END
           END-START.
           IF EMPLOYEE-FILE-AT-END = "N"
                   PERFORM READ-NEXT-EMPLOYEE
           END-IF.
           PERFORM UNTIL EMPLOYEE-FILE-AT-END = "Y"
                   COMPUTE HIRE-DATE-NUM = (EMP-HIRE-YEAR * 10000)
                           + (EMP-HIRE-MONTH * 100) + EMP-HIRE-DAY
                   IF EMP-FIRST-NAME = FEED-FIRST-NAME
                      AND EMP-LAST-NAME = FEED-LAST-NAME
                      AND HIRE-DATE-NUM = FEED-DATE-NUM
                           MOVE "Y" TO DUPLICATE-HIRE-SWITCH
                           MOVE "Y" TO EMPLOYEE-FILE-AT-END
                   ELSE
                           PERFORM READ-NEXT-EMPLOYEE
                   END-IF
           END-PERFORM.
       READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
                   AT END MOVE "Y" TO EMPLOYEE-FILE-AT-END.
       GET-HIRE-EMPLOYEE-ID.
           IF FEED-ID = ZEROES
                   PERFORM ASSIGN-NEXT-EMPLOYEE-ID
                   MOVE "Y" TO ID-WAS-ASSIGNED-SWITCH
           ELSE
                   MOVE FEED-ID TO EMP-ID
                   PERFORM READ-EMPLOYEE-RECORD
                   IF RECORD-FOUND
                           MOVE "N" TO ROW-OK-SWITCH
                           MOVE "EMPLOYEE ID ALREADY ON FILE"
                                   TO ROW-REJECT-REASON
                   ELSE
                           MOVE FEED-ID TO EMP-ID-HOLD
                   END-IF
           END-IF.
       ASSIGN-NEXT-EMPLOYEE-ID.
           MOVE 99999 TO EMP-ID.
           START EMPLOYEE-FILE KEY IS LESS THAN OR EQUAL EMP-ID
           INVALID KEY
                   MOVE 1 TO EMP-ID
           NOT INVALID KEY
                   READ EMPLOYEE-FILE NEXT RECORD
                   ADD 1 TO EMP-ID.
           MOVE EMP-ID TO EMP-ID-HOLD.
       BUILD-HIRE-RECORD.
           MOVE SPACE TO EMPLOYEE-RECORD.
           MOVE EMP-ID-HOLD TO EMP-ID.
           MOVE FEED-FIRST-NAME TO EMP-FIRST-NAME.
           MOVE FEED-LAST-NAME TO EMP-LAST-NAME.
           MOVE FEED-MONTH TO EMP-HIRE-MONTH.
           MOVE FEED-DAY TO EMP-HIRE-DAY.
           MOVE FEED-YEAR TO EMP-HIRE-YEAR.
           MOVE EMP-HIRE-DATE TO EMP-ADJ-SERVICE-DATE.
           MOVE ZEROES TO EMP-TERM-DATE.
           MOVE ZEROES TO EMP-REHIRE-DATE.
           MOVE ZEROES TO EMP-MANAGER-ID.
           MOVE FEED-DEPARTMENT TO EMP-DEPARTMENT.
           SET EMP-ACTIVE TO TRUE.
       VALIDATE-DEPARTMENT.
           IF EMP-DEPARTMENT = SPACE
                   MOVE "N" TO ROW-OK-SWITCH
                   MOVE "DEPARTMENT IS BLANK" TO ROW-REJECT-REASON
           ELSE
                   IF DEPARTMENT-FILE-OPEN
                           MOVE EMP-DEPARTMENT TO DEPT-CODE
                           READ DEPARTMENT-FILE
                           INVALID KEY
                                   MOVE "N" TO ROW-OK-SWITCH
                                   MOVE "DEPARTMENT IS NOT ON FILE"
                                           TO ROW-REJECT-REASON
                           END-READ
                   END-IF
           END-IF.
      *A BLANK MANAGER COLUMN MEANS NONE. THE MANAGER IS READ INTO
      *THE SAME RECORD AREA, SO THE NEW HIRE IS HELD ASIDE AND PUT
      *BACK.
       CHECK-FEED-MANAGER.
           MOVE ZEROES TO FEED-MANAGER-ID.
           IF FEED-MANAGER-TEXT NOT = SPACE
                   MOVE FUNCTION TRIM(FEED-MANAGER-TEXT)
                           TO FEED-MANAGER-JUST
                   INSPECT FEED-MANAGER-JUST
                           REPLACING LEADING SPACE BY "0"
                   IF FEED-MANAGER-JUST IS NUMERIC
                           MOVE FEED-MANAGER-JUST TO FEED-MANAGER-ID
                   ELSE
                           MOVE "N" TO ROW-OK-SWITCH
                           MOVE "MANAGER ID NOT NUMERIC"
                                   TO ROW-REJECT-REASON
                   END-IF
           END-IF.
           IF ROW-OK AND FEED-MANAGER-ID NOT = ZEROES
                   IF FEED-MANAGER-ID = EMP-ID
                           MOVE "N" TO ROW-OK-SWITCH
                   ELSE
                           MOVE EMPLOYEE-RECORD TO EMPLOYEE-RECORD-HOLD
                           MOVE FEED-MANAGER-ID TO EMP-ID
                           READ EMPLOYEE-FILE
                           INVALID KEY
                                   MOVE "N" TO ROW-OK-SWITCH
                           END-READ
                           MOVE EMPLOYEE-RECORD-HOLD TO EMPLOYEE-RECORD
                   END-IF
                   IF ROW-OK
                           MOVE FEED-MANAGER-ID TO EMP-MANAGER-ID
                   ELSE
                           MOVE "MANAGER IS NOT AN EMPLOYEE ON FILE"
                                   TO ROW-REJECT-REASON
                   END-IF
           END-IF.
       WRITE-HIRE-RECORD.
           WRITE EMPLOYEE-RECORD
           INVALID KEY
                   MOVE "N" TO ROW-OK-SWITCH
                   MOVE "COULD NOT WRITE EMPLOYEE RECORD"
                           TO ROW-REJECT-REASON
           NOT INVALID KEY
                   ADD 1 TO HIRES-APPLIED
                   IF ID-WAS-ASSIGNED
                           PERFORM WRITE-ASSIGNED-ID-LINE
                   END-IF
           END-WRITE.
      *NAME CHANGE, TERMINATION AND REHIRE ALL CHANGE AN EMPLOYEE
      *ALREADY ON FILE, HELD THROUGH RECLCK01 WHILE IT IS CHANGED.
       APPLY-CHANGE-TO-EMPLOYEE.
           MOVE FEED-ID TO EMP-ID.
           PERFORM READ-EMPLOYEE-RECORD.
           IF NOT RECORD-FOUND
                   MOVE "N" TO ROW-OK-SWITCH
                   MOVE "EMPLOYEE ID NOT ON FILE" TO ROW-REJECT-REASON
           ELSE
                   PERFORM ACQUIRE-EMPLOYEE-LOCK
                   IF LCK-GRANTED
                           PERFORM APPLY-LOCKED-CHANGE
                           PERFORM RELEASE-EMPLOYEE-LOCK
                   ELSE
                           MOVE "N" TO ROW-OK-SWITCH
                           MOVE SPACE TO ROW-REJECT-REASON
                           STRING "RECORD IN USE BY " DELIMITED BY SIZE
                                   LCK-HOLDER DELIMITED BY SIZE
                                   INTO ROW-REJECT-REASON
                   END-IF
           END-IF.
       APPLY-LOCKED-CHANGE.
           EVALUATE TRUE
               WHEN FEED-NAME-CHANGE
                       PERFORM APPLY-NAME-CHANGE
               WHEN FEED-TERMINATION
                       PERFORM APPLY-TERMINATION
               WHEN FEED-REHIRE
                       PERFORM APPLY-REHIRE
           END-EVALUATE.
           IF ROW-OK
                   PERFORM REWRITE-EMPLOYEE-RECORD
           END-IF.
      *NAME CHANGE - BLANK KEEPS THE CURRENT NAME, AS IN EMPUPD01.
       APPLY-NAME-CHANGE.
           IF FEED-FIRST-NAME = SPACE AND FEED-LAST-NAME = SPACE
                   MOVE "N" TO ROW-OK-SWITCH
                   MOVE "NO NEW NAME GIVEN" TO ROW-REJECT-REASON
           ELSE
                   IF FEED-FIRST-NAME NOT = SPACE
                           MOVE FEED-FIRST-NAME TO EMP-FIRST-NAME
                   END-IF
                   IF FEED-LAST-NAME NOT = SPACE
                           MOVE FEED-LAST-NAME TO EMP-LAST-NAME
                   END-IF
           END-IF.
      *TERMINATION - THE EMPTRM01 RULES.
       APPLY-TERMINATION.
           IF EMP-TERMINATED
                   MOVE "N" TO ROW-OK-SWITCH
                   MOVE "EMPLOYEE IS ALREADY TERMINATED"
                           TO ROW-REJECT-REASON
           ELSE
                   PERFORM CHECK-FEED-DATE
                   COMPUTE HIRE-DATE-NUM = (EMP-HIRE-YEAR * 10000)
                           + (EMP-HIRE-MONTH * 100) + EMP-HIRE-DAY
                   IF NOT FEED-DATE-OK
                           MOVE "N" TO ROW-OK-SWITCH
                           MOVE "TERMINATION DATE IS NOT VALID"
                                   TO ROW-REJECT-REASON
                   ELSE
                           IF FEED-DATE-NUM < HIRE-DATE-NUM
                                   MOVE "N" TO ROW-OK-SWITCH
                                   MOVE "TERMINATION BEFORE HIRE DATE"
                                           TO ROW-REJECT-REASON
                           END-IF
                   END-IF
           END-IF.
           IF ROW-OK
                   MOVE FEED-MONTH TO EMP-TERM-MONTH
                   MOVE FEED-DAY TO EMP-TERM-DAY
                   MOVE FEED-YEAR TO EMP-TERM-YEAR
                   SET EMP-TERMINATED TO TRUE
           END-IF.
      *REHIRE - THE EMPUPD01 RULES AND BRIDGING POLICY.
       APPLY-REHIRE.
           IF NOT EMP-TERMINATED
                   MOVE "N" TO ROW-OK-SWITCH
                   MOVE "EMPLOYEE IS NOT TERMINATED"
                           TO ROW-REJECT-REASON
           ELSE
                   PERFORM CHECK-FEED-DATE
                   COMPUTE TERM-DATE-NUM = (EMP-TERM-YEAR * 10000)
                           + (EMP-TERM-MONTH * 100) + EMP-TERM-DAY
                   IF NOT FEED-DATE-OK
                      OR FEED-YEAR > THE-CURRENT-YEAR
                           MOVE "N" TO ROW-OK-SWITCH
                           MOVE "REHIRE DATE IS NOT VALID"
                                   TO ROW-REJECT-REASON
                   ELSE
                           IF FEED-DATE-NUM < TERM-DATE-NUM
                                   MOVE "N" TO ROW-OK-SWITCH
                                   MOVE "REHIRE IS BEFORE TERMINATION"
                                           TO ROW-REJECT-REASON
                           END-IF
                   END-IF
           END-IF.
           IF ROW-OK
                   MOVE FEED-MONTH TO EMP-REHIRE-MONTH
                   MOVE FEED-DAY TO EMP-REHIRE-DAY
                   MOVE FEED-YEAR TO EMP-REHIRE-YEAR
                   MOVE FEED-DATE-NUM TO REHIRE-DATE-NUM
                   PERFORM APPLY-REHIRE-POLICY
           END-IF.
       APPLY-REHIRE-POLICY.
           COMPUTE BREAK-DAYS =
                   FUNCTION INTEGER-OF-DATE(REHIRE-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(TERM-DATE-NUM).
           IF EMP-ADJ-YEAR > ZEROES
                   COMPUTE BASE-DATE-NUM = (EMP-ADJ-YEAR * 10000)
                           + (EMP-ADJ-MONTH * 100) + EMP-ADJ-DAY
           ELSE
                   COMPUTE BASE-DATE-NUM = (EMP-HIRE-YEAR * 10000)
                           + (EMP-HIRE-MONTH * 100) + EMP-HIRE-DAY
           END-IF.
           IF BREAK-DAYS NOT GREATER 365
                   COMPUTE ADJ-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(BASE-DATE-NUM)
                           + BREAK-DAYS)
           ELSE
                   MOVE REHIRE-DATE-NUM TO ADJ-DATE-NUM
           END-IF.
           MOVE ADJ-DATE-NUM(1:4) TO EMP-ADJ-YEAR.
           MOVE ADJ-DATE-NUM(5:2) TO EMP-ADJ-MONTH.
           MOVE ADJ-DATE-NUM(7:2) TO EMP-ADJ-DAY.
           SET EMP-ACTIVE TO TRUE.
           MOVE ZEROES TO EMP-TERM-DATE.
       REWRITE-EMPLOYEE-RECORD.
           REWRITE EMPLOYEE-RECORD
           INVALID KEY
                   MOVE "N" TO ROW-OK-SWITCH
                   MOVE "COULD NOT REWRITE EMPLOYEE RECORD"
                           TO ROW-REJECT-REASON
           NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN FEED-NAME-CHANGE
                               ADD 1 TO NAMES-APPLIED
                       WHEN FEED-TERMINATION
                               ADD 1 TO TERMS-APPLIED
                       WHEN FEED-REHIRE
                               ADD 1 TO REHIRES-APPLIED
                   END-EVALUATE
           END-REWRITE.
       READ-EMPLOYEE-RECORD.
           MOVE "Y" TO RECORD-FOUND-SWITCH.
           READ EMPLOYEE-FILE
           INVALID KEY
                   MOVE "N" TO RECORD-FOUND-SWITCH.
       ACQUIRE-EMPLOYEE-LOCK.
           SET LCK-ACQUIRE-RECORD TO TRUE.
           MOVE "EMPMASTER" TO LCK-FILE-ID.
           MOVE SPACE TO LCK-RECORD-KEY.
           MOVE EMP-ID TO LCK-RECORD-KEY.
           MOVE OPERATOR-ID TO LCK-OPERATOR.
           CALL "RECLCK01" USING LOCK-CALL-PARMS.
       RELEASE-EMPLOYEE-LOCK.
           SET LCK-RELEASE TO TRUE.
           MOVE "EMPMASTER" TO LCK-FILE-ID.
           MOVE SPACE TO LCK-RECORD-KEY.
           MOVE EMP-ID TO LCK-RECORD-KEY.
           MOVE OPERATOR-ID TO LCK-OPERATOR.
           CALL "RECLCK01" USING LOCK-CALL-PARMS.
       WRITE-ASSIGNED-ID-LINE.
           MOVE "HIRED" TO ED-LABEL.
           MOVE FEED-TRANSACTION TO ED-TRANSACTION.
           MOVE EMP-ID TO ED-ID.
           MOVE FEED-FIRST-NAME TO ED-FIRST-NAME.
           MOVE FEED-LAST-NAME TO ED-LAST-NAME.
           MOVE FEED-DATE-TEXT TO ED-DATE.
           MOVE "EMPLOYEE ID ASSIGNED" TO ED-REASON.
           WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE
           BEFORE ADVANCING 1 LINE.
       WRITE-REJECT-LINE.
           MOVE "REJECTED" TO ED-LABEL.
           MOVE FEED-TRANSACTION TO ED-TRANSACTION.
           MOVE FEED-ID-TEXT TO ED-ID.
           MOVE FEED-FIRST-NAME TO ED-FIRST-NAME.
           MOVE FEED-LAST-NAME TO ED-LAST-NAME.
           MOVE FEED-DATE-TEXT TO ED-DATE.
           MOVE ROW-REJECT-REASON TO ED-REASON.
           WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE
           BEFORE ADVANCING 1 LINE.
       WRITE-EXCEPTION-TOTALS.
           MOVE ROWS-READ TO ET-READ.
           MOVE ROWS-APPLIED TO ET-APPLIED.
           MOVE ROWS-REJECTED TO ET-REJECT.
           WRITE EXCEPTION-LINE FROM EXCEPTION-TOTAL-LINE
           BEFORE ADVANCING 2 LINES.
           MOVE HIRES-APPLIED TO EC-HIRES.
           MOVE NAMES-APPLIED TO EC-NAMES.
           MOVE TERMS-APPLIED TO EC-TERMS.
           MOVE REHIRES-APPLIED TO EC-REHIRES.
           WRITE EXCEPTION-LINE FROM EXCEPTION-COUNT-LINE
           BEFORE ADVANCING 1 LINE.
       FILE-REPORT-IN-ARCHIVE.
           MOVE "hrfeedexceptions" TO RPA-REPORT-FILE.
           MOVE "hrfeedexceptions" TO RPA-REPORT-NAME.
           MOVE "EMPHRF01" TO RPA-PROGRAM-ID.
           CALL "RPTARC01" USING REPORT-ARCHIVE-PARMS.
