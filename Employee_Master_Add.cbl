      *the same rules EMPLOYEEREWARDS applies, so bad dates are
      *rejected here instead of surfacing in the rewards exception
      *file later.
      *Each employee is also given a department/cost-center code,
      *checked against the "departments" file kept by DEPMNT01
      *(when that file is not yet on hand the code is taken as
      *keyed), and the EMP-ID of their manager, which must be
      *another employee on file (0 when none is recorded).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPNEW01.
       ENVIRONMENT DIVISION.
                   RECORD KEY IS EMP-ID
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS EMPLOYEE-FILE-STATUS.
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
           COPY EMPREC.

       FD DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPTREC.

       WORKING-STORAGE SECTION.
       01 KEEP-ADDING-SWITCH PIC X.
           88 KEEP-ADDING VALUE "Y".
       01 ADD-ANOTHER-ANSWER PIC X.
       01 EMP-ID-HOLD        PIC 9(5).
       01 EMPLOYEE-FILE-STATUS PIC XX.
       01 DEPARTMENT-FILE-STATUS PIC XX.
       01 DEPARTMENT-OPEN-SWITCH PIC X.
           88 DEPARTMENT-FILE-OPEN VALUE "Y".
       01 DEPARTMENT-IS-VALID PIC X.
           88 DEPARTMENT-OK VALUE "Y".
       01 MANAGER-IS-VALID PIC X.
           88 MANAGER-OK VALUE "Y".
       01 MANAGER-ID-FIELD PIC Z(5).
       01 EMPLOYEE-RECORD-HOLD PIC X(69).
       01 THE-CURRENT-DATE.
           05 THE-CURRENT-YEAR  PIC 9999.
           05 THE-CURRENT-MONTH PIC 99.
           MOVE FUNCTION CURRENT-DATE TO THE-CURRENT-DATE.
           PERFORM OPEN-EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS = "00"
                   PERFORM OPEN-DEPARTMENT-FILE
                   MOVE "Y" TO KEEP-ADDING-SWITCH
                   PERFORM ADD-RECORDS
                   UNTIL NOT KEEP-ADDING
                   IF DEPARTMENT-FILE-OPEN
                           CLOSE DEPARTMENT-FILE
                   END-IF
                   CLOSE EMPLOYEE-FILE
           ELSE
                   PERFORM EXPLAIN-EMPLOYEE-FILE-STATUS
                   CLOSE EMPLOYEE-FILE
                   OPEN I-O EMPLOYEE-FILE
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
       ADD-RECORDS.
           PERFORM GET-NEW-EMPLOYEE-ID.
           PERFORM ENTER-REMAINING-FIELDS.
           MOVE EMP-ID-HOLD TO EMP-ID.
           MOVE ZEROES TO EMP-TERM-DATE.
           MOVE ZEROES TO EMP-REHIRE-DATE.
           MOVE ZEROES TO EMP-MANAGER-ID.
           SET EMP-ACTIVE TO TRUE.
       ASSIGN-NEXT-EMPLOYEE-ID.
           MOVE 99999 TO EMP-ID.
           PERFORM ENTER-EMPLOYEE-HIRE-DATE
           UNTIL HIRE-DATE-OK.
           MOVE EMP-HIRE-DATE TO EMP-ADJ-SERVICE-DATE.
           PERFORM ENTER-EMPLOYEE-DEPARTMENT.
           PERFORM ENTER-EMPLOYEE-DEPARTMENT
           UNTIL DEPARTMENT-OK.
           PERFORM ENTER-EMPLOYEE-MANAGER.
           PERFORM ENTER-EMPLOYEE-MANAGER
           UNTIL MANAGER-OK.
       ENTER-EMPLOYEE-FIRST-NAME.
           DISPLAY "ENTER EMPLOYEE FIRST NAME".
           ACCEPT EMP-FIRST-NAME.
              FUNCTION MOD(EMP-HIRE-YEAR, 400) = 0)
                   MOVE 29 TO MAX-HIRE-DAY
           END-IF.
       ENTER-EMPLOYEE-DEPARTMENT.
           DISPLAY "ENTER DEPARTMENT / COST CENTER CODE".
           MOVE SPACE TO EMP-DEPARTMENT.
           ACCEPT EMP-DEPARTMENT.
           PERFORM VALIDATE-DEPARTMENT.
           IF NOT DEPARTMENT-OK
                   DISPLAY "DEPARTMENT IS NOT ON FILE, RE-ENTER".
       VALIDATE-DEPARTMENT.
           MOVE "Y" TO DEPARTMENT-IS-VALID.
           IF EMP-DEPARTMENT = SPACE
                   MOVE "N" TO DEPARTMENT-IS-VALID
           ELSE
                   IF DEPARTMENT-FILE-OPEN
                           MOVE EMP-DEPARTMENT TO DEPT-CODE
                           READ DEPARTMENT-FILE
                           INVALID KEY
                                   MOVE "N" TO DEPARTMENT-IS-VALID
                           END-READ
                   END-IF
           END-IF.
       ENTER-EMPLOYEE-MANAGER.
           DISPLAY "ENTER MANAGER EMPLOYEE ID (0 FOR NONE)".
           ACCEPT MANAGER-ID-FIELD.
           MOVE MANAGER-ID-FIELD TO EMP-MANAGER-ID.
           PERFORM VALIDATE-MANAGER.
           IF NOT MANAGER-OK
                   DISPLAY "MANAGER IS NOT AN EMPLOYEE ON FILE, "
                           "RE-ENTER".
      *THE MANAGER IS READ INTO THE SAME RECORD AREA, SO THE
      *EMPLOYEE BEING KEYED IS HELD ASIDE AND PUT BACK.
       VALIDATE-MANAGER.
           MOVE "Y" TO MANAGER-IS-VALID.
           IF EMP-MANAGER-ID NOT = ZEROES
                   IF EMP-MANAGER-ID = EMP-ID
                           MOVE "N" TO MANAGER-IS-VALID
                   ELSE
                           MOVE EMPLOYEE-RECORD TO EMPLOYEE-RECORD-HOLD
                           MOVE EMP-MANAGER-ID TO EMP-ID
                           READ EMPLOYEE-FILE
                           INVALID KEY
                                   MOVE "N" TO MANAGER-IS-VALID
                           END-READ
                           MOVE EMPLOYEE-RECORD-HOLD TO EMPLOYEE-RECORD
                   END-IF
           END-IF.
       WRITE-EMPLOYEE-RECORD.
           WRITE EMPLOYEE-RECORD
           INVALID KEY
