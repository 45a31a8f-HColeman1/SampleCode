      *service date shifts forward by just the break), a longer
      *break starts service over at the rehire date. The rewards
      *programs count service from the adjusted date.
      *The department/cost-center code and manager EMP-ID can be
      *changed here under the same checks EMPNEW01 applies: the
      *department must be on the "departments" file (when that
      *file is on hand) and the manager must be another employee
      *on file, or 0 for none.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPUPD01.
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
       01 EMP-ID-FIELD PIC Z(5).
       01 EMP-ID-ENTERED PIC 9(5).
           88 RECORD-FOUND VALUE "Y".
           88 RECORD-NOT-FOUND VALUE "N".
       01 EMPLOYEE-FILE-STATUS PIC XX.
       01 DEPARTMENT-FILE-STATUS PIC XX.
       01 DEPARTMENT-OPEN-SWITCH PIC X.
           88 DEPARTMENT-FILE-OPEN VALUE "Y".
       01 DEPARTMENT-IS-VALID PIC X.
           88 DEPARTMENT-OK VALUE "Y".
       01 MANAGER-IS-VALID PIC X.
           88 MANAGER-OK VALUE "Y".
       01 NEW-EMP-DEPARTMENT PIC X(6).
       01 NEW-MANAGER-ENTRY  PIC X(5).
       01 NEW-MANAGER-JUST   PIC X(5) JUSTIFIED RIGHT.
       01 SAVED-DEPARTMENT   PIC X(6).
       01 SAVED-MANAGER-ID   PIC 9(5).
       01 EMPLOYEE-RECORD-HOLD PIC X(69).
       01 OPERATOR-ID PIC X(8).
       COPY SIGNON.
       COPY LOCKPRM.
           PERFORM GET-OPERATOR-ID.
           OPEN I-O EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS = "00"
                   PERFORM OPEN-DEPARTMENT-FILE
                   PERFORM SELECT-EMPLOYEE-TO-UPDATE
                   PERFORM SELECT-EMPLOYEE-TO-UPDATE
                   UNTIL EMP-ID-ENTERED = ZEROES
                   IF DEPARTMENT-FILE-OPEN
                           CLOSE DEPARTMENT-FILE
                   END-IF
                   CLOSE EMPLOYEE-FILE
           ELSE
                   DISPLAY "COULD NOT OPEN EMPLOYEE FILE, STATUS: "
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       OPEN-DEPARTMENT-FILE.
           OPEN INPUT DEPARTMENT-FILE.
           IF DEPARTMENT-FILE-STATUS = "00"
                   MOVE "Y" TO DEPARTMENT-OPEN-SWITCH
           ELSE
                   MOVE "N" TO DEPARTMENT-OPEN-SWITCH
                   DISPLAY "NO DEPARTMENT FILE - DEPARTMENT CODES "
                           "ARE NOT CHECKED"
           END-IF.
       SELECT-EMPLOYEE-TO-UPDATE.
           MOVE ZEROES TO EMP-ID-ENTERED.
           DISPLAY "ENTER EMPLOYEE ID TO UPDATE (1 - 99999)".
           DISPLAY " HIRED: "EMP-HIRE-MONTH "/"EMP-HIRE-DAY
           "/"EMP-HIRE-YEAR
           " STATUS: "EMP-STATUS.
           DISPLAY " DEPARTMENT: "EMP-DEPARTMENT
           " MANAGER: "EMP-MANAGER-ID.
           IF EMP-ADJ-YEAR > ZEROES
                   DISPLAY " SERVICE FROM: "EMP-ADJ-MONTH
                   "/"EMP-ADJ-DAY "/"EMP-ADJ-YEAR.
           ACCEPT NEW-EMP-LAST-NAME.
           IF NEW-EMP-LAST-NAME NOT = SPACE
                   MOVE NEW-EMP-LAST-NAME TO EMP-LAST-NAME.
           PERFORM ENTER-NEW-DEPARTMENT.
           PERFORM ENTER-NEW-DEPARTMENT
           UNTIL DEPARTMENT-OK.
           PERFORM ENTER-NEW-MANAGER.
           PERFORM ENTER-NEW-MANAGER
           UNTIL MANAGER-OK.
           DISPLAY "CHANGE HIRE DATE? (Y/N)".
           ACCEPT CHANGE-DATE-ANSWER.
           IF CHANGE-HIRE-DATE
                           PERFORM APPLY-REHIRE-POLICY
                   END-IF
           END-IF.
       ENTER-NEW-DEPARTMENT.
           DISPLAY "ENTER NEW DEPARTMENT (BLANK TO KEEP CURRENT)".
           MOVE EMP-DEPARTMENT TO SAVED-DEPARTMENT.
           MOVE SPACE TO NEW-EMP-DEPARTMENT.
           ACCEPT NEW-EMP-DEPARTMENT.
           MOVE "Y" TO DEPARTMENT-IS-VALID.
           IF NEW-EMP-DEPARTMENT NOT = SPACE
                   MOVE NEW-EMP-DEPARTMENT TO EMP-DEPARTMENT
                   PERFORM VALIDATE-DEPARTMENT
                   IF NOT DEPARTMENT-OK
                           MOVE SAVED-DEPARTMENT TO EMP-DEPARTMENT
                           DISPLAY "DEPARTMENT IS NOT ON FILE, "
                                   "RE-ENTER"
                   END-IF
           END-IF.
       VALIDATE-DEPARTMENT.
           MOVE "Y" TO DEPARTMENT-IS-VALID.
           IF DEPARTMENT-FILE-OPEN
                   MOVE EMP-DEPARTMENT TO DEPT-CODE
                   READ DEPARTMENT-FILE
                   INVALID KEY
                           MOVE "N" TO DEPARTMENT-IS-VALID
                   END-READ
           END-IF.
       ENTER-NEW-MANAGER.
           DISPLAY "ENTER NEW MANAGER ID (BLANK TO KEEP CURRENT, "
                   "0 FOR NONE)".
           MOVE EMP-MANAGER-ID TO SAVED-MANAGER-ID.
           MOVE SPACE TO NEW-MANAGER-ENTRY.
           ACCEPT NEW-MANAGER-ENTRY.
           MOVE "Y" TO MANAGER-IS-VALID.
           IF NEW-MANAGER-ENTRY NOT = SPACE
                   MOVE FUNCTION TRIM(NEW-MANAGER-ENTRY)
                           TO NEW-MANAGER-JUST
                   INSPECT NEW-MANAGER-JUST
                           REPLACING LEADING SPACE BY "0"
                   IF NEW-MANAGER-JUST IS NUMERIC
                           MOVE NEW-MANAGER-JUST TO EMP-MANAGER-ID
                           PERFORM VALIDATE-MANAGER
                   ELSE
                           MOVE "N" TO MANAGER-IS-VALID
                   END-IF
                   IF NOT MANAGER-OK
                           MOVE SAVED-MANAGER-ID TO EMP-MANAGER-ID
                           DISPLAY "MANAGER IS NOT AN EMPLOYEE ON "
                                   "FILE, RE-ENTER"
                   END-IF
           END-IF.
      *THE MANAGER IS READ INTO THE SAME RECORD AREA, SO THE
      *EMPLOYEE BEING CHANGED IS HELD ASIDE AND PUT BACK.
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
       ENTER-REHIRE-DATE.
           DISPLAY "ENTER REHIRE MONTH (1-12)".
           ACCEPT EMP-REHIRE-MONTH.
