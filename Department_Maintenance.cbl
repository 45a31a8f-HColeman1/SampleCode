      *This program maintains the "departments" file of department
      *and cost-center codes that EMPNEW01 and EMPUPD01
      *check an employee's department against. Each department
      *carries its name and the GL expense account its milestone
      *awards are charged to in the EMPLOYEEREWARDS award journal,
      *so each department head's share of the payout lands in
      *their own budget instead of one corporate account. Rows can
      *be listed, added or changed, and removed. An employee left
      *on a removed department is charged to the suspense account
      *until the department is corrected.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPMNT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPARTMENT-FILE
                   ASSIGN TO "departments"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS DEPT-CODE
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS DEPARTMENT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPTREC.

       WORKING-STORAGE SECTION.
       01 DEPARTMENT-FILE-STATUS PIC XX.
       01 DEPARTMENT-FILE-AT-END PIC X.
       01 MAINT-CHOICE PIC X.
           88 MAINT-DONE   VALUE "0".
           88 MAINT-LIST   VALUE "1".
           88 MAINT-ADD    VALUE "2".
           88 MAINT-REMOVE VALUE "3".
       01 DEPT-FOUND-SWITCH PIC X.
           88 DEPT-FOUND VALUE "Y".
       01 WORK-DEPT-CODE    PIC X(6).
       01 WORK-DEPT-NAME    PIC X(30).
       01 WORK-DEPT-ACCOUNT PIC X(8).
       01 WORK-ANSWER       PIC X.
       01 DEPARTMENTS-LISTED PIC 9(5).
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPEN-DEPARTMENT-FILE.
           IF DEPARTMENT-FILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN DEPARTMENT FILE, STATUS: "
                           DEPARTMENT-FILE-STATUS
           ELSE
                   PERFORM SHOW-MAINT-MENU
                   PERFORM MAINT-ONE-CHOICE
                   UNTIL MAINT-DONE
                   CLOSE DEPARTMENT-FILE
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       OPEN-DEPARTMENT-FILE.
           OPEN I-O DEPARTMENT-FILE.
           IF DEPARTMENT-FILE-STATUS = "35"
                   OPEN OUTPUT DEPARTMENT-FILE
                   CLOSE DEPARTMENT-FILE
                   OPEN I-O DEPARTMENT-FILE
           END-IF.
       SHOW-MAINT-MENU.
           DISPLAY "DEPARTMENT MAINTENANCE".
           DISPLAY "  1. LIST DEPARTMENTS".
           DISPLAY "  2. ADD / CHANGE DEPARTMENT".
           DISPLAY "  3. REMOVE DEPARTMENT".
           DISPLAY "  0. DONE".
       MAINT-ONE-CHOICE.
           DISPLAY "ENTER SELECTION".
           ACCEPT MAINT-CHOICE.
           EVALUATE TRUE
               WHEN MAINT-DONE
                       CONTINUE
               WHEN MAINT-LIST
                       PERFORM LIST-ALL-DEPARTMENTS
               WHEN MAINT-ADD
                       PERFORM ADD-ONE-DEPARTMENT
               WHEN MAINT-REMOVE
                       PERFORM REMOVE-ONE-DEPARTMENT
               WHEN OTHER
                       DISPLAY "INVALID SELECTION"
           END-EVALUATE.
       LIST-ALL-DEPARTMENTS.
           MOVE ZERO TO DEPARTMENTS-LISTED.
           MOVE LOW-VALUES TO DEPT-CODE.
           START DEPARTMENT-FILE KEY NOT LESS THAN DEPT-CODE
           INVALID KEY
                   MOVE "Y" TO DEPARTMENT-FILE-AT-END
           NOT INVALID KEY
                   MOVE "N" TO DEPARTMENT-FILE-AT-END
           END-START.
           IF DEPARTMENT-FILE-AT-END = "N"
                   PERFORM READ-NEXT-DEPARTMENT
                   PERFORM UNTIL DEPARTMENT-FILE-AT-END = "Y"
                           DISPLAY DEPT-CODE " "DEPT-NAME
                                   " EXPENSE "DEPT-EXPENSE-ACCOUNT
                           ADD 1 TO DEPARTMENTS-LISTED
                           PERFORM READ-NEXT-DEPARTMENT
                   END-PERFORM
           END-IF.
           DISPLAY "DEPARTMENTS ON FILE: "DEPARTMENTS-LISTED.
       READ-NEXT-DEPARTMENT.
           READ DEPARTMENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO DEPARTMENT-FILE-AT-END.
       READ-DEPARTMENT.
           MOVE "Y" TO DEPT-FOUND-SWITCH.
           MOVE WORK-DEPT-CODE TO DEPT-CODE.
           READ DEPARTMENT-FILE
           INVALID KEY
                   MOVE "N" TO DEPT-FOUND-SWITCH.
       ADD-ONE-DEPARTMENT.
           DISPLAY "ENTER DEPARTMENT CODE (UP TO 6 CHARS)".
           MOVE SPACE TO WORK-DEPT-CODE.
           ACCEPT WORK-DEPT-CODE.
           IF WORK-DEPT-CODE = SPACE
                   DISPLAY "DEPARTMENT CODE IS REQUIRED"
           ELSE
                   PERFORM READ-DEPARTMENT
                   PERFORM ENTER-DEPARTMENT-FIELDS
           END-IF.
       ENTER-DEPARTMENT-FIELDS.
           IF DEPT-FOUND
                   DISPLAY "CURRENT: "DEPT-NAME
                           " EXPENSE "DEPT-EXPENSE-ACCOUNT
                   DISPLAY "BLANK ANSWER KEEPS THE VALUE SHOWN"
           ELSE
                   MOVE SPACE TO DEPARTMENT-RECORD
                   MOVE WORK-DEPT-CODE TO DEPT-CODE
           END-IF.
           DISPLAY "ENTER DEPARTMENT NAME".
           MOVE SPACE TO WORK-DEPT-NAME.
           ACCEPT WORK-DEPT-NAME.
           IF WORK-DEPT-NAME NOT = SPACE
                   MOVE WORK-DEPT-NAME TO DEPT-NAME
           END-IF.
           DISPLAY "ENTER AWARD EXPENSE GL ACCOUNT (8 CHARACTERS)".
           MOVE SPACE TO WORK-DEPT-ACCOUNT.
           ACCEPT WORK-DEPT-ACCOUNT.
           IF WORK-DEPT-ACCOUNT NOT = SPACE
                   MOVE WORK-DEPT-ACCOUNT TO DEPT-EXPENSE-ACCOUNT
           END-IF.
           IF DEPT-EXPENSE-ACCOUNT = SPACE
                   DISPLAY "EXPENSE ACCOUNT IS REQUIRED, NOT SAVED"
           ELSE
                   IF DEPT-FOUND
                           REWRITE DEPARTMENT-RECORD
                           INVALID KEY
                                   DISPLAY "COULD NOT REWRITE "
                                           "DEPARTMENT"
                           NOT INVALID KEY
                                   DISPLAY "DEPARTMENT CHANGED"
                           END-REWRITE
                   ELSE
                           WRITE DEPARTMENT-RECORD
                           INVALID KEY
                                   DISPLAY "COULD NOT WRITE DEPARTMENT"
                           NOT INVALID KEY
                                   DISPLAY "DEPARTMENT ADDED"
                           END-WRITE
                   END-IF
           END-IF.
       REMOVE-ONE-DEPARTMENT.
           DISPLAY "ENTER DEPARTMENT CODE TO REMOVE".
           MOVE SPACE TO WORK-DEPT-CODE.
           ACCEPT WORK-DEPT-CODE.
           PERFORM READ-DEPARTMENT.
           IF NOT DEPT-FOUND
                   DISPLAY "DEPARTMENT NOT ON FILE"
           ELSE
                   DISPLAY DEPT-CODE " "DEPT-NAME
                   DISPLAY "REMOVE THIS DEPARTMENT (Y/N)?"
                   ACCEPT WORK-ANSWER
                   IF WORK-ANSWER = "Y" OR WORK-ANSWER = "y"
                           DELETE DEPARTMENT-FILE RECORD
                           INVALID KEY
                                   DISPLAY "COULD NOT REMOVE "
                                           "DEPARTMENT"
                           NOT INVALID KEY
                                   DISPLAY "DEPARTMENT REMOVED"
                           END-DELETE
                   END-IF
           END-IF.
