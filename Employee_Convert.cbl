      *This program is the one-time conversion of the "empmaster"
      *index file to the current record layout, in the
      *VNDCNV01 pattern. EMPLOYEE-RECORD grew from 58 to
      *69 bytes (department/cost-center code and manager EMP-ID),
      *so the old file opens with file status 39 under the current
      *programs. An earlier run of this job took the file from 42
      *to 58 bytes (rehire date and adjusted service date); the
      *old layout below is now the 58-byte one.
      *Reloading through EMPLOD01 would lose every change
      *made since the original flat-file load, so this job instead
      *unloads the old-layout index file to a work file, padding
      *the new fields (department to spaces and manager to zeroes,
      *for HR to fill in through EMPUPD01), then rebuilds
      *the index file and proves the counts match.
      *Safe to rerun: a file already at the new length is refused
      *with an explanation.
       IDENTIFICATION DIVISION.
           05 OLDE-HIRE-DATE         PIC 9(8).
           05 OLDE-TERM-DATE         PIC 9(8).
           05 OLDE-STATUS            PIC X.
           05 OLDE-REHIRE-DATE       PIC 9(8).
           05 OLDE-ADJ-SERVICE-DATE  PIC 9(8).

       FD NEW-EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.

       FD EMPLOYEE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01 EMPLOYEE-WORK-RECORD PIC X(69).

       WORKING-STORAGE SECTION.
       01 CONFIRM-ANSWER PIC X.
           MOVE OLDE-HIRE-DATE TO EMP-HIRE-DATE.
           MOVE OLDE-TERM-DATE TO EMP-TERM-DATE.
           MOVE OLDE-STATUS TO EMP-STATUS.
           MOVE OLDE-REHIRE-DATE TO EMP-REHIRE-DATE.
           MOVE OLDE-ADJ-SERVICE-DATE TO EMP-ADJ-SERVICE-DATE.
           MOVE SPACE TO EMP-DEPARTMENT.
           MOVE ZEROES TO EMP-MANAGER-ID.
           MOVE EMPLOYEE-RECORD TO EMPLOYEE-WORK-RECORD.
           WRITE EMPLOYEE-WORK-RECORD.
           ADD 1 TO OLD-EMPLOYEE-COUNT.
