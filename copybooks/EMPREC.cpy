       *> programs credit rehired long-timers correctly. A zero
       *> adjusted date on an older record means "use the hire
       *> date".
       *> The department code names the cost center the employee is
       *> charged to (a row on the "departments" file, which carries
       *> the department's award expense GL account); the manager is
       *> another EMP-ID, zero when none has been recorded.
       01 EMPLOYEE-RECORD.
           05 EMP-FIRST-NAME        PIC X(10).
           05 EMP-LAST-NAME         PIC X(10).
               10 EMP-ADJ-MONTH     PIC 99.
               10 EMP-ADJ-DAY       PIC 99.
               10 EMP-ADJ-YEAR      PIC 9999.
           05 EMP-DEPARTMENT        PIC X(6).
           05 EMP-MANAGER-ID        PIC 9(5).
