       *> This copybook holds the "departments" indexed file record
       *> layout, keyed by the department/cost-center code carried on
       *> EMPLOYEE-RECORD. Each department names the GL expense
       *> account its milestone awards are charged to in the
       *> EMPLOYEEREWARDS award journal. Rows are kept through
       *> DEPMNT01. Comments here use *> so the book can be copied by
       *> fixed-format and free-format programs alike.
       01 DEPARTMENT-RECORD.
           05 DEPT-CODE             PIC X(6).
           05 DEPT-NAME             PIC X(30).
           05 DEPT-EXPENSE-ACCOUNT  PIC X(8).
