       *> This copybook holds the parameter block for calling the
       *> RPTARC01 report-archive subprogram, the same way every
       *> caller of RECLCK01 agrees on LOCKPRM. A report program
       *> closes its print file and passes the file it just wrote, the
       *> report name it is filed under in "reportarchive" (usually the
       *> same as the file name), and its own program id, which stands
       *> in for the operator when nobody is signed on (a BCHRUN01
       *> step). The result is Y when the run was filed, with the
       *> number of lines kept, and N when the report could not be
       *> read or the archive could not be written.
       *> Comments here use *> so the book can be copied by both the
       *> fixed-format report programs and the free-format
       *> EMPLOYEEREWARDS program.
       01 REPORT-ARCHIVE-PARMS.
           05 RPA-REPORT-FILE PIC X(40).
           05 RPA-REPORT-NAME PIC X(16).
           05 RPA-PROGRAM-ID  PIC X(8).
           05 RPA-RESULT      PIC X.
               88 RPA-FILED     VALUE "Y".
               88 RPA-NOT-FILED VALUE "N".
           05 RPA-LINES-FILED PIC 9(6).
