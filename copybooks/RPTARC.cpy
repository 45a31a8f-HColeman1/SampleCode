      *This copybook holds the "reportarchive" indexed file record
      *layout kept by RPTARC01: every printed line of every filed
      *report run, keyed by report name, run date and time
      *(YYYYMMDDHHMMSS), the operator who ran it, and the line
      *number within the run. Line number zero is the run's
      *control row instead of a printed line: how many lines the
      *run has, the date it may be purged after, the program that
      *printed it, and the file it was printed to. RPTINQ01 lists
      *the control rows and reprints a run from its lines.
       01 REPORT-ARCHIVE-RECORD.
           05 ARC-KEY.
               10 ARC-REPORT-NAME PIC X(16).
               10 ARC-RUN-STAMP   PIC 9(14).
               10 ARC-OPERATOR    PIC X(8).
               10 ARC-LINE-NUMBER PIC 9(6).
           05 ARC-LINE-TEXT       PIC X(132).
           05 ARC-RUN-CONTROL REDEFINES ARC-LINE-TEXT.
               10 ARC-LINE-COUNT   PIC 9(6).
               10 ARC-RETAIN-UNTIL PIC 9(8).
               10 ARC-PROGRAM-ID   PIC X(8).
               10 ARC-REPORT-FILE  PIC X(40).
               10 FILLER           PIC X(70).
