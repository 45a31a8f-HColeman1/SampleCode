      *This copybook holds the "reportretention" indexed file record
      *layout: how many days a filed run of each report is kept in
      *"reportarchive" before RPTARC01 purges it, keyed by the
      *report name. Zero days keeps the report's runs for good. A
      *report with no row is kept for the seven years VNDARC01
      *keeps the vendor audit trail. Rows are kept through RPTRET01.
       01 REPORT-RETENTION-RECORD.
           05 RET-REPORT-NAME PIC X(16).
           05 RET-DESCRIPTION PIC X(30).
           05 RET-DAYS        PIC 9(5).
