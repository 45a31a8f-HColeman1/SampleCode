      *This copybook holds the "vendordocs" indexed file record
      *layout: one row per vendor with the compliance papers we
      *hold for it - the date the signed W-9 came in, the
      *expiration of the certificate of insurance, and the
      *expiration of the signed contract. Each paper carries its own
      *required flag; APPAY01 holds payment to a vendor when a
      *required paper is missing (date zero) or has expired, the
      *same way it holds a vendor flagged by VNDRTN01. A W-9 does
      *not expire, so only its received date is kept. Rows are
      *kept through VNDDOC01, which stamps who changed them last.
       01 VENDOR-DOCS-RECORD.
           05 DOC-VENDOR-NUMBER       PIC 9(5).
           05 DOC-W9-REQUIRED         PIC X.
               88 DOC-W9-IS-REQUIRED       VALUE "Y".
           05 DOC-W9-RECEIVED-DATE    PIC 9(8).
           05 DOC-COI-REQUIRED        PIC X.
               88 DOC-COI-IS-REQUIRED      VALUE "Y".
           05 DOC-COI-EXPIRATION      PIC 9(8).
           05 DOC-CONTRACT-REQUIRED   PIC X.
               88 DOC-CONTRACT-IS-REQUIRED VALUE "Y".
           05 DOC-CONTRACT-EXPIRATION PIC 9(8).
           05 DOC-CHANGED-BY          PIC X(8).
           05 DOC-CHANGED-DATE        PIC 9(8).
