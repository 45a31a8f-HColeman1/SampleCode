      *This copybook holds the "bankaccount" indexed file record
      *layout: one row per disbursement bank account, kept through
      *APBNK01 and keyed by a short account code. A vendor or an
      *invoice names the code of the account that pays it; a blank
      *code means the default account, the one row flagged as the
      *default. Each account carries its own cash GL account for
      *the "glposting" cash credit, the account number sent on its
      *Positive Pay files, and the identifiers our bank assigned to
      *the account for the NACHA file and batch headers (immediate
      *destination routing, immediate origin, company name and
      *identification, and the originating bank's id that leads
      *each trace number). An inactive account is not paid from.
       01 BANK-ACCOUNT-RECORD.
           05 BANK-CODE                PIC X(4).
           05 BANK-DESCRIPTION         PIC X(30).
           05 BANK-STATUS              PIC X.
               88 BANK-ACTIVE          VALUE "A".
               88 BANK-INACTIVE        VALUE "I".
           05 BANK-DEFAULT-FLAG        PIC X.
               88 BANK-IS-DEFAULT      VALUE "Y".
           05 BANK-CASH-GL-ACCOUNT     PIC X(8).
           05 BANK-ACCOUNT-NUMBER      PIC X(17).
           05 BANK-NAME                PIC X(23).
           05 BANK-ROUTING             PIC 9(9).
           05 BANK-ACH-ORIGIN          PIC X(10).
           05 BANK-ACH-COMPANY-NAME    PIC X(16).
           05 BANK-ACH-COMPANY-ID      PIC X(10).
           05 BANK-ACH-ODFI            PIC 9(8).
