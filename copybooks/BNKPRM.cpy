      *This copybook holds the parameter block for calling the
      *BNKACT01 bank account lookup, so every program that pays,
      *prints, voids, or reconciles agrees on which account a code
      *means. The caller fills the code (blank for the default
      *account). The result is Y with the account's details and
      *its resolved code, N when the code is not on the
      *"bankaccount" file, or I when the account is inactive. The
      *file suffix is blank for the default account, whose files
      *keep their plain names ("checkpayments", "achpayments",
      *"positivepay"), and "." plus the code for any other account,
      *so each account's files stand apart. Positive Pay files add
      *the run date and a sequence number after the suffix.
       01 BANK-LOOKUP-PARMS.
           05 BKL-BANK-CODE         PIC X(4).
           05 BKL-RESULT            PIC X.
               88 BKL-FOUND         VALUE "Y".
               88 BKL-NOT-ON-FILE   VALUE "N".
               88 BKL-INACTIVE      VALUE "I".
           05 BKL-DEFAULT-FLAG      PIC X.
               88 BKL-IS-DEFAULT    VALUE "Y".
           05 BKL-DESCRIPTION       PIC X(30).
           05 BKL-CASH-GL-ACCOUNT   PIC X(8).
           05 BKL-ACCOUNT-NUMBER    PIC X(17).
           05 BKL-BANK-NAME         PIC X(23).
           05 BKL-ROUTING           PIC 9(9).
           05 BKL-ACH-ORIGIN        PIC X(10).
           05 BKL-ACH-COMPANY-NAME  PIC X(16).
           05 BKL-ACH-COMPANY-ID    PIC X(10).
           05 BKL-ACH-ODFI          PIC 9(8).
           05 BKL-FILE-SUFFIX       PIC X(5).
