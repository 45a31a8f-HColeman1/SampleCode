       *> through AWDMNT01 is the override for the genuine
       *> correction case. Comments here use *> so the book can be
       *> copied by fixed-format and free-format programs alike.
       *> A milestone taken as a gift from the award catalog is
       *> recorded here by AWDSEL01 when the choice is made, with
       *> the catalog item and its price, so the rewards run sees
       *> the milestone as settled and writes no cash award for it.
       01 AWARD-PAID-RECORD.
           05 AWARD-PAID-KEY.
               10 AWARD-EMP-ID          PIC 9(5).
               10 AWARD-MILESTONE-YEARS PIC 99.
           05 AWARD-PAID-DATE   PIC 9(8).
           05 AWARD-PAID-AMOUNT PIC 9(5)V99.
           05 AWARD-PAID-TYPE   PIC X.
               88 AWARD-PAID-CASH VALUE "C".
               88 AWARD-PAID-GIFT VALUE "G".
           05 AWARD-GIFT-ITEM   PIC X(6).
