      *> SHOP-SALE record: one line per item the school shop sells
      *> onto a student's tuition account. The STUDENT-BILLING
      *> charge carries the selling value; this line carries the
      *> stock cost at the moment of sale so the tuition ledger feed
      *> can book cost of goods against the inventory account.
       01 SHOP-SALE-RECORD.
           05 SJ-SALE-DATE           PIC 9(08).
           05 SJ-STUDENT-ID          PIC 9(05).
           05 SJ-TERM-CODE           PIC X(06).
           05 SJ-ITEM-CODE           PIC 9(05).
           05 SJ-QUANTITY            PIC 9(05).
           05 SJ-UNIT-PRICE          PIC 9(05)V99.
           05 SJ-SALE-AMOUNT         PIC 9(07)V99.
           05 SJ-UNIT-COST           PIC 9(05)V99.
           05 SJ-COST-AMOUNT         PIC 9(07)V99.
           05 SJ-OPERATOR-ID         PIC X(10).
      *> stamped by the tuition ledger feed once the cost of goods
      *> has been journalized. Blank reads as not yet journalized.
           05 SJ-JOURNALED-FLAG      PIC X(01).
               88 SJ-JOURNALED           VALUE 'J'.
               88 SJ-NOT-JOURNALED       VALUE 'N' SPACE.
