      *> REQUISITION record: one line a department asks purchasing
      *> to buy, keyed on the department and its own running
      *> requisition number - an inventory item, or a free-text
      *> description purchasing catalogues at approval, with the
      *> quantity, estimated cost and the date it is needed by.
      *> The budget position on the department's expense account
      *> is taken when the line is entered; approval names the
      *> vendor, and conversion onto a purchase order records the
      *> PO and line number so the requester can follow it.
       01 REQUISITION-RECORD.
           05 RQ-REQ-KEY.
               10 RQ-DEPT-CODE       PIC X(10).
               10 RQ-REQ-NO          PIC 9(06).
           05 RQ-REQUESTER           PIC X(20).
           05 RQ-REQ-DATE            PIC 9(08).
           05 RQ-ITEM-CODE           PIC 9(05).
               88 RQ-FREE-TEXT           VALUE ZERO.
           05 RQ-DESCRIPTION         PIC X(30).
           05 RQ-QTY                 PIC 9(07).
           05 RQ-UNIT-COST           PIC 9(05)V99.
           05 RQ-NEEDED-BY           PIC 9(08).
           05 RQ-EXPENSE-ACCOUNT     PIC X(10).
           05 RQ-BUDGET-REMAINING    PIC S9(11)V99.
           05 RQ-BUDGET-FLAG         PIC X(01).
               88 RQ-WITHIN-BUDGET       VALUE 'W'.
               88 RQ-OVER-BUDGET         VALUE 'O'.
               88 RQ-NO-BUDGET           VALUE 'N'.
           05 RQ-STATUS              PIC X(01).
               88 RQ-PENDING             VALUE 'P'.
               88 RQ-APPROVED            VALUE 'A'.
               88 RQ-REJECTED            VALUE 'R'.
               88 RQ-ORDERED             VALUE 'O'.
           05 RQ-VENDOR-CODE         PIC 9(04).
           05 RQ-APPROVED-BY         PIC X(10).
           05 RQ-PO-NUMBER           PIC 9(06).
           05 RQ-PO-LINE-NO          PIC 9(03).
