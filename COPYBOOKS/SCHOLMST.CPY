      *> SCHOLARSHIP-MASTER record, keyed on SCH-AWARD-CODE - one
      *> row per bursary-committee award: merit or need, paid as a
      *> percentage of the holder's term fee or as a fixed amount,
      *> with the minimum TRANSCRIPT-HISTORY GPA and overall mark a
      *> holder must keep to be renewed (zero means no minimum) and
      *> the most the award may pay out in any one term (zero means
      *> uncapped).
       01 SCHOLARSHIP-MASTER-RECORD.
           05 SCH-AWARD-CODE         PIC X(04).
           05 SCH-AWARD-NAME         PIC X(20).
           05 SCH-AWARD-KIND         PIC X(01).
               88 SCH-MERIT-AWARD        VALUE 'M'.
               88 SCH-NEED-AWARD         VALUE 'N'.
           05 SCH-AWARD-BASIS        PIC X(01).
               88 SCH-PERCENT-BASIS      VALUE 'P'.
               88 SCH-FIXED-BASIS        VALUE 'F'.
           05 SCH-AWARD-PERCENT      PIC 9(03).
           05 SCH-FIXED-AMOUNT       PIC 9(07)V99.
           05 SCH-MIN-GPA            PIC 9(01)V99.
           05 SCH-MIN-MARK           PIC 9(03).
           05 SCH-TERM-BUDGET        PIC 9(09)V99.
