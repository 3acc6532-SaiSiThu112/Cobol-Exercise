      *> PAY-HISTORY record: one detail line per employee per pay
      *> period, written by the payroll register on a commit run -
      *> the gross, tax, every deduction and court-order amount
      *> taken and the net paid - so last month's pay can be looked
      *> up without the printed PAYREG, and the next run can compare
      *> itself against it before anything goes to the bank.
      *> Deductions past the tenth are carried in the total only.
       01 PAY-HISTORY-RECORD.
           05 PY-EMP-ID              PIC 9(05).
           05 PY-PERIOD-DATE         PIC 9(08).
           05 PY-EMP-NAME            PIC X(10).
           05 PY-DEPARTMENT          PIC X(10).
           05 PY-GROSS-PAY           PIC S9(07)V99.
           05 PY-TAX                 PIC 9(07)V99.
           05 PY-DEDUCTION-TOTAL     PIC 9(07)V99.
           05 PY-NET-PAY             PIC S9(07)V99.
           05 PY-DEDUCTION-COUNT     PIC 9(02).
           05 PY-DEDUCTION OCCURS 10 TIMES.
               10 PY-DED-CODE        PIC X(08).
               10 PY-DED-AMOUNT      PIC 9(07)V99.
