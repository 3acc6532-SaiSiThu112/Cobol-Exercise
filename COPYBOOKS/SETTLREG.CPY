      *> FINAL-SETTLEMENT record: one line per leaver settled by the
      *> final-settlement run - the unused leave paid out and its
      *> tax, what was recovered against staff loans, deduction
      *> balances and court-order shortfalls, the net paid, and any
      *> balance the leaver still owes that the settlement could not
      *> cover. A leaver with a row here is never settled twice.
       01 FINAL-SETTLEMENT-RECORD.
           05 FN-EMP-ID              PIC 9(05).
           05 FN-SETTLE-DATE         PIC 9(08).
           05 FN-TERMINATION-DATE    PIC 9(08).
           05 FN-LEAVE-DAYS          PIC 9(03)V9.
           05 FN-DAILY-RATE          PIC 9(05)V99.
           05 FN-LEAVE-PAY           PIC 9(07)V99.
           05 FN-TAX                 PIC 9(07)V99.
           05 FN-LOAN-RECOVERED      PIC 9(07)V99.
           05 FN-DEDUCTION-RECOVERED PIC 9(07)V99.
           05 FN-COURT-RECOVERED     PIC 9(07)V99.
           05 FN-NET-PAY             PIC 9(07)V99.
           05 FN-AMOUNT-DUE          PIC 9(07)V99.
           05 FN-PAID-BY             PIC X(01).
               88 FN-PAID-BY-BANK        VALUE 'B'.
               88 FN-PAID-BY-CASH        VALUE 'C'.
               88 FN-NOTHING-PAID        VALUE 'N'.
