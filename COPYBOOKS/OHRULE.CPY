      *> OVERHEAD-RULE record: one line of a shared-cost allocation
      *> rule - the single account rent, utilities or IT land in,
      *> and one department that carries a share of it. Every line
      *> of a rule repeats the source account and its basis: active
      *> headcount per EM-DEPARTMENT (no basis value), floor area in
      *> square metres, or a fixed percentage (the lines of a rule
      *> total 100). The month-end allocation run moves the source
      *> account's balance to each department's DP-EXPENSE-ACCOUNT.
       01 OVERHEAD-RULE-RECORD.
           05 OH-SOURCE-ACCOUNT      PIC X(10).
           05 OH-BASIS               PIC X(01).
               88 OH-BY-HEADCOUNT        VALUE 'H'.
               88 OH-BY-AREA             VALUE 'S'.
               88 OH-BY-PERCENT          VALUE 'P'.
               88 OH-VALID-BASIS         VALUE 'H' 'S' 'P'.
           05 OH-DEPT-CODE           PIC X(10).
           05 OH-BASIS-VALUE         PIC 9(07)V99.
