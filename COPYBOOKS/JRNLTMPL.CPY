      *> JOURNAL-TEMPLATE record: one line of a recurring journal -
      *> rent, insurance and the like - repeated on every line of
      *> the template with its frequency and the first and last
      *> period it runs (a zero end period runs until deleted). The
      *> GL posting run generates the template's lines into the
      *> JOURNAL as batch JT-TEMPLATE-ID when a period falls due and
      *> stamps JT-LAST-PERIOD so no period is generated twice.
       01 JOURNAL-TEMPLATE-RECORD.
           05 JT-TEMPLATE-ID         PIC X(05).
           05 JT-DESCRIPTION         PIC X(20).
           05 JT-FREQUENCY           PIC X(01).
               88 JT-MONTHLY             VALUE 'M'.
               88 JT-QUARTERLY           VALUE 'Q'.
               88 JT-ANNUAL              VALUE 'A'.
               88 JT-VALID-FREQUENCY     VALUE 'M' 'Q' 'A'.
           05 JT-START-PERIOD        PIC 9(06).
           05 JT-END-PERIOD          PIC 9(06).
           05 JT-ACCOUNT             PIC X(10).
           05 JT-DEBIT-AMOUNT        PIC 9(09)V99.
           05 JT-CREDIT-AMOUNT       PIC 9(09)V99.
           05 JT-LAST-PERIOD         PIC 9(06).
