           05 CS-SYSTEM-TOTAL        PIC 9(09)V99.
           05 CS-COUNTED-CASH        PIC 9(09)V99.
           05 CS-OVER-SHORT          PIC S9(07)V99.
      *> the drawer balanced by tender - cash counted against the
      *> cash receipts, the cheque bundle and the card terminal's
      *> settlement slip against theirs. CS-SYSTEM-TOTAL and
      *> CS-OVER-SHORT stay the all-tender figures; a session
      *> closed before tenders were recorded leaves these blank.
           05 CS-CASH-SYSTEM         PIC 9(09)V99.
           05 CS-CHEQUE-SYSTEM       PIC 9(09)V99.
           05 CS-CHEQUE-COUNTED      PIC 9(09)V99.
           05 CS-CARD-SYSTEM         PIC 9(09)V99.
           05 CS-CARD-COUNTED        PIC 9(09)V99.
