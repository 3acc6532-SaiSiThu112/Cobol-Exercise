           05 RCP-STATUS             PIC X(01).
               88 RCP-GOOD               VALUE 'G' SPACE.
               88 RCP-VOIDED             VALUE 'V'.
      *> a cheque the bank sends back unpaid writes its own line
      *> for the receipt number - the money never reached the
      *> bank, but it was in the drawer on the day it was taken
               88 RCP-RETURNED           VALUE 'B'.
           05 RCP-VOID-OVERRIDE      PIC X(04).
      *> how the money was tendered, so the drawer balances cash,
      *> cheques and card slips separately. Lines written before
      *> tenders were recorded read as cash.
           05 RCP-TENDER-TYPE        PIC X(01).
               88 RCP-TENDER-CASH        VALUE 'C' SPACE.
               88 RCP-TENDER-CHEQUE      VALUE 'Q'.
               88 RCP-TENDER-CARD        VALUE 'D'.
           05 RCP-CHEQUE-NO          PIC X(10).
