      *> SALES-HISTORY record: one line per invoice the invoicing run
      *> raises, carrying the quantity, the revenue and the moving-
      *> average IM-UNIT-COST of the item as it stood the moment the
      *> invoice was cut, so margin analysis works off the cost the
      *> goods actually went out at rather than today's average.
      *> A credit note reverses the cost its order was invoiced at.
       01 SALES-HISTORY-RECORD.
           05 SI-INVOICE-NO          PIC 9(06).
           05 SI-INVOICE-DATE        PIC 9(08).
           05 SI-CUSTOMER-CODE       PIC 9(05).
           05 SI-ORDER-NUMBER        PIC 9(06).
           05 SI-ITEM-CODE           PIC 9(05).
           05 SI-QTY                 PIC 9(07).
           05 SI-UNIT-PRICE          PIC 9(05)V99.
           05 SI-REVENUE             PIC 9(09)V99.
           05 SI-UNIT-COST           PIC 9(05)V99.
           05 SI-COST                PIC 9(09)V99.
