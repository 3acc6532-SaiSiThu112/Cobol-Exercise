           05 CN-QTY                 PIC 9(07).
           05 CN-AMOUNT              PIC 9(09)V99.
           05 CN-CREDIT-DATE         PIC 9(08).
      *> CN-AMOUNT is the whole credit given the customer; the output
      *> tax given back inside it is held separately.
           05 CN-TAX-AMOUNT          PIC 9(09)V99.
