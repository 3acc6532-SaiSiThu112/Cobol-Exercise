      *> CUSTOMER-PRICE-LIST record layout, keyed on customer, item,
      *> effective date and minimum quantity - the negotiated price
      *> a customer pays for an item between the effective and
      *> expiry dates, on orders of at least the minimum quantity.
      *> Order entry quotes it and the invoicing run bills it, both
      *> through the ContractPrice subprogram, falling back to
      *> IM-SELLING-PRICE where no contract applies. A zero expiry
      *> date is an open-ended contract; a zero minimum quantity
      *> applies to any order.
       01 CUSTOMER-PRICE-RECORD.
           05 PX-PRICE-KEY.
               10 PX-CUSTOMER-CODE   PIC 9(05).
               10 PX-ITEM-CODE       PIC 9(05).
               10 PX-EFFECTIVE-DATE  PIC 9(08).
               10 PX-MINIMUM-QTY     PIC 9(07).
           05 PX-EXPIRY-DATE         PIC 9(08).
               88 PX-OPEN-ENDED          VALUE ZERO.
           05 PX-CONTRACT-PRICE      PIC 9(05)V99.
           05 PX-SET-BY              PIC X(10).
           05 PX-SET-DATE            PIC 9(08).
