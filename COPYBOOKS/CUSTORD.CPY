           05 CO-INVOICED-FLAG       PIC X(01).
               88 CO-INVOICED            VALUE 'Y'.
               88 CO-NOT-INVOICED        VALUE 'N' SPACE.
      *> an order converted from a sales quotation bills at the
      *> price quoted, not the price list - zero on every other
      *> order, which the invoicing run prices itself.
           05 CO-QUOTED-PRICE        PIC 9(05)V99.
           05 CO-QUOTE-NUMBER        PIC 9(06).
      *> what has left the building on dispatch notes and what of
      *> that has been billed - invoicing bills the difference, so
      *> goods picked but never dispatched are never invoiced.
           05 CO-DISPATCHED-QTY      PIC 9(07).
           05 CO-INVOICED-QTY        PIC 9(07).
