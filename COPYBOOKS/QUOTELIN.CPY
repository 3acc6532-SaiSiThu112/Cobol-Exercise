      *> SALES-QUOTE-LINE record: one item on a quotation, keyed on
      *> the quote number plus line number. Conversion writes the
      *> line out as a customer order carrying the quoted price and
      *> stamps the order number back here.
       01 SALES-QUOTE-LINE-RECORD.
           05 QL-LINE-KEY.
               10 QL-QUOTE-NUMBER    PIC 9(06).
               10 QL-LINE-NO         PIC 9(03).
           05 QL-ITEM-CODE           PIC 9(05).
           05 QL-QTY                 PIC 9(07).
           05 QL-QUOTED-PRICE        PIC 9(05)V99.
           05 QL-ORDER-NUMBER        PIC 9(06).
