      *> SALES-QUOTE-HEADER record, keyed on QH-QUOTE-NUMBER - one
      *> quotation to a customer, however many items it carries.
      *> The lines live on the SALES-QUOTE-LINE file under the same
      *> number. An open quote converts to customer orders at the
      *> quoted prices while it is inside its validity date; the
      *> conversion report reads an open quote past that date as
      *> expired.
       01 SALES-QUOTE-HEADER-RECORD.
           05 QH-QUOTE-NUMBER        PIC 9(06).
           05 QH-CUSTOMER-CODE       PIC 9(05).
           05 QH-SALESPERSON         PIC X(10).
           05 QH-QUOTE-DATE          PIC 9(08).
           05 QH-VALID-UNTIL         PIC 9(08).
           05 QH-STATUS              PIC X(01).
               88 QH-OPEN                VALUE 'O'.
               88 QH-CONVERTED           VALUE 'C'.
               88 QH-DECLINED            VALUE 'D'.
           05 QH-LINE-COUNT          PIC 9(03).
           05 QH-TOTAL-VALUE         PIC 9(09)V99.
           05 QH-CONVERTED-DATE      PIC 9(08).
