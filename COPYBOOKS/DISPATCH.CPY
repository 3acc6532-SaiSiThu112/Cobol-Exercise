      *> DISPATCH-NOTE record: one numbered note per order per
      *> dispatching warehouse, raised off the confirmed picks by
      *> the dispatch run with the carrier and package count, and
      *> completed by the proof-of-delivery transaction with the
      *> date the customer signed and who signed.
       01 DISPATCH-NOTE-RECORD.
           05 DN-DISPATCH-NO         PIC 9(06).
           05 DN-ORDER-NUMBER        PIC 9(06).
           05 DN-CUSTOMER-CODE       PIC 9(05).
           05 DN-CUSTOMER-NAME       PIC X(20).
           05 DN-ITEM-CODE           PIC 9(05).
           05 DN-QTY                 PIC 9(07).
           05 DN-WAREHOUSE-CODE      PIC X(03).
           05 DN-CARRIER             PIC X(10).
           05 DN-PACKAGES            PIC 9(03).
           05 DN-DISPATCH-DATE       PIC 9(08).
           05 DN-STATUS              PIC X(01).
               88 DN-IN-TRANSIT          VALUE 'T'.
               88 DN-DELIVERED           VALUE 'D'.
           05 DN-POD-SIGNED-BY       PIC X(20).
           05 DN-POD-DATE            PIC 9(08).
