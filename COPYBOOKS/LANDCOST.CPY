      *> LANDED-COST-VOUCHER record: one freight, duty or other
      *> charge invoiced separately from the goods and spread over
      *> the received lines of a purchase order - by value,
      *> quantity or shipped weight. The part that relates to stock
      *> still held re-averages the item cost; the part that relates
      *> to goods already issued goes to cost of sales.
       01 LANDED-COST-VOUCHER-RECORD.
           05 LV-VOUCHER-NO          PIC 9(06).
           05 LV-PO-NUMBER           PIC 9(06).
           05 LV-CHARGE-TYPE         PIC X(01).
               88 LV-FREIGHT             VALUE 'F'.
               88 LV-DUTY                VALUE 'D'.
               88 LV-OTHER-CHARGE        VALUE 'O'.
           05 LV-INVOICE-REF         PIC X(08).
           05 LV-BASIS               PIC X(01).
               88 LV-BY-VALUE            VALUE 'V'.
               88 LV-BY-QUANTITY         VALUE 'Q'.
               88 LV-BY-WEIGHT           VALUE 'W'.
           05 LV-AMOUNT              PIC 9(09)V99.
           05 LV-TO-STOCK            PIC 9(09)V99.
           05 LV-TO-COST-OF-SALES    PIC 9(09)V99.
           05 LV-LINES-CHARGED       PIC 9(03).
           05 LV-VOUCHER-DATE        PIC 9(08).
