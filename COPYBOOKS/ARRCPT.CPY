      *> RECEIVABLES-RECEIPT record: one line per customer receipt
      *> posted against an invoice on the RECEIVABLES ledger, so the
      *> monthly statement can show what came in since the last one
      *> instead of only the running AR-AMOUNT-PAID on the invoice.
       01 RECEIVABLES-RECEIPT-RECORD.
           05 RV-INVOICE-NO          PIC 9(06).
           05 RV-CUSTOMER-CODE       PIC 9(05).
           05 RV-RECEIPT-DATE        PIC 9(08).
           05 RV-AMOUNT              PIC 9(09)V99.
