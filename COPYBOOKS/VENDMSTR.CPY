           05 VM-BANK-CODE           PIC X(04).
           05 VM-BANK-ACCOUNT        PIC X(12).
               88 VM-NO-BANK-DETAILS     VALUE SPACES.
      *> the currency the vendor bills in - blank for local. A
      *> foreign vendor's invoices are booked at the invoice-date
      *> rate off EXCHANGE-RATE and paid at the payment-date rate.
           05 VM-CURRENCY-CODE       PIC X(03).
               88 VM-LOCAL-CURRENCY      VALUE SPACES.
