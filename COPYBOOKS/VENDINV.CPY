               88 VI-SELECTED            VALUE 'S'.
               88 VI-PAID                VALUE 'P'.
           05 VI-PAID-DATE           PIC 9(08).
      *> the input tax included in VI-INVOICE-TOTAL.
           05 VI-TAX-AMOUNT          PIC 9(09)V99.
      *> a foreign-currency invoice: the amount the vendor billed
      *> in its own currency and the rate it was booked at on the
      *> invoice date - VI-INVOICE-TOTAL stays the local amount
      *> booked. The rate paid at is kept beside it so the realised
      *> gain or loss can be traced. Currency blank for local.
           05 VI-CURRENCY-CODE       PIC X(03).
               88 VI-LOCAL-CURRENCY      VALUE SPACES.
           05 VI-FOREIGN-TOTAL       PIC 9(09)V99.
           05 VI-INVOICE-DATE        PIC 9(08).
           05 VI-BOOKED-RATE         PIC 9(03)V9(06).
           05 VI-PAID-RATE           PIC 9(03)V9(06).
