      *> EXCHANGE-RATE record: the day's rate for one foreign
      *> currency, keyed on currency and rate date - local units
      *> for one unit of the foreign currency. The ExchangeRate
      *> subprogram returns the latest rate on or before the date
      *> asked for, so a weekend or holiday takes the last
      *> business day's rate.
       01 EXCHANGE-RATE-RECORD.
           05 XR-RATE-KEY.
               10 XR-CURRENCY-CODE   PIC X(03).
               10 XR-RATE-DATE       PIC 9(08).
           05 XR-RATE                PIC 9(03)V9(06).
           05 XR-SET-BY              PIC X(10).
           05 XR-SET-DATE            PIC 9(08).
