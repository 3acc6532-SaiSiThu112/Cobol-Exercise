      *> SALES-TAX-CODE record: one row per tax code - the rate,
      *> the GL account output tax on sales is credited to, the
      *> account recoverable input tax on purchases is debited to,
      *> and whether input tax under the code may be reclaimed.
      *> Editable by the accounts office like the RATE-TABLE. An
      *> item carrying no code is taxed under the standard code ST.
       01 SALES-TAX-CODE-RECORD.
           05 TX-TAX-CODE            PIC X(02).
           05 TX-DESCRIPTION         PIC X(20).
           05 TX-RATE                PIC 9(02)V999.
           05 TX-OUTPUT-ACCOUNT      PIC X(10).
           05 TX-INPUT-ACCOUNT       PIC X(10).
           05 TX-RECOVERABLE         PIC X(01).
               88 TX-INPUT-RECOVERABLE   VALUE 'Y'.
