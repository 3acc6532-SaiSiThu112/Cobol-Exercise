      *> TAX-LEDGER record: one line per taxed document - output
      *> tax charged on a sales invoice or given back on a credit
      *> note, input tax on a vendor invoice - written as the
      *> document is raised, and the source the periodic tax return
      *> is built from and tied back to GL-MASTER with.
       01 TAX-LEDGER-RECORD.
           05 TJ-TAX-TYPE            PIC X(01).
               88 TJ-OUTPUT-TAX          VALUE 'O'.
               88 TJ-INPUT-TAX           VALUE 'I'.
           05 TJ-SOURCE              PIC X(01).
               88 TJ-SALES-INVOICE       VALUE 'S'.
               88 TJ-CREDIT-NOTE         VALUE 'C'.
               88 TJ-VENDOR-INVOICE      VALUE 'V'.
               88 TJ-VENDOR-DEBIT        VALUE 'D'.
           05 TJ-DOCUMENT-NO         PIC X(08).
           05 TJ-PARTY-CODE          PIC 9(05).
           05 TJ-TAX-CODE            PIC X(02).
           05 TJ-DOCUMENT-DATE       PIC 9(08).
           05 TJ-PERIOD              PIC 9(06).
      *> a credit note, and a vendor debit for returned goods,
      *> carry negative amounts
           05 TJ-NET-AMOUNT          PIC S9(09)V99.
           05 TJ-TAX-AMOUNT          PIC S9(09)V99.
           05 TJ-RECOVERABLE         PIC X(01).
               88 TJ-INPUT-RECOVERABLE   VALUE 'Y'.
