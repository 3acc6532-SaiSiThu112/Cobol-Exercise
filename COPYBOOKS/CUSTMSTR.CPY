           05 CM-ADDRESS             PIC X(30).
           05 CM-CREDIT-LIMIT        PIC 9(09)V99.
           05 CM-BALANCE-OWED        PIC S9(09)V99.
      *> credit control - the monthly statement run sets the dunning
      *> level from the age of the oldest open invoice and, at the
      *> final level, puts the account on credit hold, which order
      *> entry then refuses without a supervisor override. Only
      *> customer maintenance releases a hold. Records predating the
      *> fields read as never dunned, not held and never stated.
           05 CM-DUNNING-LEVEL       PIC 9(01).
               88 CM-NOT-DUNNED          VALUE ZERO.
           05 CM-CREDIT-HOLD         PIC X(01).
               88 CM-ON-CREDIT-HOLD      VALUE 'Y'.
               88 CM-NOT-ON-HOLD         VALUE 'N' SPACE.
           05 CM-LAST-STATEMENT-DATE PIC 9(08).
      *> sales-tax exemption - an exempt customer is invoiced and
      *> credited without output tax, on the strength of the
      *> exemption certificate held on file. Records predating the
      *> fields read as taxable.
           05 CM-TAX-EXEMPT          PIC X(01).
               88 CM-EXEMPT-FROM-TAX     VALUE 'Y'.
           05 CM-EXEMPT-CERTIFICATE  PIC X(10).
