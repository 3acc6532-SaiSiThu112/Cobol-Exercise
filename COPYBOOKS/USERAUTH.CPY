      *> the transaction codes the operator may run there. Rows with
      *> UA-PROGRAM of OVERRIDE hold valid supervisor override codes
      *> in the first four bytes of the password, replacing the old
      *> hardcoded literal. An OVERRIDE row whose functions carry G
      *> is a controller's code, and only those let the GL period
      *> close through with checklist items outstanding.
       01 USER-AUTHORITY-RECORD.
           05 UA-OPERATOR-ID         PIC X(10).
           05 UA-PASSWORD            PIC X(08).
