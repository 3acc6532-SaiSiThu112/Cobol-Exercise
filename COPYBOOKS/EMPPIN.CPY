      *> EMPLOYEE-PIN record layout, keyed on EN-EMP-ID - the
      *> personal PIN an employee signs on to the self-service
      *> inquiry with, kept apart from the operator passwords on
      *> USER-AUTHORITY. Payroll sets and resets it through the
      *> employee maintenance program; three wrong PINs in a row
      *> lock it until payroll resets it again.
       01 EMPLOYEE-PIN-RECORD.
           05 EN-EMP-ID              PIC 9(05).
           05 EN-PIN                 PIC X(06).
           05 EN-FAILED-COUNT        PIC 9(01).
           05 EN-PIN-STATUS          PIC X(01).
               88 EN-PIN-ACTIVE          VALUE 'A' SPACE.
               88 EN-PIN-LOCKED          VALUE 'L'.
           05 EN-SET-DATE            PIC 9(08).
           05 EN-SET-BY              PIC X(10).
