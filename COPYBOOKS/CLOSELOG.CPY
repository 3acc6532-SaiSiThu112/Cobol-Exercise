      *> CLOSE-LOG record: one row per period-close attempt in the
      *> GL posting run - who asked, when, how many checklist items
      *> failed and whether the period closed clean, closed on a
      *> controller override (with the reason given) or was refused.
      *> CY-OPERATOR-ID is who keyed the close; CY-APPROVER-ID is the
      *> holder of the close override code that let it through, and
      *> is blank when no override was given.
       01 CLOSE-LOG-RECORD.
           05 CY-PERIOD              PIC 9(06).
           05 CY-LOG-DATE            PIC 9(08).
           05 CY-LOG-TIME            PIC 9(06).
           05 CY-OPERATOR-ID         PIC X(10).
           05 CY-APPROVER-ID         PIC X(10).
           05 CY-RESULT              PIC X(01).
               88 CY-CLOSED-CLEAN        VALUE 'C'.
               88 CY-CLOSED-OVERRIDE     VALUE 'O'.
               88 CY-REFUSED             VALUE 'R'.
           05 CY-ITEMS-FAILED        PIC 9(03).
           05 CY-REASON              PIC X(40).
