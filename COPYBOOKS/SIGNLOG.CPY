      *> SIGN-ON-LOG record: one line per sign-on attempt on any
      *> signed-on program, passed or failed, and one per security
      *> action - the operator, the program, when, and what came
      *> of it. Unlocks and password resets carry the security
      *> administrator who made them.
       01 SIGN-ON-LOG-RECORD.
           05 SG-OPERATOR-ID         PIC X(10).
           05 SG-PROGRAM             PIC X(08).
           05 SG-LOG-DATE            PIC 9(08).
           05 SG-LOG-TIME            PIC 9(06).
           05 SG-RESULT              PIC X(01).
               88 SG-PASSED              VALUE 'P'.
               88 SG-FAILED              VALUE 'F'.
               88 SG-LOCKED-OUT          VALUE 'L'.
               88 SG-EXPIRED             VALUE 'X'.
               88 SG-PASSWORD-CHANGED    VALUE 'C'.
               88 SG-UNLOCKED            VALUE 'U'.
               88 SG-RESET               VALUE 'R'.
           05 SG-ACTION-BY           PIC X(10).
