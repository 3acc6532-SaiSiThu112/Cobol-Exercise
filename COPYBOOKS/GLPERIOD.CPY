      *> GL-PERIOD status record: one row per accounting period -
      *> the close transaction flips it to C and the posting run
      *> rejects journal lines aimed at a closed period to the
      *> shared exception file. The year-end close writes Y rows
      *> for all twelve periods of the year it closes - a locked
      *> year is closed to posting like any C period, and the last
      *> locked period marks where the opening balances begin.
       01 GL-PERIOD-RECORD.
           05 GP-PERIOD              PIC 9(06).
           05 GP-STATUS              PIC X(01).
               88 GP-PERIOD-OPEN         VALUE 'O' SPACE.
               88 GP-PERIOD-CLOSED       VALUE 'C' 'Y'.
               88 GP-YEAR-LOCKED         VALUE 'Y'.
