               88 TS-APPROVED            VALUE 'A'.
               88 TS-UNAPPROVED          VALUE 'N' SPACE.
           05 TS-APPROVED-BY         PIC X(10).
      *> daily lines - the date worked and the shift it was worked
      *> on, so the register can price a CALENDAR holiday and a
      *> shift differential off the CTLPARM premium rows line by
      *> line. A row predating the fields (blank date) is a period
      *> total and is paid as day-shift time.
           05 TS-WORK-DATE           PIC 9(08).
           05 TS-WORK-DATE-X REDEFINES TS-WORK-DATE PIC X(08).
               88 TS-PERIOD-TOTAL-LINE   VALUE SPACES ZEROS.
           05 TS-SHIFT-CODE          PIC X(01).
               88 TS-DAY-SHIFT           VALUE 'D' SPACE.
