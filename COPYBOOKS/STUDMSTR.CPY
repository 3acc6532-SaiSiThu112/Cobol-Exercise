               88 SM-GRADUATED           VALUE 'G'.
               88 SM-SUSPENDED           VALUE 'S'.
           05 SM-STATUS-DATE         PIC 9(08).
      *> carried over from the admissions application when the
      *> student is enrolled; zero where it was never recorded -
      *> the census return ages students from it
           05 SM-DATE-OF-BIRTH       PIC 9(08).
