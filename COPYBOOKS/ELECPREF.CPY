      *> ELECTIVE-PREFERENCE record, keyed on the student and term -
      *> the student's elective choices in rank order, first choice
      *> first, entered through the subject maintenance. The ballot
      *> run stamps the elective the student was placed in, or
      *> leaves it blank when none of the choices had room.
       01 ELECTIVE-PREF-RECORD.
           05 PF-PREF-KEY.
               10 PF-STUDENT-ID      PIC 9(05).
               10 PF-TERM-CODE       PIC X(06).
           05 PF-CHOICE-COUNT        PIC 9(01).
           05 PF-CHOICE              OCCURS 5 TIMES.
               10 PF-SUBJECT-CODE    PIC X(03).
           05 PF-SUBMIT-DATE         PIC 9(08).
           05 PF-PLACED-SUBJECT      PIC X(03).
           05 PF-BALLOT-DATE         PIC 9(08).
