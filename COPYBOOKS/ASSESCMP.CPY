      *> ASSESSMENT-COMPONENT record: the tests, coursework and final
      *> exam that make up one subject's mark in one term, keyed on
      *> subject/term/component. Each component is marked out of its
      *> own maximum and carries its share of the subject mark as a
      *> percentage; a subject's weights are only accepted when they
      *> total 100. A zero-weight component is recorded for the
      *> report card but does not count toward the subject mark.
       01 ASSESSMENT-COMPONENT-RECORD.
           05 AC-COMPONENT-KEY.
               10 AC-SUBJECT-CODE    PIC X(03).
               10 AC-TERM-CODE       PIC X(06).
               10 AC-COMPONENT-CODE  PIC X(02).
           05 AC-COMPONENT-NAME      PIC X(15).
           05 AC-WEIGHT-PERCENT      PIC 9(03).
           05 AC-MAXIMUM-MARK        PIC 9(03).
