           05 SB-ACTIVE-FLAG         PIC X(01).
               88 SB-SUBJECT-ACTIVE      VALUE 'A' SPACE.
               88 SB-SUBJECT-INACTIVE    VALUE 'I'.
      *> an elective is filled by the preference ballot rather than
      *> keyed one student at a time; the capacity is the number of
      *> places the subject offers in each term
           05 SB-ELECTIVE-FLAG       PIC X(01).
               88 SB-ELECTIVE            VALUE 'Y'.
               88 SB-CORE-SUBJECT        VALUE 'N' SPACE.
           05 SB-ELECTIVE-CAPACITY   PIC 9(03).
