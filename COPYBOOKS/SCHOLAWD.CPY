      *> SCHOLARSHIP-AWARD record: one row per student per award the
      *> committee has granted, keyed on the student/award group.
      *> The award run stamps the term and amount it last paid, so
      *> a rerun for the same term pays nothing twice and a row that
      *> has been paid before is a renewal; a holder who falls below
      *> the award's minimums is marked dropped and is not paid
      *> again unless the committee re-grants the award.
       01 SCHOLARSHIP-AWARD-RECORD.
           05 SW-AWARD-KEY.
               10 SW-STUDENT-ID      PIC 9(05).
               10 SW-AWARD-CODE      PIC X(04).
           05 SW-HOLDER-STATUS       PIC X(01).
               88 SW-ACTIVE              VALUE 'A'.
               88 SW-DROPPED             VALUE 'D'.
           05 SW-GRANTED-DATE        PIC 9(08).
           05 SW-LAST-TERM           PIC X(06).
           05 SW-LAST-AMOUNT         PIC 9(07)V99.
           05 SW-STATUS-DATE         PIC 9(08).
