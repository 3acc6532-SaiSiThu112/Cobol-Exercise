      *> APPRAISAL record: an employee's performance rating for one
      *> review year - 1 (unsatisfactory) to 5 (outstanding) - keyed
      *> by the reviewing manager through AppraisalMaintenance. The
      *> merit run reads the rating for its review year against the
      *> employee's place in the PAY-GRADE band to size the annual
      *> increase; one row per employee per year, a re-key replaces
      *> the earlier rating.
       01 APPRAISAL-RECORD.
           05 AV-EMP-ID              PIC 9(05).
           05 AV-REVIEW-YEAR         PIC 9(04).
           05 AV-RATING              PIC 9(01).
               88 AV-VALID-RATING        VALUE 1 THRU 5.
           05 AV-REVIEWER            PIC X(10).
           05 AV-REVIEW-DATE         PIC 9(08).
