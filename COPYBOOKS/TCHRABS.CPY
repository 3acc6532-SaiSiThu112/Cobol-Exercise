      *> TEACHER-ABSENCE record, keyed on the teacher and the date
      *> - one row per teacher per day off, logged through the
      *> teacher maintenance so the cover run can find every period
      *> the teacher has on the section schedule that day.
       01 TEACHER-ABSENCE-RECORD.
           05 TA-ABSENCE-KEY.
               10 TA-TEACHER-ID      PIC 9(04).
               10 TA-ABSENCE-DATE    PIC 9(08).
           05 TA-ABSENCE-REASON      PIC X(01).
               88 TA-REASON-SICK         VALUE 'S'.
               88 TA-REASON-PERSONAL     VALUE 'P'.
               88 TA-REASON-TRAINING     VALUE 'T'.
               88 TA-REASON-OTHER        VALUE 'O'.
               88 TA-REASON-VALID        VALUE 'S' 'P' 'T' 'O'.
           05 TA-ABSENCE-NOTE        PIC X(20).
           05 TA-LOGGED-DATE         PIC 9(08).
