      *> TRANSCRIPT-REGISTER record: one line per official
      *> transcript issued, in serial order. The verification number
      *> printed on the transcript is the serial followed by its
      *> check digit; the totals the transcript printed and a hash
      *> of them are kept here, so a faxed copy can be checked
      *> figure for figure against what actually left the office.
       01 TRANSCRIPT-REGISTER-RECORD.
           05 TG-VERIFY-NO.
               10 TG-SERIAL-NO       PIC 9(06).
               10 TG-CHECK-DIGIT     PIC 9(01).
           05 TG-STUDENT-ID          PIC 9(05).
           05 TG-STUDENT-NAME        PIC X(10).
           05 TG-ISSUE-DATE          PIC 9(08).
           05 TG-RECIPIENT           PIC X(30).
           05 TG-TERM-COUNT          PIC 9(03).
           05 TG-MARK-TOTAL          PIC 9(07).
           05 TG-SUBJECT-COUNT       PIC 9(04).
           05 TG-SUBJECT-MARK-TOTAL  PIC 9(07).
           05 TG-CUM-GPA             PIC 9V99.
           05 TG-TOTALS-HASH         PIC 9(09).
