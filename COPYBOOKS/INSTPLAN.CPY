      *> INSTALMENT-PLAN record, keyed on the student/term group -
      *> a family's agreement to pay a term's tuition charge in two
      *> to four due-dated parts instead of all at once. The late
      *> fee run stamps a part once it has charged the penalty for
      *> it, so a part is only ever penalised once.
       01 INSTALMENT-PLAN-RECORD.
           05 IP-PLAN-KEY.
               10 IP-STUDENT-ID      PIC 9(05).
               10 IP-TERM-CODE       PIC X(06).
           05 IP-PART-COUNT          PIC 9(01).
           05 IP-PLAN-DATE           PIC 9(08).
           05 IP-PART OCCURS 4 TIMES.
               10 IP-DUE-DATE        PIC 9(08).
               10 IP-DUE-AMOUNT      PIC 9(07)V99.
               10 IP-LATE-FEE-FLAG   PIC X(01).
                   88 IP-LATE-FEE-CHARGED    VALUE 'Y'.
