      *> RISK-FLAG record: one per enrolled student, keyed on the
      *> student id, rewritten by the at-risk run each time it
      *> scores the term. Holds the score, which warning factors
      *> tripped and the figures behind them, so the inquiry can
      *> show a tutor why a student is flagged without the list.
       01 RISK-FLAG-RECORD.
           05 RK-STUDENT-ID          PIC 9(05).
           05 RK-TERM-CODE           PIC X(06).
           05 RK-RUN-DATE            PIC 9(08).
           05 RK-RISK-SCORE          PIC 9(02).
           05 RK-RISK-FLAG           PIC X(01).
               88 RK-AT-RISK             VALUE 'Y'.
               88 RK-NOT-AT-RISK         VALUE 'N' SPACE.
           05 RK-FACTORS.
               10 RK-ATTEND-FACTOR   PIC X(01).
                   88 RK-ATTENDANCE-LOW  VALUE 'Y'.
               10 RK-INCIDENT-FACTOR PIC X(01).
                   88 RK-INCIDENTS-HIGH  VALUE 'Y'.
               10 RK-MARKS-FACTOR    PIC X(01).
                   88 RK-MARKS-FALLING   VALUE 'Y'.
               10 RK-ARREARS-FACTOR  PIC X(01).
                   88 RK-ARREARS-OPEN    VALUE 'Y'.
           05 RK-ABSENCE-PERCENT     PIC 9(03).
           05 RK-INCIDENT-COUNT      PIC 9(03).
           05 RK-CURRENT-AVERAGE     PIC 9(03).
           05 RK-PRIOR-AVERAGE       PIC 9(03).
           05 RK-ARREARS-AMOUNT      PIC S9(07)V99.
