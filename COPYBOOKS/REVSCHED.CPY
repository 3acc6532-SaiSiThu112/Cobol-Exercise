      *> REVERSE-SCHEDULE record: a journal batch flagged to
      *> auto-reverse - typically a month-end accrual. Once every
      *> line of batch RS-BATCH-ID in period RS-PERIOD has posted,
      *> the GL posting run writes the mirror lines into the next
      *> period as batch RVRSL and marks the row reversed, so the
      *> reversal can no longer be forgotten.
       01 REVERSE-SCHEDULE-RECORD.
           05 RS-BATCH-ID            PIC X(05).
           05 RS-PERIOD              PIC 9(06).
           05 RS-STATUS              PIC X(01).
               88 RS-PENDING             VALUE 'P'.
               88 RS-REVERSED            VALUE 'D'.
           05 RS-FLAGGED-BY          PIC X(10).
           05 RS-FLAGGED-DATE        PIC 9(08).
           05 RS-REVERSAL-PERIOD     PIC 9(06).
