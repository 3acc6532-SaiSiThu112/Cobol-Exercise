      *> REFUND-POLICY record: one tier of the withdrawal refund
      *> policy. The refund run walks the tiers in file order and
      *> takes the first whose limit the student's elapsed school
      *> days have not passed - the limit read either as school
      *> days into the term (D) or as a percent of the term's school
      *> days (P) - so "full refund in week one, nothing after
      *> half-term" is two rows: D 005 100 then P 050 050. Past
      *> the last tier nothing is refunded.
       01 REFUND-POLICY-RECORD.
           05 RF-LIMIT-BASIS         PIC X(01).
               88 RF-SCHOOL-DAYS         VALUE 'D'.
               88 RF-PERCENT-OF-TERM     VALUE 'P'.
           05 RF-LIMIT               PIC 9(03).
           05 RF-REFUND-PERCENT      PIC 9(03).
