      *> DOCUMENT-HOLD record, keyed on DH-STUDENT-ID - set by the
      *> arrears hold run when a student's STUDENT-BILLING balance
      *> and its age pass the CTLPARM thresholds. While the hold is
      *> active the report card and leaving certificate runs
      *> withhold the student's documents. The bursar may release a
      *> hold (who and when are kept on the row); a hold whose
      *> account has since been paid down is marked cleared so the
      *> next fall into arrears raises a fresh one.
       01 DOCUMENT-HOLD-RECORD.
           05 DH-STUDENT-ID          PIC 9(05).
           05 DH-HOLD-STATUS         PIC X(01).
               88 DH-HOLD-ACTIVE         VALUE 'H'.
               88 DH-HOLD-RELEASED       VALUE 'R'.
               88 DH-HOLD-CLEARED        VALUE 'C'.
           05 DH-HOLD-DATE           PIC 9(08).
           05 DH-LAST-RUN-DATE       PIC 9(08).
           05 DH-BALANCE             PIC S9(07)V99.
           05 DH-OLDEST-DEBT-DATE    PIC 9(08).
           05 DH-DAYS-OVERDUE        PIC 9(05).
           05 DH-REFERRED-FLAG       PIC X(01).
               88 DH-REFERRED            VALUE 'Y'.
               88 DH-NOT-REFERRED        VALUE 'N' SPACE.
           05 DH-REFERRAL-DATE       PIC 9(08).
           05 DH-RELEASED-BY         PIC X(10).
           05 DH-RELEASE-DATE        PIC 9(08).
           05 DH-RELEASE-REASON      PIC X(30).
