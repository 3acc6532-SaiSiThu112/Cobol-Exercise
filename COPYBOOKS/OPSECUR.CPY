      *> OPERATOR-SECURITY record: one per operator id, kept by
      *> SignOnControl beside USER-AUTHORITY - the run of failed
      *> sign-ons since the last good one, the lock-out set when
      *> that run reaches the CTLPARM SIGNFAIL limit (cleared only
      *> by a security administrator through SecurityAdmin), and
      *> the date the password was last changed, which forces a
      *> new one once CTLPARM PWDAYS days have passed. A zero
      *> changed date forces a change at the next sign-on.
       01 OPERATOR-SECURITY-RECORD.
           05 OS-OPERATOR-ID         PIC X(10).
           05 OS-FAILED-COUNT        PIC 9(02).
           05 OS-LOCK-FLAG           PIC X(01).
               88 OS-LOCKED              VALUE 'Y'.
               88 OS-UNLOCKED            VALUE 'N' SPACE.
           05 OS-LOCKED-DATE         PIC 9(08).
           05 OS-LOCKED-TIME         PIC 9(06).
           05 OS-PASSWORD-CHANGED    PIC 9(08).
