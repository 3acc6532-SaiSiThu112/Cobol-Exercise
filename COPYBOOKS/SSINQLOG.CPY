      *> SELF-SERVICE-LOG record: one line per employee self-service
      *> inquiry attempt, successful or not, so payroll and audit can
      *> see who looked at what pay data and when.
       01 SELF-SERVICE-LOG-RECORD.
           05 SQ-EMP-ID              PIC 9(05).
           05 SQ-INQUIRY-DATE        PIC 9(08).
           05 SQ-INQUIRY-TIME        PIC 9(06).
           05 SQ-RESULT              PIC X(08).
               88 SQ-SHOWN               VALUE "SHOWN   ".
               88 SQ-BAD-PIN             VALUE "BADPIN  ".
               88 SQ-LOCKED              VALUE "LOCKED  ".
               88 SQ-NO-PIN              VALUE "NOPIN   ".
               88 SQ-NOT-FOUND           VALUE "NOTFOUND".
