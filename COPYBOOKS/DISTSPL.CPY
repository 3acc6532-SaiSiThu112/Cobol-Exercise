      *> DISTRIBUTED-SPOOL record: the distribution run's output -
      *> every print line of a report as delivered to one recipient,
      *> sorted by recipient, report and the line's original order,
      *> each recipient's copy of a report opening on a banner page.
      *> The spooled files themselves are left untouched.
       01 DISTRIBUTED-SPOOL-RECORD.
           05 DO-RECIPIENT           PIC X(10).
           05 DO-REPORT-NAME         PIC X(08).
           05 DO-RUN-DATE            PIC 9(08).
           05 DO-SEQUENCE            PIC 9(07).
           05 DO-CARRIAGE-CONTROL    PIC X(01).
           05 DO-TEXT                PIC X(132).
