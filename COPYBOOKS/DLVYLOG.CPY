      *> DELIVERY-LOG record: one row per recipient of a report on
      *> each distribution run - who received which report for which
      *> run date, the burst key their pages were cut on and how
      *> much they got. Pages no recipient's key matched are logged
      *> against recipient UNROUTED so nothing goes unaccounted for.
       01 DELIVERY-LOG-RECORD.
           05 DL-RUN-DATE            PIC 9(08).
           05 DL-REPORT-NAME         PIC X(08).
           05 DL-RECIPIENT           PIC X(10).
           05 DL-BURST-VALUE         PIC X(10).
           05 DL-PAGES               PIC 9(05).
           05 DL-LINES               PIC 9(07).
           05 DL-DISTRIBUTED-DATE    PIC 9(08).
           05 DL-DISTRIBUTED-TIME    PIC 9(06).
