      *> OFFLINE-HISTORY record: one record the retention purge moved
      *> off a live audit or log file, stamped with the purge date
      *> and the record's own date, the image carried unchanged so
      *> the inquiries read it back through the live layout. Each
      *> purge of a file ends its batch with a control record: the
      *> cutoff, the count moved and a hash total of the moved
      *> records' dates, plus the count of held records the legal
      *> hold released for destruction on that run.
       01 OFFLINE-HISTORY-RECORD.
           05 HX-PURGE-DATE          PIC 9(08).
           05 HX-RECORD-TYPE         PIC X(01).
               88 HX-DETAIL              VALUE 'D'.
               88 HX-CONTROL             VALUE 'C'.
           05 HX-RECORD-DATE         PIC 9(08).
           05 HX-RECORD-IMAGE        PIC X(291).
           05 HX-CONTROL-DATA REDEFINES HX-RECORD-IMAGE.
               10 HX-SOURCE-FILE     PIC X(08).
               10 HX-CUTOFF-DATE     PIC 9(08).
               10 HX-RECORD-COUNT    PIC 9(07).
               10 HX-HASH-TOTAL      PIC 9(15).
               10 HX-DESTROYED-COUNT PIC 9(07).
               10 FILLER             PIC X(246).
