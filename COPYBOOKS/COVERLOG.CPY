      *> COVER-LOG record: one row per period covered for an absent
      *> teacher, keyed on the date, period and section, written by
      *> the cover run. A slot already on file is not covered again
      *> on a rerun, and the rows per cover teacher are the cover
      *> burden the cover run balances and the workload report
      *> prints.
       01 COVER-LOG-RECORD.
           05 CV-COVER-KEY.
               10 CV-COVER-DATE      PIC 9(08).
               10 CV-PERIOD          PIC 9(01).
               10 CV-SECTION-CODE    PIC X(03).
           05 CV-TERM-CODE           PIC X(06).
           05 CV-DAY-CODE            PIC 9(01).
           05 CV-ROOM                PIC X(05).
           05 CV-ABSENT-TEACHER-ID   PIC 9(04).
           05 CV-COVER-TEACHER-ID    PIC 9(04).
