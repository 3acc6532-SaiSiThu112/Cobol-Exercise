      *> EXAM-SCHEDULE record: one paper per subject per sitting in
      *> a term, keyed on the term/subject/sitting group. A sitting
      *> is one numbered exam slot (date plus AM/PM session) - every
      *> paper sharing a sitting number is written at the same time,
      *> so a student registered for two of them has a clash. The
      *> rooms are the exam halls the paper is seated in; each
      *> room's seat count is the SEC-CAPACITY of the section that
      *> uses the room on SECTION-MASTER.
       01 EXAM-SCHEDULE-RECORD.
           05 EXS-EXAM-KEY.
               10 EXS-TERM-CODE      PIC X(06).
               10 EXS-SUBJECT-CODE   PIC X(03).
               10 EXS-SITTING        PIC 9(02).
           05 EXS-EXAM-DATE          PIC 9(08).
           05 EXS-SESSION            PIC X(02).
               88 EXS-MORNING            VALUE 'AM'.
               88 EXS-AFTERNOON          VALUE 'PM'.
           05 EXS-PAPER-MINUTES      PIC 9(03).
           05 EXS-ROOM               PIC X(05) OCCURS 4 TIMES.
