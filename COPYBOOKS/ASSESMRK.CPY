      *> ASSESSMENT-MARK record: one student's mark in one assessment
      *> component of a registered subject, keyed on student/term/
      *> subject/component so a student's components for a subject
      *> are one short keyed browse. The weighting run combines them
      *> into SR-MARK on SUBJECT-REGISTRATION.
       01 ASSESSMENT-MARK-RECORD.
           05 AM-MARK-KEY.
               10 AM-STUDENT-ID      PIC 9(05).
               10 AM-TERM-CODE       PIC X(06).
               10 AM-SUBJECT-CODE    PIC X(03).
               10 AM-COMPONENT-CODE  PIC X(02).
           05 AM-MARK                PIC 9(03).
           05 AM-MARK-ENTERED-FLAG   PIC X(01).
               88 AM-MARK-ENTERED        VALUE 'Y'.
               88 AM-MARK-MISSING        VALUE 'N' SPACE.
           05 AM-ENTRY-DATE          PIC 9(08).
