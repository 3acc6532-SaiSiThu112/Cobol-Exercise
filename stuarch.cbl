           *> decoded OPERATOR-ALERT record (job, file, status, key,
           *> paragraph) and statuses that make continuing unsafe
           *> stop the run cleanly
           *> the archive image widens to the 65-byte student record now
           *> that it carries the date of birth
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
       FD STUDENT-ARCHIVE-FILE.
           01 STUDENT-ARCHIVE-RECORD.
               05 SA-ARCHIVE-DATE       PIC 9(08).
               05 SA-STUDENT-DATA       PIC X(65).

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.
