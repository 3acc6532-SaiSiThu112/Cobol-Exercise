           *> writes clean rows to the master and sends every bad row
           *> to the shared EXCEPTION-FILE with its line number, so a
           *> file can never half-load without saying so
           *> the intake CSV carries no date of birth, so imported rows
           *> go on with it zeroed as not known
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-CSV-FILE ASSIGN TO "STUDCSV"
           MOVE SPACES TO SM-SECTION-CODE
           MOVE 'E' TO SM-ENROLL-STATUS
           MOVE WS-RUN-DATE TO SM-STATUS-DATE
           MOVE ZERO TO SM-DATE-OF-BIRTH
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   MOVE "Duplicate student id - row not loaded"
