           *> stays accepted and is reported, and the application is
           *> stamped converted with the assigned student id so it
           *> can never enroll twice
           *> the applicant's date of birth is now carried onto the new
           *> STUDENT-MASTER record instead of being dropped
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE ASSIGN TO "APPLICNT"
           MOVE WS-CHOSEN-SECTION TO SM-SECTION-CODE
           MOVE 'E' TO SM-ENROLL-STATUS
           MOVE WS-TODAY TO SM-STATUS-DATE
           MOVE AP-DATE-OF-BIRTH TO SM-DATE-OF-BIRTH
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO WRITE STUDENT "
