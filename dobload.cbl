       IDENTIFICATION DIVISION.
       PROGRAM-ID. DateOfBirthLoad.
       ENVIRONMENT DIVISION.
           *> one-pass load of SM-DATE-OF-BIRTH for students already
           *> on STUDENT-MASTER - every converted application on the
           *> APPLICANT file carries the assigned student id and the
           *> date of birth admissions captured, so a student whose
           *> date of birth is not yet on the master takes it from
           *> there; a date already on the master is never overwritten
           *> the master is then swept once more: a date of birth left
           *> blank by the layout conversion is zeroed, and every
           *> enrolled student still without one is listed so the
           *> office can key it through the student maintenance change
           *> before the census return is run
           *> each REWRITE logs a before/after image through the
           *> shared UpdateJournal subprogram, and the run holds the
           *> batch-window marker on STUDMAST through BatchLock while
           *> it updates, the same as the promotion batch
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE ASSIGN TO "APPLICNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-APPLICATION-NO
               FILE STATUS IS WS-APPLICANT-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPLICANT-FILE.
           COPY APPLICNT.

       FD STUDENT-MASTER.
           COPY STUDMSTR.

       WORKING-STORAGE SECTION.

           01 WS-APPLICANT-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.

           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCAN-EOF VALUE 'Y'.

           01 WS-UJ-MASTER PIC X(08) VALUE "STUDMAST".
           01 WS-UJ-ACTION PIC X(01) VALUE 'R'.
           01 WS-UJ-KEY PIC X(10) VALUE SPACES.
           01 WS-UJ-PROGRAM PIC X(08) VALUE "DOBLOAD ".
           01 WS-UJ-OPERATOR PIC X(10) VALUE "DOBLOAD".
           01 WS-UJ-BEFORE PIC X(120) VALUE SPACES.
           01 WS-UJ-AFTER PIC X(120) VALUE SPACES.

           01 WS-LOCK-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-LOCK-MASTER PIC X(08) VALUE "STUDMAST".
           01 WS-LOCK-JOB PIC X(08) VALUE "DOBLOAD ".
           01 WS-LOCK-ANSWER PIC X(01) VALUE 'F'.

           01 WS-LOADED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-KEPT-COUNT PIC 9(05) VALUE ZERO.
           01 WS-NOT-FOUND-COUNT PIC 9(05) VALUE ZERO.
           01 WS-CLEARED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-MISSING-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 'S' TO WS-LOCK-FUNCTION
           CALL "BatchLock" USING WS-LOCK-FUNCTION WS-LOCK-MASTER
               WS-LOCK-JOB WS-LOCK-ANSWER

           OPEN INPUT APPLICANT-FILE
           OPEN I-O STUDENT-MASTER

           DISPLAY "----- Date of Birth Load -----"
           PERFORM LOAD-FROM-APPLICATIONS-PARA
           DISPLAY " "
           DISPLAY "ENROLLED STUDENTS STILL WITHOUT A DATE OF BIRTH"
           PERFORM SWEEP-MASTER-PARA

           CLOSE APPLICANT-FILE
           CLOSE STUDENT-MASTER

           MOVE 'C' TO WS-LOCK-FUNCTION
           CALL "BatchLock" USING WS-LOCK-FUNCTION WS-LOCK-MASTER
               WS-LOCK-JOB WS-LOCK-ANSWER

           DISPLAY " "
           DISPLAY "DATES LOADED FROM APPLICATIONS : " WS-LOADED-COUNT
           DISPLAY "ALREADY ON THE MASTER - KEPT   : " WS-KEPT-COUNT
           DISPLAY "APPLICATION STUDENT NOT FOUND  : "
               WS-NOT-FOUND-COUNT
           DISPLAY "BLANK DATES ZEROED             : " WS-CLEARED-COUNT
           DISPLAY "ENROLLED STILL MISSING         : " WS-MISSING-COUNT

            STOP RUN.

           LOAD-FROM-APPLICATIONS-PARA.

           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE ZERO TO AP-APPLICATION-NO
           START APPLICANT-FILE KEY >= AP-APPLICATION-NO
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM LOAD-ONE-APPLICATION-PARA UNTIL WS-SCAN-EOF.

           LOAD-ONE-APPLICATION-PARA.

           READ APPLICANT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF AP-CONVERTED AND AP-STUDENT-ID > ZERO
                           AND AP-DATE-OF-BIRTH > ZERO
                       PERFORM APPLY-APPLICATION-PARA
                   END-IF
           END-READ.

           APPLY-APPLICATION-PARA.

           MOVE AP-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   DISPLAY "APPLICATION " AP-APPLICATION-NO
                       " - STUDENT " AP-STUDENT-ID " NOT ON FILE"
               NOT INVALID KEY
                   IF SM-DATE-OF-BIRTH NUMERIC
                           AND SM-DATE-OF-BIRTH > ZERO
                       ADD 1 TO WS-KEPT-COUNT
                   ELSE
                       MOVE STUDENT-MASTER-RECORD TO WS-UJ-BEFORE
                       MOVE AP-DATE-OF-BIRTH TO SM-DATE-OF-BIRTH
                       PERFORM REWRITE-STUDENT-PARA
                       ADD 1 TO WS-LOADED-COUNT
                   END-IF
           END-READ.

           SWEEP-MASTER-PARA.

           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE ZERO TO SM-STUDENT-ID
           START STUDENT-MASTER KEY >= SM-STUDENT-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM SWEEP-ONE-STUDENT-PARA UNTIL WS-SCAN-EOF.

           SWEEP-ONE-STUDENT-PARA.

           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF SM-DATE-OF-BIRTH NOT NUMERIC
                       MOVE STUDENT-MASTER-RECORD TO WS-UJ-BEFORE
                       MOVE ZERO TO SM-DATE-OF-BIRTH
                       PERFORM REWRITE-STUDENT-PARA
                       ADD 1 TO WS-CLEARED-COUNT
                   END-IF
                   IF SM-ENROLLED AND SM-DATE-OF-BIRTH = ZERO
                       ADD 1 TO WS-MISSING-COUNT
                       DISPLAY "  " SM-STUDENT-ID " " SM-STUDENT-NAME
                           " CLASS " SM-STUDENT-CLASS
                           " SECTION " SM-SECTION-CODE
                   END-IF
           END-READ.

           REWRITE-STUDENT-PARA.

           REWRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE STUDENT " SM-STUDENT-ID
               NOT INVALID KEY
                   MOVE 'R' TO WS-UJ-ACTION
                   MOVE SM-STUDENT-ID TO WS-UJ-KEY
                   MOVE STUDENT-MASTER-RECORD TO WS-UJ-AFTER
                   CALL "UpdateJournal" USING WS-UJ-MASTER
                       WS-UJ-ACTION WS-UJ-KEY WS-UJ-PROGRAM
                       WS-UJ-OPERATOR WS-UJ-BEFORE WS-UJ-AFTER
                   MOVE SPACES TO WS-UJ-BEFORE
                   MOVE SPACES TO WS-UJ-AFTER
           END-REWRITE.

       END PROGRAM DateOfBirthLoad.
