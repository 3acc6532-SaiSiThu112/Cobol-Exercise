           *> and GPA - and a cumulative GPA across all terms, so a
           *> transfer-school call no longer needs the whole
           *> transcript dump run and eyeballed for one student
           *> the inquiry also shows the at-risk flag from the
           *> RISK-FLAG file - the score, the term it was scored for
           *> and each warning factor that tripped with its figure
           *> the date of birth now shows with the master record
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCRIPT-STATUS.

           SELECT OPTIONAL RISK-FLAG-FILE ASSIGN TO "RISKFLAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-STUDENT-ID
               FILE STATUS IS WS-RISK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
       FD TRANSCRIPT-FILE.
           COPY TRANMSTR.

       FD RISK-FLAG-FILE.
           COPY RISKFLAG.

       WORKING-STORAGE SECTION.

           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-GPA-SUM PIC 9(05)V99 VALUE ZERO.
           01 WS-CUM-GPA PIC 9V99 VALUE ZERO.

           01 WS-RISK-STATUS PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT STUDENT-MASTER
           OPEN INPUT RISK-FLAG-FILE

           PERFORM INQUIRY-PARA UNTIL NOT WS-MORE-INQUIRIES

           CLOSE STUDENT-MASTER
           CLOSE RISK-FLAG-FILE

            STOP RUN.

           DISPLAY "STUDENT ID    : " SM-STUDENT-ID
           DISPLAY "STUDENT NAME  : " SM-STUDENT-NAME
           DISPLAY "STUDENT CLASS : " SM-STUDENT-CLASS
           DISPLAY "DATE OF BIRTH : " SM-DATE-OF-BIRTH
           DISPLAY "ENGLISH MARK  : " SM-MARK-ENGLISH
           DISPLAY "MATH MARK     : " SM-MARK-MATH
           DISPLAY "PHYSICS MARK  : " SM-MARK-PHYSICS
           DISPLAY "TOTAL MARK    : " SM-TOTAL-MARK
           DISPLAY "RESULT        : " SM-RESULT
           PERFORM RISK-FLAG-PARA
           PERFORM TRANSCRIPT-HISTORY-PARA.

           RISK-FLAG-PARA.

           MOVE SM-STUDENT-ID TO RK-STUDENT-ID
           READ RISK-FLAG-FILE
               INVALID KEY
                   DISPLAY "AT RISK       : NOT SCORED"
               NOT INVALID KEY
                   IF RK-AT-RISK
                       DISPLAY "AT RISK       : YES - SCORE "
                           RK-RISK-SCORE " TERM " RK-TERM-CODE
                           " RUN " RK-RUN-DATE
                       IF RK-ATTENDANCE-LOW
                           DISPLAY "  ATTENDANCE  : ABSENT "
                               RK-ABSENCE-PERCENT " PERCENT"
                       END-IF
                       IF RK-INCIDENTS-HIGH
                           DISPLAY "  INCIDENTS   : "
                               RK-INCIDENT-COUNT " THIS TERM"
                       END-IF
                       IF RK-MARKS-FALLING
                           DISPLAY "  MARKS       : AVERAGE "
                               RK-CURRENT-AVERAGE " AGAINST "
                               RK-PRIOR-AVERAGE " LAST TERM"
                       END-IF
                       IF RK-ARREARS-OPEN
                           DISPLAY "  ARREARS     : "
                               RK-ARREARS-AMOUNT
                       END-IF
                   ELSE
                       DISPLAY "AT RISK       : NO - TERM "
                           RK-TERM-CODE " RUN " RK-RUN-DATE
                   END-IF
           END-READ.

           TRANSCRIPT-HISTORY-PARA.

           DISPLAY "----- Transcript History -----"
