       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElectiveBallotRun.
       ENVIRONMENT DIVISION.
           *> elective ballot for the RUNPARM term - popular electives
           *> no longer go to whoever reaches the office first: every
           *> enrolled student with ranked choices on the
           *> ELECTIVE-PREFERENCE file is placed in SM-OVERALL-MARK
           *> order, best mark first (lower student id on a tie), in
           *> the highest-ranked choice that still has a place
           *> places per elective come off SB-ELECTIVE-CAPACITY on the
           *> SUBJECT-MASTER, less any SUBJECT-REGISTRATION rows
           *> already on file for the term, so registrations keyed by
           *> hand are honoured and a rerun only places the students
           *> still waiting; a student already registered for one of
           *> their choices keeps it and is not balloted again
           *> each placement is written as a SUBJECT-REGISTRATION row
           *> and stamped on the preference; the allocation list and
           *> the students who got none of their choices spool to
           *> ELECLIST
           *> cleared by the job schedule like the other batch jobs,
           *> and logged to RUN-CONTROL on completion
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-SUBJECT-CODE
               FILE STATUS IS WS-SUBJECT-STATUS.

           SELECT SUBJECT-REG-FILE ASSIGN TO "SUBJREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-REG-KEY
               FILE STATUS IS WS-REG-STATUS.

           SELECT ELECTIVE-PREFERENCE ASSIGN TO "ELECPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-PREF-KEY
               FILE STATUS IS WS-PREF-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "ELECLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD SUBJECT-MASTER.
           COPY SUBJMSTR.

       FD SUBJECT-REG-FILE.
           COPY SUBJREG.

       FD ELECTIVE-PREFERENCE.
           COPY ELECPREF.

       FD STUDENT-MASTER.
           COPY STUDMSTR.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-SUBJECT-STATUS PIC X(02) VALUE SPACES.
           01 WS-REG-STATUS PIC X(02) VALUE SPACES.
           01 WS-PREF-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCAN-EOF VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-TERM-CODE PIC X(06) VALUE SPACES.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "ELECBAL ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

      *> the ballot electives and the places left in each
           01 WS-ELECTIVE-TABLE.
               02 WS-ELECTIVE-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-ELEC-IDX.
                   05 WS-EL-SUBJECT-CODE PIC X(03).
                   05 WS-EL-SUBJECT-NAME PIC X(15).
                   05 WS-EL-CAPACITY PIC 9(03).
                   05 WS-EL-TAKEN PIC 9(04).
           01 WS-ELECTIVE-COUNT PIC 9(02) VALUE ZERO.

      *> the students in the ballot, sorted best mark first
           01 WS-BALLOT-TABLE.
               02 WS-BALLOT-ENTRY OCCURS 1000 TIMES
                       INDEXED BY WS-BAL-IDX.
                   05 WS-BT-STUDENT-ID PIC 9(05).
                   05 WS-BT-NAME PIC X(10).
                   05 WS-BT-MARK PIC 9(03).
           01 WS-BALLOT-COUNT PIC 9(04) VALUE ZERO.
           01 WS-BALLOT-SWAP PIC X(18) VALUE SPACES.
           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TABLE-OVERFLOWED VALUE 'Y'.
           01 I PIC 9(04) VALUE ZERO.
           01 J PIC 9(04) VALUE ZERO.
           01 K PIC 9(04) VALUE ZERO.

           01 WS-CHOICE-SUB PIC 9(01) VALUE ZERO.
           01 WS-PLACED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PLACED VALUE 'Y'.
           01 WS-HELD-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ALREADY-HELD VALUE 'Y'.
           01 WS-PLACED-RANK PIC 9(01) VALUE ZERO.

           01 WS-PREFS-READ PIC 9(05) VALUE ZERO.
           01 WS-PLACED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-HELD-COUNT PIC 9(05) VALUE ZERO.
           01 WS-UNPLACED-COUNT PIC 9(05) VALUE ZERO.

      *> students who got none of their choices, for the foot of
      *> the list
           01 WS-UNPLACED-TABLE.
               02 WS-UNPLACED-ENTRY OCCURS 1000 TIMES
                       INDEXED BY WS-UNP-IDX.
                   05 WS-UP-STUDENT-ID PIC 9(05).
                   05 WS-UP-NAME PIC X(10).
                   05 WS-UP-MARK PIC 9(03).
                   05 WS-UP-CHOICES PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA

           OPEN INPUT SUBJECT-MASTER
           OPEN I-O SUBJECT-REG-FILE
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT SUBJECT-REG-FILE
               CLOSE SUBJECT-REG-FILE
               OPEN I-O SUBJECT-REG-FILE
           END-IF
           OPEN I-O ELECTIVE-PREFERENCE
           IF WS-PREF-STATUS = "35"
               DISPLAY "NO ELECTIVE-PREFERENCE FILE - NO BALLOT"
               CLOSE SUBJECT-MASTER
               CLOSE SUBJECT-REG-FILE
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-MASTER

           PERFORM LOAD-ELECTIVES-PARA
           PERFORM COUNT-TAKEN-PARA
           PERFORM LOAD-BALLOT-PARA
           IF WS-TABLE-OVERFLOWED
               DISPLAY "*** MORE ELECTIVES OR STUDENTS THAN THE "
                   "TABLES HOLD - RUN STOPPED, NOBODY PLACED ***"
               STOP RUN
           END-IF
           PERFORM SORT-BALLOT-PARA

           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-HEADING-PARA
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BALLOT-COUNT
               PERFORM BALLOT-STUDENT-PARA
           END-PERFORM
           PERFORM PRINT-UNPLACED-PARA
           PERFORM PRINT-PLACES-PARA
           CLOSE PRINT-FILE

           CLOSE SUBJECT-MASTER
           CLOSE SUBJECT-REG-FILE
           CLOSE ELECTIVE-PREFERENCE
           CLOSE STUDENT-MASTER

           DISPLAY "----- Elective Ballot Run -----"
           DISPLAY "TERM                : " WS-TERM-CODE
           DISPLAY "STUDENTS BALLOTED   : " WS-PREFS-READ
           DISPLAY "PLACED              : " WS-PLACED-COUNT
           DISPLAY "ALREADY REGISTERED  : " WS-HELD-COUNT
           DISPLAY "NO CHOICE AVAILABLE : " WS-UNPLACED-COUNT
           DISPLAY "ELECTIVE LIST SPOOLED TO ELECLIST"

           PERFORM LOG-RUN-CONTROL-PARA

            STOP RUN.

           LOAD-RUN-PARM-PARA.

           OPEN INPUT RUN-PARM-FILE
           READ RUN-PARM-FILE
               AT END DISPLAY "RUN-PARM RECORD MISSING - USING TODAY"
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE RP-RUN-DATE TO WS-RUN-DATE
                   MOVE RP-TERM-CODE TO WS-TERM-CODE
           END-READ
           CLOSE RUN-PARM-FILE.

           SCHEDULE-CHECK-PARA.

           CALL "JobScheduleCheck"
               USING WS-JOBCHK-JOB WS-RUN-DATE WS-JOBCHK-OK
           IF WS-JOBCHK-OK = 'N'
               DISPLAY "RUN REFUSED BY THE JOB SCHEDULE"
               STOP RUN
           END-IF.

           LOAD-ELECTIVES-PARA.

           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO SB-SUBJECT-CODE
           START SUBJECT-MASTER KEY >= SB-SUBJECT-CODE
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM LOAD-ONE-ELECTIVE-PARA UNTIL WS-SCAN-EOF.

           LOAD-ONE-ELECTIVE-PARA.

           READ SUBJECT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF SB-ELECTIVE AND SB-SUBJECT-ACTIVE
                       IF WS-ELECTIVE-COUNT = 50
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                       ELSE
                           ADD 1 TO WS-ELECTIVE-COUNT
                           SET WS-ELEC-IDX TO WS-ELECTIVE-COUNT
                           MOVE SB-SUBJECT-CODE
                               TO WS-EL-SUBJECT-CODE(WS-ELEC-IDX)
                           MOVE SB-SUBJECT-NAME
                               TO WS-EL-SUBJECT-NAME(WS-ELEC-IDX)
                           MOVE SB-ELECTIVE-CAPACITY
                               TO WS-EL-CAPACITY(WS-ELEC-IDX)
                           MOVE ZERO TO WS-EL-TAKEN(WS-ELEC-IDX)
                       END-IF
                   END-IF
           END-READ.

           COUNT-TAKEN-PARA.

           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO SR-REG-KEY
           START SUBJECT-REG-FILE KEY >= SR-REG-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM COUNT-ONE-REG-PARA UNTIL WS-SCAN-EOF.

           COUNT-ONE-REG-PARA.

           READ SUBJECT-REG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF SR-TERM-CODE = WS-TERM-CODE
                       PERFORM VARYING WS-ELEC-IDX FROM 1 BY 1
                               UNTIL WS-ELEC-IDX > WS-ELECTIVE-COUNT
                           IF WS-EL-SUBJECT-CODE(WS-ELEC-IDX)
                                   = SR-SUBJECT-CODE
                               ADD 1 TO WS-EL-TAKEN(WS-ELEC-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

           LOAD-BALLOT-PARA.

           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO PF-PREF-KEY
           START ELECTIVE-PREFERENCE KEY >= PF-PREF-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM LOAD-ONE-PREF-PARA UNTIL WS-SCAN-EOF.

           LOAD-ONE-PREF-PARA.

           READ ELECTIVE-PREFERENCE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF PF-TERM-CODE = WS-TERM-CODE
                       PERFORM NOTE-BALLOT-STUDENT-PARA
                   END-IF
           END-READ.

           NOTE-BALLOT-STUDENT-PARA.

      *> only enrolled students go into the ballot
           MOVE PF-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "PREFERENCES FOR " PF-STUDENT-ID
                       " - NOT ON STUDENT-MASTER, SKIPPED"
               NOT INVALID KEY
                   IF SM-ENROLLED
                       IF WS-BALLOT-COUNT = 1000
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                       ELSE
                           ADD 1 TO WS-BALLOT-COUNT
                           SET WS-BAL-IDX TO WS-BALLOT-COUNT
                           MOVE SM-STUDENT-ID
                               TO WS-BT-STUDENT-ID(WS-BAL-IDX)
                           MOVE SM-STUDENT-NAME
                               TO WS-BT-NAME(WS-BAL-IDX)
                           MOVE SM-OVERALL-MARK
                               TO WS-BT-MARK(WS-BAL-IDX)
                       END-IF
                   END-IF
           END-READ.

           SORT-BALLOT-PARA.

      *> preferences arrive in student id order, so an exchange
      *> sort on the mark alone leaves ties in id order
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BALLOT-COUNT
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J >= WS-BALLOT-COUNT
                   COMPUTE K = J + 1
                   IF WS-BT-MARK(J) < WS-BT-MARK(K)
                       MOVE WS-BALLOT-ENTRY(J) TO WS-BALLOT-SWAP
                       MOVE WS-BALLOT-ENTRY(K) TO WS-BALLOT-ENTRY(J)
                       MOVE WS-BALLOT-SWAP TO WS-BALLOT-ENTRY(K)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>--------------- the ballot ---------------

           BALLOT-STUDENT-PARA.

           ADD 1 TO WS-PREFS-READ
           MOVE WS-BT-STUDENT-ID(WS-BAL-IDX) TO PF-STUDENT-ID
           MOVE WS-TERM-CODE TO PF-TERM-CODE
           READ ELECTIVE-PREFERENCE
               INVALID KEY
                   DISPLAY "PREFERENCES FOR " PF-STUDENT-ID
                       " VANISHED DURING THE RUN"
               NOT INVALID KEY
                   PERFORM CHECK-HELD-PARA
                   IF WS-ALREADY-HELD
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       PERFORM PLACE-STUDENT-PARA
                   END-IF
           END-READ.

           CHECK-HELD-PARA.

           MOVE 'N' TO WS-HELD-SWITCH
           PERFORM VARYING WS-CHOICE-SUB FROM 1 BY 1
                   UNTIL WS-CHOICE-SUB > PF-CHOICE-COUNT
                      OR WS-ALREADY-HELD
               MOVE PF-STUDENT-ID TO SR-STUDENT-ID
               MOVE PF-TERM-CODE TO SR-TERM-CODE
               MOVE PF-SUBJECT-CODE(WS-CHOICE-SUB) TO SR-SUBJECT-CODE
               READ SUBJECT-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-HELD-SWITCH
               END-READ
           END-PERFORM.

           PLACE-STUDENT-PARA.

           MOVE 'N' TO WS-PLACED-SWITCH
           PERFORM VARYING WS-CHOICE-SUB FROM 1 BY 1
                   UNTIL WS-CHOICE-SUB > PF-CHOICE-COUNT
                      OR WS-PLACED
               PERFORM VARYING WS-ELEC-IDX FROM 1 BY 1
                       UNTIL WS-ELEC-IDX > WS-ELECTIVE-COUNT
                          OR WS-PLACED
                   IF WS-EL-SUBJECT-CODE(WS-ELEC-IDX)
                           = PF-SUBJECT-CODE(WS-CHOICE-SUB)
                           AND WS-EL-TAKEN(WS-ELEC-IDX)
                               < WS-EL-CAPACITY(WS-ELEC-IDX)
                       MOVE WS-CHOICE-SUB TO WS-PLACED-RANK
                       PERFORM REGISTER-PLACE-PARA
                   END-IF
               END-PERFORM
           END-PERFORM
           IF NOT WS-PLACED
               PERFORM NOTE-UNPLACED-PARA
           END-IF.

           REGISTER-PLACE-PARA.

           MOVE PF-STUDENT-ID TO SR-STUDENT-ID
           MOVE PF-TERM-CODE TO SR-TERM-CODE
           MOVE WS-EL-SUBJECT-CODE(WS-ELEC-IDX) TO SR-SUBJECT-CODE
           MOVE ZERO TO SR-MARK
           MOVE 'N' TO SR-MARK-ENTERED-FLAG
           WRITE SUBJECT-REG-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REGISTER " PF-STUDENT-ID
                       " FOR " SR-SUBJECT-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PLACED-SWITCH
                   ADD 1 TO WS-EL-TAKEN(WS-ELEC-IDX)
                   ADD 1 TO WS-PLACED-COUNT
                   MOVE SR-SUBJECT-CODE TO PF-PLACED-SUBJECT
                   MOVE WS-RUN-DATE TO PF-BALLOT-DATE
                   REWRITE ELECTIVE-PREF-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO STAMP PREFERENCES FOR "
                               PF-STUDENT-ID
                   END-REWRITE
                   STRING WS-BT-STUDENT-ID(WS-BAL-IDX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BT-NAME(WS-BAL-IDX) DELIMITED BY SIZE
                       "  MARK " DELIMITED BY SIZE
                       WS-BT-MARK(WS-BAL-IDX) DELIMITED BY SIZE
                       "  PLACED IN " DELIMITED BY SIZE
                       SR-SUBJECT-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EL-SUBJECT-NAME(WS-ELEC-IDX)
                           DELIMITED BY SIZE
                       "  CHOICE " DELIMITED BY SIZE
                       WS-PLACED-RANK DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM PRINT-LINE-PARA
           END-WRITE.

           NOTE-UNPLACED-PARA.

           ADD 1 TO WS-UNPLACED-COUNT
           SET WS-UNP-IDX TO WS-UNPLACED-COUNT
           MOVE WS-BT-STUDENT-ID(WS-BAL-IDX)
               TO WS-UP-STUDENT-ID(WS-UNP-IDX)
           MOVE WS-BT-NAME(WS-BAL-IDX) TO WS-UP-NAME(WS-UNP-IDX)
           MOVE WS-BT-MARK(WS-BAL-IDX) TO WS-UP-MARK(WS-UNP-IDX)
           MOVE PF-CHOICE(1) TO WS-UP-CHOICES(WS-UNP-IDX)(1:3)
           MOVE PF-CHOICE(2) TO WS-UP-CHOICES(WS-UNP-IDX)(4:3)
           MOVE PF-CHOICE(3) TO WS-UP-CHOICES(WS-UNP-IDX)(7:3)
           MOVE PF-CHOICE(4) TO WS-UP-CHOICES(WS-UNP-IDX)(10:3)
           MOVE PF-CHOICE(5) TO WS-UP-CHOICES(WS-UNP-IDX)(13:3)
           MOVE SPACES TO PF-PLACED-SUBJECT
           MOVE WS-RUN-DATE TO PF-BALLOT-DATE
           REWRITE ELECTIVE-PREF-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO STAMP PREFERENCES FOR "
                       PF-STUDENT-ID
           END-REWRITE.

      *>--------------- elective list ---------------

           PRINT-HEADING-PARA.

           STRING "----- Elective Ballot - Term " DELIMITED BY SIZE
               WS-TERM-CODE DELIMITED BY SIZE
               " -----" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-PAGE-PARA
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA.

           PRINT-UNPLACED-PARA.

           PERFORM PRINT-LINE-PARA
           MOVE "STUDENTS WITH NONE OF THEIR CHOICES"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           IF WS-UNPLACED-COUNT = ZERO
               MOVE "  (NONE)" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF
           PERFORM VARYING WS-UNP-IDX FROM 1 BY 1
                   UNTIL WS-UNP-IDX > WS-UNPLACED-COUNT
               STRING "  " DELIMITED BY SIZE
                   WS-UP-STUDENT-ID(WS-UNP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-UP-NAME(WS-UNP-IDX) DELIMITED BY SIZE
                   "  MARK " DELIMITED BY SIZE
                   WS-UP-MARK(WS-UNP-IDX) DELIMITED BY SIZE
                   "  CHOSE " DELIMITED BY SIZE
                   WS-UP-CHOICES(WS-UNP-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-PERFORM.

           PRINT-PLACES-PARA.

           PERFORM PRINT-LINE-PARA
           MOVE "PLACES TAKEN PER ELECTIVE" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           PERFORM VARYING WS-ELEC-IDX FROM 1 BY 1
                   UNTIL WS-ELEC-IDX > WS-ELECTIVE-COUNT
               STRING "  " DELIMITED BY SIZE
                   WS-EL-SUBJECT-CODE(WS-ELEC-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EL-SUBJECT-NAME(WS-ELEC-IDX) DELIMITED BY SIZE
                   "  TAKEN " DELIMITED BY SIZE
                   WS-EL-TAKEN(WS-ELEC-IDX) DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   WS-EL-CAPACITY(WS-ELEC-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-PERFORM.

           PRINT-LINE-PARA.

           MOVE SPACE TO PR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PR-TEXT
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

           PRINT-PAGE-PARA.

           MOVE '1' TO PR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PR-TEXT
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "ELECBAL " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-PREFS-READ TO RC-RECORDS-PROCESSED
           MOVE WS-PLACED-COUNT TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM ElectiveBallotRun.
