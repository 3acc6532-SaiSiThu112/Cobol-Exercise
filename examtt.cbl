       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExamTimetableRun.
       ENVIRONMENT DIVISION.
           *> exam timetable run for the run-parm term - the papers
           *> come off the EXAM-SCHEDULE file the section maintenance
           *> P transaction keeps, the candidates off every enrolled
           *> student's SUBJECT-REGISTRATION rows for the term, so the
           *> paper timetable and the hall seating stop being built
           *> by hand at exam time
           *> a student with two papers in the same sitting is
           *> flagged as a clash, and a sitting whose candidates
           *> outnumber the seats in its rooms (each room seats the
           *> SEC-CAPACITY of the section using it) is flagged over
           *> capacity - both go to the shared exception store
           *> through ExceptionWrite as well as the run listing
           *> candidates are then seated room by room, paper by
           *> paper, and two print files spool through the standard
           *> convention - EXAMPLAN, one seat-by-seat page per room
           *> per sitting, and EXAMSLIP, one exam slip per student
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT EXAM-SCHEDULE ASSIGN TO "EXAMSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXS-EXAM-KEY
               FILE STATUS IS WS-EXAM-STATUS.

           SELECT SECTION-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEC-SECTION-CODE
               FILE STATUS IS WS-SECTION-STATUS.

           SELECT SUBJECT-REG-FILE ASSIGN TO "SUBJREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-REG-KEY
               FILE STATUS IS WS-SUBJREG-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PLAN-FILE ASSIGN TO "EXAMPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT SLIP-FILE ASSIGN TO "EXAMSLIP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD EXAM-SCHEDULE.
           COPY EXAMSCHD.

       FD SECTION-MASTER.
           COPY SECTMSTR.

       FD SUBJECT-REG-FILE.
           COPY SUBJREG.

       FD STUDENT-MASTER.
           COPY STUDMSTR.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PLAN-FILE.
           01 PLAN-RECORD.
               05 PL-CARRIAGE-CONTROL    PIC X(01).
               05 PL-TEXT                PIC X(132).

       FD SLIP-FILE.
           01 SLIP-RECORD.
               05 SP-CARRIAGE-CONTROL    PIC X(01).
               05 SP-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-EXAM-STATUS PIC X(02) VALUE SPACES.
           01 WS-SECTION-STATUS PIC X(02) VALUE SPACES.
           01 WS-SUBJREG-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PLAN-STATUS PIC X(02) VALUE SPACES.
           01 WS-SLIP-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-EXAM-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EXAM-EOF VALUE 'Y'.
           01 WS-SECTION-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SECTION-EOF VALUE 'Y'.
           01 WS-REG-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-REG-EOF VALUE 'Y'.

           01 WS-WRITE-SOURCE PIC X(08) VALUE "EXAMTT  ".
           01 WS-WRITE-KEY PIC X(10) VALUE SPACES.
           01 WS-WRITE-REASON PIC X(04) VALUE SPACES.
           01 WS-WRITE-TEXT PIC X(40) VALUE SPACES.
           01 WS-WRITE-DATE PIC 9(08) VALUE ZERO.
           01 WS-WRITE-SEQUENCE PIC 9(07) VALUE ZERO.

      *> every room any section uses, with the seats it holds - a
      *> room shared by two sections seats the larger of the two
           01 WS-ROOM-TABLE.
               02 WS-ROOM-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-ROOM-IDX.
                   05 WS-RM-ROOM PIC X(05).
                   05 WS-RM-CAPACITY PIC 9(03).
           01 WS-ROOM-COUNT PIC 9(03) VALUE ZERO.

      *> the term's papers in key order - subject within term
           01 WS-PAPER-TABLE.
               02 WS-PAPER-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-PAPER-IDX.
                   05 WS-PP-SUBJECT PIC X(03).
                   05 WS-PP-SITTING PIC 9(02).
                   05 WS-PP-DATE PIC 9(08).
                   05 WS-PP-SESSION PIC X(02).
                   05 WS-PP-MINUTES PIC 9(03).
           01 WS-PAPER-COUNT PIC 9(03) VALUE ZERO.

      *> one row per sitting with the union of the rooms its papers
      *> are seated in
           01 WS-SITTING-TABLE.
               02 WS-SITTING-ENTRY OCCURS 99 TIMES
                       INDEXED BY WS-SIT-IDX.
                   05 WS-ST-SITTING PIC 9(02).
                   05 WS-ST-DATE PIC 9(08).
                   05 WS-ST-SESSION PIC X(02).
                   05 WS-ST-CANDIDATES PIC 9(05).
                   05 WS-ST-SEATS PIC 9(05).
                   05 WS-ST-ROOM-COUNT PIC 9(02).
                   05 WS-ST-ROOM OCCURS 8 TIMES.
                       10 WS-ST-ROOM-CODE PIC X(05).
                       10 WS-ST-ROOM-SEATS PIC 9(03).
           01 WS-SITTING-COUNT PIC 9(02) VALUE ZERO.

      *> one row per student per paper sat, in SUBJECT-REGISTRATION
      *> key order so a student's papers sit together
           01 WS-CAND-TABLE.
               02 WS-CAND-ENTRY OCCURS 3000 TIMES
                       INDEXED BY WS-CAND-IDX WS-CAND-IDX2.
                   05 WS-CD-STUDENT-ID PIC 9(05).
                   05 WS-CD-STUDENT-NAME PIC X(10).
                   05 WS-CD-SECTION PIC X(03).
                   05 WS-CD-SUBJECT PIC X(03).
                   05 WS-CD-PAPER PIC 9(03).
                   05 WS-CD-SITTING PIC 9(02).
                   05 WS-CD-ROOM PIC X(05).
                   05 WS-CD-SEAT PIC 9(03).
                   05 WS-CD-CLASH PIC X(01).
           01 WS-CAND-COUNT PIC 9(04) VALUE ZERO.
           01 WS-CAND-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CAND-OVERFLOWED VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-TERM-CODE PIC X(06) VALUE SPACES.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.

           01 WS-ROOM-SUB PIC 9(02) VALUE ZERO.
           01 WS-SIT-ROOM-SUB PIC 9(02) VALUE ZERO.
           01 WS-CURRENT-SIT PIC 9(02) VALUE ZERO.
           01 WS-CURRENT-ROOM PIC 9(02) VALUE ZERO.
           01 WS-CURRENT-SEAT PIC 9(03) VALUE ZERO.
           01 WS-LOOKUP-ROOM PIC X(05) VALUE SPACES.
           01 WS-LOOKUP-SEATS PIC 9(03) VALUE ZERO.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.
           01 WS-LAST-STUDENT PIC 9(05) VALUE ZERO.
           01 WS-ROOM-LINES PIC 9(03) VALUE ZERO.

           01 WS-CLASH-COUNT PIC 9(05) VALUE ZERO.
           01 WS-OVER-COUNT PIC 9(03) VALUE ZERO.
           01 WS-UNSEATED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-PLAN-PAGES PIC 9(05) VALUE ZERO.
           01 WS-SLIP-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA

           DISPLAY "----- Exam Timetable Run -----"
           DISPLAY "RUN DATE : " WS-RUN-DATE
               "   TERM : " WS-TERM-CODE
           DISPLAY " "

           PERFORM LOAD-ROOMS-PARA
           PERFORM LOAD-PAPERS-PARA
           IF WS-PAPER-COUNT = ZERO
               DISPLAY "NO EXAM PAPERS ON EXAM-SCHEDULE FOR TERM "
                   WS-TERM-CODE " - NOTHING TO SCHEDULE"
               STOP RUN
           END-IF
           PERFORM LOAD-CANDIDATES-PARA
           IF WS-CAND-OVERFLOWED
               DISPLAY "*** MORE EXAM CANDIDATES THAN THE TABLE "
                   "HOLDS - RUN STOPPED, NOTHING PRINTED ***"
               STOP RUN
           END-IF

           PERFORM CHECK-CLASHES-PARA
           PERFORM CHECK-CAPACITY-PARA
           PERFORM ALLOCATE-SEATS-PARA

           OPEN OUTPUT PLAN-FILE
           PERFORM PRINT-PLAN-PARA
           CLOSE PLAN-FILE

           OPEN OUTPUT SLIP-FILE
           PERFORM PRINT-SLIPS-PARA
           CLOSE SLIP-FILE

           DISPLAY " "
           DISPLAY "PAPERS SCHEDULED     : " WS-PAPER-COUNT
           DISPLAY "SITTINGS             : " WS-SITTING-COUNT
           DISPLAY "CANDIDATE PAPERS     : " WS-CAND-COUNT
           DISPLAY "SITTING CLASHES      : " WS-CLASH-COUNT
           DISPLAY "SITTINGS OVER SEATS  : " WS-OVER-COUNT
           DISPLAY "PAPERS WITHOUT SEAT  : " WS-UNSEATED-COUNT
           DISPLAY "ROOM PLANS SPOOLED TO EXAMPLAN : " WS-PLAN-PAGES
           DISPLAY "EXAM SLIPS SPOOLED TO EXAMSLIP : " WS-SLIP-COUNT

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

           LOAD-ROOMS-PARA.

           MOVE ZERO TO WS-ROOM-COUNT
           OPEN INPUT SECTION-MASTER
           PERFORM READ-SECTION-PARA
           PERFORM NOTE-ROOM-PARA UNTIL WS-SECTION-EOF
           CLOSE SECTION-MASTER.

           READ-SECTION-PARA.

           READ SECTION-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-SECTION-EOF-SWITCH
           END-READ.

           NOTE-ROOM-PARA.

           IF SEC-ROOM NOT = SPACES
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                       UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
                   IF WS-RM-ROOM(WS-ROOM-IDX) = SEC-ROOM
                       MOVE 'Y' TO WS-FOUND-SWITCH
                       IF SEC-CAPACITY > WS-RM-CAPACITY(WS-ROOM-IDX)
                           MOVE SEC-CAPACITY
                               TO WS-RM-CAPACITY(WS-ROOM-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND AND WS-ROOM-COUNT < 200
                   ADD 1 TO WS-ROOM-COUNT
                   SET WS-ROOM-IDX TO WS-ROOM-COUNT
                   MOVE SEC-ROOM TO WS-RM-ROOM(WS-ROOM-IDX)
                   MOVE SEC-CAPACITY TO WS-RM-CAPACITY(WS-ROOM-IDX)
               END-IF
           END-IF
           PERFORM READ-SECTION-PARA.

           LOAD-PAPERS-PARA.

           MOVE ZERO TO WS-PAPER-COUNT
           MOVE ZERO TO WS-SITTING-COUNT
           OPEN INPUT EXAM-SCHEDULE
           MOVE WS-TERM-CODE TO EXS-TERM-CODE
           MOVE LOW-VALUES TO EXS-SUBJECT-CODE
           MOVE ZERO TO EXS-SITTING
           START EXAM-SCHEDULE KEY >= EXS-EXAM-KEY
               INVALID KEY MOVE 'Y' TO WS-EXAM-EOF-SWITCH
           END-START
           PERFORM LOAD-ONE-PAPER-PARA UNTIL WS-EXAM-EOF
           CLOSE EXAM-SCHEDULE.

           LOAD-ONE-PAPER-PARA.

           READ EXAM-SCHEDULE NEXT RECORD
               AT END MOVE 'Y' TO WS-EXAM-EOF-SWITCH
               NOT AT END
                   IF EXS-TERM-CODE NOT = WS-TERM-CODE
                       MOVE 'Y' TO WS-EXAM-EOF-SWITCH
                   ELSE
                       IF WS-PAPER-COUNT < 200
                           PERFORM STORE-PAPER-PARA
                       END-IF
                   END-IF
           END-READ.

           STORE-PAPER-PARA.

           ADD 1 TO WS-PAPER-COUNT
           SET WS-PAPER-IDX TO WS-PAPER-COUNT
           MOVE EXS-SUBJECT-CODE TO WS-PP-SUBJECT(WS-PAPER-IDX)
           MOVE EXS-SITTING TO WS-PP-SITTING(WS-PAPER-IDX)
           MOVE EXS-EXAM-DATE TO WS-PP-DATE(WS-PAPER-IDX)
           MOVE EXS-SESSION TO WS-PP-SESSION(WS-PAPER-IDX)
           MOVE EXS-PAPER-MINUTES TO WS-PP-MINUTES(WS-PAPER-IDX)

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-SITTING-COUNT
                       OR WS-FOUND
               IF WS-ST-SITTING(WS-SIT-IDX) = EXS-SITTING
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-SIT-IDX DOWN BY 1
           ELSE
               ADD 1 TO WS-SITTING-COUNT
               SET WS-SIT-IDX TO WS-SITTING-COUNT
               MOVE EXS-SITTING TO WS-ST-SITTING(WS-SIT-IDX)
               MOVE EXS-EXAM-DATE TO WS-ST-DATE(WS-SIT-IDX)
               MOVE EXS-SESSION TO WS-ST-SESSION(WS-SIT-IDX)
               MOVE ZERO TO WS-ST-CANDIDATES(WS-SIT-IDX)
               MOVE ZERO TO WS-ST-SEATS(WS-SIT-IDX)
               MOVE ZERO TO WS-ST-ROOM-COUNT(WS-SIT-IDX)
           END-IF
           PERFORM VARYING WS-ROOM-SUB FROM 1 BY 1
                   UNTIL WS-ROOM-SUB > 4
               IF EXS-ROOM(WS-ROOM-SUB) NOT = SPACES
                   PERFORM ADD-SITTING-ROOM-PARA
               END-IF
           END-PERFORM.

           ADD-SITTING-ROOM-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SIT-ROOM-SUB FROM 1 BY 1
                   UNTIL WS-SIT-ROOM-SUB > WS-ST-ROOM-COUNT(WS-SIT-IDX)
               IF WS-ST-ROOM-CODE(WS-SIT-IDX, WS-SIT-ROOM-SUB)
                       = EXS-ROOM(WS-ROOM-SUB)
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT WS-FOUND AND WS-ST-ROOM-COUNT(WS-SIT-IDX) < 8
               MOVE EXS-ROOM(WS-ROOM-SUB) TO WS-LOOKUP-ROOM
               PERFORM LOOKUP-ROOM-SEATS-PARA
               ADD 1 TO WS-ST-ROOM-COUNT(WS-SIT-IDX)
               MOVE WS-ST-ROOM-COUNT(WS-SIT-IDX) TO WS-SIT-ROOM-SUB
               MOVE WS-LOOKUP-ROOM
                   TO WS-ST-ROOM-CODE(WS-SIT-IDX, WS-SIT-ROOM-SUB)
               MOVE WS-LOOKUP-SEATS
                   TO WS-ST-ROOM-SEATS(WS-SIT-IDX, WS-SIT-ROOM-SUB)
               ADD WS-LOOKUP-SEATS TO WS-ST-SEATS(WS-SIT-IDX)
           END-IF.

           LOOKUP-ROOM-SEATS-PARA.

           MOVE ZERO TO WS-LOOKUP-SEATS
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
               IF WS-RM-ROOM(WS-ROOM-IDX) = WS-LOOKUP-ROOM
                   MOVE WS-RM-CAPACITY(WS-ROOM-IDX) TO WS-LOOKUP-SEATS
               END-IF
           END-PERFORM
           IF WS-LOOKUP-SEATS = ZERO
               DISPLAY "*** ROOM " WS-LOOKUP-ROOM
                   " IS NOT USED BY ANY SECTION - IT SEATS NOBODY ***"
           END-IF.

           LOAD-CANDIDATES-PARA.

           MOVE ZERO TO WS-CAND-COUNT
           OPEN INPUT SUBJECT-REG-FILE
           OPEN INPUT STUDENT-MASTER
           PERFORM READ-REGISTRATION-PARA
           PERFORM NOTE-REGISTRATION-PARA
               UNTIL WS-REG-EOF OR WS-CAND-OVERFLOWED
           CLOSE SUBJECT-REG-FILE
           CLOSE STUDENT-MASTER.

           READ-REGISTRATION-PARA.

           READ SUBJECT-REG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-REG-EOF-SWITCH
           END-READ.

           NOTE-REGISTRATION-PARA.

           IF SR-TERM-CODE = WS-TERM-CODE
               MOVE SR-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       DISPLAY "REGISTRATION FOR STUDENT "
                           SR-STUDENT-ID " NOT ON STUDENT-MASTER - "
                           "IGNORED"
                   NOT INVALID KEY
                       IF SM-ENROLLED
                           PERFORM ADD-CANDIDATE-PAPERS-PARA
                       END-IF
               END-READ
           END-IF
           PERFORM READ-REGISTRATION-PARA.

           ADD-CANDIDATE-PAPERS-PARA.

           PERFORM VARYING WS-PAPER-IDX FROM 1 BY 1
                   UNTIL WS-PAPER-IDX > WS-PAPER-COUNT
               IF WS-PP-SUBJECT(WS-PAPER-IDX) = SR-SUBJECT-CODE
                   IF WS-CAND-COUNT = 3000
                       MOVE 'Y' TO WS-CAND-OVERFLOW-SWITCH
                   ELSE
                       ADD 1 TO WS-CAND-COUNT
                       SET WS-CAND-IDX TO WS-CAND-COUNT
                       MOVE SM-STUDENT-ID
                           TO WS-CD-STUDENT-ID(WS-CAND-IDX)
                       MOVE SM-STUDENT-NAME
                           TO WS-CD-STUDENT-NAME(WS-CAND-IDX)
                       MOVE SM-SECTION-CODE
                           TO WS-CD-SECTION(WS-CAND-IDX)
                       MOVE SR-SUBJECT-CODE
                           TO WS-CD-SUBJECT(WS-CAND-IDX)
                       SET WS-CD-PAPER(WS-CAND-IDX) TO WS-PAPER-IDX
                       MOVE WS-PP-SITTING(WS-PAPER-IDX)
                           TO WS-CD-SITTING(WS-CAND-IDX)
                       MOVE SPACES TO WS-CD-ROOM(WS-CAND-IDX)
                       MOVE ZERO TO WS-CD-SEAT(WS-CAND-IDX)
                       MOVE 'N' TO WS-CD-CLASH(WS-CAND-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *>--------------- clash and capacity checks ---------------

           CHECK-CLASHES-PARA.

           DISPLAY "----- Sitting Clashes -----"
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               SET WS-CAND-IDX2 TO WS-CAND-IDX
               SET WS-CAND-IDX2 UP BY 1
               PERFORM CHECK-ONE-PAIR-PARA
                   UNTIL WS-CAND-IDX2 > WS-CAND-COUNT
           END-PERFORM
           IF WS-CLASH-COUNT = ZERO
               DISPLAY "NO STUDENT HAS TWO PAPERS IN ONE SITTING"
           END-IF.

           CHECK-ONE-PAIR-PARA.

           IF WS-CD-STUDENT-ID(WS-CAND-IDX2)
                   NOT = WS-CD-STUDENT-ID(WS-CAND-IDX)
               SET WS-CAND-IDX2 TO WS-CAND-COUNT
           ELSE
               IF WS-CD-SITTING(WS-CAND-IDX2)
                       = WS-CD-SITTING(WS-CAND-IDX)
                   ADD 1 TO WS-CLASH-COUNT
                   MOVE 'Y' TO WS-CD-CLASH(WS-CAND-IDX)
                   MOVE 'Y' TO WS-CD-CLASH(WS-CAND-IDX2)
                   DISPLAY "CLASH  STUDENT "
                       WS-CD-STUDENT-ID(WS-CAND-IDX) " "
                       WS-CD-STUDENT-NAME(WS-CAND-IDX)
                       " SITTING " WS-CD-SITTING(WS-CAND-IDX)
                       " PAPERS " WS-CD-SUBJECT(WS-CAND-IDX)
                       " AND " WS-CD-SUBJECT(WS-CAND-IDX2)
                   MOVE WS-CD-STUDENT-ID(WS-CAND-IDX) TO WS-WRITE-KEY
                   MOVE "XCLS" TO WS-WRITE-REASON
                   STRING "Two papers in sitting " DELIMITED BY SIZE
                       WS-CD-SITTING(WS-CAND-IDX) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-CD-SUBJECT(WS-CAND-IDX) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-CD-SUBJECT(WS-CAND-IDX2) DELIMITED BY SIZE
                       INTO WS-WRITE-TEXT
                   END-STRING
                   PERFORM LOG-EXCEPTION-PARA
               END-IF
           END-IF
           SET WS-CAND-IDX2 UP BY 1.

           CHECK-CAPACITY-PARA.

           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                       UNTIL WS-SIT-IDX > WS-SITTING-COUNT
                   IF WS-ST-SITTING(WS-SIT-IDX)
                           = WS-CD-SITTING(WS-CAND-IDX)
                       ADD 1 TO WS-ST-CANDIDATES(WS-SIT-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM

           DISPLAY " "
           DISPLAY "----- Sitting Capacity -----"
           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-SITTING-COUNT
               IF WS-ST-CANDIDATES(WS-SIT-IDX) > WS-ST-SEATS(WS-SIT-IDX)
                   ADD 1 TO WS-OVER-COUNT
                   DISPLAY "SITTING " WS-ST-SITTING(WS-SIT-IDX)
                       " " WS-ST-DATE(WS-SIT-IDX)
                       " " WS-ST-SESSION(WS-SIT-IDX)
                       " CANDIDATES " WS-ST-CANDIDATES(WS-SIT-IDX)
                       " SEATS " WS-ST-SEATS(WS-SIT-IDX)
                       " *** OVER CAPACITY ***"
                   MOVE SPACES TO WS-WRITE-KEY
                   STRING WS-TERM-CODE DELIMITED BY SIZE
                       WS-ST-SITTING(WS-SIT-IDX) DELIMITED BY SIZE
                       INTO WS-WRITE-KEY
                   END-STRING
                   MOVE "XCAP" TO WS-WRITE-REASON
                   MOVE "Sitting candidates exceed room seats"
                       TO WS-WRITE-TEXT
                   PERFORM LOG-EXCEPTION-PARA
               ELSE
                   DISPLAY "SITTING " WS-ST-SITTING(WS-SIT-IDX)
                       " " WS-ST-DATE(WS-SIT-IDX)
                       " " WS-ST-SESSION(WS-SIT-IDX)
                       " CANDIDATES " WS-ST-CANDIDATES(WS-SIT-IDX)
                       " SEATS " WS-ST-SEATS(WS-SIT-IDX)
               END-IF
           END-PERFORM.

           LOG-EXCEPTION-PARA.

           MOVE WS-RUN-DATE TO WS-WRITE-DATE
           CALL "ExceptionWrite" USING WS-WRITE-SOURCE WS-WRITE-KEY
               WS-WRITE-REASON WS-WRITE-TEXT WS-WRITE-DATE
               WS-WRITE-SEQUENCE
           MOVE SPACES TO WS-WRITE-TEXT.

      *>--------------- seating ---------------

           ALLOCATE-SEATS-PARA.

           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-SITTING-COUNT
               MOVE 1 TO WS-CURRENT-ROOM
               MOVE ZERO TO WS-CURRENT-SEAT
               PERFORM VARYING WS-PAPER-IDX FROM 1 BY 1
                       UNTIL WS-PAPER-IDX > WS-PAPER-COUNT
                   IF WS-PP-SITTING(WS-PAPER-IDX)
                           = WS-ST-SITTING(WS-SIT-IDX)
                       PERFORM SEAT-PAPER-PARA
                   END-IF
               END-PERFORM
           END-PERFORM.

           SEAT-PAPER-PARA.

           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               IF WS-CD-PAPER(WS-CAND-IDX) = WS-PAPER-IDX
                   PERFORM SEAT-ONE-CANDIDATE-PARA
               END-IF
           END-PERFORM.

           SEAT-ONE-CANDIDATE-PARA.

           ADD 1 TO WS-CURRENT-SEAT
           PERFORM UNTIL WS-CURRENT-ROOM > WS-ST-ROOM-COUNT(WS-SIT-IDX)
                   OR WS-CURRENT-SEAT <=
                      WS-ST-ROOM-SEATS(WS-SIT-IDX, WS-CURRENT-ROOM)
               ADD 1 TO WS-CURRENT-ROOM
               MOVE 1 TO WS-CURRENT-SEAT
           END-PERFORM
           IF WS-CURRENT-ROOM > WS-ST-ROOM-COUNT(WS-SIT-IDX)
               ADD 1 TO WS-UNSEATED-COUNT
               MOVE "NONE " TO WS-CD-ROOM(WS-CAND-IDX)
               MOVE ZERO TO WS-CD-SEAT(WS-CAND-IDX)
           ELSE
               MOVE WS-ST-ROOM-CODE(WS-SIT-IDX, WS-CURRENT-ROOM)
                   TO WS-CD-ROOM(WS-CAND-IDX)
               MOVE WS-CURRENT-SEAT TO WS-CD-SEAT(WS-CAND-IDX)
           END-IF.

      *>--------------- seating plan print ---------------

           PRINT-PLAN-PARA.

           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-SITTING-COUNT
               PERFORM VARYING WS-SIT-ROOM-SUB FROM 1 BY 1
                       UNTIL WS-SIT-ROOM-SUB
                           > WS-ST-ROOM-COUNT(WS-SIT-IDX)
                   PERFORM PRINT-ROOM-PLAN-PARA
               END-PERFORM
           END-PERFORM.

           PRINT-ROOM-PLAN-PARA.

           ADD 1 TO WS-PLAN-PAGES
           MOVE ZERO TO WS-ROOM-LINES
           STRING "----- Exam Seating Plan - Term " DELIMITED BY SIZE
               WS-TERM-CODE DELIMITED BY SIZE
               " -----" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PLAN-PAGE-PARA
           STRING "SITTING " DELIMITED BY SIZE
               WS-ST-SITTING(WS-SIT-IDX) DELIMITED BY SIZE
               "  DATE " DELIMITED BY SIZE
               WS-ST-DATE(WS-SIT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ST-SESSION(WS-SIT-IDX) DELIMITED BY SIZE
               "  ROOM " DELIMITED BY SIZE
               WS-ST-ROOM-CODE(WS-SIT-IDX, WS-SIT-ROOM-SUB)
                   DELIMITED BY SIZE
               "  SEATS " DELIMITED BY SIZE
               WS-ST-ROOM-SEATS(WS-SIT-IDX, WS-SIT-ROOM-SUB)
                   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PLAN-LINE-PARA
           PERFORM PLAN-LINE-PARA
           MOVE "SEAT  STUDENT NAME        SECT PAPER"
               TO WS-PRINT-LINE
           PERFORM PLAN-LINE-PARA
           PERFORM VARYING WS-PAPER-IDX FROM 1 BY 1
                   UNTIL WS-PAPER-IDX > WS-PAPER-COUNT
               IF WS-PP-SITTING(WS-PAPER-IDX)
                       = WS-ST-SITTING(WS-SIT-IDX)
                   PERFORM PRINT-ROOM-PAPER-PARA
               END-IF
           END-PERFORM
           IF WS-ROOM-LINES = ZERO
               MOVE "  ROOM NOT NEEDED - NO CANDIDATES SEATED HERE"
                   TO WS-PRINT-LINE
               PERFORM PLAN-LINE-PARA
           END-IF
           PERFORM PLAN-LINE-PARA
           STRING "CANDIDATES SEATED : " DELIMITED BY SIZE
               WS-ROOM-LINES DELIMITED BY SIZE
               "     INVIGILATOR ____________________"
                   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PLAN-LINE-PARA.

           PRINT-ROOM-PAPER-PARA.

           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               IF WS-CD-PAPER(WS-CAND-IDX) = WS-PAPER-IDX
                       AND WS-CD-ROOM(WS-CAND-IDX)
                       = WS-ST-ROOM-CODE(WS-SIT-IDX, WS-SIT-ROOM-SUB)
                   ADD 1 TO WS-ROOM-LINES
                   STRING WS-CD-SEAT(WS-CAND-IDX) DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WS-CD-STUDENT-ID(WS-CAND-IDX)
                           DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WS-CD-STUDENT-NAME(WS-CAND-IDX)
                           DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-CD-SECTION(WS-CAND-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-CD-SUBJECT(WS-CAND-IDX) DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   IF WS-CD-CLASH(WS-CAND-IDX) = 'Y'
                       MOVE "** SITTING CLASH **"
                           TO WS-PRINT-LINE(45:19)
                   END-IF
                   PERFORM PLAN-LINE-PARA
               END-IF
           END-PERFORM.

           PLAN-LINE-PARA.

           MOVE SPACE TO PL-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PL-TEXT
           WRITE PLAN-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

           PLAN-PAGE-PARA.

           MOVE '1' TO PL-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PL-TEXT
           WRITE PLAN-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

      *>--------------- exam slips ---------------

           PRINT-SLIPS-PARA.

           MOVE ZERO TO WS-LAST-STUDENT
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               IF WS-CD-STUDENT-ID(WS-CAND-IDX) NOT = WS-LAST-STUDENT
                   PERFORM PRINT-SLIP-HEADING-PARA
               END-IF
               PERFORM PRINT-SLIP-LINE-PARA
           END-PERFORM.

           PRINT-SLIP-HEADING-PARA.

           MOVE WS-CD-STUDENT-ID(WS-CAND-IDX) TO WS-LAST-STUDENT
           ADD 1 TO WS-SLIP-COUNT
           STRING "----- Examination Slip - Term " DELIMITED BY SIZE
               WS-TERM-CODE DELIMITED BY SIZE
               " -----" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM SLIP-PAGE-PARA
           STRING "STUDENT : " DELIMITED BY SIZE
               WS-CD-STUDENT-ID(WS-CAND-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CD-STUDENT-NAME(WS-CAND-IDX) DELIMITED BY SIZE
               "  SECTION : " DELIMITED BY SIZE
               WS-CD-SECTION(WS-CAND-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM SLIP-LINE-PARA
           PERFORM SLIP-LINE-PARA
           MOVE "PAPER SITTING DATE     SESS MINS ROOM  SEAT"
               TO WS-PRINT-LINE
           PERFORM SLIP-LINE-PARA.

           PRINT-SLIP-LINE-PARA.

           SET WS-PAPER-IDX TO WS-CD-PAPER(WS-CAND-IDX)
           STRING WS-CD-SUBJECT(WS-CAND-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-CD-SITTING(WS-CAND-IDX) DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-PP-DATE(WS-PAPER-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PP-SESSION(WS-PAPER-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-PP-MINUTES(WS-PAPER-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CD-ROOM(WS-CAND-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CD-SEAT(WS-CAND-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           IF WS-CD-CLASH(WS-CAND-IDX) = 'Y'
               MOVE "** CLASH - SEE THE EXAMS OFFICE **"
                   TO WS-PRINT-LINE(50:34)
           END-IF
           PERFORM SLIP-LINE-PARA.

           SLIP-LINE-PARA.

           MOVE SPACE TO SP-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO SP-TEXT
           WRITE SLIP-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

           SLIP-PAGE-PARA.

           MOVE '1' TO SP-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO SP-TEXT
           WRITE SLIP-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "EXAMTT  " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-CAND-COUNT TO RC-RECORDS-PROCESSED
           MOVE WS-CLASH-COUNT TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM ExamTimetableRun.
