       IDENTIFICATION DIVISION.
       PROGRAM-ID. TeacherCoverRun.
       ENVIRONMENT DIVISION.
           *> cover run off the TEACHER-ABSENCE file, so the deputy
           *> head no longer works through the printed timetable to
           *> find who is free - every absence from the run date to
           *> the end of the RUNPARM term is taken in turn, and for
           *> each day and period the absent teacher has on the
           *> SECTION-SCHEDULE a cover teacher is proposed: an active
           *> teacher with no schedule slot that period, not absent
           *> that day and not already covering elsewhere that
           *> period, taking the one with the fewest covers so far
           *> this term (lowest teacher id on a tie)
           *> each cover is written to the COVER-LOG, keyed on the
           *> date, period and section, so a rerun leaves arranged
           *> cover alone and the workload report can count the cover
           *> burden; a cover slip for the teacher spools to COVRSLIP
           *> a period nobody is free for goes to the shared exception
           *> store through ExceptionWrite and is tried again on the
           *> next run
           *> cleared by the job schedule like the other batch jobs,
           *> and logged to RUN-CONTROL on completion
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL TERM-MASTER ASSIGN TO "TERMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT TEACHER-MASTER ASSIGN TO "TCHRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TEACHER-ID
               FILE STATUS IS WS-TEACHER-STATUS.

           SELECT SECTION-SCHEDULE ASSIGN TO "SECSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-SCHED-KEY
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT TEACHER-ABSENCE ASSIGN TO "TCHRABS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-ABSENCE-KEY
               FILE STATUS IS WS-ABSENCE-STATUS.

           SELECT COVER-LOG ASSIGN TO "COVERLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-COVER-KEY
               FILE STATUS IS WS-COVER-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SLIP-FILE ASSIGN TO "COVRSLIP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD TERM-MASTER.
           COPY TERMMSTR.

       FD TEACHER-MASTER.
           COPY TCHRMSTR.

       FD SECTION-SCHEDULE.
           COPY SECSCHED.

       FD TEACHER-ABSENCE.
           COPY TCHRABS.

       FD COVER-LOG.
           COPY COVERLOG.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD SLIP-FILE.
           01 SLIP-RECORD.
               05 SP-CARRIAGE-CONTROL    PIC X(01).
               05 SP-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-TERM-STATUS PIC X(02) VALUE SPACES.
           01 WS-TEACHER-STATUS PIC X(02) VALUE SPACES.
           01 WS-SCHEDULE-STATUS PIC X(02) VALUE SPACES.
           01 WS-ABSENCE-STATUS PIC X(02) VALUE SPACES.
           01 WS-COVER-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-SLIP-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCAN-EOF VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-TERM-CODE PIC X(06) VALUE SPACES.
           01 WS-WINDOW-END PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "COVERRUN".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

           01 WS-WRITE-SOURCE PIC X(08) VALUE "COVERRUN".
           01 WS-WRITE-KEY PIC X(10) VALUE SPACES.
           01 WS-WRITE-REASON PIC X(04) VALUE SPACES.
           01 WS-WRITE-TEXT PIC X(40) VALUE SPACES.
           01 WS-WRITE-DATE PIC 9(08) VALUE ZERO.
           01 WS-WRITE-SEQUENCE PIC 9(07) VALUE ZERO.

      *> every teacher, the periods they are timetabled, and the
      *> covers they have been given this term
           01 WS-TEACHER-TABLE.
               02 WS-TEACHER-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-TCH-IDX.
                   05 WS-TC-TEACHER-ID PIC 9(04).
                   05 WS-TC-NAME PIC X(20).
                   05 WS-TC-ACTIVE PIC X(01).
                   05 WS-TC-COVERS PIC 9(04).
                   05 WS-TC-DAY OCCURS 6 TIMES.
                       10 WS-TC-BUSY PIC X(01) OCCURS 8 TIMES.
           01 WS-TEACHER-COUNT PIC 9(03) VALUE ZERO.

      *> the section schedule slots
           01 WS-SLOT-TABLE.
               02 WS-SLOT-ENTRY OCCURS 2500 TIMES
                       INDEXED BY WS-SLOT-IDX.
                   05 WS-SL-SECTION PIC X(03).
                   05 WS-SL-DAY PIC 9(01).
                   05 WS-SL-PERIOD PIC 9(01).
                   05 WS-SL-ROOM PIC X(05).
                   05 WS-SL-TEACHER-ID PIC 9(04).
           01 WS-SLOT-COUNT PIC 9(04) VALUE ZERO.

      *> absences falling between the run date and the window end
           01 WS-ABSENCE-TABLE.
               02 WS-ABSENCE-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-ABS-IDX.
                   05 WS-AB-TEACHER-ID PIC 9(04).
                   05 WS-AB-DATE PIC 9(08).
           01 WS-ABSENCE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-ABS-SUB PIC 9(03) VALUE ZERO.

      *> covers already arranged from the run date on, so nobody is
      *> sent to two rooms in the same period
           01 WS-BOOKED-TABLE.
               02 WS-BOOKED-ENTRY OCCURS 2000 TIMES
                       INDEXED BY WS-BOOK-IDX.
                   05 WS-BK-DATE PIC 9(08).
                   05 WS-BK-PERIOD PIC 9(01).
                   05 WS-BK-TEACHER-ID PIC 9(04).
           01 WS-BOOKED-COUNT PIC 9(04) VALUE ZERO.

           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TABLE-OVERFLOWED VALUE 'Y'.

           01 WS-DAY-CODE PIC 9(01) VALUE ZERO.
           01 WS-ABSENT-NAME PIC X(20) VALUE SPACES.
           01 WS-CANDIDATE-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CANDIDATE-OK VALUE 'Y'.
           01 WS-BEST-IDX PIC 9(03) VALUE ZERO.
           01 WS-BEST-COVERS PIC 9(04) VALUE ZERO.
           01 WS-CANDIDATE-ID PIC 9(04) VALUE ZERO.

           01 WS-ABSENCES-READ PIC 9(05) VALUE ZERO.
           01 WS-COVERS-ARRANGED PIC 9(05) VALUE ZERO.
           01 WS-ALREADY-COVERED PIC 9(05) VALUE ZERO.
           01 WS-UNCOVERED PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-TERM-PARA

           OPEN INPUT TEACHER-MASTER
           OPEN INPUT SECTION-SCHEDULE
           OPEN INPUT TEACHER-ABSENCE
           OPEN I-O COVER-LOG
           IF WS-COVER-STATUS = "35"
               OPEN OUTPUT COVER-LOG
               CLOSE COVER-LOG
               OPEN I-O COVER-LOG
           END-IF

           PERFORM LOAD-TEACHERS-PARA
           PERFORM LOAD-SLOTS-PARA
           PERFORM LOAD-ABSENCES-PARA
           PERFORM LOAD-COVER-LOG-PARA
           IF WS-TABLE-OVERFLOWED
               DISPLAY "*** MORE TEACHERS, SLOTS, ABSENCES OR COVERS "
                   "THAN THE TABLES HOLD - RUN STOPPED, NO COVER "
                   "ARRANGED ***"
               STOP RUN
           END-IF

           DISPLAY "----- Teacher Cover Run -----"
           DISPLAY "RUN DATE : " WS-RUN-DATE
               "   TERM : " WS-TERM-CODE
               "   ABSENCES TO " WS-WINDOW-END
           DISPLAY " "

           OPEN OUTPUT SLIP-FILE
           PERFORM VARYING WS-ABS-IDX FROM 1 BY 1
                   UNTIL WS-ABS-IDX > WS-ABSENCE-COUNT
               PERFORM COVER-ABSENCE-PARA
           END-PERFORM
           CLOSE SLIP-FILE

           CLOSE COVER-LOG
           CLOSE TEACHER-ABSENCE
           CLOSE SECTION-SCHEDULE
           CLOSE TEACHER-MASTER

           DISPLAY " "
           DISPLAY "ABSENCES            : " WS-ABSENCES-READ
           DISPLAY "COVERS ARRANGED     : " WS-COVERS-ARRANGED
           DISPLAY "ALREADY COVERED     : " WS-ALREADY-COVERED
           DISPLAY "NO COVER AVAILABLE  : " WS-UNCOVERED

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

           LOAD-TERM-PARA.

      *> without the term's dates only the run date itself is covered
           MOVE WS-RUN-DATE TO WS-WINDOW-END
           OPEN INPUT TERM-MASTER
           IF WS-TERM-STATUS = "35"
               DISPLAY "*** WARNING - NO TERM-MASTER FILE - COVERING "
                   "THE RUN DATE ONLY ***"
           ELSE
               MOVE WS-TERM-CODE TO TRM-TERM-CODE
               READ TERM-MASTER
                   INVALID KEY
                       DISPLAY "*** TERM " WS-TERM-CODE
                           " IS NOT ON TERM-MASTER - RUN STOPPED ***"
                       CLOSE TERM-MASTER
                       STOP RUN
                   NOT INVALID KEY
                       IF TRM-END-DATE > WS-RUN-DATE
                           MOVE TRM-END-DATE TO WS-WINDOW-END
                       END-IF
               END-READ
           END-IF
           CLOSE TERM-MASTER.

           LOAD-TEACHERS-PARA.

           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE ZERO TO TM-TEACHER-ID
           START TEACHER-MASTER KEY >= TM-TEACHER-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM LOAD-ONE-TEACHER-PARA UNTIL WS-SCAN-EOF.

           LOAD-ONE-TEACHER-PARA.

           READ TEACHER-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF WS-TEACHER-COUNT = 200
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
                   ELSE
                       ADD 1 TO WS-TEACHER-COUNT
                       SET WS-TCH-IDX TO WS-TEACHER-COUNT
                       MOVE TM-TEACHER-ID
                           TO WS-TC-TEACHER-ID(WS-TCH-IDX)
                       MOVE TM-TEACHER-NAME TO WS-TC-NAME(WS-TCH-IDX)
                       MOVE 'N' TO WS-TC-ACTIVE(WS-TCH-IDX)
                       IF TM-TEACHER-ACTIVE
                           MOVE 'Y' TO WS-TC-ACTIVE(WS-TCH-IDX)
                       END-IF
                       MOVE ZERO TO WS-TC-COVERS(WS-TCH-IDX)
                       MOVE ALL 'N' TO WS-TC-DAY(WS-TCH-IDX, 1)
                           WS-TC-DAY(WS-TCH-IDX, 2)
                           WS-TC-DAY(WS-TCH-IDX, 3)
                           WS-TC-DAY(WS-TCH-IDX, 4)
                           WS-TC-DAY(WS-TCH-IDX, 5)
                           WS-TC-DAY(WS-TCH-IDX, 6)
                   END-IF
           END-READ.

           LOAD-SLOTS-PARA.

           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO SS-SCHED-KEY
           START SECTION-SCHEDULE KEY >= SS-SCHED-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM LOAD-ONE-SLOT-PARA UNTIL WS-SCAN-EOF.

           LOAD-ONE-SLOT-PARA.

           READ SECTION-SCHEDULE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF WS-SLOT-COUNT = 2500
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
                   ELSE
                       ADD 1 TO WS-SLOT-COUNT
                       SET WS-SLOT-IDX TO WS-SLOT-COUNT
                       MOVE SS-SECTION-CODE
                           TO WS-SL-SECTION(WS-SLOT-IDX)
                       MOVE SS-DAY-CODE TO WS-SL-DAY(WS-SLOT-IDX)
                       MOVE SS-PERIOD TO WS-SL-PERIOD(WS-SLOT-IDX)
                       MOVE SS-ROOM TO WS-SL-ROOM(WS-SLOT-IDX)
                       MOVE SS-TEACHER-ID
                           TO WS-SL-TEACHER-ID(WS-SLOT-IDX)
                       PERFORM MARK-BUSY-PARA
                   END-IF
           END-READ.

           MARK-BUSY-PARA.

           IF SS-DAY-CODE >= 1 AND SS-DAY-CODE <= 6
                   AND SS-PERIOD >= 1 AND SS-PERIOD <= 8
               PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                       UNTIL WS-TCH-IDX > WS-TEACHER-COUNT
                   IF WS-TC-TEACHER-ID(WS-TCH-IDX) = SS-TEACHER-ID
                       MOVE 'Y' TO WS-TC-BUSY(WS-TCH-IDX,
                           SS-DAY-CODE, SS-PERIOD)
                   END-IF
               END-PERFORM
           END-IF.

           LOAD-ABSENCES-PARA.

           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO TA-ABSENCE-KEY
           START TEACHER-ABSENCE KEY >= TA-ABSENCE-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM LOAD-ONE-ABSENCE-PARA UNTIL WS-SCAN-EOF.

           LOAD-ONE-ABSENCE-PARA.

           READ TEACHER-ABSENCE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF TA-ABSENCE-DATE >= WS-RUN-DATE
                           AND TA-ABSENCE-DATE <= WS-WINDOW-END
                       IF WS-ABSENCE-COUNT = 500
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                       ELSE
                           ADD 1 TO WS-ABSENCE-COUNT
                           SET WS-ABS-IDX TO WS-ABSENCE-COUNT
                           MOVE TA-TEACHER-ID
                               TO WS-AB-TEACHER-ID(WS-ABS-IDX)
                           MOVE TA-ABSENCE-DATE
                               TO WS-AB-DATE(WS-ABS-IDX)
                       END-IF
                   END-IF
           END-READ.

           LOAD-COVER-LOG-PARA.

           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO CV-COVER-KEY
           START COVER-LOG KEY >= CV-COVER-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM LOAD-ONE-COVER-PARA UNTIL WS-SCAN-EOF.

           LOAD-ONE-COVER-PARA.

           READ COVER-LOG NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF CV-TERM-CODE = WS-TERM-CODE
                       PERFORM COUNT-COVER-PARA
                   END-IF
                   IF CV-COVER-DATE >= WS-RUN-DATE
                       PERFORM BOOK-COVER-PARA
                   END-IF
           END-READ.

           COUNT-COVER-PARA.

           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > WS-TEACHER-COUNT
               IF WS-TC-TEACHER-ID(WS-TCH-IDX) = CV-COVER-TEACHER-ID
                   ADD 1 TO WS-TC-COVERS(WS-TCH-IDX)
               END-IF
           END-PERFORM.

           BOOK-COVER-PARA.

           IF WS-BOOKED-COUNT = 2000
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
           ELSE
               ADD 1 TO WS-BOOKED-COUNT
               SET WS-BOOK-IDX TO WS-BOOKED-COUNT
               MOVE CV-COVER-DATE TO WS-BK-DATE(WS-BOOK-IDX)
               MOVE CV-PERIOD TO WS-BK-PERIOD(WS-BOOK-IDX)
               MOVE CV-COVER-TEACHER-ID
                   TO WS-BK-TEACHER-ID(WS-BOOK-IDX)
           END-IF.

      *>--------------- cover arrangement ---------------

           COVER-ABSENCE-PARA.

           ADD 1 TO WS-ABSENCES-READ
           MOVE 'W' TO WS-DS-FUNCTION
           MOVE WS-AB-DATE(WS-ABS-IDX) TO WS-DS-DATE-1
           CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
           MOVE WS-DS-DAYS TO WS-DAY-CODE
           MOVE "(NOT ON FILE)" TO WS-ABSENT-NAME
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > WS-TEACHER-COUNT
               IF WS-TC-TEACHER-ID(WS-TCH-IDX)
                       = WS-AB-TEACHER-ID(WS-ABS-IDX)
                   MOVE WS-TC-NAME(WS-TCH-IDX) TO WS-ABSENT-NAME
               END-IF
           END-PERFORM
           IF WS-DS-RESULT = 'Y'
                   AND WS-DAY-CODE >= 1 AND WS-DAY-CODE <= 6
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
                   IF WS-SL-TEACHER-ID(WS-SLOT-IDX)
                           = WS-AB-TEACHER-ID(WS-ABS-IDX)
                           AND WS-SL-DAY(WS-SLOT-IDX) = WS-DAY-CODE
                           AND WS-SL-PERIOD(WS-SLOT-IDX) >= 1
                           AND WS-SL-PERIOD(WS-SLOT-IDX) <= 8
                       PERFORM COVER-SLOT-PARA
                   END-IF
               END-PERFORM
           END-IF.

           COVER-SLOT-PARA.

           MOVE WS-AB-DATE(WS-ABS-IDX) TO CV-COVER-DATE
           MOVE WS-SL-PERIOD(WS-SLOT-IDX) TO CV-PERIOD
           MOVE WS-SL-SECTION(WS-SLOT-IDX) TO CV-SECTION-CODE
           READ COVER-LOG
               INVALID KEY
                   PERFORM FIND-COVER-PARA
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-COVERED
           END-READ.

           FIND-COVER-PARA.

           MOVE ZERO TO WS-BEST-IDX
           MOVE ZERO TO WS-BEST-COVERS
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > WS-TEACHER-COUNT
               PERFORM CHECK-CANDIDATE-PARA
               IF WS-CANDIDATE-OK
                   IF WS-BEST-IDX = ZERO
                           OR WS-TC-COVERS(WS-TCH-IDX) < WS-BEST-COVERS
                       SET WS-BEST-IDX TO WS-TCH-IDX
                       MOVE WS-TC-COVERS(WS-TCH-IDX) TO WS-BEST-COVERS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-IDX = ZERO
               PERFORM NO-COVER-PARA
           ELSE
               PERFORM ARRANGE-COVER-PARA
           END-IF.

           CHECK-CANDIDATE-PARA.

           MOVE 'Y' TO WS-CANDIDATE-SWITCH
           MOVE WS-TC-TEACHER-ID(WS-TCH-IDX) TO WS-CANDIDATE-ID
           IF WS-TC-ACTIVE(WS-TCH-IDX) NOT = 'Y'
                   OR WS-CANDIDATE-ID = WS-AB-TEACHER-ID(WS-ABS-IDX)
               MOVE 'N' TO WS-CANDIDATE-SWITCH
           END-IF
           IF WS-CANDIDATE-OK
               IF WS-TC-BUSY(WS-TCH-IDX, WS-DAY-CODE, CV-PERIOD) = 'Y'
                   MOVE 'N' TO WS-CANDIDATE-SWITCH
               END-IF
           END-IF
           IF WS-CANDIDATE-OK
               PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
                       UNTIL WS-BOOK-IDX > WS-BOOKED-COUNT
                   IF WS-BK-TEACHER-ID(WS-BOOK-IDX) = WS-CANDIDATE-ID
                           AND WS-BK-DATE(WS-BOOK-IDX) = CV-COVER-DATE
                           AND WS-BK-PERIOD(WS-BOOK-IDX) = CV-PERIOD
                       MOVE 'N' TO WS-CANDIDATE-SWITCH
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CANDIDATE-OK
               PERFORM CHECK-CANDIDATE-ABSENT-PARA
           END-IF.

           CHECK-CANDIDATE-ABSENT-PARA.

      *> the absence table only holds the run window, which is all
      *> the cover dates can fall in
           PERFORM VARYING WS-ABS-SUB FROM 1 BY 1
                   UNTIL WS-ABS-SUB > WS-ABSENCE-COUNT
               IF WS-AB-TEACHER-ID(WS-ABS-SUB) = WS-CANDIDATE-ID
                       AND WS-AB-DATE(WS-ABS-SUB) = CV-COVER-DATE
                   MOVE 'N' TO WS-CANDIDATE-SWITCH
               END-IF
           END-PERFORM.

           ARRANGE-COVER-PARA.

           SET WS-TCH-IDX TO WS-BEST-IDX
           MOVE WS-TERM-CODE TO CV-TERM-CODE
           MOVE WS-DAY-CODE TO CV-DAY-CODE
           MOVE WS-SL-ROOM(WS-SLOT-IDX) TO CV-ROOM
           MOVE WS-AB-TEACHER-ID(WS-ABS-IDX) TO CV-ABSENT-TEACHER-ID
           MOVE WS-TC-TEACHER-ID(WS-TCH-IDX) TO CV-COVER-TEACHER-ID
           WRITE COVER-LOG-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO LOG COVER " CV-COVER-DATE
                       " PERIOD " CV-PERIOD " SECTION " CV-SECTION-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-COVERS-ARRANGED
                   ADD 1 TO WS-TC-COVERS(WS-TCH-IDX)
                   PERFORM BOOK-COVER-PARA
                   PERFORM PRINT-SLIP-PARA
                   DISPLAY CV-COVER-DATE " PERIOD " CV-PERIOD
                       " SECTION " CV-SECTION-CODE
                       " ROOM " CV-ROOM
                       " FOR " WS-ABSENT-NAME
                       " - COVER " WS-TC-NAME(WS-TCH-IDX)
           END-WRITE.

           NO-COVER-PARA.

           ADD 1 TO WS-UNCOVERED
           DISPLAY CV-COVER-DATE " PERIOD " CV-PERIOD
               " SECTION " CV-SECTION-CODE
               " FOR " WS-ABSENT-NAME
               " - ** NO TEACHER FREE **"
           MOVE CV-COVER-DATE TO WS-WRITE-KEY
           MOVE CV-PERIOD TO WS-WRITE-KEY(9:1)
           MOVE "XCOV" TO WS-WRITE-REASON
           STRING "NO COVER FREE - SECTION " DELIMITED BY SIZE
               CV-SECTION-CODE DELIMITED BY SIZE
               " TEACHER " DELIMITED BY SIZE
               WS-AB-TEACHER-ID(WS-ABS-IDX) DELIMITED BY SIZE
               INTO WS-WRITE-TEXT
           END-STRING
           PERFORM LOG-EXCEPTION-PARA.

           LOG-EXCEPTION-PARA.

           MOVE WS-RUN-DATE TO WS-WRITE-DATE
           CALL "ExceptionWrite" USING WS-WRITE-SOURCE WS-WRITE-KEY
               WS-WRITE-REASON WS-WRITE-TEXT WS-WRITE-DATE
               WS-WRITE-SEQUENCE
           MOVE SPACES TO WS-WRITE-TEXT.

      *>--------------- cover slips ---------------

           PRINT-SLIP-PARA.

           MOVE "----- Cover Slip -----" TO WS-PRINT-LINE
           PERFORM SLIP-PAGE-PARA
           STRING "TO       : " DELIMITED BY SIZE
               WS-TC-TEACHER-ID(WS-TCH-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TC-NAME(WS-TCH-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM SLIP-LINE-PARA
           PERFORM SLIP-LINE-PARA
           STRING "DATE     : " DELIMITED BY SIZE
               CV-COVER-DATE DELIMITED BY SIZE
               "  DAY " DELIMITED BY SIZE
               CV-DAY-CODE DELIMITED BY SIZE
               "  PERIOD " DELIMITED BY SIZE
               CV-PERIOD DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM SLIP-LINE-PARA
           STRING "SECTION  : " DELIMITED BY SIZE
               CV-SECTION-CODE DELIMITED BY SIZE
               "  ROOM " DELIMITED BY SIZE
               CV-ROOM DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM SLIP-LINE-PARA
           STRING "COVERING : " DELIMITED BY SIZE
               CV-ABSENT-TEACHER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ABSENT-NAME DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM SLIP-LINE-PARA
           STRING "COVERS THIS TERM INCLUDING THIS ONE : "
                   DELIMITED BY SIZE
               WS-TC-COVERS(WS-TCH-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
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
           MOVE "COVERRUN" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-ABSENCES-READ TO RC-RECORDS-PROCESSED
           MOVE WS-COVERS-ARRANGED TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM TeacherCoverRun.
