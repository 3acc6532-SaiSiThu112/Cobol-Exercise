       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunTimeTrend.
       ENVIRONMENT DIVISION.
           *> run-time trend over the last 90 days of RUN-CONTROL -
           *> mornstat says what ran last night, this says which jobs
           *> are getting slower and whether the nightly stream is
           *> heading past the morning online start
           *> for each RC-JOB-NAME: runs, last night's elapsed time,
           *> the 90-day average and one average per 30-day month,
           *> the month-on-month change and records per minute; a
           *> night outside the job's normal range (JOBSLA percent of
           *> the average, default 25) is flagged, as is a job
           *> slowing by 10 percent or more a month
           *> the stream is then projected a month ahead - each job
           *> starting at its usual time or when its last JOBSCHED
           *> predecessor ends, whichever is later, and running for
           *> the longer of last night and its trend - and the
           *> critical path through the predecessors is printed with
           *> a breach warning for every job projected to end after
           *> its JOBSLA target end time
           *> times before noon count as the morning after the run
           *> date, so a stream crossing midnight projects correctly
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL JOB-SCHEDULE-FILE ASSIGN TO "JOBSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSCHED-STATUS.

           SELECT OPTIONAL JOB-SERVICE-LEVEL-FILE ASSIGN TO "JOBSLA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSLA-STATUS.

           SELECT PRINT-FILE ASSIGN TO "RUNTREND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD JOB-SCHEDULE-FILE.
           COPY JOBSCHED.

       FD JOB-SERVICE-LEVEL-FILE.
           COPY JOBSLA.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       FD OPERATOR-ALERT-FILE.
           COPY OPALERT.

       WORKING-STORAGE SECTION.

           01 WS-ALERT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ALERT-JOB PIC X(08) VALUE "RUNTREND".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-JOBSCHED-STATUS PIC X(02) VALUE SPACES.
           01 WS-JOBSLA-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-PER-PAGE PIC 9(03) VALUE 50.
           01 WS-PAGE-TITLE PIC X(50) VALUE SPACES.
           01 WS-SECTION-TITLE PIC X(80) VALUE SPACES.
           01 WS-COLUMN-HEADING-1 PIC X(132) VALUE SPACES.
           01 WS-COLUMN-HEADING-2 PIC X(132) VALUE SPACES.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.
           01 WS-CHANGED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PROJECTION-CHANGED VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "RUNTREND".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.
           01 WS-WINDOW-DAYS PIC 9(03) VALUE 90.
           01 WS-DEFAULT-RANGE PIC 9(03) VALUE 25.
           01 WS-TREND-LIMIT PIC S9(03)V9 VALUE +10.0.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

      *> one entry per job seen in the window or named on the
      *> schedule - times are seconds from midnight of the run
      *> date, a time before noon counting as the next morning
           01 WS-JOB-TABLE.
               02 WS-JOB-ENTRY OCCURS 100 TIMES
                       INDEXED BY WS-JOB-IDX.
                   05 WS-JB-JOB PIC X(08).
                   05 WS-JB-RUNS PIC 9(04).
                   05 WS-JB-MONTH OCCURS 3 TIMES.
                       10 WS-JB-MONTH-RUNS PIC 9(04).
                       10 WS-JB-MONTH-SECONDS PIC 9(09).
                   05 WS-JB-TOTAL-SECONDS PIC 9(09).
                   05 WS-JB-TOTAL-RECORDS PIC 9(11).
                   05 WS-JB-START-TOTAL PIC 9(11).
                   05 WS-JB-LAST-DATE PIC 9(08).
                   05 WS-JB-LAST-SECONDS PIC 9(06).
                   05 WS-JB-LAST-RECORDS PIC 9(07).
                   05 WS-JB-AVERAGE PIC 9(06).
                   05 WS-JB-TARGET PIC 9(06).
                   05 WS-JB-RANGE PIC 9(03).
                   05 WS-JB-USUAL-START PIC 9(06).
                   05 WS-JB-PROJ-ELAPSED PIC 9(06).
                   05 WS-JB-PROJ-START PIC 9(06).
                   05 WS-JB-PROJ-END PIC 9(06).
                   05 WS-JB-CRITICAL-PRED PIC 9(03).
                   05 WS-JB-LISTED PIC X(01).
                   05 WS-JB-ON-PATH PIC X(01).
           01 WS-JOB-COUNT PIC 9(03) VALUE ZERO.
           01 WS-FIND-JOB PIC X(08) VALUE SPACES.
           01 WS-FOUND-SUB PIC 9(03) VALUE ZERO.
           01 WS-PRED-SUB PIC 9(03) VALUE ZERO.
           01 WS-MONTH-SUB PIC 9(01) VALUE ZERO.

           01 WS-SCHED-TABLE.
               02 WS-SCHED-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-SCHED-IDX.
                   05 WS-SC-JOB PIC X(08).
                   05 WS-SC-PRED PIC X(08).
           01 WS-SCHED-COUNT PIC 9(03) VALUE ZERO.

           01 WS-PATH-TABLE.
               02 WS-PATH-JOB PIC 9(03) OCCURS 100 TIMES.
           01 WS-PATH-COUNT PIC 9(03) VALUE ZERO.
           01 WS-PATH-SUB PIC 9(03) VALUE ZERO.
           01 WS-PASS PIC 9(03) VALUE ZERO.
           01 WS-COLUMN PIC 9(03) VALUE ZERO.

           01 WS-RUNCTL-READ PIC 9(07) VALUE ZERO.
           01 WS-IN-WINDOW PIC 9(07) VALUE ZERO.
           01 WS-FLAG-COUNT PIC 9(05) VALUE ZERO.
           01 WS-BREACH-COUNT PIC 9(05) VALUE ZERO.
           01 WS-STREAM-END PIC 9(06) VALUE ZERO.
           01 WS-STREAM-LAST PIC 9(03) VALUE ZERO.

           01 WS-START-SECONDS PIC 9(06) VALUE ZERO.
           01 WS-END-SECONDS PIC 9(06) VALUE ZERO.
           01 WS-ELAPSED PIC S9(06) VALUE ZERO.
           01 WS-EARLIEST PIC 9(06) VALUE ZERO.
           01 WS-PRED-END PIC 9(06) VALUE ZERO.
           01 WS-NEW-END PIC 9(06) VALUE ZERO.
           01 WS-MONTH-AVERAGE PIC 9(06) VALUE ZERO.
           01 WS-RECENT-AVERAGE PIC 9(06) VALUE ZERO.
           01 WS-PRIOR-AVERAGE PIC 9(06) VALUE ZERO.
           01 WS-TREND-PERCENT PIC S9(05)V9 VALUE ZERO.
           01 WS-LIMIT-SECONDS PIC 9(07) VALUE ZERO.
           01 WS-LAST-RATE PIC 9(09) VALUE ZERO.
           01 WS-AVERAGE-RATE PIC 9(09) VALUE ZERO.
           01 WS-SLACK PIC S9(06) VALUE ZERO.

      *> clock and duration conversion work areas
           01 WS-HHMMSS PIC 9(06) VALUE ZERO.
           01 WS-HHMMSS-PARTS REDEFINES WS-HHMMSS.
               05 WS-HH PIC 9(02).
               05 WS-MM PIC 9(02).
               05 WS-SS PIC 9(02).
           01 WS-SECONDS PIC 9(06) VALUE ZERO.
           01 WS-HOURS PIC 9(03) VALUE ZERO.
           01 WS-MINUTES PIC 9(02) VALUE ZERO.
           01 WS-REMAINDER PIC 9(06) VALUE ZERO.
           01 WS-TIME-TEXT.
               05 WS-TT-HOURS PIC Z9.
               05 FILLER PIC X(01) VALUE ":".
               05 WS-TT-MINUTES PIC 99.
               05 FILLER PIC X(01) VALUE ":".
               05 WS-TT-SECONDS PIC 99.

           01 WS-EDIT-RUNS PIC ZZZ9.
           01 WS-EDIT-RATE PIC ZZZZZZZZ9.
           01 WS-EDIT-PERCENT PIC ++++9.9.
           01 WS-EDIT-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA

           PERFORM LOAD-SCHEDULE-PARA
           PERFORM LOAD-RUN-CONTROL-PARA
           PERFORM LOAD-SERVICE-LEVEL-PARA
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               PERFORM SUMMARISE-JOB-PARA
           END-PERFORM
           PERFORM PROJECT-STREAM-PARA

           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "RUNTREND" TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE "----- Batch Run-Time Trend -----" TO WS-PAGE-TITLE

           PERFORM TREND-SECTION-PARA
           PERFORM STREAM-SECTION-PARA
           PERFORM CRITICAL-PATH-PARA
           CLOSE PRINT-FILE

           PERFORM LOG-RUN-CONTROL-PARA

           DISPLAY "----- Batch Run-Time Trend -----"
           DISPLAY "RUN-CONTROL RECORDS READ : " WS-RUNCTL-READ
           DISPLAY "IN THE 90-DAY WINDOW     : " WS-IN-WINDOW
           DISPLAY "JOBS                     : " WS-JOB-COUNT
           DISPLAY "JOBS FLAGGED             : " WS-FLAG-COUNT
           DISPLAY "PROJECTED BREACHES       : " WS-BREACH-COUNT
           DISPLAY "REPORT SPOOLED TO RUNTREND - "
               WS-PAGE-NUMBER " PAGES"

            STOP RUN.

           CHECK-FILE-STATUS-PARA.

           IF WS-CHECK-STATUS = "00" OR WS-CHECK-STATUS = "02"
                   OR WS-CHECK-STATUS = "04"
                   OR WS-CHECK-STATUS = "05"
                   OR WS-CHECK-STATUS = "10"
               CONTINUE
           ELSE
               OPEN EXTEND OPERATOR-ALERT-FILE
               MOVE WS-ALERT-JOB TO OA-JOB-NAME
               MOVE WS-CHECK-FILE TO OA-FILE-NAME
               MOVE WS-CHECK-STATUS TO OA-FILE-STATUS
               MOVE WS-CHECK-KEY TO OA-RECORD-KEY
               MOVE WS-CHECK-PARAGRAPH TO OA-PARAGRAPH
               ACCEPT OA-ALERT-DATE FROM DATE YYYYMMDD
               ACCEPT OA-ALERT-TIME FROM TIME
               WRITE OPERATOR-ALERT-RECORD
               CLOSE OPERATOR-ALERT-FILE
               DISPLAY "*** FILE STATUS " WS-CHECK-STATUS
                   " ON " WS-CHECK-FILE
                   " IN " WS-CHECK-PARAGRAPH
                   " - OPERATOR ALERT WRITTEN ***"
               IF WS-CHECK-STATUS(1:1) = '3'
                       OR WS-CHECK-STATUS(1:1) = '4'
                       OR WS-CHECK-STATUS(1:1) = '9'
                   DISPLAY "*** UNSAFE TO CONTINUE - RUN STOPPED ***"
                   STOP RUN
               END-IF
           END-IF.

           LOAD-RUN-PARM-PARA.

           OPEN INPUT RUN-PARM-FILE
           READ RUN-PARM-FILE
               AT END DISPLAY "RUN-PARM RECORD MISSING - USING TODAY"
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE RP-RUN-DATE TO WS-RUN-DATE
           END-READ
           CLOSE RUN-PARM-FILE.

           SCHEDULE-CHECK-PARA.

           CALL "JobScheduleCheck"
               USING WS-JOBCHK-JOB WS-RUN-DATE WS-JOBCHK-OK
           IF WS-JOBCHK-OK = 'N'
               DISPLAY "RUN REFUSED BY THE JOB SCHEDULE"
               STOP RUN
           END-IF.

      *>--------------- load ------------------------------------

           LOAD-SCHEDULE-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT JOB-SCHEDULE-FILE
           PERFORM UNTIL WS-EOF
               READ JOB-SCHEDULE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-SCHED-COUNT < 200
                           ADD 1 TO WS-SCHED-COUNT
                           SET WS-SCHED-IDX TO WS-SCHED-COUNT
                           MOVE JS-JOB-NAME TO WS-SC-JOB(WS-SCHED-IDX)
                           MOVE JS-PREDECESSOR
                               TO WS-SC-PRED(WS-SCHED-IDX)
                           MOVE JS-JOB-NAME TO WS-FIND-JOB
                           PERFORM FIND-JOB-PARA
                           MOVE JS-PREDECESSOR TO WS-FIND-JOB
                           PERFORM FIND-JOB-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-SCHEDULE-FILE.

           LOAD-RUN-CONTROL-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           MOVE WS-RUNCTL-STATUS TO WS-CHECK-STATUS
           MOVE "RUNCTLR " TO WS-CHECK-FILE
           MOVE "LOAD-RUN-CONTROL-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM UNTIL WS-EOF
               READ RUN-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RUNCTL-READ
                       PERFORM TAKE-RUN-PARA
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

           TAKE-RUN-PARA.

           IF RC-RUN-DATE NOT > WS-RUN-DATE AND RC-RUN-DATE > ZERO
               MOVE 'D' TO WS-DS-FUNCTION
               MOVE WS-RUN-DATE TO WS-DS-DATE-1
               MOVE RC-RUN-DATE TO WS-DS-DATE-2
               CALL "DateService" USING WS-DS-FUNCTION
                   WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
               IF WS-DS-DAYS < WS-WINDOW-DAYS
                   MOVE RC-JOB-NAME TO WS-FIND-JOB
                   PERFORM FIND-JOB-PARA
                   IF WS-FOUND
                       PERFORM ADD-RUN-PARA
                   END-IF
               END-IF
           END-IF.

           ADD-RUN-PARA.

           ADD 1 TO WS-IN-WINDOW
           SET WS-JOB-IDX TO WS-FOUND-SUB

           MOVE RC-START-TIME TO WS-HHMMSS
           PERFORM CLOCK-TO-SECONDS-PARA
           MOVE WS-SECONDS TO WS-START-SECONDS
           MOVE RC-END-TIME TO WS-HHMMSS
           PERFORM CLOCK-TO-SECONDS-PARA
           MOVE WS-SECONDS TO WS-END-SECONDS
           COMPUTE WS-ELAPSED = WS-END-SECONDS - WS-START-SECONDS
           IF WS-ELAPSED < ZERO
               ADD 86400 TO WS-ELAPSED
           END-IF

      *> month 1 is the latest 30 days, month 3 the oldest
           COMPUTE WS-MONTH-SUB = WS-DS-DAYS / 30 + 1
           ADD 1 TO WS-JB-RUNS(WS-JOB-IDX)
           ADD 1 TO WS-JB-MONTH-RUNS(WS-JOB-IDX, WS-MONTH-SUB)
           ADD WS-ELAPSED
               TO WS-JB-MONTH-SECONDS(WS-JOB-IDX, WS-MONTH-SUB)
           ADD WS-ELAPSED TO WS-JB-TOTAL-SECONDS(WS-JOB-IDX)
           ADD RC-RECORDS-PROCESSED TO WS-JB-TOTAL-RECORDS(WS-JOB-IDX)
           ADD WS-START-SECONDS TO WS-JB-START-TOTAL(WS-JOB-IDX)
           IF RC-RUN-DATE NOT < WS-JB-LAST-DATE(WS-JOB-IDX)
               MOVE RC-RUN-DATE TO WS-JB-LAST-DATE(WS-JOB-IDX)
               MOVE WS-ELAPSED TO WS-JB-LAST-SECONDS(WS-JOB-IDX)
               MOVE RC-RECORDS-PROCESSED
                   TO WS-JB-LAST-RECORDS(WS-JOB-IDX)
           END-IF.

           FIND-JOB-PARA.

      *> finds the job, adding it when it is new and there is room
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-FOUND-SUB FROM 1 BY 1
                   UNTIL WS-FOUND-SUB > WS-JOB-COUNT OR WS-FOUND
               IF WS-JB-JOB(WS-FOUND-SUB) = WS-FIND-JOB
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-FOUND-SUB
           ELSE
               IF WS-JOB-COUNT < 100
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT TO WS-FOUND-SUB
                   INITIALIZE WS-JOB-ENTRY(WS-FOUND-SUB)
                   MOVE WS-FIND-JOB TO WS-JB-JOB(WS-FOUND-SUB)
                   MOVE WS-DEFAULT-RANGE TO WS-JB-RANGE(WS-FOUND-SUB)
                   MOVE 'N' TO WS-JB-LISTED(WS-FOUND-SUB)
                   MOVE 'N' TO WS-JB-ON-PATH(WS-FOUND-SUB)
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-IF.

           LOAD-SERVICE-LEVEL-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT JOB-SERVICE-LEVEL-FILE
           PERFORM UNTIL WS-EOF
               READ JOB-SERVICE-LEVEL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE JV-JOB-NAME TO WS-FIND-JOB
                       PERFORM FIND-JOB-PARA
                       IF WS-FOUND
                           PERFORM TAKE-SERVICE-LEVEL-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-SERVICE-LEVEL-FILE.

           TAKE-SERVICE-LEVEL-PARA.

           IF JV-TARGET-END > ZERO
               COMPUTE WS-HHMMSS = JV-TARGET-END * 100
               PERFORM CLOCK-TO-SECONDS-PARA
               MOVE WS-SECONDS TO WS-JB-TARGET(WS-FOUND-SUB)
           END-IF
           IF JV-RANGE-PERCENT > ZERO
               MOVE JV-RANGE-PERCENT TO WS-JB-RANGE(WS-FOUND-SUB)
           END-IF.

      *>--------------- trend and projection -----------------------

           SUMMARISE-JOB-PARA.

      *> the projection takes the longer of last night and the
      *> latest month carried on at its month-on-month growth - a
      *> job getting faster is not counted on to keep doing so
           IF WS-JB-RUNS(WS-JOB-IDX) > ZERO
               PERFORM PROJECT-ELAPSED-PARA
           END-IF.

           PROJECT-ELAPSED-PARA.

           DIVIDE WS-JB-TOTAL-SECONDS(WS-JOB-IDX)
               BY WS-JB-RUNS(WS-JOB-IDX)
               GIVING WS-JB-AVERAGE(WS-JOB-IDX) ROUNDED
           DIVIDE WS-JB-START-TOTAL(WS-JOB-IDX)
               BY WS-JB-RUNS(WS-JOB-IDX)
               GIVING WS-JB-USUAL-START(WS-JOB-IDX) ROUNDED
           PERFORM MONTH-TREND-PARA
           MOVE WS-JB-LAST-SECONDS(WS-JOB-IDX)
               TO WS-JB-PROJ-ELAPSED(WS-JOB-IDX)
           IF WS-RECENT-AVERAGE > ZERO AND WS-PRIOR-AVERAGE > ZERO
                   AND WS-RECENT-AVERAGE > WS-PRIOR-AVERAGE
               COMPUTE WS-NEW-END = WS-RECENT-AVERAGE * 2
                   - WS-PRIOR-AVERAGE
               IF WS-NEW-END > WS-JB-PROJ-ELAPSED(WS-JOB-IDX)
                   MOVE WS-NEW-END TO WS-JB-PROJ-ELAPSED(WS-JOB-IDX)
               END-IF
           END-IF.

           MONTH-TREND-PARA.

      *> the change a month compares the latest 30 days with the
      *> month before, or with the oldest month when the one
      *> between has no runs
           MOVE ZERO TO WS-RECENT-AVERAGE
           MOVE ZERO TO WS-PRIOR-AVERAGE
           MOVE ZERO TO WS-TREND-PERCENT
           IF WS-JB-MONTH-RUNS(WS-JOB-IDX, 1) > ZERO
               DIVIDE WS-JB-MONTH-SECONDS(WS-JOB-IDX, 1)
                   BY WS-JB-MONTH-RUNS(WS-JOB-IDX, 1)
                   GIVING WS-RECENT-AVERAGE ROUNDED
           END-IF
           IF WS-JB-MONTH-RUNS(WS-JOB-IDX, 2) > ZERO
               DIVIDE WS-JB-MONTH-SECONDS(WS-JOB-IDX, 2)
                   BY WS-JB-MONTH-RUNS(WS-JOB-IDX, 2)
                   GIVING WS-PRIOR-AVERAGE ROUNDED
           ELSE
               IF WS-JB-MONTH-RUNS(WS-JOB-IDX, 3) > ZERO
                   DIVIDE WS-JB-MONTH-SECONDS(WS-JOB-IDX, 3)
                       BY WS-JB-MONTH-RUNS(WS-JOB-IDX, 3)
                       GIVING WS-PRIOR-AVERAGE ROUNDED
               END-IF
           END-IF
           IF WS-RECENT-AVERAGE > ZERO AND WS-PRIOR-AVERAGE > ZERO
               COMPUTE WS-TREND-PERCENT ROUNDED =
                   (WS-RECENT-AVERAGE - WS-PRIOR-AVERAGE) * 100
                   / WS-PRIOR-AVERAGE
           END-IF.

           PROJECT-STREAM-PARA.

      *> passes over the jobs until no projected end moves; a
      *> schedule loop cannot settle, so the passes stop at one
      *> more than the number of jobs
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               MOVE WS-JB-USUAL-START(WS-JOB-IDX)
                   TO WS-JB-PROJ-START(WS-JOB-IDX)
               COMPUTE WS-JB-PROJ-END(WS-JOB-IDX) =
                   WS-JB-USUAL-START(WS-JOB-IDX)
                   + WS-JB-PROJ-ELAPSED(WS-JOB-IDX)
               MOVE ZERO TO WS-JB-CRITICAL-PRED(WS-JOB-IDX)
           END-PERFORM
           MOVE 'Y' TO WS-CHANGED-SWITCH
           PERFORM VARYING WS-PASS FROM 1 BY 1
                   UNTIL NOT WS-PROJECTION-CHANGED
                       OR WS-PASS > WS-JOB-COUNT + 1
               MOVE 'N' TO WS-CHANGED-SWITCH
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   PERFORM PROJECT-ONE-JOB-PARA
               END-PERFORM
           END-PERFORM
           IF WS-PROJECTION-CHANGED
               DISPLAY "JOBSCHED HOLDS A LOOP - PROJECTION STOPPED "
                   "AFTER " WS-PASS " PASSES"
           END-IF

           MOVE ZERO TO WS-STREAM-END
           MOVE ZERO TO WS-STREAM-LAST
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JB-PROJ-END(WS-JOB-IDX) > WS-STREAM-END
                   MOVE WS-JB-PROJ-END(WS-JOB-IDX) TO WS-STREAM-END
                   SET WS-STREAM-LAST TO WS-JOB-IDX
               END-IF
           END-PERFORM.

           PROJECT-ONE-JOB-PARA.

      *> the critical predecessor is the one ending last, even
      *> when the job's usual start is later still, so the path
      *> runs back through the schedule to its first job
           MOVE WS-JB-USUAL-START(WS-JOB-IDX) TO WS-EARLIEST
           MOVE ZERO TO WS-PRED-SUB
           MOVE ZERO TO WS-PRED-END
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               IF WS-SC-JOB(WS-SCHED-IDX) = WS-JB-JOB(WS-JOB-IDX)
                   MOVE WS-SC-PRED(WS-SCHED-IDX) TO WS-FIND-JOB
                   PERFORM FIND-JOB-PARA
                   IF WS-FOUND
                       IF WS-JB-PROJ-END(WS-FOUND-SUB) > WS-PRED-END
                               OR WS-PRED-SUB = ZERO
                           MOVE WS-JB-PROJ-END(WS-FOUND-SUB)
                               TO WS-PRED-END
                           MOVE WS-FOUND-SUB TO WS-PRED-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PRED-END > WS-EARLIEST
               MOVE WS-PRED-END TO WS-EARLIEST
           END-IF
           COMPUTE WS-NEW-END =
               WS-EARLIEST + WS-JB-PROJ-ELAPSED(WS-JOB-IDX)
           IF WS-NEW-END NOT = WS-JB-PROJ-END(WS-JOB-IDX)
                   OR WS-PRED-SUB NOT = WS-JB-CRITICAL-PRED(WS-JOB-IDX)
               MOVE 'Y' TO WS-CHANGED-SWITCH
               MOVE WS-EARLIEST TO WS-JB-PROJ-START(WS-JOB-IDX)
               MOVE WS-NEW-END TO WS-JB-PROJ-END(WS-JOB-IDX)
               MOVE WS-PRED-SUB TO WS-JB-CRITICAL-PRED(WS-JOB-IDX)
           END-IF.

      *>--------------- section 1 - trend --------------------------

           TREND-SECTION-PARA.

           MOVE "SECTION 1 - ELAPSED TIME AND THROUGHPUT, LAST 90 DAYS"
               TO WS-SECTION-TITLE
           MOVE "JOB       RUNS LAST RUN  LAST      90-DAY    61-90"
               TO WS-COLUMN-HEADING-1
           MOVE "31-60     LAST 30   CHANGE    REC/MIN    REC/MIN"
               TO WS-COLUMN-HEADING-1(56:48)
           MOVE "                         ELAPSED   AVERAGE   DAYS"
               TO WS-COLUMN-HEADING-2
           MOVE "DAYS      DAYS      A MONTH   LAST       AVERAGE"
               TO WS-COLUMN-HEADING-2(56:48)
           PERFORM PRINT-HEADER-PARA
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JB-RUNS(WS-JOB-IDX) > ZERO
                   PERFORM PRINT-TREND-LINE-PARA
               END-IF
           END-PERFORM.

           PRINT-TREND-LINE-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
           END-IF
           PERFORM MONTH-TREND-PARA
           MOVE WS-JB-JOB(WS-JOB-IDX) TO WS-PRINT-LINE(1:8)
           MOVE WS-JB-RUNS(WS-JOB-IDX) TO WS-EDIT-RUNS
           MOVE WS-EDIT-RUNS TO WS-PRINT-LINE(11:4)
           MOVE WS-JB-LAST-DATE(WS-JOB-IDX) TO WS-PRINT-LINE(16:8)
           MOVE WS-JB-LAST-SECONDS(WS-JOB-IDX) TO WS-SECONDS
           PERFORM FORMAT-DURATION-PARA
           MOVE WS-TIME-TEXT TO WS-PRINT-LINE(26:8)
           MOVE WS-JB-AVERAGE(WS-JOB-IDX) TO WS-SECONDS
           PERFORM FORMAT-DURATION-PARA
           MOVE WS-TIME-TEXT TO WS-PRINT-LINE(36:8)
           MOVE 3 TO WS-MONTH-SUB
           MOVE 46 TO WS-COLUMN
           PERFORM 3 TIMES
               IF WS-JB-MONTH-RUNS(WS-JOB-IDX, WS-MONTH-SUB) > ZERO
                   DIVIDE WS-JB-MONTH-SECONDS(WS-JOB-IDX, WS-MONTH-SUB)
                       BY WS-JB-MONTH-RUNS(WS-JOB-IDX, WS-MONTH-SUB)
                       GIVING WS-SECONDS ROUNDED
                   PERFORM FORMAT-DURATION-PARA
                   MOVE WS-TIME-TEXT TO WS-PRINT-LINE(WS-COLUMN:8)
               ELSE
                   MOVE "    -" TO WS-PRINT-LINE(WS-COLUMN:8)
               END-IF
               SUBTRACT 1 FROM WS-MONTH-SUB
               ADD 10 TO WS-COLUMN
           END-PERFORM
           IF WS-RECENT-AVERAGE > ZERO AND WS-PRIOR-AVERAGE > ZERO
               MOVE WS-TREND-PERCENT TO WS-EDIT-PERCENT
               MOVE WS-EDIT-PERCENT TO WS-PRINT-LINE(76:7)
               MOVE "%" TO WS-PRINT-LINE(83:1)
           END-IF
           MOVE WS-JB-LAST-SECONDS(WS-JOB-IDX) TO WS-SECONDS
           IF WS-SECONDS = ZERO
               MOVE 1 TO WS-SECONDS
           END-IF
           COMPUTE WS-LAST-RATE ROUNDED =
               WS-JB-LAST-RECORDS(WS-JOB-IDX) * 60 / WS-SECONDS
           MOVE WS-LAST-RATE TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE TO WS-PRINT-LINE(86:9)
           MOVE WS-JB-TOTAL-SECONDS(WS-JOB-IDX) TO WS-LIMIT-SECONDS
           IF WS-LIMIT-SECONDS = ZERO
               MOVE 1 TO WS-LIMIT-SECONDS
           END-IF
           COMPUTE WS-AVERAGE-RATE ROUNDED =
               WS-JB-TOTAL-RECORDS(WS-JOB-IDX) * 60 / WS-LIMIT-SECONDS
           MOVE WS-AVERAGE-RATE TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE TO WS-PRINT-LINE(97:9)
           PERFORM PRINT-LINE-PARA
           PERFORM FLAG-JOB-PARA.

           FLAG-JOB-PARA.

      *> last night against the job's normal range - three runs at
      *> least before an average means anything
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-JB-RUNS(WS-JOB-IDX) > 2
               COMPUTE WS-LIMIT-SECONDS ROUNDED =
                   WS-JB-AVERAGE(WS-JOB-IDX)
                   + WS-JB-AVERAGE(WS-JOB-IDX)
                   * WS-JB-RANGE(WS-JOB-IDX) / 100
               IF WS-JB-LAST-SECONDS(WS-JOB-IDX) > WS-LIMIT-SECONDS
                   MOVE "          ** SLOWER THAN ITS NORMAL RANGE **"
                       TO WS-PRINT-LINE
                   PERFORM PRINT-FLAG-PARA
               END-IF
               IF WS-JB-RANGE(WS-JOB-IDX) < 100
                   COMPUTE WS-LIMIT-SECONDS ROUNDED =
                       WS-JB-AVERAGE(WS-JOB-IDX)
                       - WS-JB-AVERAGE(WS-JOB-IDX)
                       * WS-JB-RANGE(WS-JOB-IDX) / 100
                   IF WS-JB-LAST-SECONDS(WS-JOB-IDX)
                           < WS-LIMIT-SECONDS
                       MOVE "          ** FASTER THAN ITS NORMAL RANGE"
                           TO WS-PRINT-LINE
                       MOVE " - CHECK ITS INPUT WAS COMPLETE **"
                           TO WS-PRINT-LINE(42:34)
                       PERFORM PRINT-FLAG-PARA
                   END-IF
               END-IF
               COMPUTE WS-LIMIT-SECONDS ROUNDED =
                   WS-AVERAGE-RATE
                   - WS-AVERAGE-RATE * WS-JB-RANGE(WS-JOB-IDX) / 100
               IF WS-JB-RANGE(WS-JOB-IDX) < 100
                       AND WS-LAST-RATE < WS-LIMIT-SECONDS
                   MOVE "          ** RECORDS PER MINUTE BELOW ITS "
                       TO WS-PRINT-LINE
                   MOVE "NORMAL RANGE **" TO WS-PRINT-LINE(43:15)
                   PERFORM PRINT-FLAG-PARA
               END-IF
           END-IF
           IF WS-RECENT-AVERAGE > ZERO AND WS-PRIOR-AVERAGE > ZERO
                   AND WS-TREND-PERCENT NOT < WS-TREND-LIMIT
               MOVE "          ** SLOWING BY " TO WS-PRINT-LINE
               MOVE WS-TREND-PERCENT TO WS-EDIT-PERCENT
               MOVE WS-EDIT-PERCENT TO WS-PRINT-LINE(25:7)
               MOVE " PERCENT A MONTH **" TO WS-PRINT-LINE(32:19)
               PERFORM PRINT-FLAG-PARA
           END-IF
           IF WS-FOUND
               ADD 1 TO WS-FLAG-COUNT
           END-IF.

           PRINT-FLAG-PARA.

           MOVE 'Y' TO WS-FOUND-SWITCH
           PERFORM PRINT-LINE-PARA.

      *>--------------- section 2 - projected stream --------------

           STREAM-SECTION-PARA.

           MOVE "SECTION 2 - STREAM PROJECTED A MONTH AHEAD, IN "
               TO WS-SECTION-TITLE
           MOVE "ORDER OF PROJECTED END" TO WS-SECTION-TITLE(48:22)
           MOVE "JOB       USUAL     PROJECTED PROJECTED PROJECTED"
               TO WS-COLUMN-HEADING-1
           MOVE "TARGET    SLACK" TO WS-COLUMN-HEADING-1(52:15)
           MOVE "          START     START     ELAPSED   END"
               TO WS-COLUMN-HEADING-2
           MOVE "END" TO WS-COLUMN-HEADING-2(52:3)
           PERFORM PRINT-HEADER-PARA
           PERFORM MARK-CRITICAL-PATH-PARA
           PERFORM WS-JOB-COUNT TIMES
               MOVE ZERO TO WS-FOUND-SUB
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   IF WS-JB-LISTED(WS-JOB-IDX) = 'N'
                       IF WS-FOUND-SUB = ZERO
                           SET WS-FOUND-SUB TO WS-JOB-IDX
                       ELSE
                           IF WS-JB-PROJ-END(WS-JOB-IDX)
                                   < WS-JB-PROJ-END(WS-FOUND-SUB)
                               SET WS-FOUND-SUB TO WS-JOB-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               SET WS-JOB-IDX TO WS-FOUND-SUB
               MOVE 'Y' TO WS-JB-LISTED(WS-JOB-IDX)
               PERFORM PRINT-STREAM-LINE-PARA
           END-PERFORM.

           PRINT-STREAM-LINE-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
           END-IF
           MOVE WS-JB-JOB(WS-JOB-IDX) TO WS-PRINT-LINE(1:8)
           IF WS-JB-ON-PATH(WS-JOB-IDX) = 'Y'
               MOVE "*" TO WS-PRINT-LINE(9:1)
           END-IF
           IF WS-JB-RUNS(WS-JOB-IDX) = ZERO
               MOVE "NO RUNS" TO WS-PRINT-LINE(11:8)
           ELSE
               MOVE WS-JB-USUAL-START(WS-JOB-IDX) TO WS-SECONDS
               PERFORM FORMAT-CLOCK-PARA
               MOVE WS-TIME-TEXT TO WS-PRINT-LINE(11:8)
           END-IF
           MOVE WS-JB-PROJ-START(WS-JOB-IDX) TO WS-SECONDS
           PERFORM FORMAT-CLOCK-PARA
           MOVE WS-TIME-TEXT TO WS-PRINT-LINE(21:8)
           MOVE WS-JB-PROJ-ELAPSED(WS-JOB-IDX) TO WS-SECONDS
           PERFORM FORMAT-DURATION-PARA
           MOVE WS-TIME-TEXT TO WS-PRINT-LINE(31:8)
           MOVE WS-JB-PROJ-END(WS-JOB-IDX) TO WS-SECONDS
           PERFORM FORMAT-CLOCK-PARA
           MOVE WS-TIME-TEXT TO WS-PRINT-LINE(41:8)
           IF WS-JB-TARGET(WS-JOB-IDX) > ZERO
               MOVE WS-JB-TARGET(WS-JOB-IDX) TO WS-SECONDS
               PERFORM FORMAT-CLOCK-PARA
               MOVE WS-TIME-TEXT TO WS-PRINT-LINE(52:8)
               COMPUTE WS-SLACK = WS-JB-TARGET(WS-JOB-IDX)
                   - WS-JB-PROJ-END(WS-JOB-IDX)
               IF WS-SLACK < ZERO
                   ADD 1 TO WS-BREACH-COUNT
                   COMPUTE WS-SECONDS = ZERO - WS-SLACK
                   PERFORM FORMAT-DURATION-PARA
                   STRING "** PROJECTED WINDOW BREACH - "
                           DELIMITED BY SIZE
                       WS-TIME-TEXT DELIMITED BY SIZE
                       " PAST TARGET **" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE(62:60)
                   END-STRING
               ELSE
                   MOVE WS-SLACK TO WS-SECONDS
                   PERFORM FORMAT-DURATION-PARA
                   MOVE WS-TIME-TEXT TO WS-PRINT-LINE(62:8)
               END-IF
           END-IF
           PERFORM PRINT-LINE-PARA.

      *>--------------- critical path ----------------------------

           MARK-CRITICAL-PATH-PARA.

      *> back from the job projected to end last, through the
      *> predecessor that held each job's start
           MOVE ZERO TO WS-PATH-COUNT
           MOVE WS-STREAM-LAST TO WS-FOUND-SUB
           PERFORM UNTIL WS-FOUND-SUB = ZERO OR WS-PATH-COUNT = 100
               ADD 1 TO WS-PATH-COUNT
               MOVE WS-FOUND-SUB TO WS-PATH-JOB(WS-PATH-COUNT)
               MOVE 'Y' TO WS-JB-ON-PATH(WS-FOUND-SUB)
               MOVE WS-JB-CRITICAL-PRED(WS-FOUND-SUB) TO WS-FOUND-SUB
               IF WS-FOUND-SUB NOT = ZERO
                   IF WS-JB-ON-PATH(WS-FOUND-SUB) = 'Y'
                       MOVE ZERO TO WS-FOUND-SUB
                   END-IF
               END-IF
           END-PERFORM.

           CRITICAL-PATH-PARA.

           PERFORM PRINT-LINE-PARA
           IF WS-PATH-COUNT = ZERO
               MOVE "NO JOBS IN THE WINDOW - NO CRITICAL PATH"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           ELSE
               PERFORM PRINT-CRITICAL-PATH-PARA
           END-IF.

           PRINT-CRITICAL-PATH-PARA.

           MOVE "CRITICAL PATH (* ABOVE), FIRST JOB TO LAST:"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE WS-PATH-COUNT TO WS-PATH-SUB
           PERFORM UNTIL WS-PATH-SUB = ZERO
               IF WS-LINE-COUNT > WS-LINES-PER-PAGE
                   PERFORM PRINT-HEADER-PARA
               END-IF
               SET WS-JOB-IDX TO WS-PATH-JOB(WS-PATH-SUB)
               MOVE WS-JB-JOB(WS-JOB-IDX) TO WS-PRINT-LINE(5:8)
               MOVE WS-JB-PROJ-START(WS-JOB-IDX) TO WS-SECONDS
               PERFORM FORMAT-CLOCK-PARA
               MOVE WS-TIME-TEXT TO WS-PRINT-LINE(15:8)
               MOVE "-" TO WS-PRINT-LINE(24:1)
               MOVE WS-JB-PROJ-END(WS-JOB-IDX) TO WS-SECONDS
               PERFORM FORMAT-CLOCK-PARA
               MOVE WS-TIME-TEXT TO WS-PRINT-LINE(26:8)
               PERFORM PRINT-LINE-PARA
               SUBTRACT 1 FROM WS-PATH-SUB
           END-PERFORM
           MOVE WS-STREAM-END TO WS-SECONDS
           PERFORM FORMAT-CLOCK-PARA
           MOVE WS-BREACH-COUNT TO WS-EDIT-COUNT
           STRING "STREAM PROJECTED TO END " DELIMITED BY SIZE
               WS-TIME-TEXT DELIMITED BY SIZE
               " - PROJECTED BREACHES " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

      *>--------------- time conversion --------------------------

           CLOCK-TO-SECONDS-PARA.

      *> HHMMSS in WS-HHMMSS to seconds from midnight of the run
      *> date in WS-SECONDS - before noon is the next morning
           COMPUTE WS-SECONDS = WS-HH * 3600 + WS-MM * 60 + WS-SS
           IF WS-HH < 12
               ADD 86400 TO WS-SECONDS
           END-IF.

           FORMAT-CLOCK-PARA.

           DIVIDE WS-SECONDS BY 86400 GIVING WS-HOURS
               REMAINDER WS-REMAINDER
           MOVE WS-REMAINDER TO WS-SECONDS
           PERFORM FORMAT-DURATION-PARA.

           FORMAT-DURATION-PARA.

           DIVIDE WS-SECONDS BY 3600 GIVING WS-HOURS
               REMAINDER WS-REMAINDER
           DIVIDE WS-REMAINDER BY 60 GIVING WS-MINUTES
               REMAINDER WS-REMAINDER
           MOVE WS-HOURS TO WS-TT-HOURS
           MOVE WS-MINUTES TO WS-TT-MINUTES
           MOVE WS-REMAINDER TO WS-TT-SECONDS.

      *>--------------- report ------------------------------------

           PRINT-LINE-PARA.

           MOVE SPACE TO PR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PR-TEXT
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

           PRINT-PAGE-PARA.

           MOVE '1' TO PR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PR-TEXT
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

           PRINT-HEADER-PARA.

           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-TITLE TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE WS-SECTION-TITLE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE WS-COLUMN-HEADING-1 TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE WS-COLUMN-HEADING-2 TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "RUNTREND" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-IN-WINDOW TO RC-RECORDS-PROCESSED
           MOVE WS-BREACH-COUNT TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM RunTimeTrend.
