       IDENTIFICATION DIVISION.
       PROGRAM-ID. OverheadAllocationRun.
       ENVIRONMENT DIVISION.
           *> month-end allocation of shared overhead - rent,
           *> utilities and IT land in single accounts, so without
           *> this the department figures in budgvar carry none of it
           *> for every source account on the OVERHEAD-RULE file the
           *> run takes the run date's period balance off GL-MASTER
           *> and spreads it over the rule's departments by active
           *> headcount per EM-DEPARTMENT, by square metres or by
           *> fixed percentage - each share is rounded and the last
           *> department takes the odd pennies - then journals a
           *> balanced batch OHALC debiting each department's
           *> DP-EXPENSE-ACCOUNT and crediting the source account
           *> every line is tagged with the period, a run number and
           *> A for allocation, so a later run for the same period
           *> (the basis changed, a late invoice was posted) first
           *> journals batch OHREV reversing the live run line for
           *> line, tagged R with the same run number, and then the
           *> new allocation under the next run number; the period
           *> balance is read back before any posted allocation, so
           *> a re-run never allocates its own earlier moves
           *> run mode T (the default) only prints the proposal;
           *> run mode C journals it and logs to RUN-CONTROL
           *> refused for a period closed on GL-PERIOD, cleared by
           *> the job schedule like the other batch jobs and spooled
           *> to OHALLOC
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL OVERHEAD-RULE-FILE ASSIGN TO "OHRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT OPTIONAL GL-MASTER-FILE ASSIGN TO "GLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-BALANCE-KEY
               FILE STATUS IS WS-GLMAST-STATUS.

           SELECT OPTIONAL DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "OHALLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD OVERHEAD-RULE-FILE.
           COPY OHRULE.

       FD GL-MASTER-FILE.
           COPY GLMASTER.

       FD DEPARTMENT-MASTER.
           COPY DEPTMSTR.

       FD EMPLOYEE-MASTER.
           COPY EMPMSTR.

       FD GL-PERIOD-FILE.
           COPY GLPERIOD.

       FD JOURNAL-FILE.
           COPY JRNLENT.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       FD OPERATOR-ALERT-FILE.
           COPY OPALERT.

       WORKING-STORAGE SECTION.

           01 WS-ALERT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ALERT-JOB PIC X(08) VALUE "OHALLOC ".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-RULE-STATUS PIC X(02) VALUE SPACES.
           01 WS-GLMAST-STATUS PIC X(02) VALUE SPACES.
           01 WS-DEPT-STATUS PIC X(02) VALUE SPACES.
           01 WS-EMPLOYEE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PERIOD-STATUS PIC X(02) VALUE SPACES.
           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-PER-PAGE PIC 9(03) VALUE 50.
           01 WS-PAGE-TITLE PIC X(50) VALUE SPACES.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-REFUSED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-REFUSED VALUE 'Y'.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.
           01 WS-HEADCOUNT-SWITCH PIC X(01) VALUE 'N'.
               88 WS-HEADCOUNT-NEEDED VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "OHALLOC ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.
           01 WS-RUN-MODE PIC X(01) VALUE 'T'.
               88 WS-TRIAL-MODE VALUE 'T'.
               88 WS-COMMIT-MODE VALUE 'C'.

      *> the tag every allocation line carries in JE-DOCUMENT-REF -
      *> job name, period, run number and A or R - so the lines of
      *> one run can be found again and reversed as a set
           01 WS-ALLOC-TAG.
               05 WS-TAG-JOB PIC X(08) VALUE "OHALLOC ".
               05 WS-TAG-PERIOD PIC 9(06) VALUE ZERO.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-TAG-RUN PIC 9(02) VALUE ZERO.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-TAG-KIND PIC X(01) VALUE SPACE.
               05 FILLER PIC X(01) VALUE SPACE.
           01 WS-READ-TAG.
               05 WS-RD-JOB PIC X(08).
               05 WS-RD-PERIOD PIC X(06).
               05 FILLER PIC X(01).
               05 WS-RD-RUN PIC X(02).
               05 WS-RD-RUN-N REDEFINES WS-RD-RUN PIC 9(02).
               05 FILLER PIC X(01).
               05 WS-RD-KIND PIC X(01).
                   88 WS-RD-ALLOCATION VALUE 'A'.
                   88 WS-RD-REVERSAL VALUE 'R'.
               05 FILLER PIC X(01).

      *> the runs already journalled for the period: the highest
      *> run number, and the live run - allocated, not reversed
           01 WS-RUN-TABLE.
               02 WS-RUN-ENTRY OCCURS 99 TIMES
                       INDEXED BY WS-RUN-IDX.
                   05 WS-RUN-ALLOCATED PIC X(01).
                   05 WS-RUN-REVERSED PIC X(01).
           01 WS-HIGHEST-RUN PIC 9(02) VALUE ZERO.
           01 WS-LIVE-RUN PIC 9(02) VALUE ZERO.
           01 WS-NEW-RUN PIC 9(02) VALUE ZERO.

      *> the live run's lines, journalled back the other way round
      *> before the new allocation goes in
           01 WS-REVERSE-TABLE.
               02 WS-REVERSE-ENTRY OCCURS 600 TIMES
                       INDEXED BY WS-REV-IDX.
                   05 WS-REV-ACCOUNT PIC X(10).
                   05 WS-REV-DEBIT PIC 9(09)V99.
                   05 WS-REV-CREDIT PIC 9(09)V99.
           01 WS-REVERSE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-REVERSE-TOTAL PIC 9(11)V99 VALUE ZERO.

           01 WS-RULE-TABLE.
               02 WS-RULE-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-RL-IDX.
                   05 WS-RL-SOURCE PIC X(10).
                   05 WS-RL-BASIS PIC X(01).
                   05 WS-RL-DEPT-CODE PIC X(10).
                   05 WS-RL-BASIS-VALUE PIC 9(07)V99.
                   05 WS-RL-EXPENSE-ACCOUNT PIC X(10).
                   05 WS-RL-WEIGHT PIC 9(07)V99.
                   05 WS-RL-SHARE PIC 9(11)V99.
           01 WS-RULE-COUNT PIC 9(03) VALUE ZERO.

           01 WS-SOURCE-TABLE.
               02 WS-SOURCE-ENTRY OCCURS 100 TIMES
                       INDEXED BY WS-SRC-IDX.
                   05 WS-SRC-ACCOUNT PIC X(10).
                   05 WS-SRC-BASIS PIC X(01).
                       88 WS-SRC-BY-HEADCOUNT VALUE 'H'.
                       88 WS-SRC-BY-AREA VALUE 'S'.
                       88 WS-SRC-BY-PERCENT VALUE 'P'.
                   05 WS-SRC-ERROR PIC X(01).
                       88 WS-SRC-IN-ERROR VALUE 'Y'.
                   05 WS-SRC-ADD-BACK PIC S9(11)V99.
                   05 WS-SRC-UNPOSTED PIC 9(05).
                   05 WS-SRC-BALANCE PIC S9(11)V99.
           01 WS-SOURCE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-FIND-SOURCE PIC X(10) VALUE SPACES.

           01 WS-HEADCOUNT-TABLE.
               02 WS-HEADCOUNT-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-HC-IDX.
                   05 WS-HC-DEPT-CODE PIC X(10).
                   05 WS-HC-COUNT PIC 9(05).
           01 WS-HC-DEPT-COUNT PIC 9(03) VALUE ZERO.

      *> the journal summarises by account, so two departments
      *> sharing an expense account take one line between them
           01 WS-POST-TABLE.
               02 WS-POST-ENTRY OCCURS 600 TIMES
                       INDEXED BY WS-POST-IDX.
                   05 WS-POST-ACCOUNT PIC X(10).
                   05 WS-POST-DEBIT PIC 9(11)V99.
                   05 WS-POST-CREDIT PIC 9(11)V99.
           01 WS-POST-COUNT PIC 9(03) VALUE ZERO.
           01 WS-POST-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-POST-FOUND VALUE 'Y'.
           01 WS-FIND-ACCOUNT PIC X(10) VALUE SPACES.

           01 WS-TOTAL-WEIGHT PIC 9(09)V99 VALUE ZERO.
           01 WS-WEIGHTED-COUNT PIC 9(03) VALUE ZERO.
           01 WS-SHARES-DONE PIC 9(03) VALUE ZERO.
           01 WS-ALLOCATED-SO-FAR PIC 9(11)V99 VALUE ZERO.
           01 WS-SOURCE-AMOUNT PIC 9(11)V99 VALUE ZERO.

           01 WS-JOURNAL-READ PIC 9(07) VALUE ZERO.
           01 WS-SOURCES-ALLOCATED PIC 9(03) VALUE ZERO.
           01 WS-SOURCES-SKIPPED PIC 9(03) VALUE ZERO.
           01 WS-TOTAL-ALLOCATED PIC 9(11)V99 VALUE ZERO.

           01 WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-SIGNED PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-WEIGHT PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
           MOVE WS-PERIOD TO WS-TAG-PERIOD

           PERFORM CHECK-PERIOD-CLOSED-PARA
           IF WS-REFUSED
               DISPLAY "GL PERIOD " WS-PERIOD " IS CLOSED - "
                   "OVERHEAD ALLOCATION REFUSED"
               STOP RUN
           END-IF

           PERFORM LOAD-RULES-PARA
           IF WS-REFUSED
               DISPLAY "OVERHEAD RULES OUTGREW THE TABLE - "
                   "ALLOCATION REFUSED"
               STOP RUN
           END-IF
           IF WS-HEADCOUNT-NEEDED
               PERFORM LOAD-HEADCOUNT-PARA
           END-IF
           PERFORM SCAN-JOURNAL-PARA
           IF WS-LIVE-RUN > ZERO
               PERFORM LOAD-LIVE-RUN-PARA
           END-IF
           IF WS-REFUSED
               DISPLAY "LIVE ALLOCATION RUN " WS-LIVE-RUN
                   " OUTGREW THE TABLE - ALLOCATION REFUSED"
               STOP RUN
           END-IF
           IF WS-HIGHEST-RUN = 99
               DISPLAY "NINETY-NINE RUNS ALREADY JOURNALLED FOR "
                   "PERIOD " WS-PERIOD " - ALLOCATION REFUSED"
               STOP RUN
           END-IF
           COMPUTE WS-NEW-RUN = WS-HIGHEST-RUN + 1

           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "OHALLOC " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE "----- Overhead Allocation Run -----"
               TO WS-PAGE-TITLE
           PERFORM PRINT-HEADER-PARA

           OPEN INPUT GL-MASTER-FILE
           MOVE WS-GLMAST-STATUS TO WS-CHECK-STATUS
           MOVE "GLMAST  " TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               PERFORM ALLOCATE-SOURCE-PARA
           END-PERFORM
           CLOSE GL-MASTER-FILE

           PERFORM PRINT-TOTALS-PARA
           CLOSE PRINT-FILE

           IF WS-COMMIT-MODE
               PERFORM WRITE-JOURNAL-PARA
               PERFORM LOG-RUN-CONTROL-PARA
           END-IF

           MOVE WS-TOTAL-ALLOCATED TO WS-EDIT-TOTAL
           DISPLAY "----- Overhead Allocation Run -----"
           DISPLAY "PERIOD              : " WS-PERIOD
           DISPLAY "SOURCE ACCOUNTS     : " WS-SOURCE-COUNT
           DISPLAY "ALLOCATED           : " WS-SOURCES-ALLOCATED
           DISPLAY "NOT ALLOCATED       : " WS-SOURCES-SKIPPED
           DISPLAY "TOTAL ALLOCATED     : " WS-EDIT-TOTAL
           DISPLAY "REPORT SPOOLED TO OHALLOC - "
               WS-PAGE-NUMBER " PAGES"
           IF WS-TRIAL-MODE
               DISPLAY "*** TRIAL RUN COMPLETE - REVIEW THE REPORT "
                   "AND RERUN WITH RUN MODE C TO JOURNAL ***"
           END-IF

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
                   IF RP-COMMIT-MODE
                       MOVE 'C' TO WS-RUN-MODE
                   END-IF
           END-READ
           CLOSE RUN-PARM-FILE
           IF WS-TRIAL-MODE
               DISPLAY "*** TRIAL RUN - NOTHING WILL BE JOURNALLED ***"
           END-IF.

           SCHEDULE-CHECK-PARA.

           CALL "JobScheduleCheck"
               USING WS-JOBCHK-JOB WS-RUN-DATE WS-JOBCHK-OK
           IF WS-JOBCHK-OK = 'N'
               DISPLAY "RUN REFUSED BY THE JOB SCHEDULE"
               STOP RUN
           END-IF.

           CHECK-PERIOD-CLOSED-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GL-PERIOD-FILE
           PERFORM UNTIL WS-EOF
               READ GL-PERIOD-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF GP-PERIOD = WS-PERIOD AND GP-PERIOD-CLOSED
                           MOVE 'Y' TO WS-REFUSED-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-PERIOD-FILE.

      *>--------------- rules and basis ------------------------------

           LOAD-RULES-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OVERHEAD-RULE-FILE
           OPEN INPUT DEPARTMENT-MASTER
           PERFORM UNTIL WS-EOF
               READ OVERHEAD-RULE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-RULE-COUNT = 500
                           MOVE 'Y' TO WS-REFUSED-SWITCH
                           MOVE 'Y' TO WS-EOF-SWITCH
                       ELSE
                           PERFORM LOAD-ONE-RULE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPARTMENT-MASTER
           CLOSE OVERHEAD-RULE-FILE.

           LOAD-ONE-RULE-PARA.

           MOVE OH-SOURCE-ACCOUNT TO WS-FIND-SOURCE
           PERFORM FIND-SOURCE-PARA
           IF NOT WS-FOUND
               IF WS-SOURCE-COUNT = 100
                   MOVE 'Y' TO WS-REFUSED-SWITCH
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-SOURCE-COUNT
                   SET WS-SRC-IDX TO WS-SOURCE-COUNT
                   MOVE OH-SOURCE-ACCOUNT TO WS-SRC-ACCOUNT(WS-SRC-IDX)
                   MOVE OH-BASIS TO WS-SRC-BASIS(WS-SRC-IDX)
                   MOVE 'N' TO WS-SRC-ERROR(WS-SRC-IDX)
                   MOVE ZERO TO WS-SRC-ADD-BACK(WS-SRC-IDX)
                   MOVE ZERO TO WS-SRC-UNPOSTED(WS-SRC-IDX)
                   MOVE ZERO TO WS-SRC-BALANCE(WS-SRC-IDX)
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-IF
           IF WS-FOUND
               IF OH-BY-HEADCOUNT
                   MOVE 'Y' TO WS-HEADCOUNT-SWITCH
               END-IF
               ADD 1 TO WS-RULE-COUNT
               SET WS-RL-IDX TO WS-RULE-COUNT
               MOVE OH-SOURCE-ACCOUNT TO WS-RL-SOURCE(WS-RL-IDX)
               MOVE OH-BASIS TO WS-RL-BASIS(WS-RL-IDX)
               MOVE OH-DEPT-CODE TO WS-RL-DEPT-CODE(WS-RL-IDX)
               MOVE OH-BASIS-VALUE TO WS-RL-BASIS-VALUE(WS-RL-IDX)
               MOVE ZERO TO WS-RL-WEIGHT(WS-RL-IDX)
               MOVE ZERO TO WS-RL-SHARE(WS-RL-IDX)
               MOVE SPACES TO WS-RL-EXPENSE-ACCOUNT(WS-RL-IDX)
      *> a department gone from the master, or left without an
      *> expense account, stops its whole source going out half
      *> allocated
               MOVE OH-DEPT-CODE TO DP-DEPT-CODE
               READ DEPARTMENT-MASTER
                   INVALID KEY
                       MOVE 'Y' TO WS-SRC-ERROR(WS-SRC-IDX)
                   NOT INVALID KEY
                       MOVE DP-EXPENSE-ACCOUNT
                           TO WS-RL-EXPENSE-ACCOUNT(WS-RL-IDX)
               END-READ
               IF WS-RL-EXPENSE-ACCOUNT(WS-RL-IDX) = SPACES
                       OR OH-BASIS NOT = WS-SRC-BASIS(WS-SRC-IDX)
                       OR NOT OH-VALID-BASIS
                   MOVE 'Y' TO WS-SRC-ERROR(WS-SRC-IDX)
               END-IF
           END-IF.

           FIND-SOURCE-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
                       OR WS-FOUND
               IF WS-SRC-ACCOUNT(WS-SRC-IDX) = WS-FIND-SOURCE
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-SRC-IDX DOWN BY 1
           END-IF.

           LOAD-HEADCOUNT-PARA.

      *> active staff only - leavers and those on leave draw no
      *> share of the building or the network
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT EMPLOYEE-MASTER
           MOVE WS-EMPLOYEE-STATUS TO WS-CHECK-STATUS
           MOVE "EMPMAST " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "LOAD-HEADCOUNT-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF NOT EM-TRAILER-RECORD AND EM-ACTIVE
                           PERFORM COUNT-EMPLOYEE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

           COUNT-EMPLOYEE-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-HC-IDX FROM 1 BY 1
                   UNTIL WS-HC-IDX > WS-HC-DEPT-COUNT
                       OR WS-FOUND
               IF WS-HC-DEPT-CODE(WS-HC-IDX) = EM-DEPARTMENT
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-HC-IDX DOWN BY 1
               ADD 1 TO WS-HC-COUNT(WS-HC-IDX)
           ELSE
               IF WS-HC-DEPT-COUNT < 200
                   ADD 1 TO WS-HC-DEPT-COUNT
                   SET WS-HC-IDX TO WS-HC-DEPT-COUNT
                   MOVE EM-DEPARTMENT TO WS-HC-DEPT-CODE(WS-HC-IDX)
                   MOVE 1 TO WS-HC-COUNT(WS-HC-IDX)
               END-IF
           END-IF.

      *>--------------- earlier runs for the period -----------------

           SCAN-JOURNAL-PARA.

           INITIALIZE WS-RUN-TABLE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT JOURNAL-FILE
           MOVE WS-JOURNAL-STATUS TO WS-CHECK-STATUS
           MOVE "JOURNAL " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "SCAN-JOURNAL-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM UNTIL WS-EOF
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-READ
                       IF JE-PERIOD = WS-PERIOD
                           PERFORM SCAN-ONE-LINE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
      *> the live run is the latest one allocated and not reversed
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-HIGHEST-RUN
               IF WS-RUN-ALLOCATED(WS-RUN-IDX) = 'Y'
                       AND WS-RUN-REVERSED(WS-RUN-IDX) NOT = 'Y'
                   SET WS-LIVE-RUN TO WS-RUN-IDX
               END-IF
           END-PERFORM.

           SCAN-ONE-LINE-PARA.

           MOVE JE-ACCOUNT TO WS-FIND-SOURCE
           PERFORM FIND-SOURCE-PARA
           MOVE JE-DOCUMENT-REF TO WS-READ-TAG
           IF JE-FROM-OVERHEAD AND WS-RD-JOB = "OHALLOC "
                   AND WS-RD-RUN IS NUMERIC AND WS-RD-RUN-N > ZERO
               SET WS-RUN-IDX TO WS-RD-RUN-N
               IF WS-RD-RUN-N > WS-HIGHEST-RUN
                   MOVE WS-RD-RUN-N TO WS-HIGHEST-RUN
               END-IF
               IF WS-RD-ALLOCATION
                   MOVE 'Y' TO WS-RUN-ALLOCATED(WS-RUN-IDX)
               END-IF
               IF WS-RD-REVERSAL
                   MOVE 'Y' TO WS-RUN-REVERSED(WS-RUN-IDX)
               END-IF
      *> posted allocations have already moved the source balance on
      *> GL-MASTER - adding them back gives the balance to allocate
               IF WS-FOUND AND JE-POSTED
                   ADD JE-CREDIT-AMOUNT TO WS-SRC-ADD-BACK(WS-SRC-IDX)
                   SUBTRACT JE-DEBIT-AMOUNT
                       FROM WS-SRC-ADD-BACK(WS-SRC-IDX)
               END-IF
           ELSE
               IF WS-FOUND AND NOT JE-POSTED
                   ADD 1 TO WS-SRC-UNPOSTED(WS-SRC-IDX)
               END-IF
           END-IF.

           LOAD-LIVE-RUN-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT JOURNAL-FILE
           PERFORM UNTIL WS-EOF
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE JE-DOCUMENT-REF TO WS-READ-TAG
                       IF JE-PERIOD = WS-PERIOD AND JE-FROM-OVERHEAD
                               AND WS-RD-JOB = "OHALLOC "
                               AND WS-RD-RUN IS NUMERIC
                               AND WS-RD-RUN-N = WS-LIVE-RUN
                               AND WS-RD-ALLOCATION
                           PERFORM KEEP-LIVE-LINE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

           KEEP-LIVE-LINE-PARA.

           IF WS-REVERSE-COUNT = 600
               MOVE 'Y' TO WS-REFUSED-SWITCH
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               ADD 1 TO WS-REVERSE-COUNT
               SET WS-REV-IDX TO WS-REVERSE-COUNT
               MOVE JE-ACCOUNT TO WS-REV-ACCOUNT(WS-REV-IDX)
               MOVE JE-DEBIT-AMOUNT TO WS-REV-DEBIT(WS-REV-IDX)
               MOVE JE-CREDIT-AMOUNT TO WS-REV-CREDIT(WS-REV-IDX)
               ADD JE-DEBIT-AMOUNT TO WS-REVERSE-TOTAL
           END-IF.

      *>--------------- allocation -----------------------------------

           ALLOCATE-SOURCE-PARA.

           MOVE WS-SRC-ACCOUNT(WS-SRC-IDX) TO GL-ACCOUNT
           MOVE WS-PERIOD TO GL-PERIOD
           READ GL-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-SRC-BALANCE(WS-SRC-IDX)
               NOT INVALID KEY
                   COMPUTE WS-SRC-BALANCE(WS-SRC-IDX) =
                       GL-DEBITS - GL-CREDITS
           END-READ
           ADD WS-SRC-ADD-BACK(WS-SRC-IDX)
               TO WS-SRC-BALANCE(WS-SRC-IDX)
           PERFORM WEIGH-SOURCE-PARA
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
           END-IF
           PERFORM PRINT-LINE-PARA
           MOVE WS-SRC-BALANCE(WS-SRC-IDX) TO WS-EDIT-SIGNED
           STRING "SOURCE " DELIMITED BY SIZE
               WS-SRC-ACCOUNT(WS-SRC-IDX) DELIMITED BY SIZE
               "   BASIS " DELIMITED BY SIZE
               WS-SRC-BASIS(WS-SRC-IDX) DELIMITED BY SIZE
               "   PERIOD BALANCE " DELIMITED BY SIZE
               WS-EDIT-SIGNED DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           EVALUATE TRUE
               WHEN WS-SRC-IN-ERROR(WS-SRC-IDX)
                   MOVE "  *** A DEPARTMENT IS OFF THE MASTER, HAS "
                       TO WS-PRINT-LINE
                   MOVE "NO EXPENSE ACCOUNT OR THE BASIS DIFFERS - "
                       TO WS-PRINT-LINE(43:42)
                   MOVE "NOT ALLOCATED ***" TO WS-PRINT-LINE(85:17)
                   PERFORM PRINT-LINE-PARA
                   ADD 1 TO WS-SOURCES-SKIPPED
               WHEN WS-SRC-BALANCE(WS-SRC-IDX) NOT > ZERO
                   MOVE "  NO DEBIT BALANCE TO ALLOCATE"
                       TO WS-PRINT-LINE
                   PERFORM PRINT-LINE-PARA
                   ADD 1 TO WS-SOURCES-SKIPPED
               WHEN WS-TOTAL-WEIGHT = ZERO
                   MOVE "  *** NO BASIS - NO ACTIVE STAFF, AREA OR "
                       TO WS-PRINT-LINE
                   MOVE "PERCENT ON ANY DEPARTMENT - NOT ALLOCATED ***"
                       TO WS-PRINT-LINE(43:45)
                   PERFORM PRINT-LINE-PARA
                   ADD 1 TO WS-SOURCES-SKIPPED
               WHEN OTHER
                   PERFORM SHARE-SOURCE-PARA
           END-EVALUATE
           IF WS-SRC-UNPOSTED(WS-SRC-IDX) > ZERO
               MOVE WS-SRC-UNPOSTED(WS-SRC-IDX) TO WS-EDIT-COUNT
               STRING "  NOTE - " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " UNPOSTED LINES ON THE SOURCE ARE NOT IN THE "
                       DELIMITED BY SIZE
                   "BALANCE - POST AND RE-RUN TO INCLUDE THEM"
                       DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-IF.

           WEIGH-SOURCE-PARA.

           MOVE ZERO TO WS-TOTAL-WEIGHT
           MOVE ZERO TO WS-WEIGHTED-COUNT
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RULE-COUNT
               IF WS-RL-SOURCE(WS-RL-IDX) = WS-SRC-ACCOUNT(WS-SRC-IDX)
                   IF WS-SRC-BY-HEADCOUNT(WS-SRC-IDX)
                       PERFORM FIND-HEADCOUNT-PARA
                   ELSE
                       MOVE WS-RL-BASIS-VALUE(WS-RL-IDX)
                           TO WS-RL-WEIGHT(WS-RL-IDX)
                   END-IF
                   IF WS-RL-WEIGHT(WS-RL-IDX) > ZERO
                       ADD WS-RL-WEIGHT(WS-RL-IDX) TO WS-TOTAL-WEIGHT
                       ADD 1 TO WS-WEIGHTED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

           FIND-HEADCOUNT-PARA.

           MOVE ZERO TO WS-RL-WEIGHT(WS-RL-IDX)
           PERFORM VARYING WS-HC-IDX FROM 1 BY 1
                   UNTIL WS-HC-IDX > WS-HC-DEPT-COUNT
               IF WS-HC-DEPT-CODE(WS-HC-IDX)
                       = WS-RL-DEPT-CODE(WS-RL-IDX)
                   MOVE WS-HC-COUNT(WS-HC-IDX)
                       TO WS-RL-WEIGHT(WS-RL-IDX)
               END-IF
           END-PERFORM.

           SHARE-SOURCE-PARA.

           MOVE WS-SRC-BALANCE(WS-SRC-IDX) TO WS-SOURCE-AMOUNT
           MOVE ZERO TO WS-ALLOCATED-SO-FAR
           MOVE ZERO TO WS-SHARES-DONE
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RULE-COUNT
               IF WS-RL-SOURCE(WS-RL-IDX) = WS-SRC-ACCOUNT(WS-SRC-IDX)
                       AND WS-RL-WEIGHT(WS-RL-IDX) > ZERO
                   ADD 1 TO WS-SHARES-DONE
      *> the last department takes what rounding left over, so the
      *> shares always add back to the source balance exactly
                   IF WS-SHARES-DONE = WS-WEIGHTED-COUNT
                       COMPUTE WS-RL-SHARE(WS-RL-IDX) =
                           WS-SOURCE-AMOUNT - WS-ALLOCATED-SO-FAR
                   ELSE
                       COMPUTE WS-RL-SHARE(WS-RL-IDX) ROUNDED =
                           WS-SOURCE-AMOUNT * WS-RL-WEIGHT(WS-RL-IDX)
                               / WS-TOTAL-WEIGHT
                   END-IF
                   ADD WS-RL-SHARE(WS-RL-IDX) TO WS-ALLOCATED-SO-FAR
                   MOVE WS-RL-EXPENSE-ACCOUNT(WS-RL-IDX)
                       TO WS-FIND-ACCOUNT
                   PERFORM FIND-POST-ENTRY-PARA
                   ADD WS-RL-SHARE(WS-RL-IDX)
                       TO WS-POST-DEBIT(WS-POST-IDX)
                   PERFORM PRINT-SHARE-PARA
               END-IF
           END-PERFORM
           MOVE WS-SRC-ACCOUNT(WS-SRC-IDX) TO WS-FIND-ACCOUNT
           PERFORM FIND-POST-ENTRY-PARA
           ADD WS-SOURCE-AMOUNT TO WS-POST-CREDIT(WS-POST-IDX)
           ADD WS-SOURCE-AMOUNT TO WS-TOTAL-ALLOCATED
           ADD 1 TO WS-SOURCES-ALLOCATED.

           FIND-POST-ENTRY-PARA.

           MOVE 'N' TO WS-POST-FOUND-SWITCH
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                   UNTIL WS-POST-IDX > WS-POST-COUNT
                       OR WS-POST-FOUND
               IF WS-POST-ACCOUNT(WS-POST-IDX) = WS-FIND-ACCOUNT
                   MOVE 'Y' TO WS-POST-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-POST-FOUND
               SET WS-POST-IDX DOWN BY 1
           ELSE
               ADD 1 TO WS-POST-COUNT
               SET WS-POST-IDX TO WS-POST-COUNT
               MOVE WS-FIND-ACCOUNT TO WS-POST-ACCOUNT(WS-POST-IDX)
               MOVE ZERO TO WS-POST-DEBIT(WS-POST-IDX)
               MOVE ZERO TO WS-POST-CREDIT(WS-POST-IDX)
           END-IF.

      *>--------------- journal --------------------------------------

           WRITE-JOURNAL-PARA.

           IF WS-REVERSE-COUNT > ZERO OR WS-POST-COUNT > ZERO
               OPEN EXTEND JOURNAL-FILE
               MOVE WS-JOURNAL-STATUS TO WS-CHECK-STATUS
               MOVE "JOURNAL " TO WS-CHECK-FILE
               MOVE SPACES TO WS-CHECK-KEY
               MOVE "WRITE-JOURNAL-PARA" TO WS-CHECK-PARAGRAPH
               PERFORM CHECK-FILE-STATUS-PARA
      *> the live run comes out first, under its own run number
               MOVE WS-LIVE-RUN TO WS-TAG-RUN
               MOVE 'R' TO WS-TAG-KIND
               PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                       UNTIL WS-REV-IDX > WS-REVERSE-COUNT
                   MOVE "OHREV" TO JE-BATCH-ID
                   MOVE WS-REV-ACCOUNT(WS-REV-IDX) TO JE-ACCOUNT
                   MOVE WS-REV-CREDIT(WS-REV-IDX) TO JE-DEBIT-AMOUNT
                   MOVE WS-REV-DEBIT(WS-REV-IDX) TO JE-CREDIT-AMOUNT
                   PERFORM WRITE-JOURNAL-LINE-PARA
               END-PERFORM
               MOVE WS-NEW-RUN TO WS-TAG-RUN
               MOVE 'A' TO WS-TAG-KIND
               PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                       UNTIL WS-POST-IDX > WS-POST-COUNT
                   MOVE "OHALC" TO JE-BATCH-ID
                   MOVE WS-POST-ACCOUNT(WS-POST-IDX) TO JE-ACCOUNT
                   MOVE WS-POST-DEBIT(WS-POST-IDX) TO JE-DEBIT-AMOUNT
                   MOVE WS-POST-CREDIT(WS-POST-IDX)
                       TO JE-CREDIT-AMOUNT
                   PERFORM WRITE-JOURNAL-LINE-PARA
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

           WRITE-JOURNAL-LINE-PARA.

           MOVE WS-PERIOD TO JE-PERIOD
           MOVE 'N' TO JE-POSTED-FLAG
           MOVE "OHAL" TO JE-SOURCE-SYSTEM
           MOVE WS-ALLOC-TAG TO JE-DOCUMENT-REF
           MOVE WS-RUN-DATE TO JE-TRANS-DATE
           WRITE JOURNAL-ENTRY-RECORD.

      *>--------------- report ---------------------------------------

           PRINT-SHARE-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
           END-IF
           MOVE WS-RL-DEPT-CODE(WS-RL-IDX) TO WS-PRINT-LINE(3:10)
           MOVE WS-RL-EXPENSE-ACCOUNT(WS-RL-IDX)
               TO WS-PRINT-LINE(15:10)
           MOVE WS-RL-WEIGHT(WS-RL-IDX) TO WS-EDIT-WEIGHT
           MOVE WS-EDIT-WEIGHT TO WS-PRINT-LINE(27:12)
           MOVE WS-TOTAL-WEIGHT TO WS-EDIT-WEIGHT
           MOVE WS-EDIT-WEIGHT TO WS-PRINT-LINE(41:12)
           MOVE WS-RL-SHARE(WS-RL-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(55:14)
           PERFORM PRINT-LINE-PARA.

           PRINT-TOTALS-PARA.

           PERFORM PRINT-LINE-PARA
           MOVE WS-TOTAL-ALLOCATED TO WS-EDIT-TOTAL
           STRING "RUN " DELIMITED BY SIZE
               WS-NEW-RUN DELIMITED BY SIZE
               "   SOURCES ALLOCATED " DELIMITED BY SIZE
               WS-SOURCES-ALLOCATED DELIMITED BY SIZE
               "   NOT ALLOCATED " DELIMITED BY SIZE
               WS-SOURCES-SKIPPED DELIMITED BY SIZE
               "   TOTAL ALLOCATED " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           IF WS-LIVE-RUN > ZERO
               MOVE WS-REVERSE-TOTAL TO WS-EDIT-TOTAL
               STRING "RUN " DELIMITED BY SIZE
                   WS-LIVE-RUN DELIMITED BY SIZE
                   " ALREADY JOURNALLED FOR THE PERIOD - REVERSED "
                       DELIMITED BY SIZE
                   "AS BATCH OHREV BEFORE THIS RUN, "
                       DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-IF
           IF WS-TRIAL-MODE
               MOVE "*** TRIAL RUN - NOTHING JOURNALLED ***"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF.

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
               "   PERIOD : " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               "   RUN MODE : " DELIMITED BY SIZE
               WS-RUN-MODE DELIMITED BY SIZE
               "   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "  DEPT       EXPENSE" TO WS-PRINT-LINE
           MOVE "BASIS" TO WS-PRINT-LINE(34:5)
           MOVE "OF TOTAL" TO WS-PRINT-LINE(45:8)
           MOVE "SHARE" TO WS-PRINT-LINE(64:5)
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "OHALLOC " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-JOURNAL-READ TO RC-RECORDS-PROCESSED
           MOVE WS-TOTAL-ALLOCATED TO RC-CONTROL-TOTAL
           MOVE WS-NEW-RUN TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM OverheadAllocationRun.
