           *> day, the proration prints on the register line and the
           *> pay slip, and an employee terminated inside the period
           *> is paid their worked days instead of nothing
           *> an employee with several SALARY-ADJUSTMENT rows - a retro
           *> adjustment and an overload allowance, say - now gets their
           *> sum instead of only the last row on the file
           *> a commit run now writes a PAYHIST detail line per
           *> employee per period - gross, tax, each deduction and
           *> court-order amount taken, and net - written with the
           *> master REWRITE so a restart does not duplicate it
           *> every run, trial or commit, now prints a pay variance
           *> report comparing each employee's gross and net with the
           *> latest earlier period on PAYHIST, listing a move of more
           *> than the CTLPARM PAYVARPC percentage (ten by default),
           *> anyone paid now but not then, and anyone paid then but
           *> not now - so a keying error is caught on the trial
           *> print before the bank file goes out
           *> hourly pay is now priced off daily timesheet lines -
           *> hours on a CALENDAR holiday in the period are paid at
           *> the CTLPARM HOLMULT multiple (double time by default)
           *> and kept out of the overtime count, the rest are
           *> ordinary time up to the threshold and time-and-a-half
           *> above it, and hours on a shift with a CTLPARM SHIFTc
           *> row earn that percentage of the rate on top - the
           *> register line shows the split and the pay slip carries
           *> each kind of time as its own earnings line
           *> journal lines now carry their source system, the job
           *> name as document reference and the run date, so the
           *> GL inquiry can trace a balance back to this run
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

           SELECT PRINT-FILE ASSIGN TO "PAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       FD USER-AUTHORITY-FILE.
           COPY USERAUTH.

       FD PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
                       INDEXED BY WS-TS-IDX.
                   05 WS-TS-EMP-ID PIC 9(05).
                   05 WS-TS-HOURS PIC 9(04)V9.
                   05 WS-TS-HOLIDAY-HOURS PIC 9(04)V9.
                   05 WS-TS-SHIFT-HOURS PIC 9(04)V9 OCCURS 9 TIMES.
           01 WS-TIMESHEET-COUNT PIC 9(03) VALUE ZERO.
           01 WS-TS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TS-FOUND VALUE 'Y'.
           01 WS-OT-THRESHOLD-HOURS PIC 9(03) VALUE 40.
           01 WS-OT-MULTIPLIER PIC 9V9 VALUE 1.5.

      *> premium pay - the holiday multiplier (CTLPARM HOLMULT,
      *> double time by default) and the shift differentials
      *> (CTLPARM SHIFTc, a percentage of the hourly rate for shift
      *> code c), with the CALENDAR holidays falling in the period
           01 WS-HOLIDAY-MULTIPLIER PIC 9(01)V99 VALUE 2.00.
           01 WS-HOLMULT-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-HOLMULT-FOUND VALUE 'Y'.
           01 WS-SHIFT-TABLE.
               02 WS-SHIFT-ENTRY OCCURS 9 TIMES
                       INDEXED BY WS-SHIFT-IDX.
                   05 WS-SHIFT-CODE PIC X(01).
                   05 WS-SHIFT-PCT PIC 9(03)V99.
           01 WS-SHIFT-COUNT PIC 9(01) VALUE ZERO.
           01 WS-SHIFT-SUB PIC 9(02) VALUE ZERO.
           01 WS-HOLIDAY-TABLE.
               02 WS-HOLIDAY-ENTRY OCCURS 31 TIMES
                       INDEXED BY WS-HOLIDAY-IDX.
                   05 WS-HOLIDAY-DATE PIC 9(08).
                   05 WS-HOLIDAY-NAME PIC X(20).
           01 WS-HOLIDAY-COUNT PIC 9(02) VALUE ZERO.
           01 WS-HOLIDAY-SWITCH PIC X(01) VALUE 'N'.
               88 WS-HOLIDAY-LINE VALUE 'Y'.

      *> one hourly employee's earnings, line by line
           01 WS-HOURLY-EARNINGS.
               02 WS-HE-ORDINARY-HOURS PIC 9(04)V9.
               02 WS-HE-ORDINARY-PAY PIC 9(07)V99.
               02 WS-HE-OVERTIME-PAY PIC 9(07)V99.
               02 WS-HE-HOLIDAY-HOURS PIC 9(04)V9.
               02 WS-HE-HOLIDAY-PAY PIC 9(07)V99.
               02 WS-HE-SHIFT-HOURS PIC 9(04)V9 OCCURS 9 TIMES.
               02 WS-HE-SHIFT-PAY PIC 9(07)V99 OCCURS 9 TIMES.
               02 WS-HE-SHIFT-TOTAL PIC 9(07)V99.
           01 WS-HE-PRICED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-HE-PRICED VALUE 'Y'.
           01 WS-SLIP-HOURS-EDIT PIC ZZZ9.9.

           01 WS-CHECKPOINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECKPOINT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CHECKPOINT-EOF VALUE 'Y'.
           01 WS-LOCK-JOB PIC X(08) VALUE "PAYROLL ".
           01 WS-LOCK-ANSWER PIC X(01) VALUE 'F'.

           01 WS-PAYHIST-STATUS PIC X(02) VALUE SPACES.
           01 WS-HISTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-HISTORY-EOF VALUE 'Y'.
           01 WS-PAY-LINE-TABLE.
               02 WS-PAY-LINE OCCURS 10 TIMES
                       INDEXED BY WS-PAY-LINE-IDX.
                   05 WS-PL-CODE PIC X(08).
                   05 WS-PL-AMOUNT PIC 9(07)V99.
           01 WS-PAY-LINE-COUNT PIC 9(02) VALUE ZERO.
           01 WS-NEW-LINE-CODE PIC X(08) VALUE SPACES.
           01 WS-NEW-LINE-AMOUNT PIC 9(07)V99 VALUE ZERO.

           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PARM-EOF VALUE 'Y'.
           01 WS-VARPCT-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-VARPCT-FOUND VALUE 'Y'.
           01 WS-VARIANCE-PCT PIC 9(03)V99 VALUE 10.00.

           01 WS-PRIOR-PERIOD-DATE PIC 9(08) VALUE ZERO.
           01 WS-PRIOR-PAY-TABLE.
               02 WS-PRIOR-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-PRIOR-IDX.
                   05 WS-PRIOR-EMP-ID PIC 9(05).
                   05 WS-PRIOR-EMP-NAME PIC X(10).
                   05 WS-PRIOR-GROSS PIC S9(07)V99.
                   05 WS-PRIOR-NET PIC S9(07)V99.
                   05 WS-PRIOR-MATCHED PIC X(01).
           01 WS-PRIOR-PAY-COUNT PIC 9(03) VALUE ZERO.
           01 WS-PRIOR-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PRIOR-OVERFLOWED VALUE 'Y'.
           01 WS-PRIOR-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PRIOR-FOUND VALUE 'Y'.
           01 WS-PRIOR-HIT PIC 9(03) VALUE ZERO.

           01 WS-VARIANCE-TABLE.
               02 WS-VAR-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-VAR-IDX.
                   05 WS-VAR-EMP-ID PIC 9(05).
                   05 WS-VAR-EMP-NAME PIC X(10).
                   05 WS-VAR-PRIOR-GROSS PIC S9(07)V99.
                   05 WS-VAR-GROSS PIC S9(07)V99.
                   05 WS-VAR-PRIOR-NET PIC S9(07)V99.
                   05 WS-VAR-NET PIC S9(07)V99.
                   05 WS-VAR-REASON PIC X(24).
           01 WS-VARIANCE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-VARIANCE-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-VARIANCE-OVERFLOWED VALUE 'Y'.
           01 WS-NEW-VAR-EMP-ID PIC 9(05) VALUE ZERO.
           01 WS-NEW-VAR-EMP-NAME PIC X(10) VALUE SPACES.
           01 WS-NEW-VAR-PRIOR-GROSS PIC S9(07)V99 VALUE ZERO.
           01 WS-NEW-VAR-GROSS PIC S9(07)V99 VALUE ZERO.
           01 WS-NEW-VAR-PRIOR-NET PIC S9(07)V99 VALUE ZERO.
           01 WS-NEW-VAR-NET PIC S9(07)V99 VALUE ZERO.
           01 WS-NEW-VAR-REASON PIC X(24) VALUE SPACES.
           01 WS-PCT-BASE PIC S9(07)V99 VALUE ZERO.
           01 WS-PCT-NEW PIC S9(07)V99 VALUE ZERO.
           01 WS-PCT-CHANGE PIC S9(07)V99 VALUE ZERO.
           01 WS-PCT-RESULT PIC 9(05)V99 VALUE ZERO.
           01 WS-GROSS-CHANGE-PCT PIC 9(05)V99 VALUE ZERO.
           01 WS-NET-CHANGE-PCT PIC 9(05)V99 VALUE ZERO.
           01 WS-VAR-PRIOR-EDIT PIC -ZZZZZZ9.99.
           01 WS-VAR-THIS-EDIT PIC -ZZZZZZ9.99.
           01 WS-VAR-PRIOR-NET-EDIT PIC -ZZZZZZ9.99.
           01 WS-VAR-NET-EDIT PIC -ZZZZZZ9.99.
           01 WS-VAR-PCT-EDIT PIC ZZZZ9.99.

           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.
                STOP RUN
           END-IF
           PERFORM LOAD-DEPARTMENT-PARA
           PERFORM LOAD-PREMIUM-PARM-PARA
           PERFORM LOAD-TIMESHEET-TABLE-PARA
           PERFORM LOAD-ADJUSTMENT-TABLE-PARA
           PERFORM LOAD-PRIOR-RUN-PARA
           PERFORM LOAD-VARIANCE-PARM-PARA
           PERFORM LOAD-PRIOR-PAY-PARA
           PERFORM LOAD-CHECKPOINT-PARA
           PERFORM OPEN-PARA
           PERFORM PRINT-HEADER-PARA
           PERFORM READ-PARA
           PERFORM REGISTER-PARA UNTIL WS-EOF
           PERFORM PRINT-VARIANCE-PARA
           PERFORM PRINT-TOTALS-PARA
           PERFORM CLOSE-PARA
           PERFORM SAVE-DEDUCTION-TABLE-PARA
                   MOVE 'Y' TO WS-WORKING-DAY-SWITCH
               END-IF
           END-IF
           IF CL-HOLIDAY-NAME NOT = SPACES
                   AND CL-DATE(1:6) = WS-RUN-DATE(1:6)
                   AND WS-HOLIDAY-COUNT < 31
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE CL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
               MOVE CL-HOLIDAY-NAME TO WS-HOLIDAY-NAME(WS-HOLIDAY-COUNT)
           END-IF
           PERFORM READ-CALENDAR-PARA.

           SCHEDULE-CHECK-PARA.
               MOVE 'N' TO WS-TS-FOUND-SWITCH
               PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                       UNTIL WS-TS-IDX > WS-TIMESHEET-COUNT
                          OR WS-TS-FOUND
                   IF WS-TS-EMP-ID(WS-TS-IDX) = TS-EMP-ID
                       MOVE 'Y' TO WS-TS-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF WS-TS-FOUND
                   SET WS-TS-IDX DOWN BY 1
               ELSE
                   ADD 1 TO WS-TIMESHEET-COUNT
                   SET WS-TS-IDX TO WS-TIMESHEET-COUNT
                   MOVE TS-EMP-ID TO WS-TS-EMP-ID(WS-TS-IDX)
                   MOVE ZERO TO WS-TS-HOURS(WS-TS-IDX)
                   MOVE ZERO TO WS-TS-HOLIDAY-HOURS(WS-TS-IDX)
                   PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                           UNTIL WS-SHIFT-SUB > 9
                       MOVE ZERO
                           TO WS-TS-SHIFT-HOURS(WS-TS-IDX, WS-SHIFT-SUB)
                   END-PERFORM
               END-IF
               PERFORM ADD-TIMESHEET-LINE-PARA
           END-IF
           PERFORM READ-TIMESHEET-PARA.

           ADD-TIMESHEET-LINE-PARA.

      *> every line counts toward the period's hours; a dated line
      *> on a CALENDAR holiday is also holiday time, and a line on a
      *> shift with a differential is also that shift's time - a
      *> period-total row from before daily lines is plain day time
           ADD TS-HOURS-WORKED TO WS-TS-HOURS(WS-TS-IDX)
           IF NOT TS-PERIOD-TOTAL-LINE
               MOVE 'N' TO WS-HOLIDAY-SWITCH
               PERFORM VARYING WS-HOLIDAY-IDX FROM 1 BY 1
                       UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
                   IF WS-HOLIDAY-DATE(WS-HOLIDAY-IDX) = TS-WORK-DATE
                       MOVE 'Y' TO WS-HOLIDAY-SWITCH
                   END-IF
               END-PERFORM
               IF WS-HOLIDAY-LINE
                   ADD TS-HOURS-WORKED
                       TO WS-TS-HOLIDAY-HOURS(WS-TS-IDX)
               END-IF
               IF NOT TS-DAY-SHIFT
                   PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                           UNTIL WS-SHIFT-SUB > WS-SHIFT-COUNT
                       IF WS-SHIFT-CODE(WS-SHIFT-SUB) = TS-SHIFT-CODE
                           ADD TS-HOURS-WORKED TO WS-TS-SHIFT-HOURS
                               (WS-TS-IDX, WS-SHIFT-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

           LOAD-PREMIUM-PARM-PARA.

      *> HOLMULT - the multiple of the hourly rate paid for an hour
      *> worked on a CALENDAR holiday; SHIFTc - the percentage of
      *> the hourly rate added for an hour on shift code c
           MOVE 'N' TO WS-PARM-EOF-SWITCH
           OPEN INPUT CONTROL-PARAMETER-FILE
           PERFORM READ-CONTROL-PARM-PARA
           PERFORM UNTIL WS-PARM-EOF
               IF CP-PARM-CODE = "HOLMULT"
                   MOVE CP-PARM-VALUE TO WS-HOLIDAY-MULTIPLIER
                   MOVE 'Y' TO WS-HOLMULT-FOUND-SWITCH
               END-IF
               IF CP-PARM-CODE(1:5) = "SHIFT"
                       AND CP-PARM-CODE(6:1) NOT = SPACE
                       AND CP-PARM-CODE(6:1) NOT = 'D'
                       AND CP-PARM-CODE(7:2) = SPACES
                       AND WS-SHIFT-COUNT < 9
                   ADD 1 TO WS-SHIFT-COUNT
                   MOVE CP-PARM-CODE(6:1)
                       TO WS-SHIFT-CODE(WS-SHIFT-COUNT)
                   MOVE CP-PARM-VALUE TO WS-SHIFT-PCT(WS-SHIFT-COUNT)
               END-IF
               PERFORM READ-CONTROL-PARM-PARA
           END-PERFORM
           CLOSE CONTROL-PARAMETER-FILE
           IF NOT WS-HOLMULT-FOUND
               DISPLAY "NO HOLMULT ROW ON CTLPARM - HOLIDAY HOURS AT "
                   "DEFAULT MULTIPLE " WS-HOLIDAY-MULTIPLIER
           END-IF.

           LOAD-ADJUSTMENT-TABLE-PARA.

           OPEN INPUT SALARY-ADJUSTMENT-FILE
               AT END MOVE 'Y' TO WS-RUNCTL-EOF-SWITCH
           END-READ.

           LOAD-VARIANCE-PARM-PARA.

      *> the percentage a gross or net may move period on period
      *> before the variance report lists the employee - CTLPARM
      *> code PAYVARPC, ten percent when the row is missing
           MOVE 'N' TO WS-PARM-EOF-SWITCH
           OPEN INPUT CONTROL-PARAMETER-FILE
           PERFORM READ-CONTROL-PARM-PARA
           PERFORM UNTIL WS-PARM-EOF
               IF CP-PARM-CODE = "PAYVARPC"
                   MOVE CP-PARM-VALUE TO WS-VARIANCE-PCT
                   MOVE 'Y' TO WS-VARPCT-FOUND-SWITCH
               END-IF
               PERFORM READ-CONTROL-PARM-PARA
           END-PERFORM
           CLOSE CONTROL-PARAMETER-FILE
           IF NOT WS-VARPCT-FOUND
               DISPLAY "NO PAYVARPC ROW ON CTLPARM - USING DEFAULT "
                   WS-VARIANCE-PCT " PERCENT"
           END-IF.

           READ-CONTROL-PARM-PARA.

           READ CONTROL-PARAMETER-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-SWITCH
           END-READ.

           LOAD-PRIOR-PAY-PARA.

      *> the period compared against is the latest one on PAYHIST
      *> before this run's month - rows already written for this
      *> month by an interrupted commit are left out
           MOVE ZERO TO WS-PRIOR-PERIOD-DATE
           MOVE ZERO TO WS-PRIOR-PAY-COUNT
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT PAY-HISTORY-FILE
           PERFORM READ-PAY-HISTORY-PARA
           PERFORM UNTIL WS-HISTORY-EOF
               IF PY-PERIOD-DATE(1:6) < WS-RUN-DATE(1:6)
                       AND PY-PERIOD-DATE > WS-PRIOR-PERIOD-DATE
                   MOVE PY-PERIOD-DATE TO WS-PRIOR-PERIOD-DATE
               END-IF
               PERFORM READ-PAY-HISTORY-PARA
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           IF WS-PRIOR-PERIOD-DATE = ZERO
               DISPLAY "NO EARLIER PERIOD ON PAYHIST - THE PAY "
                   "VARIANCE CHECK HAS NOTHING TO COMPARE WITH"
           ELSE
               MOVE 'N' TO WS-HISTORY-EOF-SWITCH
               OPEN INPUT PAY-HISTORY-FILE
               PERFORM READ-PAY-HISTORY-PARA
               PERFORM UNTIL WS-HISTORY-EOF
                   IF PY-PERIOD-DATE = WS-PRIOR-PERIOD-DATE
                       PERFORM BUILD-PRIOR-PAY-PARA
                   END-IF
                   PERFORM READ-PAY-HISTORY-PARA
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

           READ-PAY-HISTORY-PARA.

           READ PAY-HISTORY-FILE
               AT END MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
           END-READ.

           BUILD-PRIOR-PAY-PARA.

           IF WS-PRIOR-PAY-COUNT < 500
               ADD 1 TO WS-PRIOR-PAY-COUNT
               SET WS-PRIOR-IDX TO WS-PRIOR-PAY-COUNT
               MOVE PY-EMP-ID TO WS-PRIOR-EMP-ID(WS-PRIOR-IDX)
               MOVE PY-EMP-NAME TO WS-PRIOR-EMP-NAME(WS-PRIOR-IDX)
               MOVE PY-GROSS-PAY TO WS-PRIOR-GROSS(WS-PRIOR-IDX)
               MOVE PY-NET-PAY TO WS-PRIOR-NET(WS-PRIOR-IDX)
               MOVE 'N' TO WS-PRIOR-MATCHED(WS-PRIOR-IDX)
           ELSE
               MOVE 'Y' TO WS-PRIOR-OVERFLOW-SWITCH
           END-IF.

           LOAD-CHECKPOINT-PARA.

           IF WS-COMMIT-MODE
               OPEN OUTPUT PAY-SLIP-FILE
               OPEN OUTPUT BANK-TRANSFER-FILE
               OPEN EXTEND PENSION-ACCRUAL-FILE
               OPEN EXTEND PAY-HISTORY-FILE
           END-IF
           OPEN I-O STAFF-LOAN-FILE
           IF WS-STAFLOAN-STATUS = "00" OR WS-STAFLOAN-STATUS = "05"
               ADD 1 TO WS-LINE-COUNT
           ELSE
               MOVE EM-SALARY TO WS-OLD-SALARY
               MOVE 'N' TO WS-HE-PRICED-SWITCH
               IF WS-RESTART-SKIP
                   MOVE ZERO TO WS-ADJUSTMENT
      *> the earnings lines for the slip only - gross stays as
      *> posted on the master
                   IF EM-HOURLY
                       PERFORM PRICE-HOURLY-LINES-PARA
                   END-IF
               ELSE
                   PERFORM LOOKUP-RATE-PARA
                   PERFORM HIRE-TERM-PRORATE-PARA
               PERFORM POST-YTD-PARA
               ADD WS-TAX-THIS-PERIOD TO WS-TAX-TOTAL
               PERFORM APPLY-DEDUCTIONS-PARA
               PERFORM CHECK-PAY-VARIANCE-PARA
               IF WS-COMMIT-MODE
                   PERFORM WRITE-PAY-SLIP-PARA
                   PERFORM WRITE-BANK-DETAIL-PARA
                               WS-UJ-OPERATOR WS-UJ-BEFORE
                               WS-UJ-AFTER
                   END-REWRITE
                   PERFORM WRITE-PAY-HISTORY-PARA
                   MOVE EM-EMP-ID TO WS-LAST-POSTED-ID
                   PERFORM WRITE-CHECKPOINT-PARA
               END-IF

           HOURLY-GROSS-PARA.

           PERFORM PRICE-HOURLY-LINES-PARA
           IF WS-HOURS-WORKED = ZERO
               STRING "  NO TIMESHEET FOR PERIOD - "
                       DELIMITED BY SIZE
               PERFORM PRINT-LINE-PARA
               ADD 1 TO WS-LINE-COUNT
           ELSE
               COMPUTE EM-SALARY = WS-HE-ORDINARY-PAY
                   + WS-HE-OVERTIME-PAY + WS-HE-HOLIDAY-PAY
                   + WS-HE-SHIFT-TOTAL
               STRING "  HOURLY : " DELIMITED BY SIZE
                   WS-HOURS-WORKED DELIMITED BY SIZE
                   " HOURS AT " DELIMITED BY SIZE
                   EM-HOURLY-RATE DELIMITED BY SIZE
                   " - ORDINARY " DELIMITED BY SIZE
                   WS-HE-ORDINARY-HOURS DELIMITED BY SIZE
                   " OVERTIME " DELIMITED BY SIZE
                   WS-OVERTIME-HOURS DELIMITED BY SIZE
                   " (TIME-AND-A-HALF) HOLIDAY " DELIMITED BY SIZE
                   WS-HE-HOLIDAY-HOURS DELIMITED BY SIZE
                   " SHIFT PREMIUM " DELIMITED BY SIZE
                   WS-HE-SHIFT-TOTAL DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
               ADD 1 TO WS-LINE-COUNT
           END-IF.

           PRICE-HOURLY-LINES-PARA.

      *> holiday hours are paid at the HOLMULT multiple and kept out
      *> of the overtime count so they are not paid a premium twice;
      *> the remaining hours are ordinary time up to the threshold
      *> and time-and-a-half above it; each shift's hours then earn
      *> that shift's differential on top, whatever day they fell
      *> on - every piece rounded to the cent so the slip's
      *> earnings lines add up to gross
           INITIALIZE WS-HOURLY-EARNINGS
           MOVE ZERO TO WS-HOURS-WORKED
           MOVE ZERO TO WS-OVERTIME-HOURS
           MOVE 'Y' TO WS-HE-PRICED-SWITCH
           MOVE 'N' TO WS-TS-FOUND-SWITCH
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                   UNTIL WS-TS-IDX > WS-TIMESHEET-COUNT
                      OR WS-TS-FOUND
               IF WS-TS-EMP-ID(WS-TS-IDX) = EM-EMP-ID
                   MOVE 'Y' TO WS-TS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-TS-FOUND
               SET WS-TS-IDX DOWN BY 1
               MOVE WS-TS-HOURS(WS-TS-IDX) TO WS-HOURS-WORKED
               MOVE WS-TS-HOLIDAY-HOURS(WS-TS-IDX)
                   TO WS-HE-HOLIDAY-HOURS
               COMPUTE WS-HE-ORDINARY-HOURS =
                   WS-HOURS-WORKED - WS-HE-HOLIDAY-HOURS
               IF WS-HE-ORDINARY-HOURS > WS-OT-THRESHOLD-HOURS
                   COMPUTE WS-OVERTIME-HOURS =
                       WS-HE-ORDINARY-HOURS - WS-OT-THRESHOLD-HOURS
                   MOVE WS-OT-THRESHOLD-HOURS TO WS-HE-ORDINARY-HOURS
               END-IF
               COMPUTE WS-HE-ORDINARY-PAY ROUNDED =
                   WS-HE-ORDINARY-HOURS * EM-HOURLY-RATE
               COMPUTE WS-HE-OVERTIME-PAY ROUNDED =
                   WS-OVERTIME-HOURS * EM-HOURLY-RATE * WS-OT-MULTIPLIER
               COMPUTE WS-HE-HOLIDAY-PAY ROUNDED =
                   WS-HE-HOLIDAY-HOURS * EM-HOURLY-RATE
                   * WS-HOLIDAY-MULTIPLIER
               PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                       UNTIL WS-SHIFT-SUB > WS-SHIFT-COUNT
                   MOVE WS-TS-SHIFT-HOURS(WS-TS-IDX, WS-SHIFT-SUB)
                       TO WS-HE-SHIFT-HOURS(WS-SHIFT-SUB)
                   COMPUTE WS-HE-SHIFT-PAY(WS-SHIFT-SUB) ROUNDED =
                       WS-HE-SHIFT-HOURS(WS-SHIFT-SUB) * EM-HOURLY-RATE
                       * WS-SHIFT-PCT(WS-SHIFT-SUB) / 100
                   ADD WS-HE-SHIFT-PAY(WS-SHIFT-SUB)
                       TO WS-HE-SHIFT-TOTAL
               END-PERFORM
           END-IF.

           ADJUSTMENT-PARA.
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX > WS-ADJUSTMENT-COUNT
               IF WS-ADJ-EMP-ID(WS-ADJ-IDX) = EM-EMP-ID
                   ADD WS-ADJ-AMOUNT(WS-ADJ-IDX) TO WS-ADJUSTMENT
                   IF WS-ADJ-OVERRIDE-CODE(WS-ADJ-IDX) NOT = SPACES
                       MOVE WS-ADJ-OVERRIDE-CODE(WS-ADJ-IDX)
                           TO WS-OVERRIDE-CODE
                   END-IF
               END-IF
           END-PERFORM.

           APPLY-DEDUCTIONS-PARA.

           MOVE ZERO TO WS-DED-EMPLOYEE-TOTAL
           MOVE ZERO TO WS-PAY-LINE-COUNT
           PERFORM APPLY-COURT-ORDERS-PARA
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DEDUCTION-COUNT
           END-IF
           ADD WS-ORDER-TAKEN TO WS-DED-EMPLOYEE-TOTAL
           ADD WS-ORDER-TAKEN TO WS-CT-TAKEN(WS-CT-IDX)
           IF WS-ORDER-TAKEN > ZERO
               MOVE WS-CT-ORDER-NO(WS-CT-IDX) TO WS-NEW-LINE-CODE
               MOVE WS-ORDER-TAKEN TO WS-NEW-LINE-AMOUNT
               PERFORM NOTE-PAY-LINE-PARA
           END-IF
           COMPUTE WS-CT-SHORTFALL(WS-CT-IDX) =
               WS-ORDER-WANTED - WS-ORDER-TAKEN
           IF WS-CT-TAKEN(WS-CT-IDX) >= WS-CT-ORDERED(WS-CT-IDX)

           IF WS-DED-THIS-PERIOD > ZERO
               ADD WS-DED-THIS-PERIOD TO WS-DED-EMPLOYEE-TOTAL
               MOVE WS-DED-CODE(WS-DED-IDX) TO WS-NEW-LINE-CODE
               MOVE WS-DED-THIS-PERIOD TO WS-NEW-LINE-AMOUNT
               PERFORM NOTE-PAY-LINE-PARA
               STRING "  DEDUCTION " DELIMITED BY SIZE
                   WS-DED-CODE(WS-DED-IDX) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
               END-IF
           END-IF.

           NOTE-PAY-LINE-PARA.

      *> the deduction and court-order lines kept for the pay
      *> history detail - past the tenth they count in the total
           IF WS-PAY-LINE-COUNT < 10
               ADD 1 TO WS-PAY-LINE-COUNT
               SET WS-PAY-LINE-IDX TO WS-PAY-LINE-COUNT
               MOVE WS-NEW-LINE-CODE TO WS-PL-CODE(WS-PAY-LINE-IDX)
               MOVE WS-NEW-LINE-AMOUNT
                   TO WS-PL-AMOUNT(WS-PAY-LINE-IDX)
           END-IF.

           ACCRUE-EMPLOYER-MATCH-PARA.

           COMPUTE WS-EMPLOYER-MATCH ROUNDED =
               INTO PAY-SLIP-LINE
           END-STRING
           WRITE PAY-SLIP-LINE
           IF EM-HOURLY AND WS-HE-PRICED
               PERFORM WRITE-SLIP-EARNINGS-PARA
           END-IF
           MOVE EM-SALARY TO WS-SLIP-AMOUNT-EDIT
           MOVE SPACES TO PAY-SLIP-LINE
           STRING "GROSS PAY       : " DELIMITED BY SIZE
           MOVE ALL "=" TO PAY-SLIP-LINE
           WRITE PAY-SLIP-LINE.

           WRITE-SLIP-EARNINGS-PARA.

      *> an hourly employee's earnings by kind - ordinary time
      *> always, each premium only when there are hours for it
           MOVE WS-HE-ORDINARY-HOURS TO WS-SLIP-HOURS-EDIT
           MOVE WS-HE-ORDINARY-PAY TO WS-SLIP-AMOUNT-EDIT
           MOVE SPACES TO PAY-SLIP-LINE
           STRING "ORDINARY TIME   : " DELIMITED BY SIZE
               WS-SLIP-AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SLIP-HOURS-EDIT DELIMITED BY SIZE
               " HRS" DELIMITED BY SIZE
               INTO PAY-SLIP-LINE
           END-STRING
           WRITE PAY-SLIP-LINE
           IF WS-OVERTIME-HOURS > ZERO
               MOVE WS-OVERTIME-HOURS TO WS-SLIP-HOURS-EDIT
               MOVE WS-HE-OVERTIME-PAY TO WS-SLIP-AMOUNT-EDIT
               MOVE SPACES TO PAY-SLIP-LINE
               STRING "OVERTIME        : " DELIMITED BY SIZE
                   WS-SLIP-AMOUNT-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SLIP-HOURS-EDIT DELIMITED BY SIZE
                   " HRS AT TIME-AND-A-HALF" DELIMITED BY SIZE
                   INTO PAY-SLIP-LINE
               END-STRING
               WRITE PAY-SLIP-LINE
           END-IF
           IF WS-HE-HOLIDAY-HOURS > ZERO
               MOVE WS-HE-HOLIDAY-HOURS TO WS-SLIP-HOURS-EDIT
               MOVE WS-HE-HOLIDAY-PAY TO WS-SLIP-AMOUNT-EDIT
               MOVE SPACES TO PAY-SLIP-LINE
               STRING "HOLIDAY PREMIUM : " DELIMITED BY SIZE
                   WS-SLIP-AMOUNT-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SLIP-HOURS-EDIT DELIMITED BY SIZE
                   " HRS AT " DELIMITED BY SIZE
                   WS-HOLIDAY-MULTIPLIER DELIMITED BY SIZE
                   " X RATE" DELIMITED BY SIZE
                   INTO PAY-SLIP-LINE
               END-STRING
               WRITE PAY-SLIP-LINE
           END-IF
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > WS-SHIFT-COUNT
               IF WS-HE-SHIFT-HOURS(WS-SHIFT-SUB) > ZERO
                   MOVE WS-HE-SHIFT-HOURS(WS-SHIFT-SUB)
                       TO WS-SLIP-HOURS-EDIT
                   MOVE WS-HE-SHIFT-PAY(WS-SHIFT-SUB)
                       TO WS-SLIP-AMOUNT-EDIT
                   MOVE SPACES TO PAY-SLIP-LINE
                   STRING "SHIFT PREMIUM " DELIMITED BY SIZE
                       WS-SHIFT-CODE(WS-SHIFT-SUB) DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       WS-SLIP-AMOUNT-EDIT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-SLIP-HOURS-EDIT DELIMITED BY SIZE
                       " HRS AT " DELIMITED BY SIZE
                       WS-SHIFT-PCT(WS-SHIFT-SUB) DELIMITED BY SIZE
                       "% OF RATE" DELIMITED BY SIZE
                       INTO PAY-SLIP-LINE
                   END-STRING
                   WRITE PAY-SLIP-LINE
               END-IF
           END-PERFORM.

           WRITE-BANK-DETAIL-PARA.

           IF EM-BANK-CODE = SPACES OR EM-BANK-ACCOUNT = SPACES
               ADD WS-NET-PAY TO WS-BANK-TOTAL-AMOUNT
           END-IF.

           WRITE-PAY-HISTORY-PARA.

           MOVE SPACES TO PAY-HISTORY-RECORD
           MOVE EM-EMP-ID TO PY-EMP-ID
           MOVE WS-RUN-DATE TO PY-PERIOD-DATE
           MOVE EM-EMP-NAME TO PY-EMP-NAME
           MOVE EM-DEPARTMENT TO PY-DEPARTMENT
           MOVE EM-SALARY TO PY-GROSS-PAY
           MOVE WS-TAX-THIS-PERIOD TO PY-TAX
           MOVE WS-DED-EMPLOYEE-TOTAL TO PY-DEDUCTION-TOTAL
           MOVE WS-NET-PAY TO PY-NET-PAY
           MOVE WS-PAY-LINE-COUNT TO PY-DEDUCTION-COUNT
           PERFORM VARYING WS-PAY-LINE-IDX FROM 1 BY 1
                   UNTIL WS-PAY-LINE-IDX > 10
               IF WS-PAY-LINE-IDX > WS-PAY-LINE-COUNT
                   MOVE SPACES TO PY-DED-CODE(WS-PAY-LINE-IDX)
                   MOVE ZERO TO PY-DED-AMOUNT(WS-PAY-LINE-IDX)
               ELSE
                   MOVE WS-PL-CODE(WS-PAY-LINE-IDX)
                       TO PY-DED-CODE(WS-PAY-LINE-IDX)
                   MOVE WS-PL-AMOUNT(WS-PAY-LINE-IDX)
                       TO PY-DED-AMOUNT(WS-PAY-LINE-IDX)
               END-IF
           END-PERFORM
           WRITE PAY-HISTORY-RECORD.

           CHECK-PAY-VARIANCE-PARA.

      *> compares this period's gross and net with what PAYHIST
      *> holds for the last period, ahead of the commit, so a
      *> keying error shows up before the bank file goes out
           IF WS-PRIOR-PERIOD-DATE > ZERO
               MOVE 'N' TO WS-PRIOR-FOUND-SWITCH
               PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                       UNTIL WS-PRIOR-IDX > WS-PRIOR-PAY-COUNT
                   IF WS-PRIOR-EMP-ID(WS-PRIOR-IDX) = EM-EMP-ID
                       MOVE 'Y' TO WS-PRIOR-FOUND-SWITCH
                       SET WS-PRIOR-HIT TO WS-PRIOR-IDX
                   END-IF
               END-PERFORM
               IF WS-PRIOR-FOUND
                   SET WS-PRIOR-IDX TO WS-PRIOR-HIT
                   MOVE 'Y' TO WS-PRIOR-MATCHED(WS-PRIOR-IDX)
                   MOVE WS-PRIOR-GROSS(WS-PRIOR-IDX) TO WS-PCT-BASE
                   MOVE EM-SALARY TO WS-PCT-NEW
                   PERFORM COMPUTE-CHANGE-PCT-PARA
                   MOVE WS-PCT-RESULT TO WS-GROSS-CHANGE-PCT
                   MOVE WS-PRIOR-NET(WS-PRIOR-IDX) TO WS-PCT-BASE
                   MOVE WS-NET-PAY TO WS-PCT-NEW
                   PERFORM COMPUTE-CHANGE-PCT-PARA
                   MOVE WS-PCT-RESULT TO WS-NET-CHANGE-PCT
                   MOVE SPACES TO WS-NEW-VAR-REASON
                   IF WS-GROSS-CHANGE-PCT > WS-VARIANCE-PCT
                       IF WS-NET-CHANGE-PCT > WS-VARIANCE-PCT
                           MOVE "GROSS AND NET MOVED"
                               TO WS-NEW-VAR-REASON
                       ELSE
                           MOVE "GROSS MOVED" TO WS-NEW-VAR-REASON
                       END-IF
                   ELSE
                       IF WS-NET-CHANGE-PCT > WS-VARIANCE-PCT
                           MOVE "NET MOVED" TO WS-NEW-VAR-REASON
                       END-IF
                   END-IF
                   IF WS-NEW-VAR-REASON NOT = SPACES
                       MOVE WS-PRIOR-GROSS(WS-PRIOR-IDX)
                           TO WS-NEW-VAR-PRIOR-GROSS
                       MOVE WS-PRIOR-NET(WS-PRIOR-IDX)
                           TO WS-NEW-VAR-PRIOR-NET
                       PERFORM NOTE-CURRENT-VARIANCE-PARA
                   END-IF
               ELSE
                   MOVE "NOT PAID LAST PERIOD" TO WS-NEW-VAR-REASON
                   MOVE ZERO TO WS-NEW-VAR-PRIOR-GROSS
                   MOVE ZERO TO WS-NEW-VAR-PRIOR-NET
                   PERFORM NOTE-CURRENT-VARIANCE-PARA
               END-IF
           END-IF.

           NOTE-CURRENT-VARIANCE-PARA.

           MOVE EM-EMP-ID TO WS-NEW-VAR-EMP-ID
           MOVE EM-EMP-NAME TO WS-NEW-VAR-EMP-NAME
           MOVE EM-SALARY TO WS-NEW-VAR-GROSS
           MOVE WS-NET-PAY TO WS-NEW-VAR-NET
           PERFORM ADD-VARIANCE-PARA.

           ADD-VARIANCE-PARA.

           IF WS-VARIANCE-COUNT < 500
               ADD 1 TO WS-VARIANCE-COUNT
               SET WS-VAR-IDX TO WS-VARIANCE-COUNT
               MOVE WS-NEW-VAR-EMP-ID TO WS-VAR-EMP-ID(WS-VAR-IDX)
               MOVE WS-NEW-VAR-EMP-NAME TO WS-VAR-EMP-NAME(WS-VAR-IDX)
               MOVE WS-NEW-VAR-PRIOR-GROSS
                   TO WS-VAR-PRIOR-GROSS(WS-VAR-IDX)
               MOVE WS-NEW-VAR-GROSS TO WS-VAR-GROSS(WS-VAR-IDX)
               MOVE WS-NEW-VAR-PRIOR-NET
                   TO WS-VAR-PRIOR-NET(WS-VAR-IDX)
               MOVE WS-NEW-VAR-NET TO WS-VAR-NET(WS-VAR-IDX)
               MOVE WS-NEW-VAR-REASON TO WS-VAR-REASON(WS-VAR-IDX)
           ELSE
               MOVE 'Y' TO WS-VARIANCE-OVERFLOW-SWITCH
           END-IF.

           COMPUTE-CHANGE-PCT-PARA.

      *> movement as a percentage of last period's figure - a move
      *> off a zero or negative base always counts as a variance
           MOVE ZERO TO WS-PCT-RESULT
           COMPUTE WS-PCT-CHANGE = WS-PCT-NEW - WS-PCT-BASE
           IF WS-PCT-CHANGE < ZERO
               COMPUTE WS-PCT-CHANGE = ZERO - WS-PCT-CHANGE
           END-IF
           IF WS-PCT-CHANGE > ZERO
               IF WS-PCT-BASE > ZERO
                   COMPUTE WS-PCT-RESULT ROUNDED =
                       (WS-PCT-CHANGE * 100) / WS-PCT-BASE
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-PCT-RESULT
                   END-COMPUTE
               ELSE
                   MOVE 99999.99 TO WS-PCT-RESULT
               END-IF
           END-IF.

           PRINT-VARIANCE-PARA.

      *> anyone on last period's history who went unpaid this time
      *> joins the list before it prints
           IF WS-PRIOR-PERIOD-DATE > ZERO
               PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                       UNTIL WS-PRIOR-IDX > WS-PRIOR-PAY-COUNT
                   IF WS-PRIOR-MATCHED(WS-PRIOR-IDX) = 'N'
                       MOVE WS-PRIOR-EMP-ID(WS-PRIOR-IDX)
                           TO WS-NEW-VAR-EMP-ID
                       MOVE WS-PRIOR-EMP-NAME(WS-PRIOR-IDX)
                           TO WS-NEW-VAR-EMP-NAME
                       MOVE WS-PRIOR-GROSS(WS-PRIOR-IDX)
                           TO WS-NEW-VAR-PRIOR-GROSS
                       MOVE WS-PRIOR-NET(WS-PRIOR-IDX)
                           TO WS-NEW-VAR-PRIOR-NET
                       MOVE ZERO TO WS-NEW-VAR-GROSS
                       MOVE ZERO TO WS-NEW-VAR-NET
                       MOVE "PAID LAST PERIOD NOT NOW"
                           TO WS-NEW-VAR-REASON
                       PERFORM ADD-VARIANCE-PARA
                   END-IF
               END-PERFORM
           END-IF
           PERFORM PRINT-VARIANCE-HEADER-PARA
           IF WS-PRIOR-PERIOD-DATE = ZERO
               STRING "NO EARLIER PERIOD ON THE PAY HISTORY - "
                       DELIMITED BY SIZE
                   "NOTHING TO COMPARE" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           ELSE
               PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                       UNTIL WS-VAR-IDX > WS-VARIANCE-COUNT
                   PERFORM PRINT-VARIANCE-LINE-PARA
               END-PERFORM
               PERFORM PRINT-LINE-PARA
               STRING "EMPLOYEES LISTED : " DELIMITED BY SIZE
                   WS-VARIANCE-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
               IF WS-PRIOR-OVERFLOWED OR WS-VARIANCE-OVERFLOWED
                   MOVE "** TABLE LIMIT REACHED - LIST INCOMPLETE **"
                       TO WS-PRINT-LINE
                   PERFORM PRINT-LINE-PARA
               END-IF
               IF WS-VARIANCE-COUNT > ZERO
                   DISPLAY "*** PAY VARIANCE - " WS-VARIANCE-COUNT
                       " EMPLOYEES MOVED MORE THAN " WS-VARIANCE-PCT
                       " PERCENT OR DROPPED OFF - SEE PAYREG ***"
               END-IF
           END-IF
           PERFORM PRINT-HEADER-PARA.

           PRINT-VARIANCE-HEADER-PARA.

           ADD 1 TO WS-PAGE-NUMBER
           MOVE "----- Pay Variance Report -----" TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   COMPARED WITH : " DELIMITED BY SIZE
               WS-PRIOR-PERIOD-DATE DELIMITED BY SIZE
               "   THRESHOLD % : " DELIMITED BY SIZE
               WS-VARIANCE-PCT DELIMITED BY SIZE
               "   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "EMP   NAME        LAST GROSS  THIS GROSS  GROSS %"
                   DELIMITED BY SIZE
               "    LAST NET    THIS NET  REASON" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

           PRINT-VARIANCE-LINE-PARA.

           MOVE WS-VAR-PRIOR-GROSS(WS-VAR-IDX) TO WS-PCT-BASE
           MOVE WS-VAR-GROSS(WS-VAR-IDX) TO WS-PCT-NEW
           PERFORM COMPUTE-CHANGE-PCT-PARA
           MOVE WS-PCT-RESULT TO WS-VAR-PCT-EDIT
           MOVE WS-VAR-PRIOR-GROSS(WS-VAR-IDX) TO WS-VAR-PRIOR-EDIT
           MOVE WS-VAR-GROSS(WS-VAR-IDX) TO WS-VAR-THIS-EDIT
           MOVE WS-VAR-PRIOR-NET(WS-VAR-IDX) TO WS-VAR-PRIOR-NET-EDIT
           MOVE WS-VAR-NET(WS-VAR-IDX) TO WS-VAR-NET-EDIT
           STRING WS-VAR-EMP-ID(WS-VAR-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VAR-EMP-NAME(WS-VAR-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VAR-PRIOR-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VAR-THIS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VAR-PCT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VAR-PRIOR-NET-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VAR-NET-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VAR-REASON(WS-VAR-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-VARIANCE-HEADER-PARA
           END-IF.

           PRINT-TOTALS-PARA.

           PERFORM PRINT-LINE-PARA
           MOVE "PAYRL" TO JE-BATCH-ID
           MOVE WS-RUN-DATE(1:6) TO JE-PERIOD
           MOVE 'N' TO JE-POSTED-FLAG
           MOVE "PAYR" TO JE-SOURCE-SYSTEM
           MOVE "PAYROLL" TO JE-DOCUMENT-REF
           MOVE WS-RUN-DATE TO JE-TRANS-DATE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-GROSS(WS-DEPT-IDX) > ZERO
           IF WS-COMMIT-MODE
               CLOSE PAY-SLIP-FILE
               CLOSE PENSION-ACCRUAL-FILE
               CLOSE PAY-HISTORY-FILE
           END-IF
           CLOSE PRINT-FILE
           IF WS-COMMIT-MODE
