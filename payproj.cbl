       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollCostProjection.
       ENVIRONMENT DIVISION.
           *> payroll cost projection to the fiscal year-end - every
           *> employee still on the payroll is costed month by month
           *> for the months left in the fiscal year: salaried staff
           *> at EM-SALARY, hourly staff at their average monthly
           *> gross off the PAY-HISTORY file for the last twelve
           *> months
           *> an approved merit increase still waiting to post takes
           *> over from its effective month, a future hire starts in
           *> the hire month and a leaver stops after the termination
           *> date, with the part month at a thirtieth of salary per
           *> day the same as the register prorates it; the
           *> employer's pension match is costed off the
           *> DEDUCTION-MASTER rows that carry an employer percentage
           *> the projection is laid beside the year-to-date actual
           *> off GL-MASTER and the year's BUDGET for each department
           *> expense account, and the employer pension beside the
           *> PENEXPENSE account, so a department head sees the
           *> overspend coming instead of reading it on the variance
           *> report after the fact
           *> the fiscal year starts in the month held on CTLPARM
           *> code FYSTART (January when the row is missing); the run
           *> month counts as actual, so the job is scheduled after
           *> the month's payroll journal has posted
           *> cleared by the job schedule, spooled to PAYPROJ and
           *> logged to RUN-CONTROL
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT OPTIONAL DEDUCTION-MASTER-FILE ASSIGN TO "DEDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCTION-STATUS.

           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT OPTIONAL MERIT-PROPOSAL-FILE ASSIGN TO "MERITPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT OPTIONAL BUDGET-FILE ASSIGN TO "BUDGET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-BUDGET-KEY
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT OPTIONAL GL-MASTER-FILE ASSIGN TO "GLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-BALANCE-KEY
               FILE STATUS IS WS-GLMAST-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "PAYPROJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       FD EMPLOYEE-MASTER.
           COPY EMPMSTR.

       FD DEPARTMENT-MASTER.
           COPY DEPTMSTR.

       FD DEDUCTION-MASTER-FILE.
           COPY DEDMSTR.

       FD PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD MERIT-PROPOSAL-FILE.
           COPY MERITPRP.

       FD BUDGET-FILE.
           COPY BUDGET.

       FD GL-MASTER-FILE.
           COPY GLMASTER.

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
           01 WS-ALERT-JOB PIC X(08) VALUE "PAYPROJ ".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-EMPLOYEE-STATUS PIC X(02) VALUE SPACES.
           01 WS-DEPT-STATUS PIC X(02) VALUE SPACES.
           01 WS-DEDUCTION-STATUS PIC X(02) VALUE SPACES.
           01 WS-PAYHIST-STATUS PIC X(02) VALUE SPACES.
           01 WS-PROPOSAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-BUDGET-STATUS PIC X(02) VALUE SPACES.
           01 WS-GLMAST-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.
           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-OVERFLOWED VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "PAYPROJ ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

           01 WS-SALARY-EXPENSE-ACCT PIC X(10) VALUE "SALEXPENSE".
           01 WS-PENSION-EXPENSE-ACCT PIC X(10) VALUE "PENEXPENSE".

      *> the fiscal year - twelve periods from the FYSTART month,
      *> the run month and everything before it counting as actual
           01 WS-FY-START-MONTH PIC 9(02) VALUE 1.
           01 WS-FYSTART-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FYSTART-FOUND VALUE 'Y'.
           01 WS-RUN-YEAR PIC 9(04) VALUE ZERO.
           01 WS-RUN-MONTH PIC 9(02) VALUE ZERO.
           01 WS-RUN-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-PERIOD-YEAR PIC 9(04) VALUE ZERO.
           01 WS-PERIOD-MONTH PIC 9(02) VALUE ZERO.
           01 WS-PERIOD-TABLE.
               02 WS-FY-PERIOD PIC 9(06) OCCURS 12 TIMES.
           01 WS-PERIOD-SUB PIC 9(02) VALUE ZERO.
           01 WS-FIRST-PROJECTED PIC 9(02) VALUE ZERO.
           01 WS-MONTHS-PROJECTED PIC 9(02) VALUE ZERO.
           01 WS-HISTORY-FROM-DATE PIC 9(08) VALUE ZERO.

           01 WS-DEPT-TABLE.
               02 WS-DEPT-ENTRY OCCURS 100 TIMES
                       INDEXED BY WS-DEPT-IDX.
                   05 WS-DT-DEPT-CODE PIC X(10).
                   05 WS-DT-ACCOUNT PIC X(10).
                   05 WS-DT-HEADS PIC 9(05).
                   05 WS-DT-SALARY PIC S9(11)V99.
                   05 WS-DT-PENSION PIC 9(11)V99.
           01 WS-DEPT-COUNT PIC 9(03) VALUE ZERO.
           01 WS-UNALLOCATED-HEADS PIC 9(05) VALUE ZERO.
           01 WS-UNALLOCATED-SALARY PIC S9(11)V99 VALUE ZERO.
           01 WS-UNALLOCATED-PENSION PIC 9(11)V99 VALUE ZERO.

           01 WS-ACCOUNT-TABLE.
               02 WS-ACCOUNT-ENTRY OCCURS 101 TIMES
                       INDEXED BY WS-ACCT-IDX.
                   05 WS-AT-ACCOUNT PIC X(10).
                   05 WS-AT-DEPTS PIC 9(03).
                   05 WS-AT-PROJECTED PIC S9(11)V99.
           01 WS-ACCOUNT-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LOOKUP-ACCOUNT PIC X(10) VALUE SPACES.

           01 WS-MERIT-TABLE.
               02 WS-MERIT-ENTRY OCCURS 2000 TIMES
                       INDEXED BY WS-MERIT-IDX.
                   05 WS-MT-EMP-ID PIC 9(05).
                   05 WS-MT-OLD-SALARY PIC 9(07)V99.
                   05 WS-MT-NEW-SALARY PIC 9(07)V99.
                   05 WS-MT-EFFECTIVE-PERIOD PIC 9(06).
           01 WS-MERIT-COUNT PIC 9(04) VALUE ZERO.

           01 WS-HISTORY-TABLE.
               02 WS-HISTORY-ENTRY OCCURS 2000 TIMES
                       INDEXED BY WS-HIST-IDX.
                   05 WS-HT-EMP-ID PIC 9(05).
                   05 WS-HT-GROSS PIC S9(09)V99.
                   05 WS-HT-PERIODS PIC 9(03).
           01 WS-HISTORY-COUNT PIC 9(04) VALUE ZERO.

           01 WS-PENSION-TABLE.
               02 WS-PENSION-ENTRY OCCURS 2000 TIMES
                       INDEXED BY WS-PEN-IDX.
                   05 WS-PN-EMP-ID PIC 9(05).
                   05 WS-PN-METHOD PIC X(01).
                       88 WS-PN-FLAT-AMOUNT VALUE 'A'.
                   05 WS-PN-AMOUNT PIC 9(07)V99.
                   05 WS-PN-PERCENT PIC 9(02)V99.
                   05 WS-PN-EMPLOYER-PCT PIC 9(03)V99.
           01 WS-PENSION-COUNT PIC 9(04) VALUE ZERO.

      *> one employee's projection
           01 WS-BASE-PAY PIC S9(07)V99 VALUE ZERO.
           01 WS-MONTH-PAY PIC S9(07)V99 VALUE ZERO.
           01 WS-MONTH-PENSION PIC 9(07)V99 VALUE ZERO.
           01 WS-EMPLOYEE-DEDUCTION PIC 9(07)V99 VALUE ZERO.
           01 WS-EMP-SALARY-TOTAL PIC S9(09)V99 VALUE ZERO.
           01 WS-EMP-PENSION-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-PRORATE-DAYS PIC 9(02) VALUE ZERO.
           01 WS-PAYABLE-DAYS PIC S9(03) VALUE ZERO.
           01 WS-HIRE-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-HIRE-DAY PIC 9(02) VALUE ZERO.
           01 WS-TERM-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-TERM-DAY PIC 9(02) VALUE ZERO.
           01 WS-MERIT-SALARY PIC 9(07)V99 VALUE ZERO.
           01 WS-MERIT-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-ON-PAYROLL-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ON-PAYROLL VALUE 'Y'.

           01 WS-EMPLOYEES-READ PIC 9(05) VALUE ZERO.
           01 WS-EMPLOYEES-PROJECTED PIC 9(05) VALUE ZERO.
           01 WS-HOURLY-NO-HISTORY PIC 9(05) VALUE ZERO.
           01 WS-TOTAL-SALARY PIC S9(11)V99 VALUE ZERO.
           01 WS-TOTAL-PENSION PIC 9(11)V99 VALUE ZERO.

      *> account comparison
           01 WS-ACTUAL PIC S9(11)V99 VALUE ZERO.
           01 WS-YEAR-BUDGET PIC 9(11)V99 VALUE ZERO.
           01 WS-FORECAST PIC S9(11)V99 VALUE ZERO.
           01 WS-VARIANCE PIC S9(11)V99 VALUE ZERO.
           01 WS-OVERSPEND-COUNT PIC 9(03) VALUE ZERO.
           01 WS-ROW-LABEL PIC X(20) VALUE SPACES.
           01 WS-ROW-FLAG PIC X(12) VALUE SPACES.

           01 WS-EDIT-HEADS PIC ZZZZ9.
           01 WS-EDIT-AMOUNT-1 PIC ZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-AMOUNT-2 PIC ZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-AMOUNT-3 PIC ZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-AMOUNT-4 PIC ZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-AMOUNT-5 PIC ZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-COUNT PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-CONTROL-PARMS-PARA
           PERFORM BUILD-FISCAL-YEAR-PARA
           PERFORM LOAD-DEPARTMENTS-PARA
           PERFORM LOAD-MERIT-PARA
           PERFORM LOAD-PAY-HISTORY-PARA
           PERFORM LOAD-PENSION-PARA
           IF WS-OVERFLOWED
               DISPLAY "*** MORE DEPARTMENTS, MERIT, HISTORY OR "
                   "PENSION ROWS THAN THE TABLES HOLD - RUN "
                   "STOPPED ***"
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           MOVE WS-EMPLOYEE-STATUS TO WS-CHECK-STATUS
           MOVE "EMPMAST " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-EMPLOYEE-PARA
           PERFORM PROJECT-EMPLOYEE-PARA UNTIL WS-EOF
           CLOSE EMPLOYEE-MASTER

           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "PAYPROJ " TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA
           OPEN INPUT BUDGET-FILE
           OPEN INPUT GL-MASTER-FILE
           PERFORM PRINT-DEPARTMENTS-PARA
           PERFORM PRINT-ACCOUNTS-PARA
           CLOSE BUDGET-FILE
           CLOSE GL-MASTER-FILE
           CLOSE PRINT-FILE
           PERFORM LOG-RUN-CONTROL-PARA

           DISPLAY "----- Payroll Cost Projection -----"
           DISPLAY "RUN DATE : " WS-RUN-DATE
               "   FISCAL YEAR " WS-FY-PERIOD(1)
               " - " WS-FY-PERIOD(12)
           DISPLAY "MONTHS PROJECTED        : " WS-MONTHS-PROJECTED
           DISPLAY "EMPLOYEES PROJECTED     : "
               WS-EMPLOYEES-PROJECTED
           DISPLAY "HOURLY WITH NO HISTORY  : " WS-HOURLY-NO-HISTORY
           DISPLAY "PROJECTED SALARY        : " WS-TOTAL-SALARY
           DISPLAY "PROJECTED PENSION MATCH : " WS-TOTAL-PENSION
           DISPLAY "ACCOUNTS OVER BUDGET    : " WS-OVERSPEND-COUNT
           DISPLAY "REPORT SPOOLED TO PAYPROJ"

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

           LOAD-CONTROL-PARMS-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CONTROL-PARAMETER-FILE
           PERFORM UNTIL WS-EOF
               READ CONTROL-PARAMETER-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF CP-PARM-CODE = "FYSTART "
                               AND CP-PARM-VALUE >= 1
                               AND CP-PARM-VALUE <= 12
                           MOVE CP-PARM-VALUE TO WS-FY-START-MONTH
                           MOVE 'Y' TO WS-FYSTART-FOUND-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-PARAMETER-FILE
           IF NOT WS-FYSTART-FOUND
               DISPLAY "NO FYSTART ROW ON CTLPARM - FISCAL YEAR "
                   "TAKEN AS STARTING IN MONTH " WS-FY-START-MONTH
           END-IF.

           BUILD-FISCAL-YEAR-PARA.

           COMPUTE WS-RUN-YEAR = WS-RUN-DATE / 10000
           COMPUTE WS-RUN-MONTH =
               (WS-RUN-DATE - WS-RUN-YEAR * 10000) / 100
           COMPUTE WS-RUN-PERIOD = WS-RUN-DATE / 100
           MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
           IF WS-RUN-MONTH < WS-FY-START-MONTH
               SUBTRACT 1 FROM WS-PERIOD-YEAR
           END-IF
           MOVE WS-FY-START-MONTH TO WS-PERIOD-MONTH
           MOVE ZERO TO WS-FIRST-PROJECTED
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > 12
               COMPUTE WS-FY-PERIOD(WS-PERIOD-SUB) =
                   WS-PERIOD-YEAR * 100 + WS-PERIOD-MONTH
               IF WS-FY-PERIOD(WS-PERIOD-SUB) > WS-RUN-PERIOD
                       AND WS-FIRST-PROJECTED = ZERO
                   MOVE WS-PERIOD-SUB TO WS-FIRST-PROJECTED
               END-IF
               ADD 1 TO WS-PERIOD-MONTH
               IF WS-PERIOD-MONTH > 12
                   MOVE 1 TO WS-PERIOD-MONTH
                   ADD 1 TO WS-PERIOD-YEAR
               END-IF
           END-PERFORM
           IF WS-FIRST-PROJECTED = ZERO
      *> the run month closes the year - nothing left to project
               MOVE 13 TO WS-FIRST-PROJECTED
           END-IF
           COMPUTE WS-MONTHS-PROJECTED = 13 - WS-FIRST-PROJECTED
      *> hourly averages come off the last twelve months of history
           COMPUTE WS-HISTORY-FROM-DATE = WS-RUN-DATE - 10000.

      *>--------------- reference tables ---------------

           LOAD-DEPARTMENTS-PARA.

           OPEN INPUT DEPARTMENT-MASTER
           IF WS-DEPT-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ DEPARTMENT-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM NOTE-DEPARTMENT-PARA
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DEPARTMENT-MASTER.

           NOTE-DEPARTMENT-PARA.

           IF WS-DEPT-COUNT = 100
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
           ELSE
               ADD 1 TO WS-DEPT-COUNT
               SET WS-DEPT-IDX TO WS-DEPT-COUNT
               MOVE DP-DEPT-CODE TO WS-DT-DEPT-CODE(WS-DEPT-IDX)
               MOVE DP-EXPENSE-ACCOUNT TO WS-DT-ACCOUNT(WS-DEPT-IDX)
               MOVE ZERO TO WS-DT-HEADS(WS-DEPT-IDX)
               MOVE ZERO TO WS-DT-SALARY(WS-DEPT-IDX)
               MOVE ZERO TO WS-DT-PENSION(WS-DEPT-IDX)
           END-IF.

           LOAD-MERIT-PARA.

      *> approved increases not yet posted - the nightly step posts
      *> them on the effective date, so they are in next month's pay
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MERIT-PROPOSAL-FILE
           PERFORM UNTIL WS-EOF
               READ MERIT-PROPOSAL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF MP-APPROVED
                           PERFORM NOTE-MERIT-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MERIT-PROPOSAL-FILE.

           NOTE-MERIT-PARA.

           IF WS-MERIT-COUNT = 2000
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
           ELSE
               ADD 1 TO WS-MERIT-COUNT
               SET WS-MERIT-IDX TO WS-MERIT-COUNT
               MOVE MP-EMP-ID TO WS-MT-EMP-ID(WS-MERIT-IDX)
               MOVE MP-OLD-SALARY TO WS-MT-OLD-SALARY(WS-MERIT-IDX)
               MOVE MP-NEW-SALARY TO WS-MT-NEW-SALARY(WS-MERIT-IDX)
               COMPUTE WS-MT-EFFECTIVE-PERIOD(WS-MERIT-IDX) =
                   MP-EFFECTIVE-DATE / 100
           END-IF.

           LOAD-PAY-HISTORY-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PAY-HISTORY-FILE
           PERFORM UNTIL WS-EOF
               READ PAY-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PY-PERIOD-DATE > WS-HISTORY-FROM-DATE
                               AND PY-PERIOD-DATE <= WS-RUN-DATE
                           PERFORM NOTE-PAY-HISTORY-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE.

           NOTE-PAY-HISTORY-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HISTORY-COUNT OR WS-FOUND
               IF WS-HT-EMP-ID(WS-HIST-IDX) = PY-EMP-ID
                   ADD PY-GROSS-PAY TO WS-HT-GROSS(WS-HIST-IDX)
                   ADD 1 TO WS-HT-PERIODS(WS-HIST-IDX)
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-HISTORY-COUNT = 2000
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
               ELSE
                   ADD 1 TO WS-HISTORY-COUNT
                   SET WS-HIST-IDX TO WS-HISTORY-COUNT
                   MOVE PY-EMP-ID TO WS-HT-EMP-ID(WS-HIST-IDX)
                   MOVE PY-GROSS-PAY TO WS-HT-GROSS(WS-HIST-IDX)
                   MOVE 1 TO WS-HT-PERIODS(WS-HIST-IDX)
               END-IF
           END-IF.

           LOAD-PENSION-PARA.

      *> only the rows the employer matches cost the employer
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DEDUCTION-MASTER-FILE
           PERFORM UNTIL WS-EOF
               READ DEDUCTION-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF DM-EMPLOYER-PCT > ZERO
                           PERFORM NOTE-PENSION-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-MASTER-FILE.

           NOTE-PENSION-PARA.

           IF WS-PENSION-COUNT = 2000
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
           ELSE
               ADD 1 TO WS-PENSION-COUNT
               SET WS-PEN-IDX TO WS-PENSION-COUNT
               MOVE DM-EMP-ID TO WS-PN-EMP-ID(WS-PEN-IDX)
               MOVE DM-METHOD TO WS-PN-METHOD(WS-PEN-IDX)
               MOVE DM-AMOUNT TO WS-PN-AMOUNT(WS-PEN-IDX)
               MOVE DM-PERCENT TO WS-PN-PERCENT(WS-PEN-IDX)
               MOVE DM-EMPLOYER-PCT TO WS-PN-EMPLOYER-PCT(WS-PEN-IDX)
           END-IF.

      *>--------------- employee projection ---------------

           READ-EMPLOYEE-PARA.

           READ EMPLOYEE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

           PROJECT-EMPLOYEE-PARA.

           IF NOT EM-TRAILER-RECORD
               ADD 1 TO WS-EMPLOYEES-READ
      *> a leaver with no termination date has no future cost
               IF NOT EM-TERMINATED OR EM-TERMINATION-DATE > ZERO
                   PERFORM COST-EMPLOYEE-PARA
               END-IF
           END-IF
           PERFORM READ-EMPLOYEE-PARA.

           COST-EMPLOYEE-PARA.

           PERFORM SET-BASE-PAY-PARA
           COMPUTE WS-HIRE-PERIOD = EM-HIRE-DATE / 100
           COMPUTE WS-HIRE-DAY = EM-HIRE-DATE - WS-HIRE-PERIOD * 100
           COMPUTE WS-TERM-PERIOD = EM-TERMINATION-DATE / 100
           COMPUTE WS-TERM-DAY =
               EM-TERMINATION-DATE - WS-TERM-PERIOD * 100
           IF NOT EM-TERMINATED
               MOVE ZERO TO WS-TERM-PERIOD
           END-IF
           MOVE ZERO TO WS-EMP-SALARY-TOTAL
           MOVE ZERO TO WS-EMP-PENSION-TOTAL
           MOVE 'N' TO WS-ON-PAYROLL-SWITCH
           PERFORM VARYING WS-PERIOD-SUB FROM WS-FIRST-PROJECTED BY 1
                   UNTIL WS-PERIOD-SUB > 12
               PERFORM COST-MONTH-PARA
           END-PERFORM
           IF WS-ON-PAYROLL
               ADD 1 TO WS-EMPLOYEES-PROJECTED
               ADD WS-EMP-SALARY-TOTAL TO WS-TOTAL-SALARY
               ADD WS-EMP-PENSION-TOTAL TO WS-TOTAL-PENSION
               PERFORM ALLOCATE-EMPLOYEE-PARA
           END-IF.

           SET-BASE-PAY-PARA.

           MOVE ZERO TO WS-MERIT-SALARY
           MOVE ZERO TO WS-MERIT-PERIOD
           IF EM-HOURLY
               MOVE ZERO TO WS-BASE-PAY
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                       UNTIL WS-HIST-IDX > WS-HISTORY-COUNT
                           OR WS-FOUND
                   IF WS-HT-EMP-ID(WS-HIST-IDX) = EM-EMP-ID
                       MOVE 'Y' TO WS-FOUND-SWITCH
                       COMPUTE WS-BASE-PAY ROUNDED =
                           WS-HT-GROSS(WS-HIST-IDX)
                               / WS-HT-PERIODS(WS-HIST-IDX)
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   ADD 1 TO WS-HOURLY-NO-HISTORY
                   DISPLAY "HOURLY EMPLOYEE " EM-EMP-ID
                       " HAS NO PAY HISTORY - NOT PROJECTED"
               END-IF
           ELSE
               MOVE EM-SALARY TO WS-BASE-PAY
      *> a merit increase only posts against the salary it was
      *> proposed on, so one overtaken by a later change is left out
               PERFORM VARYING WS-MERIT-IDX FROM 1 BY 1
                       UNTIL WS-MERIT-IDX > WS-MERIT-COUNT
                   IF WS-MT-EMP-ID(WS-MERIT-IDX) = EM-EMP-ID
                           AND WS-MT-OLD-SALARY(WS-MERIT-IDX)
                               = EM-SALARY
                       MOVE WS-MT-NEW-SALARY(WS-MERIT-IDX)
                           TO WS-MERIT-SALARY
                       MOVE WS-MT-EFFECTIVE-PERIOD(WS-MERIT-IDX)
                           TO WS-MERIT-PERIOD
                   END-IF
               END-PERFORM
           END-IF.

           COST-MONTH-PARA.

           MOVE ZERO TO WS-MONTH-PAY
           MOVE 30 TO WS-PAYABLE-DAYS
           IF EM-HIRE-DATE > ZERO
               IF WS-HIRE-PERIOD > WS-FY-PERIOD(WS-PERIOD-SUB)
                   MOVE ZERO TO WS-PAYABLE-DAYS
               END-IF
               IF WS-HIRE-PERIOD = WS-FY-PERIOD(WS-PERIOD-SUB)
                   MOVE WS-HIRE-DAY TO WS-PRORATE-DAYS
                   IF WS-PRORATE-DAYS > 30
                       MOVE 30 TO WS-PRORATE-DAYS
                   END-IF
                   COMPUTE WS-PAYABLE-DAYS =
                       WS-PAYABLE-DAYS - (WS-PRORATE-DAYS - 1)
               END-IF
           END-IF
           IF WS-TERM-PERIOD > ZERO
               IF WS-TERM-PERIOD < WS-FY-PERIOD(WS-PERIOD-SUB)
                   MOVE ZERO TO WS-PAYABLE-DAYS
               END-IF
               IF WS-TERM-PERIOD = WS-FY-PERIOD(WS-PERIOD-SUB)
                       AND WS-TERM-DAY < 30
                   COMPUTE WS-PAYABLE-DAYS =
                       WS-PAYABLE-DAYS - (30 - WS-TERM-DAY)
               END-IF
           END-IF
           IF WS-PAYABLE-DAYS > ZERO
               MOVE 'Y' TO WS-ON-PAYROLL-SWITCH
               IF WS-MERIT-PERIOD > ZERO
                       AND WS-MERIT-PERIOD
                           <= WS-FY-PERIOD(WS-PERIOD-SUB)
                   MOVE WS-MERIT-SALARY TO WS-BASE-PAY
               END-IF
               COMPUTE WS-MONTH-PAY ROUNDED =
                   (WS-BASE-PAY * WS-PAYABLE-DAYS) / 30
               ADD WS-MONTH-PAY TO WS-EMP-SALARY-TOTAL
               PERFORM COST-PENSION-PARA
           END-IF.

           COST-PENSION-PARA.

           MOVE ZERO TO WS-MONTH-PENSION
           IF WS-MONTH-PAY > ZERO
               PERFORM VARYING WS-PEN-IDX FROM 1 BY 1
                       UNTIL WS-PEN-IDX > WS-PENSION-COUNT
                   IF WS-PN-EMP-ID(WS-PEN-IDX) = EM-EMP-ID
                       IF WS-PN-FLAT-AMOUNT(WS-PEN-IDX)
                           MOVE WS-PN-AMOUNT(WS-PEN-IDX)
                               TO WS-EMPLOYEE-DEDUCTION
                       ELSE
                           COMPUTE WS-EMPLOYEE-DEDUCTION ROUNDED =
                               (WS-MONTH-PAY
                                   * WS-PN-PERCENT(WS-PEN-IDX)) / 100
                       END-IF
                       COMPUTE WS-MONTH-PENSION ROUNDED =
                           WS-MONTH-PENSION
                           + (WS-EMPLOYEE-DEDUCTION
                               * WS-PN-EMPLOYER-PCT(WS-PEN-IDX)) / 100
                   END-IF
               END-PERFORM
           END-IF
           ADD WS-MONTH-PENSION TO WS-EMP-PENSION-TOTAL.

           ALLOCATE-EMPLOYEE-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR WS-FOUND
               IF WS-DT-DEPT-CODE(WS-DEPT-IDX) = EM-DEPARTMENT
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   ADD 1 TO WS-DT-HEADS(WS-DEPT-IDX)
                   ADD WS-EMP-SALARY-TOTAL TO WS-DT-SALARY(WS-DEPT-IDX)
                   ADD WS-EMP-PENSION-TOTAL
                       TO WS-DT-PENSION(WS-DEPT-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
      *> no department behind the employee - the register posts
      *> their gross to the SALEXPENSE lump, so it is costed there
               ADD 1 TO WS-UNALLOCATED-HEADS
               ADD WS-EMP-SALARY-TOTAL TO WS-UNALLOCATED-SALARY
               ADD WS-EMP-PENSION-TOTAL TO WS-UNALLOCATED-PENSION
           END-IF.

      *>--------------- report ---------------

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

           PRINT-HEADER-PARA.

           ADD 1 TO WS-PAGE-NUMBER
           MOVE "----- Payroll Cost Projection to Year-End -----"
               TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           MOVE WS-MONTHS-PROJECTED TO WS-EDIT-COUNT
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   FISCAL YEAR : " DELIMITED BY SIZE
               WS-FY-PERIOD(1) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-FY-PERIOD(12) DELIMITED BY SIZE
               "   MONTHS PROJECTED : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA.

           PRINT-DEPARTMENTS-PARA.

           PERFORM PRINT-HEADER-PARA
           MOVE "PROJECTED COST BY DEPARTMENT" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           STRING "DEPARTMENT  ACCOUNT     STAFF  "
                   DELIMITED BY SIZE
               "PROJECTED SALARY  PROJECTED PENSION"
                   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DT-HEADS(WS-DEPT-IDX) TO WS-EDIT-HEADS
               MOVE WS-DT-SALARY(WS-DEPT-IDX) TO WS-EDIT-AMOUNT-1
               MOVE WS-DT-PENSION(WS-DEPT-IDX) TO WS-EDIT-AMOUNT-2
               STRING WS-DT-DEPT-CODE(WS-DEPT-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DT-ACCOUNT(WS-DEPT-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-HEADS DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT-1 DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
               MOVE WS-DT-ACCOUNT(WS-DEPT-IDX) TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT-PARA
               ADD 1 TO WS-AT-DEPTS(WS-ACCT-IDX)
               ADD WS-DT-SALARY(WS-DEPT-IDX)
                   TO WS-AT-PROJECTED(WS-ACCT-IDX)
           END-PERFORM
           IF WS-UNALLOCATED-HEADS > ZERO
               MOVE WS-UNALLOCATED-HEADS TO WS-EDIT-HEADS
               MOVE WS-UNALLOCATED-SALARY TO WS-EDIT-AMOUNT-1
               MOVE WS-UNALLOCATED-PENSION TO WS-EDIT-AMOUNT-2
               STRING "NO DEPT    " DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SALARY-EXPENSE-ACCT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-HEADS DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT-1 DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
               MOVE WS-SALARY-EXPENSE-ACCT TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT-PARA
               ADD 1 TO WS-AT-DEPTS(WS-ACCT-IDX)
               ADD WS-UNALLOCATED-SALARY
                   TO WS-AT-PROJECTED(WS-ACCT-IDX)
           END-IF
           PERFORM PRINT-LINE-PARA.

           FIND-ACCOUNT-PARA.

      *> departments sharing an expense account share its budget
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT OR WS-FOUND
               IF WS-AT-ACCOUNT(WS-ACCT-IDX) = WS-LOOKUP-ACCOUNT
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-ACCT-IDX DOWN BY 1
           ELSE
               ADD 1 TO WS-ACCOUNT-COUNT
               SET WS-ACCT-IDX TO WS-ACCOUNT-COUNT
               MOVE WS-LOOKUP-ACCOUNT TO WS-AT-ACCOUNT(WS-ACCT-IDX)
               MOVE ZERO TO WS-AT-DEPTS(WS-ACCT-IDX)
               MOVE ZERO TO WS-AT-PROJECTED(WS-ACCT-IDX)
           END-IF.

           PRINT-ACCOUNTS-PARA.

           MOVE "FORECAST AGAINST THE YEAR'S BUDGET" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           STRING "ACCOUNT     COVERS              "
                   DELIMITED BY SIZE
               "    ACTUAL TO DATE      PROJECTED  "
                   DELIMITED BY SIZE
               "   YEAR FORECAST    YEAR BUDGET  " DELIMITED BY SIZE
               "  BUDGET-FORECAST" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               MOVE WS-AT-ACCOUNT(WS-ACCT-IDX) TO WS-LOOKUP-ACCOUNT
               MOVE WS-AT-DEPTS(WS-ACCT-IDX) TO WS-EDIT-COUNT
               MOVE SPACES TO WS-ROW-LABEL
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                   " DEPARTMENT(S)" DELIMITED BY SIZE
                   INTO WS-ROW-LABEL
               END-STRING
               MOVE WS-AT-PROJECTED(WS-ACCT-IDX) TO WS-FORECAST
               PERFORM PRINT-ACCOUNT-ROW-PARA
           END-PERFORM
           MOVE WS-PENSION-EXPENSE-ACCT TO WS-LOOKUP-ACCOUNT
           MOVE "EMPLOYER PENSION" TO WS-ROW-LABEL
           MOVE WS-TOTAL-PENSION TO WS-FORECAST
           PERFORM PRINT-ACCOUNT-ROW-PARA.

           PRINT-ACCOUNT-ROW-PARA.

      *> on entry WS-FORECAST holds the projection; the actual and
      *> budget are gathered across the twelve fiscal periods
           MOVE ZERO TO WS-ACTUAL
           MOVE ZERO TO WS-YEAR-BUDGET
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > 12
               MOVE WS-LOOKUP-ACCOUNT TO BG-ACCOUNT
               MOVE WS-FY-PERIOD(WS-PERIOD-SUB) TO BG-PERIOD
               READ BUDGET-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD BG-AMOUNT TO WS-YEAR-BUDGET
               END-READ
               IF WS-PERIOD-SUB < WS-FIRST-PROJECTED
                   MOVE WS-LOOKUP-ACCOUNT TO GL-ACCOUNT
                   MOVE WS-FY-PERIOD(WS-PERIOD-SUB) TO GL-PERIOD
                   READ GL-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-ACTUAL = WS-ACTUAL
                               + GL-DEBITS - GL-CREDITS
                   END-READ
               END-IF
           END-PERFORM
           MOVE WS-FORECAST TO WS-EDIT-AMOUNT-2
           ADD WS-ACTUAL TO WS-FORECAST
           COMPUTE WS-VARIANCE = WS-YEAR-BUDGET - WS-FORECAST
           MOVE SPACES TO WS-ROW-FLAG
           IF WS-YEAR-BUDGET = ZERO
               MOVE "NO BUDGET" TO WS-ROW-FLAG
           ELSE
               IF WS-VARIANCE < ZERO
                   MOVE "*** OVER ***" TO WS-ROW-FLAG
                   ADD 1 TO WS-OVERSPEND-COUNT
               END-IF
           END-IF
           MOVE WS-ACTUAL TO WS-EDIT-AMOUNT-1
           MOVE WS-FORECAST TO WS-EDIT-AMOUNT-3
           MOVE WS-YEAR-BUDGET TO WS-EDIT-AMOUNT-4
           MOVE WS-VARIANCE TO WS-EDIT-AMOUNT-5
           STRING WS-LOOKUP-ACCOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ROW-LABEL DELIMITED BY SIZE
               WS-EDIT-AMOUNT-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT-4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT-5 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ROW-FLAG DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "PAYPROJ " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-EMPLOYEES-READ TO RC-RECORDS-PROCESSED
           COMPUTE RC-CONTROL-TOTAL = WS-TOTAL-SALARY
               + WS-TOTAL-PENSION
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM PayrollCostProjection.
