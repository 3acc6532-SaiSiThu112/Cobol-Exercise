       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinalSettlement.
       ENVIRONMENT DIVISION.
           *> final-settlement run for leavers - every employee moved
           *> to EM-TERMINATED with a termination date on or before
           *> the run date, whose final month has been through the
           *> payroll register and who has no FINAL-SETTLEMENT row
           *> yet, is settled in one controlled step
           *> the unused leave on LEAVEBAL (entitled less taken) is
           *> paid out at the daily rate - the RATE-TABLE base for
           *> the employee's marital status over the register's
           *> thirty-day month, or eight hours at EM-HOURLY-RATE for
           *> an hourly employee - and taxed under the annualised
           *> method the off-cycle bonus run uses
           *> out of that payout come, in this order, the court-order
           *> shortfalls carried forward on COURTORD, every open
           *> STAFLOAN loan at the early-settlement figure from the
           *> shared LoanPayoff subprogram (the loan maintenance
           *> payoff statement's own figure), and any bare
           *> DEDUCTION-MASTER loan balance with no ledger loan
           *> behind it; whatever the payout cannot cover is shown
           *> as still due from the leaver, and the leaver's
           *> DEDUCTION-MASTER rows are closed so the register never
           *> takes another deduction
           *> each leaver gets a settlement statement page on the
           *> SETLSTMT print file with sign-off lines; a trial run
           *> (RUNPARM mode T) prints draft statements only, a commit
           *> run (mode C) also posts YTD to EMPLOYEE-MASTER, clears
           *> the leave balance, rewrites the loans, court orders and
           *> deductions, writes the SETLXFR bank-transfer file, the
           *> FINAL-SETTLEMENT row, a JOURNAL batch SETTL and a
           *> FINALSET row on RUN-CONTROL
           *> journal lines now carry their source system, the job
           *> name as document reference and the run date, so the
           *> GL inquiry can trace a balance back to this run
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT RATE-TABLE-FILE ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT TAX-BRACKET-FILE ASSIGN TO "TAXBRKT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXBRKT-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT OPTIONAL STAFF-LOAN-FILE ASSIGN TO "STAFLOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-LOAN-NO
               FILE STATUS IS WS-STAFLOAN-STATUS.

           SELECT OPTIONAL DEDUCTION-MASTER-FILE ASSIGN TO "DEDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCTION-STATUS.

           SELECT OPTIONAL COURT-ORDER-FILE ASSIGN TO "COURTORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURT-STATUS.

           SELECT OPTIONAL DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT OPTIONAL SETTLEMENT-FILE ASSIGN TO "SETTLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT BANK-TRANSFER-FILE ASSIGN TO "SETLXFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKXFR-STATUS.

           SELECT PRINT-FILE ASSIGN TO "SETLSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD EMPLOYEE-MASTER.
           COPY EMPMSTR.

       FD RATE-TABLE-FILE.
           COPY RATETAB.

       FD TAX-BRACKET-FILE.
           COPY TAXBRKT.

       FD LEAVE-BALANCE-FILE.
           COPY LEAVEBAL.

       FD STAFF-LOAN-FILE.
           COPY STAFLOAN.

       FD DEDUCTION-MASTER-FILE.
           COPY DEDMSTR.

       FD COURT-ORDER-FILE.
           COPY COURTORD.

       FD DEPARTMENT-MASTER.
           COPY DEPTMSTR.

       FD SETTLEMENT-FILE.
           COPY SETTLREG.

       FD JOURNAL-FILE.
           COPY JRNLENT.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD BANK-TRANSFER-FILE.
           01 BANK-HEADER-RECORD.
               05 BH-RECORD-TYPE         PIC X(01).
               05 BH-RUN-DATE            PIC 9(08).
               05 FILLER                 PIC X(27).
           01 BANK-DETAIL-RECORD.
               05 BD-RECORD-TYPE         PIC X(01).
               05 BD-EMP-ID              PIC 9(05).
               05 BD-BANK-CODE           PIC X(04).
               05 BD-BANK-ACCOUNT        PIC X(12).
               05 BD-NET-PAY             PIC 9(09)V99.
               05 FILLER                 PIC X(03).
           01 BANK-TRAILER-RECORD.
               05 BT-RECORD-TYPE         PIC X(01).
               05 BT-RECORD-COUNT        PIC 9(07).
               05 BT-TOTAL-AMOUNT        PIC 9(11)V99.
               05 FILLER                 PIC X(15).

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-EMPLOYEE-STATUS PIC X(02) VALUE SPACES.
           01 WS-RATE-STATUS PIC X(02) VALUE SPACES.
           01 WS-TAXBRKT-STATUS PIC X(02) VALUE SPACES.
           01 WS-LEAVE-STATUS PIC X(02) VALUE SPACES.
           01 WS-STAFLOAN-STATUS PIC X(02) VALUE SPACES.
           01 WS-DEDUCTION-STATUS PIC X(02) VALUE SPACES.
           01 WS-COURT-STATUS PIC X(02) VALUE SPACES.
           01 WS-DEPT-STATUS PIC X(02) VALUE SPACES.
           01 WS-SETTLE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-BANKXFR-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-RATE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-RATE-EOF VALUE 'Y'.
           01 WS-TAXBRKT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TAXBRKT-EOF VALUE 'Y'.
           01 WS-DEDUCTION-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DEDUCTION-EOF VALUE 'Y'.
           01 WS-COURT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-COURT-EOF VALUE 'Y'.
           01 WS-DEPT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DEPT-EOF VALUE 'Y'.
           01 WS-SETTLE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SETTLE-EOF VALUE 'Y'.
           01 WS-RUNCTL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-RUNCTL-EOF VALUE 'Y'.
           01 WS-LOAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LOAN-EOF VALUE 'Y'.
           01 WS-STAFLOAN-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88 WS-STAFLOAN-OPEN VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "FINALSET".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.
           01 WS-RUN-MODE PIC X(01) VALUE 'T'.
               88 WS-TRIAL-MODE VALUE 'T'.
               88 WS-COMMIT-MODE VALUE 'C'.
           01 WS-LAST-PAYROLL-DATE PIC 9(08) VALUE ZERO.

           01 WS-UJ-MASTER PIC X(08) VALUE "EMPMAST ".
           01 WS-UJ-ACTION PIC X(01) VALUE 'R'.
           01 WS-UJ-KEY PIC X(10) VALUE SPACES.
           01 WS-UJ-PROGRAM PIC X(08) VALUE "FINALSET".
           01 WS-UJ-OPERATOR PIC X(10) VALUE "PAYROLL".
           01 WS-UJ-BEFORE PIC X(120) VALUE SPACES.
           01 WS-UJ-AFTER PIC X(120) VALUE SPACES.

           01 WS-LOCK-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-LOCK-MASTER PIC X(08) VALUE "EMPMAST ".
           01 WS-LOCK-JOB PIC X(08) VALUE "FINALSET".
           01 WS-LOCK-ANSWER PIC X(01) VALUE 'F'.

           01 WS-RATE-TABLE.
               02 WS-RATE-ENTRY OCCURS 10 TIMES
                       INDEXED BY WS-RATE-IDX.
                   05 WS-RT-MARITAL-STATUS PIC X(02).
                   05 WS-RT-BASE-SALARY PIC 9(07)V99.
           01 WS-RATE-COUNT PIC 9(02) VALUE ZERO.
           01 WS-WORKING-DAYS-PER-PERIOD PIC 9(02) VALUE 30.
           01 WS-HOURS-PER-DAY PIC 9(02) VALUE 8.

           01 WS-TAX-RATE PIC V99 VALUE .20.
           01 WS-BRACKET-TABLE.
               02 WS-BRACKET-ENTRY OCCURS 20 TIMES
                       INDEXED BY WS-BRACKET-IDX.
                   05 WS-TB-LOWER PIC 9(07)V99.
                   05 WS-TB-UPPER PIC 9(07)V99.
                   05 WS-TB-RATE PIC V999.
                   05 WS-TB-FIXED PIC 9(07)V99.
           01 WS-BRACKET-COUNT PIC 9(02) VALUE ZERO.
           01 WS-BRACKET-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BRACKET-FOUND VALUE 'Y'.
           01 WS-TAX-BASE PIC 9(07)V99 VALUE ZERO.
           01 WS-TAX-RESULT PIC 9(07)V99 VALUE ZERO.
           01 WS-REGULAR-GROSS PIC 9(07)V99 VALUE ZERO.
           01 WS-REGULAR-TAX PIC 9(07)V99 VALUE ZERO.
           01 WS-PAYOUT-SHARE PIC 9(07)V99 VALUE ZERO.
           01 WS-LOADED-TAX PIC 9(07)V99 VALUE ZERO.
           01 WS-PAYOUT-TAX PIC S9(09)V99 VALUE ZERO.

           01 WS-DEDUCTION-TABLE.
               02 WS-DED-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-DED-IDX.
                   05 WS-DED-EMP-ID PIC 9(05).
                   05 WS-DED-CODE PIC X(04).
                   05 WS-DED-METHOD PIC X(01).
                   05 WS-DED-AMOUNT PIC 9(07)V99.
                   05 WS-DED-PERCENT PIC 9(02)V99.
                   05 WS-DED-BALANCE PIC 9(07)V99.
                   05 WS-DED-EMPLOYER-PCT PIC 9(03)V99.
           01 WS-DEDUCTION-COUNT PIC 9(03) VALUE ZERO.
           01 WS-DEDUCTION-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DEDUCTION-OVERFLOWED VALUE 'Y'.

           01 WS-COURT-TABLE.
               02 WS-CT-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-CT-IDX.
                   05 WS-CT-EMP-ID PIC 9(05).
                   05 WS-CT-ORDER-NO PIC X(08).
                   05 WS-CT-PRIORITY PIC 9(02).
                   05 WS-CT-PERIOD-AMOUNT PIC 9(07)V99.
                   05 WS-CT-MAX-NET-PCT PIC 9(02)V99.
                   05 WS-CT-ORDERED PIC 9(09)V99.
                   05 WS-CT-TAKEN PIC 9(09)V99.
                   05 WS-CT-PROTECTED PIC 9(07)V99.
                   05 WS-CT-SHORTFALL PIC 9(07)V99.
                   05 WS-CT-STATUS PIC X(01).
           01 WS-COURT-COUNT PIC 9(02) VALUE ZERO.
           01 WS-COURT-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-COURT-OVERFLOWED VALUE 'Y'.
           01 WS-PRIORITY-SUB PIC 9(03) VALUE ZERO.
           01 WS-ORDER-TAKEN PIC 9(09)V99 VALUE ZERO.
           01 WS-ORDER-CAP PIC 9(09)V99 VALUE ZERO.

      *> leavers already settled, off FINAL-SETTLEMENT
           01 WS-SETTLED-TABLE.
               02 WS-SETTLED-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-SETTLED-IDX.
                   05 WS-SETTLED-EMP-ID PIC 9(05).
           01 WS-SETTLED-COUNT PIC 9(03) VALUE ZERO.
           01 WS-FIND-EMP-ID PIC 9(05) VALUE ZERO.
           01 WS-SETTLED-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SETTLED-FOUND VALUE 'Y'.

           01 WS-DEPT-TABLE.
               02 WS-DEPT-ENTRY OCCURS 30 TIMES
                       INDEXED BY WS-DEPT-IDX.
                   05 WS-DEPT-CODE PIC X(10).
                   05 WS-DEPT-ACCOUNT PIC X(10).
                   05 WS-DEPT-GROSS PIC 9(11)V99.
           01 WS-DEPT-COUNT PIC 9(02) VALUE ZERO.
           01 WS-DEPT-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DEPT-FOUND VALUE 'Y'.
           01 WS-UNALLOCATED-GROSS PIC 9(11)V99 VALUE ZERO.

           01 WS-GL-ACCOUNTS.
               02 WS-SALARY-EXPENSE-ACCT PIC X(10)
                   VALUE "SALEXPENSE".
               02 WS-TAX-PAYABLE-ACCT PIC X(10)
                   VALUE "TAXPAYABLE".
               02 WS-NET-CLEARING-ACCT PIC X(10)
                   VALUE "NETPAYCLRG".

      *> the leaver in hand
           01 WS-SETTLE-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SETTLE-LEAVER VALUE 'Y'.
           01 WS-DAILY-RATE PIC 9(05)V99 VALUE ZERO.
           01 WS-MONTHLY-BASE PIC 9(07)V99 VALUE ZERO.
           01 WS-LEAVE-DAYS PIC 9(03)V9 VALUE ZERO.
           01 WS-LEAVE-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LEAVE-FOUND VALUE 'Y'.
           01 WS-LEAVE-PAY PIC 9(07)V99 VALUE ZERO.
           01 WS-AVAILABLE PIC S9(09)V99 VALUE ZERO.
           01 WS-COURT-RECOVERED PIC 9(07)V99 VALUE ZERO.
           01 WS-LOAN-RECOVERED PIC 9(07)V99 VALUE ZERO.
           01 WS-DED-RECOVERED PIC 9(07)V99 VALUE ZERO.
           01 WS-AMOUNT-DUE PIC 9(07)V99 VALUE ZERO.
           01 WS-NET-PAY PIC S9(09)V99 VALUE ZERO.
           01 WS-RECOVER-NOW PIC 9(09)V99 VALUE ZERO.
           01 WS-LEDGER-LOAN-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LEDGER-LOAN VALUE 'Y'.
           01 WS-MONTHS-LEFT PIC 9(03) VALUE ZERO.
           01 WS-REBATE PIC 9(09)V99 VALUE ZERO.
           01 WS-LOAN-SETTLEMENT PIC 9(09)V99 VALUE ZERO.
           01 WS-PAID-BY PIC X(01) VALUE 'N'.
           01 WS-EDIT-AMOUNT PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-RATE PIC ZZ,ZZ9.99.
           01 WS-EDIT-DAYS PIC ZZ9.9.
           01 WS-EDIT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-LEAVERS-SETTLED PIC 9(05) VALUE ZERO.
           01 WS-LEAVERS-WAITING PIC 9(05) VALUE ZERO.
           01 WS-LEAVE-PAY-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-TAX-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-NET-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-CLEARING-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-BANK-RECORD-COUNT PIC 9(07) VALUE ZERO.
           01 WS-BANK-TOTAL-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-CASH-PAY-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-RATE-TABLE-PARA
           PERFORM LOAD-TAX-BRACKET-PARA
           PERFORM LOAD-SETTLED-PARA
           PERFORM LOAD-DEDUCTION-TABLE-PARA
           PERFORM LOAD-COURT-ORDER-PARA
           IF WS-COURT-OVERFLOWED OR WS-DEDUCTION-OVERFLOWED
               DISPLAY "*** COURTORD OR DEDMAST HOLDS MORE ROWS THAN "
                   "THE TABLES - A COMMIT WOULD DESTROY THE ROWS "
                   "PAST THE LIMIT - RUN REFUSED ***"
               STOP RUN
           END-IF
           PERFORM LOAD-DEPARTMENT-PARA
           PERFORM LOAD-LAST-PAYROLL-PARA
           PERFORM OPEN-PARA

           MOVE ZERO TO EM-EMP-ID
           START EMPLOYEE-MASTER KEY >= EM-EMP-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM SCAN-EMPLOYEE-PARA UNTIL WS-EOF

           PERFORM PRINT-TOTALS-PARA
           PERFORM CLOSE-PARA
           PERFORM SAVE-DEDUCTION-TABLE-PARA
           PERFORM SAVE-COURT-ORDER-PARA

           MOVE WS-NET-TOTAL TO WS-EDIT-TOTAL
           DISPLAY "----- Final Settlement -----"
           DISPLAY "RUN DATE : " WS-RUN-DATE
           DISPLAY "LEAVERS SETTLED      : " WS-LEAVERS-SETTLED
           DISPLAY "WAITING FOR PAYROLL  : " WS-LEAVERS-WAITING
           DISPLAY "NET SETTLEMENTS      : " WS-EDIT-TOTAL
           DISPLAY "SETTLEMENT STATEMENTS SPOOLED TO SETLSTMT"
           IF WS-COMMIT-MODE
               PERFORM WRITE-GL-JOURNAL-PARA
               PERFORM LOG-RUN-CONTROL-PARA
           ELSE
               DISPLAY "*** TRIAL RUN - DRAFT STATEMENTS ONLY, "
                   "NOTHING POSTED ***"
           END-IF

            STOP RUN.

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
               DISPLAY "*** TRIAL RUN - NOTHING WILL BE POSTED TO "
                   "EMPLOYEE-MASTER ***"
           END-IF.

           SCHEDULE-CHECK-PARA.

           CALL "JobScheduleCheck"
               USING WS-JOBCHK-JOB WS-RUN-DATE WS-JOBCHK-OK
           IF WS-JOBCHK-OK = 'N'
               DISPLAY "RUN REFUSED BY THE JOB SCHEDULE"
               STOP RUN
           END-IF.

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

      *>--------------- reference tables ---------------

           LOAD-RATE-TABLE-PARA.

           OPEN INPUT RATE-TABLE-FILE
           PERFORM READ-RATE-PARA
           PERFORM BUILD-RATE-TABLE-PARA UNTIL WS-RATE-EOF
           CLOSE RATE-TABLE-FILE.

           READ-RATE-PARA.

           READ RATE-TABLE-FILE
               AT END MOVE 'Y' TO WS-RATE-EOF-SWITCH
           END-READ.

           BUILD-RATE-TABLE-PARA.

           IF WS-RATE-COUNT < 10
               ADD 1 TO WS-RATE-COUNT
               SET WS-RATE-IDX TO WS-RATE-COUNT
               MOVE RATE-TABLE-RECORD TO WS-RATE-ENTRY(WS-RATE-IDX)
           END-IF
           PERFORM READ-RATE-PARA.

           LOAD-TAX-BRACKET-PARA.

           OPEN INPUT TAX-BRACKET-FILE
           PERFORM READ-TAXBRKT-PARA
           PERFORM BUILD-BRACKET-TABLE-PARA UNTIL WS-TAXBRKT-EOF
           CLOSE TAX-BRACKET-FILE
           IF WS-BRACKET-COUNT = ZERO
               DISPLAY "NO TAX BRACKETS ON FILE - FLAT RATE OF "
                   WS-TAX-RATE " WILL APPLY"
           END-IF.

           READ-TAXBRKT-PARA.

           READ TAX-BRACKET-FILE
               AT END MOVE 'Y' TO WS-TAXBRKT-EOF-SWITCH
           END-READ.

           BUILD-BRACKET-TABLE-PARA.

           IF WS-BRACKET-COUNT < 20
               ADD 1 TO WS-BRACKET-COUNT
               SET WS-BRACKET-IDX TO WS-BRACKET-COUNT
               MOVE TB-LOWER-BOUND TO WS-TB-LOWER(WS-BRACKET-IDX)
               MOVE TB-UPPER-BOUND TO WS-TB-UPPER(WS-BRACKET-IDX)
               MOVE TB-TAX-RATE TO WS-TB-RATE(WS-BRACKET-IDX)
               MOVE TB-FIXED-AMOUNT TO WS-TB-FIXED(WS-BRACKET-IDX)
           END-IF
           PERFORM READ-TAXBRKT-PARA.

           LOAD-SETTLED-PARA.

           OPEN INPUT SETTLEMENT-FILE
           PERFORM READ-SETTLED-PARA
           PERFORM UNTIL WS-SETTLE-EOF
               MOVE FN-EMP-ID TO WS-FIND-EMP-ID
               PERFORM ADD-SETTLED-PARA
               PERFORM READ-SETTLED-PARA
           END-PERFORM
           CLOSE SETTLEMENT-FILE.

           READ-SETTLED-PARA.

           READ SETTLEMENT-FILE
               AT END MOVE 'Y' TO WS-SETTLE-EOF-SWITCH
           END-READ.

           ADD-SETTLED-PARA.

           IF WS-SETTLED-COUNT < 500
               ADD 1 TO WS-SETTLED-COUNT
               SET WS-SETTLED-IDX TO WS-SETTLED-COUNT
               MOVE WS-FIND-EMP-ID TO WS-SETTLED-EMP-ID(WS-SETTLED-IDX)
           END-IF.

           FIND-SETTLED-PARA.

           MOVE 'N' TO WS-SETTLED-FOUND-SWITCH
           SET WS-SETTLED-IDX TO 1
           SEARCH WS-SETTLED-ENTRY
               AT END CONTINUE
               WHEN WS-SETTLED-IDX > WS-SETTLED-COUNT
                   CONTINUE
               WHEN WS-SETTLED-EMP-ID(WS-SETTLED-IDX) = WS-FIND-EMP-ID
                   MOVE 'Y' TO WS-SETTLED-FOUND-SWITCH
           END-SEARCH.

           LOAD-DEDUCTION-TABLE-PARA.

           OPEN INPUT DEDUCTION-MASTER-FILE
           PERFORM READ-DEDUCTION-PARA
           PERFORM BUILD-DEDUCTION-TABLE-PARA UNTIL WS-DEDUCTION-EOF
           CLOSE DEDUCTION-MASTER-FILE.

           READ-DEDUCTION-PARA.

           READ DEDUCTION-MASTER-FILE
               AT END MOVE 'Y' TO WS-DEDUCTION-EOF-SWITCH
           END-READ.

           BUILD-DEDUCTION-TABLE-PARA.

           IF WS-DEDUCTION-COUNT = 500
               MOVE 'Y' TO WS-DEDUCTION-OVERFLOW-SWITCH
               MOVE 'Y' TO WS-DEDUCTION-EOF-SWITCH
           ELSE
               ADD 1 TO WS-DEDUCTION-COUNT
               SET WS-DED-IDX TO WS-DEDUCTION-COUNT
               MOVE DM-EMP-ID TO WS-DED-EMP-ID(WS-DED-IDX)
               MOVE DM-DEDUCTION-CODE TO WS-DED-CODE(WS-DED-IDX)
               MOVE DM-METHOD TO WS-DED-METHOD(WS-DED-IDX)
               MOVE DM-AMOUNT TO WS-DED-AMOUNT(WS-DED-IDX)
               MOVE DM-PERCENT TO WS-DED-PERCENT(WS-DED-IDX)
               MOVE DM-REMAINING-BALANCE TO WS-DED-BALANCE(WS-DED-IDX)
               MOVE DM-EMPLOYER-PCT TO WS-DED-EMPLOYER-PCT(WS-DED-IDX)
               PERFORM READ-DEDUCTION-PARA
           END-IF.

           SAVE-DEDUCTION-TABLE-PARA.

      *> a settled leaver's rows are closed by leaving them off the
      *> rewritten file - whatever they still owed is carried on
      *> their FINAL-SETTLEMENT row as the amount due
           IF WS-DEDUCTION-COUNT > ZERO AND WS-COMMIT-MODE
               OPEN OUTPUT DEDUCTION-MASTER-FILE
               PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                       UNTIL WS-DED-IDX > WS-DEDUCTION-COUNT
                   MOVE WS-DED-EMP-ID(WS-DED-IDX) TO WS-FIND-EMP-ID
                   PERFORM FIND-SETTLED-PARA
                   IF NOT WS-SETTLED-FOUND
                       MOVE WS-DED-EMP-ID(WS-DED-IDX) TO DM-EMP-ID
                       MOVE WS-DED-CODE(WS-DED-IDX)
                           TO DM-DEDUCTION-CODE
                       MOVE WS-DED-METHOD(WS-DED-IDX) TO DM-METHOD
                       MOVE WS-DED-AMOUNT(WS-DED-IDX) TO DM-AMOUNT
                       MOVE WS-DED-PERCENT(WS-DED-IDX) TO DM-PERCENT
                       MOVE WS-DED-BALANCE(WS-DED-IDX)
                           TO DM-REMAINING-BALANCE
                       MOVE WS-DED-EMPLOYER-PCT(WS-DED-IDX)
                           TO DM-EMPLOYER-PCT
                       WRITE DEDUCTION-MASTER-RECORD
                   END-IF
               END-PERFORM
               CLOSE DEDUCTION-MASTER-FILE
           END-IF.

           LOAD-COURT-ORDER-PARA.

           OPEN INPUT COURT-ORDER-FILE
           PERFORM READ-COURT-ORDER-PARA
           PERFORM BUILD-COURT-TABLE-PARA UNTIL WS-COURT-EOF
           CLOSE COURT-ORDER-FILE.

           READ-COURT-ORDER-PARA.

           READ COURT-ORDER-FILE
               AT END MOVE 'Y' TO WS-COURT-EOF-SWITCH
           END-READ.

           BUILD-COURT-TABLE-PARA.

           IF WS-COURT-COUNT = 50
               MOVE 'Y' TO WS-COURT-OVERFLOW-SWITCH
               MOVE 'Y' TO WS-COURT-EOF-SWITCH
           ELSE
               ADD 1 TO WS-COURT-COUNT
               SET WS-CT-IDX TO WS-COURT-COUNT
               MOVE CT-EMP-ID TO WS-CT-EMP-ID(WS-CT-IDX)
               MOVE CT-ORDER-NO TO WS-CT-ORDER-NO(WS-CT-IDX)
               MOVE CT-PRIORITY TO WS-CT-PRIORITY(WS-CT-IDX)
               MOVE CT-PERIOD-AMOUNT
                   TO WS-CT-PERIOD-AMOUNT(WS-CT-IDX)
               MOVE CT-MAX-NET-PCT TO WS-CT-MAX-NET-PCT(WS-CT-IDX)
               MOVE CT-ORDERED-TOTAL TO WS-CT-ORDERED(WS-CT-IDX)
               MOVE CT-TAKEN-TO-DATE TO WS-CT-TAKEN(WS-CT-IDX)
               MOVE CT-PROTECTED-NET TO WS-CT-PROTECTED(WS-CT-IDX)
               MOVE CT-SHORTFALL TO WS-CT-SHORTFALL(WS-CT-IDX)
               MOVE CT-STATUS TO WS-CT-STATUS(WS-CT-IDX)
               PERFORM READ-COURT-ORDER-PARA
           END-IF.

           SAVE-COURT-ORDER-PARA.

           IF WS-COURT-COUNT > ZERO AND WS-COMMIT-MODE
               OPEN OUTPUT COURT-ORDER-FILE
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-COURT-COUNT
                   MOVE WS-CT-EMP-ID(WS-CT-IDX) TO CT-EMP-ID
                   MOVE WS-CT-ORDER-NO(WS-CT-IDX) TO CT-ORDER-NO
                   MOVE WS-CT-PRIORITY(WS-CT-IDX) TO CT-PRIORITY
                   MOVE WS-CT-PERIOD-AMOUNT(WS-CT-IDX)
                       TO CT-PERIOD-AMOUNT
                   MOVE WS-CT-MAX-NET-PCT(WS-CT-IDX)
                       TO CT-MAX-NET-PCT
                   MOVE WS-CT-ORDERED(WS-CT-IDX) TO CT-ORDERED-TOTAL
                   MOVE WS-CT-TAKEN(WS-CT-IDX) TO CT-TAKEN-TO-DATE
                   MOVE WS-CT-PROTECTED(WS-CT-IDX)
                       TO CT-PROTECTED-NET
                   MOVE WS-CT-SHORTFALL(WS-CT-IDX) TO CT-SHORTFALL
                   MOVE WS-CT-STATUS(WS-CT-IDX) TO CT-STATUS
                   WRITE COURT-ORDER-RECORD
               END-PERFORM
               CLOSE COURT-ORDER-FILE
           END-IF.

           LOAD-DEPARTMENT-PARA.

           OPEN INPUT DEPARTMENT-MASTER
           IF WS-DEPT-STATUS = "35"
               CLOSE DEPARTMENT-MASTER
           ELSE
               PERFORM READ-DEPARTMENT-PARA
               PERFORM BUILD-DEPT-TABLE-PARA UNTIL WS-DEPT-EOF
               CLOSE DEPARTMENT-MASTER
           END-IF.

           READ-DEPARTMENT-PARA.

           READ DEPARTMENT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-DEPT-EOF-SWITCH
           END-READ.

           BUILD-DEPT-TABLE-PARA.

           IF WS-DEPT-COUNT < 30
               ADD 1 TO WS-DEPT-COUNT
               SET WS-DEPT-IDX TO WS-DEPT-COUNT
               MOVE DP-DEPT-CODE TO WS-DEPT-CODE(WS-DEPT-IDX)
               MOVE DP-EXPENSE-ACCOUNT
                   TO WS-DEPT-ACCOUNT(WS-DEPT-IDX)
               MOVE ZERO TO WS-DEPT-GROSS(WS-DEPT-IDX)
           END-IF
           PERFORM READ-DEPARTMENT-PARA.

           ALLOCATE-DEPT-GROSS-PARA.

           MOVE 'N' TO WS-DEPT-FOUND-SWITCH
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-CODE(WS-DEPT-IDX) = EM-DEPARTMENT
                   ADD WS-LEAVE-PAY TO WS-DEPT-GROSS(WS-DEPT-IDX)
                   MOVE 'Y' TO WS-DEPT-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT WS-DEPT-FOUND
               ADD WS-LEAVE-PAY TO WS-UNALLOCATED-GROSS
           END-IF.

           LOAD-LAST-PAYROLL-PARA.

      *> the latest PAYROLL register run - a leaver is only settled
      *> once their final month has been through it
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM READ-RUNCTL-PARA
           PERFORM UNTIL WS-RUNCTL-EOF
               IF RC-JOB-NAME = "PAYROLL "
                       AND RC-RUN-DATE > WS-LAST-PAYROLL-DATE
                   MOVE RC-RUN-DATE TO WS-LAST-PAYROLL-DATE
               END-IF
               PERFORM READ-RUNCTL-PARA
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

           READ-RUNCTL-PARA.

           READ RUN-CONTROL-FILE
               AT END MOVE 'Y' TO WS-RUNCTL-EOF-SWITCH
           END-READ.

           OPEN-PARA.

           IF WS-COMMIT-MODE
               MOVE 'S' TO WS-LOCK-FUNCTION
               CALL "BatchLock" USING WS-LOCK-FUNCTION
                   WS-LOCK-MASTER WS-LOCK-JOB WS-LOCK-ANSWER
               OPEN I-O EMPLOYEE-MASTER
               OPEN I-O LEAVE-BALANCE-FILE
               OPEN I-O STAFF-LOAN-FILE
               OPEN EXTEND SETTLEMENT-FILE
               OPEN OUTPUT BANK-TRANSFER-FILE
               MOVE 'H' TO BH-RECORD-TYPE
               MOVE WS-RUN-DATE TO BH-RUN-DATE
               WRITE BANK-HEADER-RECORD
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
               OPEN INPUT LEAVE-BALANCE-FILE
               OPEN INPUT STAFF-LOAN-FILE
           END-IF
           IF WS-STAFLOAN-STATUS = "00" OR WS-STAFLOAN-STATUS = "05"
               MOVE 'Y' TO WS-STAFLOAN-OPEN-SWITCH
           END-IF
           OPEN OUTPUT PRINT-FILE.

           CLOSE-PARA.

           CLOSE EMPLOYEE-MASTER
           CLOSE LEAVE-BALANCE-FILE
           IF WS-STAFLOAN-OPEN
               CLOSE STAFF-LOAN-FILE
           END-IF
           CLOSE PRINT-FILE
           IF WS-COMMIT-MODE
               CLOSE SETTLEMENT-FILE
               MOVE 'T' TO BT-RECORD-TYPE
               MOVE WS-BANK-RECORD-COUNT TO BT-RECORD-COUNT
               MOVE WS-BANK-TOTAL-AMOUNT TO BT-TOTAL-AMOUNT
               WRITE BANK-TRAILER-RECORD
               CLOSE BANK-TRANSFER-FILE
           END-IF.

      *>--------------- finding the leavers ---------------

           SCAN-EMPLOYEE-PARA.

           READ EMPLOYEE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF EM-TERMINATED
                           AND EM-TERMINATION-DATE NOT = ZERO
                           AND EM-TERMINATION-DATE <= WS-RUN-DATE
                       MOVE EM-EMP-ID TO WS-FIND-EMP-ID
                       PERFORM FIND-SETTLED-PARA
                       IF NOT WS-SETTLED-FOUND
                           PERFORM CHECK-FINAL-PAYROLL-PARA
                       END-IF
                   END-IF
           END-READ.

           CHECK-FINAL-PAYROLL-PARA.

           IF WS-LAST-PAYROLL-DATE(1:6) < EM-TERMINATION-DATE(1:6)
               ADD 1 TO WS-LEAVERS-WAITING
               DISPLAY "LEAVER " EM-EMP-ID " " EM-EMP-NAME
                   " - FINAL MONTH NOT YET THROUGH THE PAYROLL "
                   "REGISTER - NOT SETTLED"
           ELSE
               MOVE EMPLOYEE-MASTER-RECORD TO WS-UJ-BEFORE
               PERFORM SETTLE-LEAVER-PARA
           END-IF.

      *>--------------- settling one leaver ---------------

           SETTLE-LEAVER-PARA.

           MOVE ZERO TO WS-LEAVE-DAYS WS-LEAVE-PAY WS-PAYOUT-TAX
               WS-COURT-RECOVERED WS-LOAN-RECOVERED
               WS-DED-RECOVERED WS-AMOUNT-DUE WS-NET-PAY
           PERFORM PRINT-STATEMENT-HEAD-PARA
           PERFORM DAILY-RATE-PARA
           PERFORM LEAVE-PAYOUT-PARA
           PERFORM COMPUTE-PAYOUT-TAX-PARA
           COMPUTE WS-AVAILABLE = WS-LEAVE-PAY - WS-PAYOUT-TAX
           PERFORM RECOVER-COURT-ORDERS-PARA
           PERFORM RECOVER-STAFF-LOANS-PARA
           PERFORM RECOVER-DEDUCTIONS-PARA
           COMPUTE WS-NET-PAY = WS-LEAVE-PAY - WS-PAYOUT-TAX
               - WS-COURT-RECOVERED - WS-LOAN-RECOVERED
               - WS-DED-RECOVERED
           MOVE 'N' TO WS-PAID-BY
           IF WS-COMMIT-MODE
               PERFORM POST-SETTLEMENT-PARA
           END-IF
           PERFORM PRINT-STATEMENT-FOOT-PARA
           ADD 1 TO WS-LEAVERS-SETTLED
           ADD WS-LEAVE-PAY TO WS-LEAVE-PAY-TOTAL
           ADD WS-PAYOUT-TAX TO WS-TAX-TOTAL
           ADD WS-NET-PAY TO WS-NET-TOTAL
           PERFORM ALLOCATE-DEPT-GROSS-PARA.

           DAILY-RATE-PARA.

           MOVE ZERO TO WS-MONTHLY-BASE
           IF EM-HOURLY
               COMPUTE WS-DAILY-RATE ROUNDED =
                   EM-HOURLY-RATE * WS-HOURS-PER-DAY
               COMPUTE WS-MONTHLY-BASE =
                   WS-DAILY-RATE * WS-WORKING-DAYS-PER-PERIOD
           ELSE
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-COUNT
                   IF WS-RT-MARITAL-STATUS(WS-RATE-IDX)
                           = EM-MARITAL-STATUS
                       MOVE WS-RT-BASE-SALARY(WS-RATE-IDX)
                           TO WS-MONTHLY-BASE
                   END-IF
               END-PERFORM
               COMPUTE WS-DAILY-RATE ROUNDED =
                   WS-MONTHLY-BASE / WS-WORKING-DAYS-PER-PERIOD
           END-IF.

           LEAVE-PAYOUT-PARA.

           MOVE 'N' TO WS-LEAVE-FOUND-SWITCH
           MOVE EM-EMP-ID TO LB-EMP-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEAVE-FOUND-SWITCH
                   IF LB-ENTITLED-DAYS > LB-TAKEN-DAYS
                       COMPUTE WS-LEAVE-DAYS =
                           LB-ENTITLED-DAYS - LB-TAKEN-DAYS
                   END-IF
           END-READ
           COMPUTE WS-LEAVE-PAY ROUNDED = WS-LEAVE-DAYS * WS-DAILY-RATE
           MOVE WS-LEAVE-DAYS TO WS-EDIT-DAYS
           MOVE WS-DAILY-RATE TO WS-EDIT-RATE
           MOVE WS-LEAVE-PAY TO WS-EDIT-AMOUNT
           STRING "UNUSED LEAVE PAID OUT   " DELIMITED BY SIZE
               WS-EDIT-DAYS DELIMITED BY SIZE
               " DAYS AT " DELIMITED BY SIZE
               WS-EDIT-RATE DELIMITED BY SIZE
               "          " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           COMPUTE-PAYOUT-TAX-PARA.

      *> the annualised method of the off-cycle bonus run - a
      *> twelfth of the payout laid over the regular monthly base
           MOVE WS-MONTHLY-BASE TO WS-REGULAR-GROSS
           COMPUTE WS-PAYOUT-SHARE ROUNDED = WS-LEAVE-PAY / 12
           MOVE WS-REGULAR-GROSS TO WS-TAX-BASE
           PERFORM COMPUTE-TAX-ON-BASE-PARA
           MOVE WS-TAX-RESULT TO WS-REGULAR-TAX
           COMPUTE WS-TAX-BASE = WS-REGULAR-GROSS + WS-PAYOUT-SHARE
           PERFORM COMPUTE-TAX-ON-BASE-PARA
           MOVE WS-TAX-RESULT TO WS-LOADED-TAX
           COMPUTE WS-PAYOUT-TAX =
               (WS-LOADED-TAX - WS-REGULAR-TAX) * 12
           IF WS-PAYOUT-TAX < ZERO
               MOVE ZERO TO WS-PAYOUT-TAX
           END-IF
           IF WS-PAYOUT-TAX > WS-LEAVE-PAY
               MOVE WS-LEAVE-PAY TO WS-PAYOUT-TAX
           END-IF
           MOVE WS-PAYOUT-TAX TO WS-EDIT-AMOUNT
           STRING "LESS TAX WITHHELD                              "
                   DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           COMPUTE-TAX-ON-BASE-PARA.

           MOVE ZERO TO WS-TAX-RESULT
           IF WS-TAX-BASE > ZERO
               MOVE 'N' TO WS-BRACKET-FOUND-SWITCH
               PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
                       UNTIL WS-BRACKET-IDX > WS-BRACKET-COUNT
                   IF WS-TAX-BASE >= WS-TB-LOWER(WS-BRACKET-IDX)
                           AND WS-TAX-BASE
                               <= WS-TB-UPPER(WS-BRACKET-IDX)
                       COMPUTE WS-TAX-RESULT ROUNDED =
                           WS-TB-FIXED(WS-BRACKET-IDX)
                           + ((WS-TAX-BASE
                               - WS-TB-LOWER(WS-BRACKET-IDX))
                               * WS-TB-RATE(WS-BRACKET-IDX))
                       MOVE 'Y' TO WS-BRACKET-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF NOT WS-BRACKET-FOUND
                   COMPUTE WS-TAX-RESULT ROUNDED =
                       WS-TAX-BASE * WS-TAX-RATE
               END-IF
           END-IF.

           RECOVER-COURT-ORDERS-PARA.

      *> orders keep their legal priority - the shortfall each one
      *> carried forward comes off the settlement first, capped by
      *> the order's share of the net payout
           PERFORM VARYING WS-PRIORITY-SUB FROM 0 BY 1
                   UNTIL WS-PRIORITY-SUB > 99
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-COURT-COUNT
                   IF WS-CT-EMP-ID(WS-CT-IDX) = EM-EMP-ID
                           AND WS-CT-PRIORITY(WS-CT-IDX)
                               = WS-PRIORITY-SUB
                           AND WS-CT-STATUS(WS-CT-IDX) NOT = 'S'
                           AND WS-CT-SHORTFALL(WS-CT-IDX) > ZERO
                       PERFORM RECOVER-ONE-ORDER-PARA
                   END-IF
               END-PERFORM
           END-PERFORM.

           RECOVER-ONE-ORDER-PARA.

           MOVE WS-CT-SHORTFALL(WS-CT-IDX) TO WS-ORDER-TAKEN
           IF WS-CT-MAX-NET-PCT(WS-CT-IDX) > ZERO
               COMPUTE WS-ORDER-CAP ROUNDED =
                   ((WS-LEAVE-PAY - WS-PAYOUT-TAX)
                       * WS-CT-MAX-NET-PCT(WS-CT-IDX)) / 100
               IF WS-ORDER-TAKEN > WS-ORDER-CAP
                   MOVE WS-ORDER-CAP TO WS-ORDER-TAKEN
               END-IF
           END-IF
           IF WS-AVAILABLE < ZERO
               MOVE ZERO TO WS-AVAILABLE
           END-IF
           IF WS-ORDER-TAKEN > WS-AVAILABLE
               MOVE WS-AVAILABLE TO WS-ORDER-TAKEN
           END-IF
           SUBTRACT WS-ORDER-TAKEN FROM WS-AVAILABLE
           ADD WS-ORDER-TAKEN TO WS-COURT-RECOVERED
           ADD WS-ORDER-TAKEN TO WS-CT-TAKEN(WS-CT-IDX)
           SUBTRACT WS-ORDER-TAKEN FROM WS-CT-SHORTFALL(WS-CT-IDX)
           IF WS-CT-TAKEN(WS-CT-IDX) >= WS-CT-ORDERED(WS-CT-IDX)
               MOVE 'S' TO WS-CT-STATUS(WS-CT-IDX)
               MOVE ZERO TO WS-CT-SHORTFALL(WS-CT-IDX)
           END-IF
           MOVE WS-ORDER-TAKEN TO WS-EDIT-AMOUNT
           STRING "LESS COURT ORDER " DELIMITED BY SIZE
               WS-CT-ORDER-NO(WS-CT-IDX) DELIMITED BY SIZE
               " SHORTFALL                     " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           IF WS-CT-SHORTFALL(WS-CT-IDX) > ZERO
               STRING "    SHORTFALL STILL OPEN ON THE ORDER : "
                       DELIMITED BY SIZE
                   WS-CT-SHORTFALL(WS-CT-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-IF.

           RECOVER-STAFF-LOANS-PARA.

           MOVE 'N' TO WS-LEDGER-LOAN-SWITCH
           IF WS-STAFLOAN-OPEN
               MOVE 'N' TO WS-LOAN-EOF-SWITCH
               MOVE ZERO TO SL-LOAN-NO
               START STAFF-LOAN-FILE KEY >= SL-LOAN-NO
                   INVALID KEY MOVE 'Y' TO WS-LOAN-EOF-SWITCH
               END-START
               PERFORM SCAN-ONE-LOAN-PARA UNTIL WS-LOAN-EOF
           END-IF.

           SCAN-ONE-LOAN-PARA.

           READ STAFF-LOAN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LOAN-EOF-SWITCH
               NOT AT END
                   IF SL-EMP-ID = EM-EMP-ID AND SL-LOAN-OPEN
                           AND SL-BALANCE > ZERO
                       MOVE 'Y' TO WS-LEDGER-LOAN-SWITCH
                       PERFORM RECOVER-ONE-LOAN-PARA
                   END-IF
           END-READ.

           RECOVER-ONE-LOAN-PARA.

           CALL "LoanPayoff" USING STAFF-LOAN-RECORD WS-MONTHS-LEFT
               WS-REBATE WS-LOAN-SETTLEMENT
           IF WS-AVAILABLE < ZERO
               MOVE ZERO TO WS-AVAILABLE
           END-IF
           IF WS-AVAILABLE >= WS-LOAN-SETTLEMENT
      *> paid off in full - the early-settlement rebate applies
               MOVE WS-LOAN-SETTLEMENT TO WS-RECOVER-NOW
               MOVE ZERO TO SL-BALANCE
               MOVE 'P' TO SL-STATUS
           ELSE
      *> only part can be met - no rebate, the rest stays on the
      *> ledger as owed by the leaver
               MOVE WS-AVAILABLE TO WS-RECOVER-NOW
               SUBTRACT WS-RECOVER-NOW FROM SL-BALANCE
               ADD SL-BALANCE TO WS-AMOUNT-DUE
           END-IF
           SUBTRACT WS-RECOVER-NOW FROM WS-AVAILABLE
           ADD WS-RECOVER-NOW TO WS-LOAN-RECOVERED
           MOVE WS-RECOVER-NOW TO WS-EDIT-AMOUNT
           STRING "LESS STAFF LOAN " DELIMITED BY SIZE
               SL-LOAN-NO DELIMITED BY SIZE
               " AT PAYOFF " DELIMITED BY SIZE
               WS-LOAN-SETTLEMENT DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           IF WS-COMMIT-MODE
               REWRITE STAFF-LOAN-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO REWRITE LOAN " SL-LOAN-NO
               END-REWRITE
           END-IF.

           RECOVER-DEDUCTIONS-PARA.

      *> a bare LOAN balance only counts when no ledger loan stood
      *> behind it - a ledger loan was recovered above
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DEDUCTION-COUNT
               IF WS-DED-EMP-ID(WS-DED-IDX) = EM-EMP-ID
                       AND WS-DED-CODE(WS-DED-IDX) = "LOAN"
                       AND WS-DED-BALANCE(WS-DED-IDX) > ZERO
                       AND NOT WS-LEDGER-LOAN
                   PERFORM RECOVER-ONE-DEDUCTION-PARA
               END-IF
           END-PERFORM.

           RECOVER-ONE-DEDUCTION-PARA.

           IF WS-AVAILABLE < ZERO
               MOVE ZERO TO WS-AVAILABLE
           END-IF
           MOVE WS-DED-BALANCE(WS-DED-IDX) TO WS-RECOVER-NOW
           IF WS-RECOVER-NOW > WS-AVAILABLE
               MOVE WS-AVAILABLE TO WS-RECOVER-NOW
           END-IF
           SUBTRACT WS-RECOVER-NOW FROM WS-AVAILABLE
           SUBTRACT WS-RECOVER-NOW FROM WS-DED-BALANCE(WS-DED-IDX)
           ADD WS-DED-BALANCE(WS-DED-IDX) TO WS-AMOUNT-DUE
           ADD WS-RECOVER-NOW TO WS-DED-RECOVERED
           MOVE WS-RECOVER-NOW TO WS-EDIT-AMOUNT
           STRING "LESS DEDUCTION BALANCE " DELIMITED BY SIZE
               WS-DED-CODE(WS-DED-IDX) DELIMITED BY SIZE
               "                     " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           POST-SETTLEMENT-PARA.

           ADD WS-LEAVE-PAY TO EM-YTD-GROSS-PAY
           ADD WS-PAYOUT-TAX TO EM-YTD-TAX-WITHHELD
           MOVE WS-RUN-DATE TO EM-LAST-UPDATE-DATE
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO POST YTD FOR " EM-EMP-ID
               NOT INVALID KEY
                   MOVE EM-EMP-ID TO WS-UJ-KEY
                   MOVE EMPLOYEE-MASTER-RECORD TO WS-UJ-AFTER
                   CALL "UpdateJournal" USING WS-UJ-MASTER
                       WS-UJ-ACTION WS-UJ-KEY WS-UJ-PROGRAM
                       WS-UJ-OPERATOR WS-UJ-BEFORE WS-UJ-AFTER
           END-REWRITE
           IF WS-LEAVE-FOUND
               MOVE LB-ENTITLED-DAYS TO LB-TAKEN-DAYS
               MOVE ZERO TO LB-UNPAID-DAYS-PERIOD
               REWRITE LEAVE-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO CLEAR LEAVE BALANCE FOR "
                           EM-EMP-ID
               END-REWRITE
           END-IF
           IF WS-NET-PAY > ZERO
               IF EM-BANK-CODE = SPACES OR EM-BANK-ACCOUNT = SPACES
                   MOVE 'C' TO WS-PAID-BY
                   ADD 1 TO WS-CASH-PAY-COUNT
               ELSE
                   MOVE 'B' TO WS-PAID-BY
                   MOVE 'D' TO BD-RECORD-TYPE
                   MOVE EM-EMP-ID TO BD-EMP-ID
                   MOVE EM-BANK-CODE TO BD-BANK-CODE
                   MOVE EM-BANK-ACCOUNT TO BD-BANK-ACCOUNT
                   MOVE WS-NET-PAY TO BD-NET-PAY
                   WRITE BANK-DETAIL-RECORD
                   ADD 1 TO WS-BANK-RECORD-COUNT
                   ADD WS-NET-PAY TO WS-BANK-TOTAL-AMOUNT
               END-IF
           END-IF
           MOVE EM-EMP-ID TO FN-EMP-ID
           MOVE WS-RUN-DATE TO FN-SETTLE-DATE
           MOVE EM-TERMINATION-DATE TO FN-TERMINATION-DATE
           MOVE WS-LEAVE-DAYS TO FN-LEAVE-DAYS
           MOVE WS-DAILY-RATE TO FN-DAILY-RATE
           MOVE WS-LEAVE-PAY TO FN-LEAVE-PAY
           MOVE WS-PAYOUT-TAX TO FN-TAX
           MOVE WS-LOAN-RECOVERED TO FN-LOAN-RECOVERED
           MOVE WS-DED-RECOVERED TO FN-DEDUCTION-RECOVERED
           MOVE WS-COURT-RECOVERED TO FN-COURT-RECOVERED
           MOVE WS-NET-PAY TO FN-NET-PAY
           MOVE WS-AMOUNT-DUE TO FN-AMOUNT-DUE
           MOVE WS-PAID-BY TO FN-PAID-BY
           WRITE FINAL-SETTLEMENT-RECORD
           MOVE EM-EMP-ID TO WS-FIND-EMP-ID
           PERFORM ADD-SETTLED-PARA.

      *>--------------- the settlement statement ---------------

           PRINT-STATEMENT-HEAD-PARA.

           MOVE "----- Final Settlement Statement -----"
               TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           IF WS-TRIAL-MODE
               MOVE "DRAFT - NOT POSTED" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF
           STRING "EMPLOYEE " DELIMITED BY SIZE
               EM-EMP-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EM-EMP-NAME DELIMITED BY SIZE
               "  DEPT " DELIMITED BY SIZE
               EM-DEPARTMENT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "HIRED " DELIMITED BY SIZE
               EM-HIRE-DATE DELIMITED BY SIZE
               "  TERMINATED " DELIMITED BY SIZE
               EM-TERMINATION-DATE DELIMITED BY SIZE
               "  SETTLED " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA.

           PRINT-STATEMENT-FOOT-PARA.

           MOVE WS-NET-PAY TO WS-EDIT-AMOUNT
           STRING "NET SETTLEMENT                                 "
                   DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           EVALUATE TRUE
               WHEN WS-TRIAL-MODE
                   MOVE "PAYMENT : TO BE MADE ON COMMIT"
                       TO WS-PRINT-LINE
               WHEN WS-PAID-BY = 'B'
                   STRING "PAYMENT : BANK TRANSFER TO "
                           DELIMITED BY SIZE
                       EM-BANK-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EM-BANK-ACCOUNT DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
               WHEN WS-PAID-BY = 'C'
                   MOVE "PAYMENT : CASH - NO BANK DETAILS ON FILE"
                       TO WS-PRINT-LINE
               WHEN OTHER
                   MOVE "PAYMENT : NOTHING TO PAY" TO WS-PRINT-LINE
           END-EVALUATE
           PERFORM PRINT-LINE-PARA
           IF WS-AMOUNT-DUE > ZERO
               MOVE WS-AMOUNT-DUE TO WS-EDIT-AMOUNT
               STRING "BALANCE STILL DUE FROM THE EMPLOYEE            "
                       DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-IF
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "PREPARED BY : ____________________   DATE : ________"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "APPROVED BY : ____________________   DATE : ________"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "RECEIVED BY : ____________________   DATE : ________"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA.

           PRINT-TOTALS-PARA.

           MOVE "----- Final Settlement Run Totals -----"
               TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   LEAVERS SETTLED : " DELIMITED BY SIZE
               WS-LEAVERS-SETTLED DELIMITED BY SIZE
               "   WAITING FOR PAYROLL : " DELIMITED BY SIZE
               WS-LEAVERS-WAITING DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-LEAVE-PAY-TOTAL TO WS-EDIT-TOTAL
           STRING "LEAVE PAID OUT : " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-TAX-TOTAL TO WS-EDIT-TOTAL
           STRING "TAX WITHHELD   : " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-NET-TOTAL TO WS-EDIT-TOTAL
           STRING "NET SETTLED    : " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "BANK TRANSFERS : " DELIMITED BY SIZE
               WS-BANK-RECORD-COUNT DELIMITED BY SIZE
               "  AMOUNT : " DELIMITED BY SIZE
               WS-BANK-TOTAL-AMOUNT DELIMITED BY SIZE
               "  CASH : " DELIMITED BY SIZE
               WS-CASH-PAY-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           WRITE-GL-JOURNAL-PARA.

      *> batch SETTL - leave payout expense by department against
      *> tax payable and net-pay clearing, the recoveries staying in
      *> the clearing figure the same as the register's journal
           COMPUTE WS-CLEARING-TOTAL = WS-LEAVE-PAY-TOTAL - WS-TAX-TOTAL
           OPEN EXTEND JOURNAL-FILE
           MOVE "SETTL" TO JE-BATCH-ID
           MOVE WS-RUN-DATE(1:6) TO JE-PERIOD
           MOVE 'N' TO JE-POSTED-FLAG
           MOVE "FSET" TO JE-SOURCE-SYSTEM
           MOVE "FINALSET" TO JE-DOCUMENT-REF
           MOVE WS-RUN-DATE TO JE-TRANS-DATE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-GROSS(WS-DEPT-IDX) > ZERO
                   MOVE WS-DEPT-ACCOUNT(WS-DEPT-IDX) TO JE-ACCOUNT
                   MOVE WS-DEPT-GROSS(WS-DEPT-IDX)
                       TO JE-DEBIT-AMOUNT
                   MOVE ZERO TO JE-CREDIT-AMOUNT
                   WRITE JOURNAL-ENTRY-RECORD
               END-IF
           END-PERFORM
           IF WS-UNALLOCATED-GROSS > ZERO
               MOVE WS-SALARY-EXPENSE-ACCT TO JE-ACCOUNT
               MOVE WS-UNALLOCATED-GROSS TO JE-DEBIT-AMOUNT
               MOVE ZERO TO JE-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
           END-IF
           IF WS-TAX-TOTAL > ZERO
               MOVE WS-TAX-PAYABLE-ACCT TO JE-ACCOUNT
               MOVE ZERO TO JE-DEBIT-AMOUNT
               MOVE WS-TAX-TOTAL TO JE-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
           END-IF
           IF WS-CLEARING-TOTAL > ZERO
               MOVE WS-NET-CLEARING-ACCT TO JE-ACCOUNT
               MOVE ZERO TO JE-DEBIT-AMOUNT
               MOVE WS-CLEARING-TOTAL TO JE-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
           END-IF
           CLOSE JOURNAL-FILE
           DISPLAY "SETTLEMENT JOURNAL WRITTEN - LEAVE PAYOUT "
               WS-LEAVE-PAY-TOTAL " TAX " WS-TAX-TOTAL.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "FINALSET" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-LEAVERS-SETTLED TO RC-RECORDS-PROCESSED
           MOVE WS-NET-TOTAL TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE
           MOVE 'C' TO WS-LOCK-FUNCTION
           CALL "BatchLock" USING WS-LOCK-FUNCTION
               WS-LOCK-MASTER WS-LOCK-JOB WS-LOCK-ANSWER.

       END PROGRAM FinalSettlement.
