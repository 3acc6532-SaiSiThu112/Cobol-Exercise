       IDENTIFICATION DIVISION.
       PROGRAM-ID. OffCycleBonusRun.
       ENVIRONMENT DIVISION.
           *> off-cycle payroll run for the year-end bonus and the
           *> thirteenth-month pay - one payment per BONUS-INPUT line,
           *> paid outside the regular register so the bonus no
           *> longer rides through SALARY-ADJUSTMENT and distorts the
           *> month's tax bracket and pension accrual
           *> the bonus is taxed under the annualised method - a
           *> twelfth of the bonus is laid over the employee's
           *> regular monthly gross (EM-SALARY as last posted), the
           *> TAX-BRACKET withholding on that figure less the
           *> withholding on the regular gross alone is the extra tax
           *> per month, and twelve months of it is withheld from the
           *> bonus - the flat rate is the fallback outside the
           *> brackets, the same as the register
           *> ordinary deductions and court orders are skipped unless
           *> the input line flags them - a flagged line takes the
           *> percentage-of-gross DEDUCTION-MASTER rows off the bonus
           *> (with the employer match accrued to PENACCR), while
           *> flat instalments and loans stay with the regular run;
           *> flagged court orders take their outstanding balance up
           *> to the order's maximum percentage of the net bonus
           *> each run carries its own run number - one past the
           *> highest BONUSRUN run number on RUN-CONTROL, logged in
           *> RC-CHECKPOINT-KEY - prints its own register to
           *> BONUSREG, and on a commit run (RUNPARM mode C) posts
           *> YTD gross and tax to EMPLOYEE-MASTER, writes its own
           *> bank-transfer file BONUSXFR and a balanced JOURNAL
           *> batch BONUS; a trial run prints the register only
           *> the run keeps its own BONCHKPT checkpoint and its own
           *> BONUSRUN rows on RUN-CONTROL, so the regular PAYROLL
           *> checkpoint, restart and employees-paid comparison are
           *> never touched - a rerun on the same run date skips the
           *> YTD posting for the lines already done
           *> journal lines now carry their source system, the job
           *> name as document reference and the run date, so the
           *> GL inquiry can trace a balance back to this run
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT BONUS-INPUT-FILE ASSIGN TO "BONUSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONUSIN-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT TAX-BRACKET-FILE ASSIGN TO "TAXBRKT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXBRKT-STATUS.

           SELECT OPTIONAL DEDUCTION-MASTER-FILE ASSIGN TO "DEDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCTION-STATUS.

           SELECT OPTIONAL COURT-ORDER-FILE ASSIGN TO "COURTORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURT-STATUS.

           SELECT OPTIONAL PENSION-ACCRUAL-FILE ASSIGN TO "PENACCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENACCR-STATUS.

           SELECT OPTIONAL DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "BONCHKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT BANK-TRANSFER-FILE ASSIGN TO "BONUSXFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKXFR-STATUS.

           SELECT PRINT-FILE ASSIGN TO "BONUSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD BONUS-INPUT-FILE.
           COPY BONUSIN.

       FD EMPLOYEE-MASTER.
           COPY EMPMSTR.

       FD TAX-BRACKET-FILE.
           COPY TAXBRKT.

       FD DEDUCTION-MASTER-FILE.
           COPY DEDMSTR.

       FD COURT-ORDER-FILE.
           COPY COURTORD.

       FD PENSION-ACCRUAL-FILE.
           COPY PENACCR.

       FD DEPARTMENT-MASTER.
           COPY DEPTMSTR.

       FD JOURNAL-FILE.
           COPY JRNLENT.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD CHECKPOINT-FILE.
           01 CHECKPOINT-RECORD.
               05 CK-JOB-NAME            PIC X(08).
               05 CK-RUN-DATE            PIC 9(08).
               05 CK-RUN-NUMBER          PIC 9(05).
               05 CK-LAST-LINE           PIC 9(05).

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

       FD OPERATOR-ALERT-FILE.
           COPY OPALERT.

       WORKING-STORAGE SECTION.

           01 WS-ALERT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ALERT-JOB PIC X(08) VALUE "BONUSRUN".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-BONUSIN-STATUS PIC X(02) VALUE SPACES.
           01 WS-EMPLOYEE-STATUS PIC X(02) VALUE SPACES.
           01 WS-TAXBRKT-STATUS PIC X(02) VALUE SPACES.
           01 WS-DEDUCTION-STATUS PIC X(02) VALUE SPACES.
           01 WS-COURT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PENACCR-STATUS PIC X(02) VALUE SPACES.
           01 WS-DEPT-STATUS PIC X(02) VALUE SPACES.
           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECKPOINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-BANKXFR-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-PER-PAGE PIC 9(03) VALUE 20.

           01 WS-BONUS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BONUS-EOF VALUE 'Y'.
           01 WS-TAXBRKT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TAXBRKT-EOF VALUE 'Y'.
           01 WS-DEDUCTION-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DEDUCTION-EOF VALUE 'Y'.
           01 WS-COURT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-COURT-EOF VALUE 'Y'.
           01 WS-DEPT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DEPT-EOF VALUE 'Y'.
           01 WS-RUNCTL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-RUNCTL-EOF VALUE 'Y'.
           01 WS-CHECKPOINT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CHECKPOINT-EOF VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "BONUSRUN".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.
           01 WS-RUN-MODE PIC X(01) VALUE 'T'.
               88 WS-TRIAL-MODE VALUE 'T'.
               88 WS-COMMIT-MODE VALUE 'C'.

      *> this run's number, and where a restart picks up
           01 WS-RUN-NUMBER PIC 9(05) VALUE ZERO.
           01 WS-HIGHEST-RUN-NUMBER PIC 9(05) VALUE ZERO.
           01 WS-LINE-NUMBER PIC 9(05) VALUE ZERO.
           01 WS-RESTART-FROM-LINE PIC 9(05) VALUE ZERO.
           01 WS-RESTART-SKIP-SWITCH PIC X(01) VALUE 'N'.
               88 WS-RESTART-SKIP VALUE 'Y'.

           01 WS-WRITE-SOURCE PIC X(08) VALUE "BONUSRUN".
           01 WS-WRITE-KEY PIC X(10) VALUE SPACES.
           01 WS-WRITE-REASON PIC X(04) VALUE SPACES.
           01 WS-WRITE-TEXT PIC X(40) VALUE SPACES.
           01 WS-WRITE-DATE PIC 9(08) VALUE ZERO.
           01 WS-WRITE-SEQUENCE PIC 9(07) VALUE ZERO.

           01 WS-UJ-MASTER PIC X(08) VALUE "EMPMAST ".
           01 WS-UJ-ACTION PIC X(01) VALUE 'R'.
           01 WS-UJ-KEY PIC X(10) VALUE SPACES.
           01 WS-UJ-PROGRAM PIC X(08) VALUE "BONUSRUN".
           01 WS-UJ-OPERATOR PIC X(10) VALUE "PAYROLL".
           01 WS-UJ-BEFORE PIC X(120) VALUE SPACES.
           01 WS-UJ-AFTER PIC X(120) VALUE SPACES.

           01 WS-LOCK-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-LOCK-MASTER PIC X(08) VALUE "EMPMAST ".
           01 WS-LOCK-JOB PIC X(08) VALUE "BONUSRUN".
           01 WS-LOCK-ANSWER PIC X(01) VALUE 'F'.

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

      *> the annualised withholding - monthly tax on the regular
      *> gross with and without a twelfth of the bonus laid on top
           01 WS-TAX-BASE PIC 9(07)V99 VALUE ZERO.
           01 WS-TAX-RESULT PIC 9(07)V99 VALUE ZERO.
           01 WS-REGULAR-GROSS PIC 9(07)V99 VALUE ZERO.
           01 WS-REGULAR-TAX PIC 9(07)V99 VALUE ZERO.
           01 WS-BONUS-SHARE PIC 9(07)V99 VALUE ZERO.
           01 WS-LOADED-TAX PIC 9(07)V99 VALUE ZERO.
           01 WS-BONUS-TAX PIC S9(09)V99 VALUE ZERO.

      *> percentage-of-gross deduction rows only - flat instalments
      *> and loans belong to the regular run
           01 WS-DEDUCTION-TABLE.
               02 WS-DED-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-DED-IDX.
                   05 WS-DED-EMP-ID PIC 9(05).
                   05 WS-DED-CODE PIC X(04).
                   05 WS-DED-PERCENT PIC 9(02)V99.
                   05 WS-DED-EMPLOYER-PCT PIC 9(03)V99.
           01 WS-DEDUCTION-COUNT PIC 9(03) VALUE ZERO.
           01 WS-DED-THIS-PAYMENT PIC 9(07)V99 VALUE ZERO.
           01 WS-DED-EMPLOYEE-TOTAL PIC 9(07)V99 VALUE ZERO.
           01 WS-EMPLOYER-MATCH PIC 9(07)V99 VALUE ZERO.
           01 WS-EMPLOYER-MATCH-TOTAL PIC 9(09)V99 VALUE ZERO.

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
           01 WS-ORDERS-TAKEN-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ORDERS-TAKEN VALUE 'Y'.
           01 WS-PRIORITY-SUB PIC 9(03) VALUE ZERO.
           01 WS-ORDER-WANTED PIC 9(09)V99 VALUE ZERO.
           01 WS-ORDER-TAKEN PIC 9(09)V99 VALUE ZERO.
           01 WS-ORDER-CAP PIC 9(09)V99 VALUE ZERO.
           01 WS-NET-AVAILABLE PIC S9(09)V99 VALUE ZERO.

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

      *> the payment in hand
           01 WS-PAY-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PAY-LINE VALUE 'Y'.
           01 WS-BONUS-AMOUNT PIC 9(07)V99 VALUE ZERO.
           01 WS-NET-PAY PIC S9(09)V99 VALUE ZERO.
           01 WS-TYPE-NAME PIC X(10) VALUE SPACES.
           01 WS-OUTCOME PIC X(40) VALUE SPACES.
           01 WS-EDIT-AMOUNT PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-TAX PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-DED PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-NET PIC -Z,ZZZ,ZZ9.99.
           01 WS-EDIT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-LINES-READ PIC 9(05) VALUE ZERO.
           01 WS-EMPLOYEES-PAID PIC 9(05) VALUE ZERO.
           01 WS-LINES-REJECTED PIC 9(05) VALUE ZERO.
           01 WS-BONUS-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-TAX-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-DEDUCTION-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-NET-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-BANK-RECORD-COUNT PIC 9(07) VALUE ZERO.
           01 WS-BANK-TOTAL-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-CASH-PAY-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-TAX-BRACKET-PARA
           PERFORM LOAD-DEDUCTION-TABLE-PARA
           PERFORM LOAD-COURT-ORDER-PARA
           IF WS-COURT-OVERFLOWED
               DISPLAY "*** COURTORD HOLDS MORE ORDERS THAN THE "
                   "TABLE - A COMMIT WOULD DESTROY THE ORDERS PAST "
                   "THE LIMIT - RUN REFUSED ***"
               STOP RUN
           END-IF
           PERFORM LOAD-DEPARTMENT-PARA
           PERFORM FIND-RUN-NUMBER-PARA
           PERFORM LOAD-CHECKPOINT-PARA
           PERFORM OPEN-PARA
           PERFORM PRINT-HEADER-PARA
           PERFORM READ-BONUS-PARA
           PERFORM PAY-BONUS-LINE-PARA UNTIL WS-BONUS-EOF
           PERFORM PRINT-TOTALS-PARA
           PERFORM CLOSE-PARA
           PERFORM SAVE-COURT-ORDER-PARA

           MOVE WS-BONUS-TOTAL TO WS-EDIT-TOTAL
           DISPLAY "----- Off-Cycle Bonus Run -----"
           DISPLAY "RUN DATE : " WS-RUN-DATE
               "   RUN NUMBER : " WS-RUN-NUMBER
           DISPLAY "LINES READ           : " WS-LINES-READ
           DISPLAY "EMPLOYEES PAID       : " WS-EMPLOYEES-PAID
           DISPLAY "LINES REJECTED       : " WS-LINES-REJECTED
           DISPLAY "TOTAL BONUS          : " WS-EDIT-TOTAL
           DISPLAY "BONUS REGISTER SPOOLED TO BONUSREG - "
               WS-PAGE-NUMBER " PAGES"
           IF WS-COMMIT-MODE
               PERFORM WRITE-GL-JOURNAL-PARA
               PERFORM LOG-RUN-CONTROL-PARA
           ELSE
               DISPLAY "*** TRIAL RUN COMPLETE - REVIEW THE REGISTER "
                   "AND RERUN WITH RUN MODE C TO POST ***"
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
           MOVE SPACES TO WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

           PRINT-PAGE-PARA.

           MOVE '1' TO PR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PR-TEXT
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

           PRINT-HEADER-PARA.

           ADD 1 TO WS-PAGE-NUMBER
           MOVE "----- Off-Cycle Bonus Register -----" TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   RUN NUMBER : " DELIMITED BY SIZE
               WS-RUN-NUMBER DELIMITED BY SIZE
               "   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           IF WS-TRIAL-MODE
               MOVE "TRIAL RUN - NOTHING POSTED" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF
           PERFORM PRINT-LINE-PARA
           STRING "EMP   NAME       TYPE               BONUS"
                   DELIMITED BY SIZE
               "           TAX    DEDUCTIONS            NET  OUTCOME"
                   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

      *>--------------- reference tables ---------------

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

           IF DM-PERCENT-OF-GROSS AND NOT DM-LOAN
                   AND WS-DEDUCTION-COUNT < 500
               ADD 1 TO WS-DEDUCTION-COUNT
               SET WS-DED-IDX TO WS-DEDUCTION-COUNT
               MOVE DM-EMP-ID TO WS-DED-EMP-ID(WS-DED-IDX)
               MOVE DM-DEDUCTION-CODE TO WS-DED-CODE(WS-DED-IDX)
               MOVE DM-PERCENT TO WS-DED-PERCENT(WS-DED-IDX)
               MOVE DM-EMPLOYER-PCT TO WS-DED-EMPLOYER-PCT(WS-DED-IDX)
           END-IF
           PERFORM READ-DEDUCTION-PARA.

           LOAD-COURT-ORDER-PARA.

           MOVE 'N' TO WS-COURT-EOF-SWITCH
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
           END-IF
           IF NOT WS-COURT-EOF
               PERFORM READ-COURT-ORDER-PARA
           END-IF.

           SAVE-COURT-ORDER-PARA.

           IF WS-ORDERS-TAKEN AND WS-COMMIT-MODE
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

           MOVE 'N' TO WS-DEPT-EOF-SWITCH
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
                   ADD WS-BONUS-AMOUNT TO WS-DEPT-GROSS(WS-DEPT-IDX)
                   MOVE 'Y' TO WS-DEPT-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT WS-DEPT-FOUND
               ADD WS-BONUS-AMOUNT TO WS-UNALLOCATED-GROSS
           END-IF.

      *>--------------- run number and restart ---------------

           FIND-RUN-NUMBER-PARA.

           MOVE 'N' TO WS-RUNCTL-EOF-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM READ-RUNCTL-PARA
           PERFORM UNTIL WS-RUNCTL-EOF
               IF RC-JOB-NAME = "BONUSRUN"
                       AND RC-CHECKPOINT-KEY > WS-HIGHEST-RUN-NUMBER
                   MOVE RC-CHECKPOINT-KEY TO WS-HIGHEST-RUN-NUMBER
               END-IF
               PERFORM READ-RUNCTL-PARA
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           COMPUTE WS-RUN-NUMBER = WS-HIGHEST-RUN-NUMBER + 1.

           READ-RUNCTL-PARA.

           READ RUN-CONTROL-FILE
               AT END MOVE 'Y' TO WS-RUNCTL-EOF-SWITCH
           END-READ.

           LOAD-CHECKPOINT-PARA.

           IF WS-COMMIT-MODE
               MOVE 'N' TO WS-CHECKPOINT-EOF-SWITCH
               OPEN INPUT CHECKPOINT-FILE
               READ CHECKPOINT-FILE
                   AT END MOVE 'Y' TO WS-CHECKPOINT-EOF-SWITCH
               END-READ
               IF NOT WS-CHECKPOINT-EOF
                       AND CK-JOB-NAME = "BONUSRUN"
                       AND CK-RUN-DATE = WS-RUN-DATE
                       AND CK-LAST-LINE > ZERO
                   MOVE CK-LAST-LINE TO WS-RESTART-FROM-LINE
                   MOVE CK-RUN-NUMBER TO WS-RUN-NUMBER
                   DISPLAY "*** RESTART OF BONUS RUN " WS-RUN-NUMBER
                       " - INPUT LINES UP TO " WS-RESTART-FROM-LINE
                       " WERE ALREADY POSTED - THEIR YTD WILL NOT BE "
                       "POSTED AGAIN ***"
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.

           WRITE-CHECKPOINT-PARA.

           OPEN OUTPUT CHECKPOINT-FILE
           MOVE "BONUSRUN" TO CK-JOB-NAME
           MOVE WS-RUN-DATE TO CK-RUN-DATE
           MOVE WS-RUN-NUMBER TO CK-RUN-NUMBER
           MOVE WS-LINE-NUMBER TO CK-LAST-LINE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

           OPEN-PARA.

           OPEN INPUT BONUS-INPUT-FILE
           MOVE WS-BONUSIN-STATUS TO WS-CHECK-STATUS
           MOVE "BONUSIN " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "OPEN-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           IF WS-COMMIT-MODE
               MOVE 'S' TO WS-LOCK-FUNCTION
               CALL "BatchLock" USING WS-LOCK-FUNCTION
                   WS-LOCK-MASTER WS-LOCK-JOB WS-LOCK-ANSWER
               OPEN I-O EMPLOYEE-MASTER
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
           END-IF
           MOVE WS-EMPLOYEE-STATUS TO WS-CHECK-STATUS
           MOVE "EMPMAST " TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA
           OPEN OUTPUT PRINT-FILE
           IF WS-COMMIT-MODE
               OPEN OUTPUT BANK-TRANSFER-FILE
               OPEN EXTEND PENSION-ACCRUAL-FILE
               MOVE 'H' TO BH-RECORD-TYPE
               MOVE WS-RUN-DATE TO BH-RUN-DATE
               WRITE BANK-HEADER-RECORD
           END-IF.

           CLOSE-PARA.

           CLOSE BONUS-INPUT-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE PRINT-FILE
           IF WS-COMMIT-MODE
               MOVE 'T' TO BT-RECORD-TYPE
               MOVE WS-BANK-RECORD-COUNT TO BT-RECORD-COUNT
               MOVE WS-BANK-TOTAL-AMOUNT TO BT-TOTAL-AMOUNT
               WRITE BANK-TRAILER-RECORD
               CLOSE BANK-TRANSFER-FILE
               CLOSE PENSION-ACCRUAL-FILE
           END-IF.

      *>--------------- paying one bonus line ---------------

           READ-BONUS-PARA.

           READ BONUS-INPUT-FILE
               AT END MOVE 'Y' TO WS-BONUS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LINE-NUMBER
                   ADD 1 TO WS-LINES-READ
           END-READ.

           PAY-BONUS-LINE-PARA.

           IF WS-RESTART-FROM-LINE > ZERO
                   AND WS-LINE-NUMBER <= WS-RESTART-FROM-LINE
               MOVE 'Y' TO WS-RESTART-SKIP-SWITCH
           ELSE
               MOVE 'N' TO WS-RESTART-SKIP-SWITCH
           END-IF
           IF BN-THIRTEENTH-MONTH
               MOVE "13TH MONTH" TO WS-TYPE-NAME
           ELSE
               MOVE "BONUS" TO WS-TYPE-NAME
           END-IF
           MOVE ZERO TO WS-BONUS-AMOUNT WS-BONUS-TAX
               WS-DED-EMPLOYEE-TOTAL WS-NET-PAY
           PERFORM CHECK-BONUS-LINE-PARA
           IF WS-PAY-LINE
               PERFORM COMPUTE-BONUS-TAX-PARA
               IF BN-APPLY-COURT-ORDERS
                   PERFORM APPLY-COURT-ORDERS-PARA
               END-IF
               IF BN-APPLY-DEDUCTIONS
                   PERFORM APPLY-DEDUCTIONS-PARA
               END-IF
               COMPUTE WS-NET-PAY = WS-BONUS-AMOUNT - WS-BONUS-TAX
                   - WS-DED-EMPLOYEE-TOTAL
               PERFORM POST-BONUS-PARA
           ELSE
               ADD 1 TO WS-LINES-REJECTED
           END-IF
           PERFORM PRINT-BONUS-LINE-PARA
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
           END-IF
           PERFORM READ-BONUS-PARA.

           CHECK-BONUS-LINE-PARA.

           MOVE 'N' TO WS-PAY-SWITCH
           MOVE SPACES TO WS-OUTCOME
           MOVE BN-EMP-ID TO EM-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE SPACES TO EM-EMP-NAME
                   MOVE "EMPLOYEE NOT ON FILE - NOT PAID"
                       TO WS-OUTCOME
                   MOVE BN-EMP-ID TO WS-WRITE-KEY
                   MOVE "NOEM" TO WS-WRITE-REASON
                   MOVE "Bonus line for employee not on file"
                       TO WS-WRITE-TEXT
                   MOVE WS-RUN-DATE TO WS-WRITE-DATE
                   CALL "ExceptionWrite" USING WS-WRITE-SOURCE
                       WS-WRITE-KEY WS-WRITE-REASON WS-WRITE-TEXT
                       WS-WRITE-DATE WS-WRITE-SEQUENCE
               NOT INVALID KEY
                   MOVE EMPLOYEE-MASTER-RECORD TO WS-UJ-BEFORE
                   MOVE 'Y' TO WS-PAY-SWITCH
           END-READ
           IF WS-PAY-LINE AND NOT EM-ACTIVE
               MOVE 'N' TO WS-PAY-SWITCH
               MOVE "EMPLOYEE NOT ACTIVE - NOT PAID" TO WS-OUTCOME
           END-IF
           IF WS-PAY-LINE
               MOVE BN-AMOUNT TO WS-BONUS-AMOUNT
               IF BN-THIRTEENTH-MONTH AND BN-AMOUNT = ZERO
                       AND EM-SALARY > ZERO
                   MOVE EM-SALARY TO WS-BONUS-AMOUNT
               END-IF
               IF WS-BONUS-AMOUNT = ZERO
                   MOVE 'N' TO WS-PAY-SWITCH
                   MOVE "NO AMOUNT TO PAY - NOT PAID" TO WS-OUTCOME
               END-IF
           END-IF.

           COMPUTE-BONUS-TAX-PARA.

      *> annualised method - the month's withholding with a twelfth
      *> of the bonus on top of the regular gross, less the month's
      *> withholding on the regular gross alone, times twelve
           IF EM-SALARY > ZERO
               MOVE EM-SALARY TO WS-REGULAR-GROSS
           ELSE
               MOVE ZERO TO WS-REGULAR-GROSS
           END-IF
           COMPUTE WS-BONUS-SHARE ROUNDED = WS-BONUS-AMOUNT / 12
           MOVE WS-REGULAR-GROSS TO WS-TAX-BASE
           PERFORM COMPUTE-TAX-ON-BASE-PARA
           MOVE WS-TAX-RESULT TO WS-REGULAR-TAX
           COMPUTE WS-TAX-BASE = WS-REGULAR-GROSS + WS-BONUS-SHARE
           PERFORM COMPUTE-TAX-ON-BASE-PARA
           MOVE WS-TAX-RESULT TO WS-LOADED-TAX
           COMPUTE WS-BONUS-TAX =
               (WS-LOADED-TAX - WS-REGULAR-TAX) * 12
           IF WS-BONUS-TAX < ZERO
               MOVE ZERO TO WS-BONUS-TAX
           END-IF
           IF WS-BONUS-TAX > WS-BONUS-AMOUNT
               MOVE WS-BONUS-AMOUNT TO WS-BONUS-TAX
           END-IF.

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

           APPLY-COURT-ORDERS-PARA.

      *> the same priority walk as the register; a bonus takes the
      *> order's outstanding balance rather than one instalment,
      *> capped by the order's share of the net bonus - the protected
      *> minimum is already guaranteed by the regular month's pay
           PERFORM VARYING WS-PRIORITY-SUB FROM 0 BY 1
                   UNTIL WS-PRIORITY-SUB > 99
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-COURT-COUNT
                   IF WS-CT-EMP-ID(WS-CT-IDX) = EM-EMP-ID
                           AND WS-CT-PRIORITY(WS-CT-IDX)
                               = WS-PRIORITY-SUB
                           AND WS-CT-STATUS(WS-CT-IDX) NOT = 'S'
                       PERFORM APPLY-ONE-ORDER-PARA
                   END-IF
               END-PERFORM
           END-PERFORM.

           APPLY-ONE-ORDER-PARA.

           COMPUTE WS-ORDER-WANTED =
               WS-CT-ORDERED(WS-CT-IDX) - WS-CT-TAKEN(WS-CT-IDX)
           MOVE WS-ORDER-WANTED TO WS-ORDER-TAKEN
           IF WS-CT-MAX-NET-PCT(WS-CT-IDX) > ZERO
               COMPUTE WS-ORDER-CAP ROUNDED =
                   ((WS-BONUS-AMOUNT - WS-BONUS-TAX)
                       * WS-CT-MAX-NET-PCT(WS-CT-IDX)) / 100
               IF WS-ORDER-TAKEN > WS-ORDER-CAP
                   MOVE WS-ORDER-CAP TO WS-ORDER-TAKEN
               END-IF
           END-IF
           COMPUTE WS-NET-AVAILABLE =
               WS-BONUS-AMOUNT - WS-BONUS-TAX - WS-DED-EMPLOYEE-TOTAL
           IF WS-NET-AVAILABLE < ZERO
               MOVE ZERO TO WS-NET-AVAILABLE
           END-IF
           IF WS-ORDER-TAKEN > WS-NET-AVAILABLE
               MOVE WS-NET-AVAILABLE TO WS-ORDER-TAKEN
           END-IF
           IF WS-ORDER-TAKEN > ZERO
               ADD WS-ORDER-TAKEN TO WS-DED-EMPLOYEE-TOTAL
               ADD WS-ORDER-TAKEN TO WS-CT-TAKEN(WS-CT-IDX)
               MOVE 'Y' TO WS-ORDERS-TAKEN-SWITCH
               IF WS-CT-TAKEN(WS-CT-IDX) >= WS-CT-ORDERED(WS-CT-IDX)
                   MOVE 'S' TO WS-CT-STATUS(WS-CT-IDX)
                   MOVE ZERO TO WS-CT-SHORTFALL(WS-CT-IDX)
               END-IF
               STRING "    COURT ORDER " DELIMITED BY SIZE
                   WS-CT-ORDER-NO(WS-CT-IDX) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-ORDER-TAKEN DELIMITED BY SIZE
                   " TO DATE " DELIMITED BY SIZE
                   WS-CT-TAKEN(WS-CT-IDX) DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   WS-CT-ORDERED(WS-CT-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-IF.

           APPLY-DEDUCTIONS-PARA.

           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DEDUCTION-COUNT
               IF WS-DED-EMP-ID(WS-DED-IDX) = EM-EMP-ID
                   PERFORM APPLY-ONE-DEDUCTION-PARA
               END-IF
           END-PERFORM.

           APPLY-ONE-DEDUCTION-PARA.

           COMPUTE WS-DED-THIS-PAYMENT ROUNDED =
               (WS-BONUS-AMOUNT * WS-DED-PERCENT(WS-DED-IDX)) / 100
           IF WS-DED-THIS-PAYMENT > ZERO
               ADD WS-DED-THIS-PAYMENT TO WS-DED-EMPLOYEE-TOTAL
               STRING "    DEDUCTION " DELIMITED BY SIZE
                   WS-DED-CODE(WS-DED-IDX) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-DED-THIS-PAYMENT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
               IF WS-DED-EMPLOYER-PCT(WS-DED-IDX) > ZERO
                   PERFORM ACCRUE-EMPLOYER-MATCH-PARA
               END-IF
           END-IF.

           ACCRUE-EMPLOYER-MATCH-PARA.

           COMPUTE WS-EMPLOYER-MATCH ROUNDED =
               (WS-DED-THIS-PAYMENT
                   * WS-DED-EMPLOYER-PCT(WS-DED-IDX)) / 100
           ADD WS-EMPLOYER-MATCH TO WS-EMPLOYER-MATCH-TOTAL
           STRING "    EMPLOYER MATCH " DELIMITED BY SIZE
               WS-DED-CODE(WS-DED-IDX) DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               WS-EMPLOYER-MATCH DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           IF WS-COMMIT-MODE AND NOT WS-RESTART-SKIP
               MOVE EM-EMP-ID TO PA-EMP-ID
               MOVE WS-DED-CODE(WS-DED-IDX) TO PA-DEDUCTION-CODE
               MOVE WS-RUN-DATE TO PA-PERIOD-DATE
               MOVE WS-DED-THIS-PAYMENT TO PA-EMPLOYEE-AMOUNT
               MOVE WS-EMPLOYER-MATCH TO PA-EMPLOYER-AMOUNT
               WRITE PENSION-ACCRUAL-RECORD
           END-IF.

           POST-BONUS-PARA.

           ADD 1 TO WS-EMPLOYEES-PAID
           ADD WS-BONUS-AMOUNT TO WS-BONUS-TOTAL
           ADD WS-BONUS-TAX TO WS-TAX-TOTAL
           ADD WS-DED-EMPLOYEE-TOTAL TO WS-DEDUCTION-TOTAL
           PERFORM ALLOCATE-DEPT-GROSS-PARA
           IF WS-TRIAL-MODE
               MOVE "TO BE PAID" TO WS-OUTCOME
           ELSE
               IF WS-RESTART-SKIP
                   MOVE "PAID - YTD POSTED BEFORE RESTART"
                       TO WS-OUTCOME
               ELSE
                   ADD WS-BONUS-AMOUNT TO EM-YTD-GROSS-PAY
                   ADD WS-BONUS-TAX TO EM-YTD-TAX-WITHHELD
                   MOVE WS-RUN-DATE TO EM-LAST-UPDATE-DATE
                   REWRITE EMPLOYEE-MASTER-RECORD
                       INVALID KEY
                           MOVE WS-EMPLOYEE-STATUS TO WS-CHECK-STATUS
                           MOVE "EMPMAST " TO WS-CHECK-FILE
                           MOVE EM-EMP-ID TO WS-CHECK-KEY
                           MOVE "POST-BONUS-PARA"
                               TO WS-CHECK-PARAGRAPH
                           PERFORM CHECK-FILE-STATUS-PARA
                       NOT INVALID KEY
                           MOVE EM-EMP-ID TO WS-UJ-KEY
                           MOVE EMPLOYEE-MASTER-RECORD
                               TO WS-UJ-AFTER
                           CALL "UpdateJournal" USING WS-UJ-MASTER
                               WS-UJ-ACTION WS-UJ-KEY WS-UJ-PROGRAM
                               WS-UJ-OPERATOR WS-UJ-BEFORE
                               WS-UJ-AFTER
                   END-REWRITE
                   PERFORM WRITE-CHECKPOINT-PARA
                   MOVE "PAID" TO WS-OUTCOME
               END-IF
               PERFORM WRITE-BANK-DETAIL-PARA
           END-IF.

           WRITE-BANK-DETAIL-PARA.

           IF EM-BANK-CODE = SPACES OR EM-BANK-ACCOUNT = SPACES
                   OR WS-NET-PAY <= ZERO
               ADD 1 TO WS-CASH-PAY-COUNT
               MOVE "PAID - CASH, NO BANK DETAILS" TO WS-OUTCOME
               IF WS-NET-PAY <= ZERO
                   MOVE "NOTHING LEFT TO PAY AFTER DEDUCTIONS"
                       TO WS-OUTCOME
               END-IF
           ELSE
               MOVE 'D' TO BD-RECORD-TYPE
               MOVE EM-EMP-ID TO BD-EMP-ID
               MOVE EM-BANK-CODE TO BD-BANK-CODE
               MOVE EM-BANK-ACCOUNT TO BD-BANK-ACCOUNT
               MOVE WS-NET-PAY TO BD-NET-PAY
               WRITE BANK-DETAIL-RECORD
               ADD 1 TO WS-BANK-RECORD-COUNT
               ADD WS-NET-PAY TO WS-BANK-TOTAL-AMOUNT
           END-IF.

      *>--------------- the bonus register ---------------

           PRINT-BONUS-LINE-PARA.

           MOVE WS-BONUS-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-BONUS-TAX TO WS-EDIT-TAX
           MOVE WS-DED-EMPLOYEE-TOTAL TO WS-EDIT-DED
           MOVE WS-NET-PAY TO WS-EDIT-NET
           STRING BN-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EM-EMP-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TYPE-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-TAX DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-DED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-NET DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OUTCOME DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           IF WS-PAY-LINE
               STRING "    REF " DELIMITED BY SIZE
                   BN-REFERENCE DELIMITED BY SIZE
                   "  REGULAR GROSS " DELIMITED BY SIZE
                   WS-REGULAR-GROSS DELIMITED BY SIZE
                   "  YTD GROSS " DELIMITED BY SIZE
                   EM-YTD-GROSS-PAY DELIMITED BY SIZE
                   "  YTD TAX " DELIMITED BY SIZE
                   EM-YTD-TAX-WITHHELD DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-IF.

           PRINT-TOTALS-PARA.

           COMPUTE WS-NET-TOTAL =
               WS-BONUS-TOTAL - WS-TAX-TOTAL - WS-DEDUCTION-TOTAL
           PERFORM PRINT-LINE-PARA
           MOVE "----- Off-Cycle Bonus Register Totals -----"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           STRING "Employees Paid : " DELIMITED BY SIZE
               WS-EMPLOYEES-PAID DELIMITED BY SIZE
               "   Lines Rejected : " DELIMITED BY SIZE
               WS-LINES-REJECTED DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-BONUS-TOTAL TO WS-EDIT-TOTAL
           STRING "Total Bonus    : " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-TAX-TOTAL TO WS-EDIT-TOTAL
           STRING "Tax Withheld   : " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-DEDUCTION-TOTAL TO WS-EDIT-TOTAL
           STRING "Deductions     : " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-NET-TOTAL TO WS-EDIT-TOTAL
           STRING "Net Bonus      : " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "Bank Transfers : " DELIMITED BY SIZE
               WS-BANK-RECORD-COUNT DELIMITED BY SIZE
               "  AMOUNT : " DELIMITED BY SIZE
               WS-BANK-TOTAL-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "Cash Payments  : " DELIMITED BY SIZE
               WS-CASH-PAY-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           WRITE-GL-JOURNAL-PARA.

      *> batch BONUS - bonus expense by department against tax
      *> payable and net-pay clearing, the deductions staying in
      *> the clearing figure the same as the register's journal
           COMPUTE WS-NET-TOTAL = WS-BONUS-TOTAL - WS-TAX-TOTAL
           OPEN EXTEND JOURNAL-FILE
           MOVE "BONUS" TO JE-BATCH-ID
           MOVE WS-RUN-DATE(1:6) TO JE-PERIOD
           MOVE 'N' TO JE-POSTED-FLAG
           MOVE "BONS" TO JE-SOURCE-SYSTEM
           MOVE "BONUSRUN" TO JE-DOCUMENT-REF
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
           MOVE WS-TAX-PAYABLE-ACCT TO JE-ACCOUNT
           MOVE ZERO TO JE-DEBIT-AMOUNT
           MOVE WS-TAX-TOTAL TO JE-CREDIT-AMOUNT
           WRITE JOURNAL-ENTRY-RECORD
           MOVE WS-NET-CLEARING-ACCT TO JE-ACCOUNT
           MOVE ZERO TO JE-DEBIT-AMOUNT
           MOVE WS-NET-TOTAL TO JE-CREDIT-AMOUNT
           WRITE JOURNAL-ENTRY-RECORD
           IF WS-EMPLOYER-MATCH-TOTAL > ZERO
               MOVE "PENEXPENSE" TO JE-ACCOUNT
               MOVE WS-EMPLOYER-MATCH-TOTAL TO JE-DEBIT-AMOUNT
               MOVE ZERO TO JE-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
               MOVE "PENPAYABLE" TO JE-ACCOUNT
               MOVE ZERO TO JE-DEBIT-AMOUNT
               MOVE WS-EMPLOYER-MATCH-TOTAL TO JE-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
           END-IF
           CLOSE JOURNAL-FILE
           DISPLAY "BONUS JOURNAL WRITTEN - BONUS EXPENSE "
               WS-BONUS-TOTAL
               " TAX " WS-TAX-TOTAL
               " NET CLEARING " WS-NET-TOTAL.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BONUSRUN" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-EMPLOYEES-PAID TO RC-RECORDS-PROCESSED
           MOVE WS-BONUS-TOTAL TO RC-CONTROL-TOTAL
           MOVE WS-RUN-NUMBER TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE
           MOVE ZERO TO WS-LINE-NUMBER
           PERFORM WRITE-CHECKPOINT-PARA
           MOVE 'C' TO WS-LOCK-FUNCTION
           CALL "BatchLock" USING WS-LOCK-FUNCTION
               WS-LOCK-MASTER WS-LOCK-JOB WS-LOCK-ANSWER.

       END PROGRAM OffCycleBonusRun.
