       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpenseReimbursement.
       ENVIRONMENT DIVISION.
           *> reimbursement run for approved employee expense claims
           *> - every approved EXPENSE-CLAIM line is paid back to the
           *> claimant untaxed, one payment per employee however many
           *> claims they have approved, outside the payroll register
           *> so a reimbursement never lands in gross, the tax
           *> bracket or the pension accrual
           *> a commit run (RUNPARM mode C) writes its own
           *> bank-transfer file EXPXFR in the BANKXFR layout - an
           *> employee without bank details is listed for cash - marks
           *> the claim lines paid with the run date, and writes a
           *> balanced JOURNAL batch EXPNS debiting each line to the
           *> DEPARTMENT-MASTER expense account of the department the
           *> claim was captured under (STAFFEXPNS when the department
           *> has no row) against net-pay clearing, where the bank
           *> reconciliation picks it up; a trial run prints the
           *> register only
           *> a claimant no longer on EMPLOYEE-MASTER is held, not
           *> paid, and the claim stays approved for the next run
           *> the register on EXPREG closes with the outstanding
           *> claims report - every claim still pending approval or
           *> approved and not yet paid, with its age in days off the
           *> shared DateService - so the office can chase the
           *> approvers
           *> journal lines now carry their source system, the job
           *> name as document reference and the run date, so the
           *> GL inquiry can trace a balance back to this run
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

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

           SELECT BANK-TRANSFER-FILE ASSIGN TO "EXPXFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKXFR-STATUS.

           SELECT PRINT-FILE ASSIGN TO "EXPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD EXPENSE-CLAIM-FILE.
           COPY EXPCLAIM.

       FD EMPLOYEE-MASTER.
           COPY EMPMSTR.

       FD DEPARTMENT-MASTER.
           COPY DEPTMSTR.

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

       FD OPERATOR-ALERT-FILE.
           COPY OPALERT.

       WORKING-STORAGE SECTION.

           01 WS-ALERT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ALERT-JOB PIC X(08) VALUE "EXPPAY  ".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-CLAIM-STATUS PIC X(02) VALUE SPACES.
           01 WS-EMPLOYEE-STATUS PIC X(02) VALUE SPACES.
           01 WS-DEPT-STATUS PIC X(02) VALUE SPACES.
           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-BANKXFR-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-PER-PAGE PIC 9(03) VALUE 20.
           01 WS-PAGE-TITLE PIC X(40) VALUE SPACES.

           01 WS-CLAIM-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CLAIM-EOF VALUE 'Y'.
           01 WS-DEPT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DEPT-EOF VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "EXPPAY  ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.
           01 WS-RUN-MODE PIC X(01) VALUE 'T'.
               88 WS-TRIAL-MODE VALUE 'T'.
               88 WS-COMMIT-MODE VALUE 'C'.

           01 WS-CLAIM-TABLE.
               02 WS-CL-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-CL-IDX.
                   05 WS-CL-CLAIM-NO PIC 9(06).
                   05 WS-CL-LINE-NO PIC 9(02).
                   05 WS-CL-EMP-ID PIC 9(05).
                   05 WS-CL-DEPARTMENT PIC X(10).
                   05 WS-CL-CLAIM-DATE PIC 9(08).
                   05 WS-CL-EXPENSE-TYPE PIC X(04).
                   05 WS-CL-DESCRIPTION PIC X(20).
                   05 WS-CL-AMOUNT PIC 9(07)V99.
                   05 WS-CL-STATUS PIC X(01).
                   05 WS-CL-APPROVED-BY PIC X(10).
                   05 WS-CL-APPROVED-DATE PIC 9(08).
                   05 WS-CL-PAID-DATE PIC 9(08).
           01 WS-CLAIM-COUNT PIC 9(03) VALUE ZERO.
           01 WS-CLAIM-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CLAIM-OVERFLOWED VALUE 'Y'.

      *> one payment per claimant - the approved lines summed
           01 WS-PAYEE-TABLE.
               02 WS-PY-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-PY-IDX.
                   05 WS-PY-EMP-ID PIC 9(05).
                   05 WS-PY-EMP-NAME PIC X(10).
                   05 WS-PY-BANK-CODE PIC X(04).
                   05 WS-PY-BANK-ACCOUNT PIC X(12).
                   05 WS-PY-AMOUNT PIC 9(09)V99.
                   05 WS-PY-HELD PIC X(01).
           01 WS-PAYEE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-PAYEE-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PAYEE-FOUND VALUE 'Y'.
           01 WS-PAYEE-HIT PIC 9(03) VALUE ZERO.
           01 WS-PAYEE-FULL-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PAYEE-FULL VALUE 'Y'.

           01 WS-DEPT-TABLE.
               02 WS-DEPT-ENTRY OCCURS 30 TIMES
                       INDEXED BY WS-DEPT-IDX.
                   05 WS-DEPT-CODE PIC X(10).
                   05 WS-DEPT-ACCOUNT PIC X(10).
                   05 WS-DEPT-AMOUNT PIC 9(11)V99.
           01 WS-DEPT-COUNT PIC 9(02) VALUE ZERO.
           01 WS-DEPT-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DEPT-FOUND VALUE 'Y'.
           01 WS-UNALLOCATED-AMOUNT PIC 9(11)V99 VALUE ZERO.

           01 WS-GL-ACCOUNTS.
               02 WS-STAFF-EXPENSE-ACCT PIC X(10)
                   VALUE "STAFFEXPNS".
               02 WS-NET-CLEARING-ACCT PIC X(10)
                   VALUE "NETPAYCLRG".

           01 WS-DS-FUNCTION PIC X(01) VALUE 'D'.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE 'Y'.

      *> the outstanding-claims break, one line per claim
           01 WS-BREAK-CLAIM-NO PIC 9(06) VALUE ZERO.
           01 WS-BREAK-SUB PIC 9(03) VALUE ZERO.
           01 WS-BREAK-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-BREAK-STATE PIC X(24) VALUE SPACES.
           01 WS-OUTSTANDING-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LINE-OUTSTANDING VALUE 'Y'.

           01 WS-OUTCOME PIC X(30) VALUE SPACES.
           01 WS-EDIT-AMOUNT PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-DAYS PIC ZZZZ9.

           01 WS-LINES-PAID PIC 9(05) VALUE ZERO.
           01 WS-EMPLOYEES-PAID PIC 9(05) VALUE ZERO.
           01 WS-EMPLOYEES-HELD PIC 9(05) VALUE ZERO.
           01 WS-PAID-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-BANK-RECORD-COUNT PIC 9(07) VALUE ZERO.
           01 WS-BANK-TOTAL-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-CASH-PAY-COUNT PIC 9(05) VALUE ZERO.
           01 WS-CASH-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-OUTSTANDING-COUNT PIC 9(05) VALUE ZERO.
           01 WS-PENDING-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-APPROVED-UNPAID-TOTAL PIC 9(09)V99 VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-CLAIMS-PARA
           IF WS-CLAIM-OVERFLOWED
               DISPLAY "*** EXPCLAIM HOLDS MORE LINES THAN THE "
                   "TABLE - A COMMIT WOULD DESTROY THE LINES PAST "
                   "THE LIMIT - RUN REFUSED ***"
               STOP RUN
           END-IF
           PERFORM LOAD-DEPARTMENT-PARA
           PERFORM OPEN-PARA
           MOVE "----- Expense Reimbursement Register -----"
               TO WS-PAGE-TITLE
           PERFORM PRINT-HEADER-PARA
           PERFORM PRINT-COLUMN-PARA
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CLAIM-COUNT
               IF WS-CL-STATUS(WS-CL-IDX) = 'A'
                   PERFORM GATHER-LINE-PARA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PAYEE-COUNT
               PERFORM PAY-CLAIMANT-PARA
           END-PERFORM
           PERFORM PRINT-TOTALS-PARA
           IF WS-COMMIT-MODE
               PERFORM MARK-PAID-PARA
           END-IF
           PERFORM PRINT-OUTSTANDING-PARA
           PERFORM CLOSE-PARA

           MOVE WS-PAID-TOTAL TO WS-EDIT-TOTAL
           DISPLAY "----- Expense Reimbursement Run -----"
           DISPLAY "RUN DATE : " WS-RUN-DATE
           DISPLAY "CLAIM LINES PAID     : " WS-LINES-PAID
           DISPLAY "EMPLOYEES PAID       : " WS-EMPLOYEES-PAID
           DISPLAY "EMPLOYEES HELD       : " WS-EMPLOYEES-HELD
           DISPLAY "TOTAL REIMBURSED     : " WS-EDIT-TOTAL
           DISPLAY "CLAIMS OUTSTANDING   : " WS-OUTSTANDING-COUNT
           DISPLAY "EXPENSE REGISTER SPOOLED TO EXPREG - "
               WS-PAGE-NUMBER " PAGES"
           IF WS-COMMIT-MODE
               PERFORM SAVE-CLAIMS-PARA
               PERFORM WRITE-GL-JOURNAL-PARA
               PERFORM LOG-RUN-CONTROL-PARA
           ELSE
               DISPLAY "*** TRIAL RUN COMPLETE - REVIEW THE REGISTER "
                   "AND RERUN WITH RUN MODE C TO PAY ***"
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
               DISPLAY "*** TRIAL RUN - NO CLAIM WILL BE PAID OR "
                   "MARKED PAID ***"
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
           MOVE WS-PAGE-TITLE TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           IF WS-TRIAL-MODE
               MOVE "TRIAL RUN - NOTHING PAID" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

           PRINT-COLUMN-PARA.

           STRING "CLAIM  LN EMP   DEPARTMENT TYPE DESCRIPTION"
                   DELIMITED BY SIZE
               "                AMOUNT" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           CHECK-PAGE-PARA.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
               PERFORM PRINT-COLUMN-PARA
           END-IF.

      *>--------------- files and reference tables ---------------

           LOAD-CLAIMS-PARA.

           MOVE 'N' TO WS-CLAIM-EOF-SWITCH
           OPEN INPUT EXPENSE-CLAIM-FILE
           PERFORM READ-CLAIM-PARA
           PERFORM BUILD-CLAIM-TABLE-PARA UNTIL WS-CLAIM-EOF
           CLOSE EXPENSE-CLAIM-FILE.

           READ-CLAIM-PARA.

           READ EXPENSE-CLAIM-FILE
               AT END MOVE 'Y' TO WS-CLAIM-EOF-SWITCH
           END-READ.

           BUILD-CLAIM-TABLE-PARA.

           IF WS-CLAIM-COUNT = 500
               MOVE 'Y' TO WS-CLAIM-OVERFLOW-SWITCH
               MOVE 'Y' TO WS-CLAIM-EOF-SWITCH
           ELSE
               ADD 1 TO WS-CLAIM-COUNT
               SET WS-CL-IDX TO WS-CLAIM-COUNT
               MOVE EC-CLAIM-NO TO WS-CL-CLAIM-NO(WS-CL-IDX)
               MOVE EC-LINE-NO TO WS-CL-LINE-NO(WS-CL-IDX)
               MOVE EC-EMP-ID TO WS-CL-EMP-ID(WS-CL-IDX)
               MOVE EC-DEPARTMENT TO WS-CL-DEPARTMENT(WS-CL-IDX)
               MOVE EC-CLAIM-DATE TO WS-CL-CLAIM-DATE(WS-CL-IDX)
               MOVE EC-EXPENSE-TYPE TO WS-CL-EXPENSE-TYPE(WS-CL-IDX)
               MOVE EC-DESCRIPTION TO WS-CL-DESCRIPTION(WS-CL-IDX)
               MOVE EC-AMOUNT TO WS-CL-AMOUNT(WS-CL-IDX)
               MOVE EC-STATUS TO WS-CL-STATUS(WS-CL-IDX)
               MOVE EC-APPROVED-BY TO WS-CL-APPROVED-BY(WS-CL-IDX)
               MOVE EC-APPROVED-DATE
                   TO WS-CL-APPROVED-DATE(WS-CL-IDX)
               MOVE EC-PAID-DATE TO WS-CL-PAID-DATE(WS-CL-IDX)
           END-IF
           IF NOT WS-CLAIM-EOF
               PERFORM READ-CLAIM-PARA
           END-IF.

           SAVE-CLAIMS-PARA.

           OPEN OUTPUT EXPENSE-CLAIM-FILE
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CLAIM-COUNT
               MOVE WS-CL-CLAIM-NO(WS-CL-IDX) TO EC-CLAIM-NO
               MOVE WS-CL-LINE-NO(WS-CL-IDX) TO EC-LINE-NO
               MOVE WS-CL-EMP-ID(WS-CL-IDX) TO EC-EMP-ID
               MOVE WS-CL-DEPARTMENT(WS-CL-IDX) TO EC-DEPARTMENT
               MOVE WS-CL-CLAIM-DATE(WS-CL-IDX) TO EC-CLAIM-DATE
               MOVE WS-CL-EXPENSE-TYPE(WS-CL-IDX) TO EC-EXPENSE-TYPE
               MOVE WS-CL-DESCRIPTION(WS-CL-IDX) TO EC-DESCRIPTION
               MOVE WS-CL-AMOUNT(WS-CL-IDX) TO EC-AMOUNT
               MOVE WS-CL-STATUS(WS-CL-IDX) TO EC-STATUS
               MOVE WS-CL-APPROVED-BY(WS-CL-IDX) TO EC-APPROVED-BY
               MOVE WS-CL-APPROVED-DATE(WS-CL-IDX)
                   TO EC-APPROVED-DATE
               MOVE WS-CL-PAID-DATE(WS-CL-IDX) TO EC-PAID-DATE
               WRITE EXPENSE-CLAIM-RECORD
           END-PERFORM
           CLOSE EXPENSE-CLAIM-FILE.

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
               MOVE ZERO TO WS-DEPT-AMOUNT(WS-DEPT-IDX)
           END-IF
           PERFORM READ-DEPARTMENT-PARA.

           ALLOCATE-DEPT-PARA.

           MOVE 'N' TO WS-DEPT-FOUND-SWITCH
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-CODE(WS-DEPT-IDX)
                       = WS-CL-DEPARTMENT(WS-CL-IDX)
                   ADD WS-CL-AMOUNT(WS-CL-IDX)
                       TO WS-DEPT-AMOUNT(WS-DEPT-IDX)
                   MOVE 'Y' TO WS-DEPT-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT WS-DEPT-FOUND
               ADD WS-CL-AMOUNT(WS-CL-IDX) TO WS-UNALLOCATED-AMOUNT
           END-IF.

           OPEN-PARA.

           OPEN INPUT EMPLOYEE-MASTER
           MOVE WS-EMPLOYEE-STATUS TO WS-CHECK-STATUS
           MOVE "EMPMAST " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "OPEN-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           OPEN OUTPUT PRINT-FILE
           IF WS-COMMIT-MODE
               OPEN OUTPUT BANK-TRANSFER-FILE
               MOVE 'H' TO BH-RECORD-TYPE
               MOVE WS-RUN-DATE TO BH-RUN-DATE
               WRITE BANK-HEADER-RECORD
           END-IF.

           CLOSE-PARA.

           CLOSE EMPLOYEE-MASTER
           CLOSE PRINT-FILE
           IF WS-COMMIT-MODE
               MOVE 'T' TO BT-RECORD-TYPE
               MOVE WS-BANK-RECORD-COUNT TO BT-RECORD-COUNT
               MOVE WS-BANK-TOTAL-AMOUNT TO BT-TOTAL-AMOUNT
               WRITE BANK-TRAILER-RECORD
               CLOSE BANK-TRANSFER-FILE
           END-IF.

      *>--------------- gathering the approved lines ---------------

           GATHER-LINE-PARA.

           PERFORM FIND-PAYEE-PARA
           IF WS-PAYEE-FOUND
               MOVE WS-CL-AMOUNT(WS-CL-IDX) TO WS-EDIT-AMOUNT
               IF WS-PY-HELD(WS-PY-IDX) = 'Y'
                   MOVE "HELD - NOT ON EMPLOYEE-MASTER" TO WS-OUTCOME
               ELSE
                   MOVE "APPROVED BY " TO WS-OUTCOME
                   MOVE WS-CL-APPROVED-BY(WS-CL-IDX)
                       TO WS-OUTCOME(13:10)
                   ADD WS-CL-AMOUNT(WS-CL-IDX)
                       TO WS-PY-AMOUNT(WS-PY-IDX)
                   ADD 1 TO WS-LINES-PAID
                   PERFORM ALLOCATE-DEPT-PARA
               END-IF
               STRING WS-CL-CLAIM-NO(WS-CL-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CL-LINE-NO(WS-CL-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CL-EMP-ID(WS-CL-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CL-DEPARTMENT(WS-CL-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CL-EXPENSE-TYPE(WS-CL-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CL-DESCRIPTION(WS-CL-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-OUTCOME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
               PERFORM CHECK-PAGE-PARA
           END-IF.

           FIND-PAYEE-PARA.

      *> one table row per claimant, read off the master the first
      *> time the claimant is met
           MOVE 'N' TO WS-PAYEE-FOUND-SWITCH
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PAYEE-COUNT
               IF WS-PY-EMP-ID(WS-PY-IDX) = WS-CL-EMP-ID(WS-CL-IDX)
                   MOVE 'Y' TO WS-PAYEE-FOUND-SWITCH
                   SET WS-PAYEE-HIT TO WS-PY-IDX
               END-IF
           END-PERFORM
           IF WS-PAYEE-FOUND
               SET WS-PY-IDX TO WS-PAYEE-HIT
           ELSE
               IF WS-PAYEE-COUNT < 200
                   ADD 1 TO WS-PAYEE-COUNT
                   SET WS-PY-IDX TO WS-PAYEE-COUNT
                   MOVE 'Y' TO WS-PAYEE-FOUND-SWITCH
                   MOVE WS-CL-EMP-ID(WS-CL-IDX)
                       TO WS-PY-EMP-ID(WS-PY-IDX)
                   MOVE ZERO TO WS-PY-AMOUNT(WS-PY-IDX)
                   MOVE WS-CL-EMP-ID(WS-CL-IDX) TO EM-EMP-ID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE 'Y' TO WS-PY-HELD(WS-PY-IDX)
                           MOVE SPACES TO WS-PY-EMP-NAME(WS-PY-IDX)
                           MOVE SPACES TO WS-PY-BANK-CODE(WS-PY-IDX)
                           MOVE SPACES
                               TO WS-PY-BANK-ACCOUNT(WS-PY-IDX)
                       NOT INVALID KEY
                           MOVE 'N' TO WS-PY-HELD(WS-PY-IDX)
                           MOVE EM-EMP-NAME
                               TO WS-PY-EMP-NAME(WS-PY-IDX)
                           MOVE EM-BANK-CODE
                               TO WS-PY-BANK-CODE(WS-PY-IDX)
                           MOVE EM-BANK-ACCOUNT
                               TO WS-PY-BANK-ACCOUNT(WS-PY-IDX)
                   END-READ
               ELSE
      *> past the table the claim simply waits for the next run
                   IF NOT WS-PAYEE-FULL
                       DISPLAY "*** MORE CLAIMANTS THAN THE TABLE "
                           "HOLDS - THE REST WAIT FOR THE NEXT RUN ***"
                       MOVE 'Y' TO WS-PAYEE-FULL-SWITCH
                   END-IF
               END-IF
           END-IF.

      *>--------------- paying the claimants ---------------

           PAY-CLAIMANT-PARA.

           IF WS-PY-HELD(WS-PY-IDX) = 'Y'
               ADD 1 TO WS-EMPLOYEES-HELD
           ELSE
               ADD 1 TO WS-EMPLOYEES-PAID
               ADD WS-PY-AMOUNT(WS-PY-IDX) TO WS-PAID-TOTAL
               IF WS-PY-BANK-CODE(WS-PY-IDX) = SPACES
                       OR WS-PY-BANK-ACCOUNT(WS-PY-IDX) = SPACES
                   ADD 1 TO WS-CASH-PAY-COUNT
                   ADD WS-PY-AMOUNT(WS-PY-IDX) TO WS-CASH-TOTAL
                   MOVE "CASH - NO BANK DETAILS" TO WS-OUTCOME
               ELSE
                   MOVE "BANK TRANSFER" TO WS-OUTCOME
                   IF WS-COMMIT-MODE
                       MOVE 'D' TO BD-RECORD-TYPE
                       MOVE WS-PY-EMP-ID(WS-PY-IDX) TO BD-EMP-ID
                       MOVE WS-PY-BANK-CODE(WS-PY-IDX)
                           TO BD-BANK-CODE
                       MOVE WS-PY-BANK-ACCOUNT(WS-PY-IDX)
                           TO BD-BANK-ACCOUNT
                       MOVE WS-PY-AMOUNT(WS-PY-IDX) TO BD-NET-PAY
                       WRITE BANK-DETAIL-RECORD
                   END-IF
                   ADD 1 TO WS-BANK-RECORD-COUNT
                   ADD WS-PY-AMOUNT(WS-PY-IDX)
                       TO WS-BANK-TOTAL-AMOUNT
               END-IF
               MOVE WS-PY-AMOUNT(WS-PY-IDX) TO WS-EDIT-TOTAL
               STRING "  REIMBURSE " DELIMITED BY SIZE
                   WS-PY-EMP-ID(WS-PY-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PY-EMP-NAME(WS-PY-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-OUTCOME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
               PERFORM CHECK-PAGE-PARA
           END-IF.

           MARK-PAID-PARA.

      *> only lines of claimants actually paid this run turn to P
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CLAIM-COUNT
               IF WS-CL-STATUS(WS-CL-IDX) = 'A'
                   PERFORM FIND-PAID-PAYEE-PARA
                   IF WS-PAYEE-FOUND
                       MOVE 'P' TO WS-CL-STATUS(WS-CL-IDX)
                       MOVE WS-RUN-DATE TO WS-CL-PAID-DATE(WS-CL-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           FIND-PAID-PAYEE-PARA.

           MOVE 'N' TO WS-PAYEE-FOUND-SWITCH
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PAYEE-COUNT
               IF WS-PY-EMP-ID(WS-PY-IDX) = WS-CL-EMP-ID(WS-CL-IDX)
                       AND WS-PY-HELD(WS-PY-IDX) = 'N'
                   MOVE 'Y' TO WS-PAYEE-FOUND-SWITCH
               END-IF
           END-PERFORM.

           PRINT-TOTALS-PARA.

           PERFORM PRINT-LINE-PARA
           MOVE "----- Expense Reimbursement Totals -----"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           STRING "Claim Lines Paid : " DELIMITED BY SIZE
               WS-LINES-PAID DELIMITED BY SIZE
               "   Employees Paid : " DELIMITED BY SIZE
               WS-EMPLOYEES-PAID DELIMITED BY SIZE
               "   Employees Held : " DELIMITED BY SIZE
               WS-EMPLOYEES-HELD DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-PAID-TOTAL TO WS-EDIT-TOTAL
           STRING "Total Reimbursed : " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-BANK-TOTAL-AMOUNT TO WS-EDIT-TOTAL
           STRING "Bank Transfers   : " DELIMITED BY SIZE
               WS-BANK-RECORD-COUNT DELIMITED BY SIZE
               "  AMOUNT : " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-CASH-TOTAL TO WS-EDIT-TOTAL
           STRING "Cash Payments    : " DELIMITED BY SIZE
               WS-CASH-PAY-COUNT DELIMITED BY SIZE
               "  AMOUNT : " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

      *>--------------- the outstanding claims report ---------------

           PRINT-OUTSTANDING-PARA.

           MOVE "----- Outstanding Expense Claims -----"
               TO WS-PAGE-TITLE
           PERFORM PRINT-HEADER-PARA
           PERFORM PRINT-OUTSTANDING-COLUMN-PARA
           MOVE ZERO TO WS-BREAK-CLAIM-NO
           MOVE ZERO TO WS-BREAK-TOTAL
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CLAIM-COUNT
               MOVE 'N' TO WS-OUTSTANDING-SWITCH
               IF WS-CL-STATUS(WS-CL-IDX) = 'N'
                       OR WS-CL-STATUS(WS-CL-IDX) = SPACE
                   MOVE 'Y' TO WS-OUTSTANDING-SWITCH
                   ADD WS-CL-AMOUNT(WS-CL-IDX) TO WS-PENDING-TOTAL
               END-IF
               IF WS-CL-STATUS(WS-CL-IDX) = 'A'
                   MOVE 'Y' TO WS-OUTSTANDING-SWITCH
                   ADD WS-CL-AMOUNT(WS-CL-IDX)
                       TO WS-APPROVED-UNPAID-TOTAL
               END-IF
               IF WS-LINE-OUTSTANDING
                   IF WS-CL-CLAIM-NO(WS-CL-IDX) NOT = WS-BREAK-CLAIM-NO
                       PERFORM FLUSH-CLAIM-PARA
                       MOVE WS-CL-CLAIM-NO(WS-CL-IDX)
                           TO WS-BREAK-CLAIM-NO
                       SET WS-BREAK-SUB TO WS-CL-IDX
                   END-IF
                   ADD WS-CL-AMOUNT(WS-CL-IDX) TO WS-BREAK-TOTAL
               END-IF
           END-PERFORM
           PERFORM FLUSH-CLAIM-PARA
           PERFORM PRINT-LINE-PARA
           STRING "CLAIMS OUTSTANDING : " DELIMITED BY SIZE
               WS-OUTSTANDING-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-PENDING-TOTAL TO WS-EDIT-TOTAL
           STRING "AWAITING APPROVAL  : " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-APPROVED-UNPAID-TOTAL TO WS-EDIT-TOTAL
           STRING "APPROVED, UNPAID   : " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-OUTSTANDING-COLUMN-PARA.

           STRING "CLAIM  EMP   DEPARTMENT CLAIMED   DAYS"
                   DELIMITED BY SIZE
               "           AMOUNT  STATUS" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           FLUSH-CLAIM-PARA.

           IF WS-BREAK-CLAIM-NO > ZERO
               ADD 1 TO WS-OUTSTANDING-COUNT
               MOVE WS-RUN-DATE TO WS-DS-DATE-1
               MOVE WS-CL-CLAIM-DATE(WS-BREAK-SUB) TO WS-DS-DATE-2
               MOVE 'D' TO WS-DS-FUNCTION
               CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
                   WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
               IF WS-DS-DAYS < ZERO
                   MOVE ZERO TO WS-DS-DAYS
               END-IF
               MOVE WS-DS-DAYS TO WS-EDIT-DAYS
               IF WS-CL-STATUS(WS-BREAK-SUB) = 'A'
                   STRING "APPROVED BY " DELIMITED BY SIZE
                       WS-CL-APPROVED-BY(WS-BREAK-SUB)
                           DELIMITED BY SIZE
                       INTO WS-BREAK-STATE
                   END-STRING
               ELSE
                   MOVE "AWAITING APPROVAL" TO WS-BREAK-STATE
               END-IF
               MOVE WS-BREAK-TOTAL TO WS-EDIT-TOTAL
               STRING WS-BREAK-CLAIM-NO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CL-EMP-ID(WS-BREAK-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CL-DEPARTMENT(WS-BREAK-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CL-CLAIM-DATE(WS-BREAK-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-DAYS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-BREAK-STATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-HEADER-PARA
                   PERFORM PRINT-OUTSTANDING-COLUMN-PARA
               END-IF
               MOVE SPACES TO WS-BREAK-STATE
               MOVE ZERO TO WS-BREAK-TOTAL
           END-IF.

      *>--------------- posting ---------------

           WRITE-GL-JOURNAL-PARA.

      *> batch EXPNS - each claimant department's expense account
      *> debited against net-pay clearing, no tax on either side
           IF WS-PAID-TOTAL > ZERO
               OPEN EXTEND JOURNAL-FILE
               MOVE "EXPNS" TO JE-BATCH-ID
               MOVE WS-RUN-DATE(1:6) TO JE-PERIOD
               MOVE 'N' TO JE-POSTED-FLAG
               MOVE "EXPN" TO JE-SOURCE-SYSTEM
               MOVE "EXPPAY" TO JE-DOCUMENT-REF
               MOVE WS-RUN-DATE TO JE-TRANS-DATE
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   IF WS-DEPT-AMOUNT(WS-DEPT-IDX) > ZERO
                       MOVE WS-DEPT-ACCOUNT(WS-DEPT-IDX) TO JE-ACCOUNT
                       MOVE WS-DEPT-AMOUNT(WS-DEPT-IDX)
                           TO JE-DEBIT-AMOUNT
                       MOVE ZERO TO JE-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                   END-IF
               END-PERFORM
               IF WS-UNALLOCATED-AMOUNT > ZERO
                   MOVE WS-STAFF-EXPENSE-ACCT TO JE-ACCOUNT
                   MOVE WS-UNALLOCATED-AMOUNT TO JE-DEBIT-AMOUNT
                   MOVE ZERO TO JE-CREDIT-AMOUNT
                   WRITE JOURNAL-ENTRY-RECORD
               END-IF
               MOVE WS-NET-CLEARING-ACCT TO JE-ACCOUNT
               MOVE ZERO TO JE-DEBIT-AMOUNT
               MOVE WS-PAID-TOTAL TO JE-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
               CLOSE JOURNAL-FILE
               DISPLAY "EXPENSE JOURNAL WRITTEN - REIMBURSED "
                   WS-PAID-TOTAL
           END-IF.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "EXPPAY  " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-LINES-PAID TO RC-RECORDS-PROCESSED
           MOVE WS-PAID-TOTAL TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM ExpenseReimbursement.
