       IDENTIFICATION DIVISION.
       PROGRAM-ID. WithdrawalRefundRun.
       ENVIRONMENT DIVISION.
           *> withdrawal refund run - a student moved to withdrawn
           *> by the status maintenance still carries the whole term
           *> charge, so every withdrawn student whose status date
           *> falls inside the RUNPARM term is measured against the
           *> term: school days elapsed up to the withdrawal, counted
           *> off the CALENDAR working days between the TERM-MASTER
           *> start and end dates
           *> the REFNDPOL tiers are walked in file order and the
           *> first whose limit has not been passed sets the refund
           *> percent of the term charge; the refund goes on
           *> STUDENT-BILLING as a refund credit, which nets it
           *> against whatever the student still owes on any term
           *> whatever the credit leaves the account in credit is
           *> paid back - a cash refund line is posted for it and a
           *> refund voucher printed to REFNDVCH for the bursar
           *> a student already holding a refund credit for the term
           *> is never refunded twice; with no working days on the
           *> CALENDAR for the term the run falls back to calendar
           *> days through DateService and says so
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

           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT OPTIONAL REFUND-POLICY-FILE ASSIGN TO "REFNDPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFNDPOL-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT OPTIONAL STUDENT-BILLING-FILE ASSIGN TO "STUBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT VOUCHER-FILE ASSIGN TO "REFNDVCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD TERM-MASTER.
           COPY TERMMSTR.

       FD CALENDAR-FILE.
           COPY CALENDAR.

       FD REFUND-POLICY-FILE.
           COPY REFNDPOL.

       FD STUDENT-MASTER.
           COPY STUDMSTR.

       FD STUDENT-BILLING-FILE.
           COPY STUBILL.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD VOUCHER-FILE.
           01 VOUCHER-RECORD.
               05 VR-CARRIAGE-CONTROL    PIC X(01).
               05 VR-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-TERM-STATUS PIC X(02) VALUE SPACES.
           01 WS-CALENDAR-STATUS PIC X(02) VALUE SPACES.
           01 WS-REFNDPOL-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-BILLING-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-VOUCHER-STATUS PIC X(02) VALUE SPACES.

           01 WS-CAL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CAL-EOF VALUE 'Y'.
           01 WS-POLICY-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-POLICY-EOF VALUE 'Y'.
           01 WS-STUDENT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-STUDENT-EOF VALUE 'Y'.
           01 WS-BILL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BILL-EOF VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-TERM-CODE PIC X(06) VALUE SPACES.
           01 WS-TERM-START PIC 9(08) VALUE ZERO.
           01 WS-TERM-END PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "REFUND  ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

      *> the term's school days, in calendar order
           01 WS-SCHOOL-DAY-TABLE.
               02 WS-SCHOOL-DAY OCCURS 366 TIMES
                       INDEXED BY WS-DAY-IDX.
                   05 WS-SD-DATE PIC 9(08).
           01 WS-SCHOOL-DAY-COUNT PIC 9(03) VALUE ZERO.
           01 WS-CALENDAR-DAYS-SWITCH PIC X(01) VALUE 'N'.
               88 WS-USE-CALENDAR-DAYS VALUE 'Y'.
           01 WS-TERM-DAYS PIC 9(05) VALUE ZERO.
           01 WS-ELAPSED-DAYS PIC 9(05) VALUE ZERO.
           01 WS-ELAPSED-PERCENT PIC 9(03) VALUE ZERO.

      *> the refund tiers, in the order the policy lists them
           01 WS-TIER-TABLE.
               02 WS-TIER-ENTRY OCCURS 20 TIMES
                       INDEXED BY WS-TIER-IDX.
                   05 WS-TR-BASIS PIC X(01).
                   05 WS-TR-LIMIT PIC 9(03).
                   05 WS-TR-PERCENT PIC 9(03).
           01 WS-TIER-COUNT PIC 9(02) VALUE ZERO.
           01 WS-TIER-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TIER-FOUND VALUE 'Y'.
           01 WS-REFUND-PERCENT PIC 9(03) VALUE ZERO.

      *> each student's account - the term charge being refunded,
      *> the balance across every term, and whether the term has
      *> been refunded already
           01 WS-ACCOUNT-TABLE.
               02 WS-ACCOUNT-ENTRY OCCURS 1000 TIMES
                       INDEXED BY WS-ACCT-IDX.
                   05 WS-AC-STUDENT-ID PIC 9(05).
                   05 WS-AC-TERM-CHARGE PIC 9(07)V99.
                   05 WS-AC-BALANCE PIC S9(07)V99.
                   05 WS-AC-REFUNDED PIC X(01).
           01 WS-ACCOUNT-COUNT PIC 9(04) VALUE ZERO.
           01 WS-ACCOUNT-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ACCOUNT-OVERFLOWED VALUE 'Y'.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.

           01 WS-REFUND-AMOUNT PIC 9(07)V99 VALUE ZERO.
           01 WS-CASH-AMOUNT PIC 9(07)V99 VALUE ZERO.
           01 WS-NETTED-AMOUNT PIC 9(07)V99 VALUE ZERO.
           01 WS-CREDIT-BALANCE PIC S9(07)V99 VALUE ZERO.

           01 WS-WITHDRAWALS-READ PIC 9(05) VALUE ZERO.
           01 WS-REFUNDS-POSTED PIC 9(05) VALUE ZERO.
           01 WS-VOUCHER-COUNT PIC 9(05) VALUE ZERO.
           01 WS-REFUND-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-CASH-TOTAL PIC 9(09)V99 VALUE ZERO.

           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-EDIT-AMOUNT PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-PERCENT PIC ZZ9.
           01 WS-EDIT-DAYS PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-TERM-PARA
           PERFORM LOAD-SCHOOL-DAYS-PARA
           PERFORM LOAD-POLICY-PARA
           PERFORM LOAD-ACCOUNTS-PARA
           IF WS-ACCOUNT-OVERFLOWED
               DISPLAY "*** MORE STUDENT ACCOUNTS THAN THE TABLE "
                   "HOLDS - RUN STOPPED, NO REFUNDS POSTED ***"
               STOP RUN
           END-IF

           DISPLAY "----- Withdrawal Refund Run -----"
           DISPLAY "RUN DATE : " WS-RUN-DATE
               "   TERM : " WS-TERM-CODE
               " " WS-TERM-START " TO " WS-TERM-END
               "   SCHOOL DAYS : " WS-TERM-DAYS
           DISPLAY " "

           OPEN INPUT STUDENT-MASTER
           OPEN EXTEND STUDENT-BILLING-FILE
           OPEN OUTPUT VOUCHER-FILE
           PERFORM READ-STUDENT-PARA
           PERFORM CHECK-STUDENT-PARA UNTIL WS-STUDENT-EOF
           CLOSE VOUCHER-FILE
           CLOSE STUDENT-BILLING-FILE
           CLOSE STUDENT-MASTER

           DISPLAY " "
           DISPLAY "WITHDRAWALS IN TERM : " WS-WITHDRAWALS-READ
           DISPLAY "REFUNDS POSTED      : " WS-REFUNDS-POSTED
           DISPLAY "REFUND CREDITS      : " WS-REFUND-TOTAL
           DISPLAY "VOUCHERS PRINTED    : " WS-VOUCHER-COUNT
           DISPLAY "CASH REFUNDED       : " WS-CASH-TOTAL

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

      *> the refund is measured against the term's own dates, so
      *> unlike the billing run this one cannot go on without them
           OPEN INPUT TERM-MASTER
           IF WS-TERM-STATUS = "35"
               DISPLAY "*** NO TERM-MASTER FILE - TERM DATES "
                   "UNKNOWN - RUN STOPPED ***"
               STOP RUN
           END-IF
           MOVE WS-TERM-CODE TO TRM-TERM-CODE
           READ TERM-MASTER
               INVALID KEY
                   DISPLAY "*** TERM " WS-TERM-CODE
                       " IS NOT ON TERM-MASTER - RUN STOPPED ***"
                   CLOSE TERM-MASTER
                   STOP RUN
               NOT INVALID KEY
                   MOVE TRM-START-DATE TO WS-TERM-START
                   MOVE TRM-END-DATE TO WS-TERM-END
           END-READ
           CLOSE TERM-MASTER.

           LOAD-SCHOOL-DAYS-PARA.

           MOVE ZERO TO WS-SCHOOL-DAY-COUNT
           OPEN INPUT CALENDAR-FILE
           PERFORM READ-CALENDAR-PARA
           PERFORM NOTE-SCHOOL-DAY-PARA UNTIL WS-CAL-EOF
           CLOSE CALENDAR-FILE
           IF WS-SCHOOL-DAY-COUNT = ZERO
               MOVE 'Y' TO WS-CALENDAR-DAYS-SWITCH
               MOVE 'D' TO WS-DS-FUNCTION
               MOVE WS-TERM-END TO WS-DS-DATE-1
               MOVE WS-TERM-START TO WS-DS-DATE-2
               CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
                   WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
               COMPUTE WS-TERM-DAYS = WS-DS-DAYS + 1
               DISPLAY "NO CALENDAR WORKING DAYS FOR THE TERM - "
                   "COUNTING CALENDAR DAYS INSTEAD"
           ELSE
               MOVE WS-SCHOOL-DAY-COUNT TO WS-TERM-DAYS
           END-IF.

           READ-CALENDAR-PARA.

           READ CALENDAR-FILE
               AT END MOVE 'Y' TO WS-CAL-EOF-SWITCH
           END-READ.

           NOTE-SCHOOL-DAY-PARA.

           IF CL-WORKING-DAY
                   AND CL-DATE >= WS-TERM-START
                   AND CL-DATE <= WS-TERM-END
                   AND WS-SCHOOL-DAY-COUNT < 366
               ADD 1 TO WS-SCHOOL-DAY-COUNT
               SET WS-DAY-IDX TO WS-SCHOOL-DAY-COUNT
               MOVE CL-DATE TO WS-SD-DATE(WS-DAY-IDX)
           END-IF
           PERFORM READ-CALENDAR-PARA.

           LOAD-POLICY-PARA.

           MOVE ZERO TO WS-TIER-COUNT
           OPEN INPUT REFUND-POLICY-FILE
           PERFORM READ-POLICY-PARA
           PERFORM NOTE-TIER-PARA UNTIL WS-POLICY-EOF
           CLOSE REFUND-POLICY-FILE
           IF WS-TIER-COUNT = ZERO
               DISPLAY "*** NO REFUND TIERS ON REFNDPOL - RUN "
                   "STOPPED, NO REFUNDS POSTED ***"
               STOP RUN
           END-IF.

           READ-POLICY-PARA.

           READ REFUND-POLICY-FILE
               AT END MOVE 'Y' TO WS-POLICY-EOF-SWITCH
           END-READ.

           NOTE-TIER-PARA.

           IF WS-TIER-COUNT < 20
               ADD 1 TO WS-TIER-COUNT
               SET WS-TIER-IDX TO WS-TIER-COUNT
               MOVE RF-LIMIT-BASIS TO WS-TR-BASIS(WS-TIER-IDX)
               MOVE RF-LIMIT TO WS-TR-LIMIT(WS-TIER-IDX)
               MOVE RF-REFUND-PERCENT TO WS-TR-PERCENT(WS-TIER-IDX)
           END-IF
           PERFORM READ-POLICY-PARA.

           LOAD-ACCOUNTS-PARA.

           OPEN INPUT STUDENT-BILLING-FILE
           PERFORM READ-BILLING-PARA
           PERFORM NOTE-BILLING-PARA UNTIL WS-BILL-EOF
           CLOSE STUDENT-BILLING-FILE.

           READ-BILLING-PARA.

           READ STUDENT-BILLING-FILE
               AT END MOVE 'Y' TO WS-BILL-EOF-SWITCH
           END-READ.

           NOTE-BILLING-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
                      OR WS-FOUND
               IF WS-AC-STUDENT-ID(WS-ACCT-IDX) = BL-STUDENT-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-ACCT-IDX DOWN BY 1
           ELSE
               IF WS-ACCOUNT-COUNT = 1000
                   MOVE 'Y' TO WS-ACCOUNT-OVERFLOW-SWITCH
               ELSE
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET WS-ACCT-IDX TO WS-ACCOUNT-COUNT
                   MOVE BL-STUDENT-ID TO WS-AC-STUDENT-ID(WS-ACCT-IDX)
                   MOVE ZERO TO WS-AC-TERM-CHARGE(WS-ACCT-IDX)
                   MOVE ZERO TO WS-AC-BALANCE(WS-ACCT-IDX)
                   MOVE 'N' TO WS-AC-REFUNDED(WS-ACCT-IDX)
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-IF
           IF WS-FOUND
               PERFORM APPLY-BILLING-PARA
           END-IF
           PERFORM READ-BILLING-PARA.

           APPLY-BILLING-PARA.

           IF BL-ADDS-TO-BALANCE
               ADD BL-AMOUNT TO WS-AC-BALANCE(WS-ACCT-IDX)
           ELSE
               SUBTRACT BL-AMOUNT FROM WS-AC-BALANCE(WS-ACCT-IDX)
           END-IF
           IF BL-TERM-CODE = WS-TERM-CODE
               IF BL-CHARGE
                   ADD BL-AMOUNT TO WS-AC-TERM-CHARGE(WS-ACCT-IDX)
               END-IF
               IF BL-REFUND-CREDIT
                   MOVE 'Y' TO WS-AC-REFUNDED(WS-ACCT-IDX)
               END-IF
           END-IF.

           READ-STUDENT-PARA.

           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-STUDENT-EOF-SWITCH
           END-READ.

           CHECK-STUDENT-PARA.

           IF SM-WITHDRAWN
                   AND SM-STATUS-DATE >= WS-TERM-START
                   AND SM-STATUS-DATE <= WS-TERM-END
               ADD 1 TO WS-WITHDRAWALS-READ
               PERFORM REFUND-STUDENT-PARA
           END-IF
           PERFORM READ-STUDENT-PARA.

           REFUND-STUDENT-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
                      OR WS-FOUND
               IF WS-AC-STUDENT-ID(WS-ACCT-IDX) = SM-STUDENT-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-ACCT-IDX DOWN BY 1
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   DISPLAY SM-STUDENT-ID " " SM-STUDENT-NAME
                       " - NO BILLING ON FILE, NOTHING TO REFUND"
               WHEN WS-AC-REFUNDED(WS-ACCT-IDX) = 'Y'
                   DISPLAY SM-STUDENT-ID " " SM-STUDENT-NAME
                       " - ALREADY REFUNDED FOR THE TERM"
               WHEN WS-AC-TERM-CHARGE(WS-ACCT-IDX) = ZERO
                   DISPLAY SM-STUDENT-ID " " SM-STUDENT-NAME
                       " - NO TERM CHARGE, NOTHING TO REFUND"
               WHEN OTHER
                   PERFORM MEASURE-ELAPSED-PARA
                   PERFORM FIND-TIER-PARA
                   PERFORM POST-REFUND-PARA
           END-EVALUATE.

           MEASURE-ELAPSED-PARA.

      *> the withdrawal day itself counts as a day attended
           IF WS-USE-CALENDAR-DAYS
               MOVE 'D' TO WS-DS-FUNCTION
               MOVE SM-STATUS-DATE TO WS-DS-DATE-1
               MOVE WS-TERM-START TO WS-DS-DATE-2
               CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
                   WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
               COMPUTE WS-ELAPSED-DAYS = WS-DS-DAYS + 1
           ELSE
               MOVE ZERO TO WS-ELAPSED-DAYS
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > WS-SCHOOL-DAY-COUNT
                   IF WS-SD-DATE(WS-DAY-IDX) <= SM-STATUS-DATE
                       ADD 1 TO WS-ELAPSED-DAYS
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TERM-DAYS = ZERO
               MOVE 100 TO WS-ELAPSED-PERCENT
           ELSE
               COMPUTE WS-ELAPSED-PERCENT =
                   (WS-ELAPSED-DAYS * 100) / WS-TERM-DAYS
           END-IF.

           FIND-TIER-PARA.

           MOVE ZERO TO WS-REFUND-PERCENT
           MOVE 'N' TO WS-TIER-FOUND-SWITCH
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > WS-TIER-COUNT
                      OR WS-TIER-FOUND
               IF WS-TR-BASIS(WS-TIER-IDX) = 'D'
                       AND WS-ELAPSED-DAYS <= WS-TR-LIMIT(WS-TIER-IDX)
                   MOVE 'Y' TO WS-TIER-FOUND-SWITCH
               END-IF
               IF WS-TR-BASIS(WS-TIER-IDX) = 'P'
                       AND WS-ELAPSED-PERCENT
                           <= WS-TR-LIMIT(WS-TIER-IDX)
                   MOVE 'Y' TO WS-TIER-FOUND-SWITCH
               END-IF
               IF WS-TIER-FOUND
                   MOVE WS-TR-PERCENT(WS-TIER-IDX)
                       TO WS-REFUND-PERCENT
               END-IF
           END-PERFORM.

           POST-REFUND-PARA.

           IF WS-REFUND-PERCENT = ZERO
               DISPLAY SM-STUDENT-ID " " SM-STUDENT-NAME
                   " WITHDRAWN " SM-STATUS-DATE
                   " AFTER " WS-ELAPSED-DAYS " DAYS - PAST THE "
                   "LAST REFUND TIER, NO REFUND"
           ELSE
               COMPUTE WS-REFUND-AMOUNT ROUNDED =
                   WS-AC-TERM-CHARGE(WS-ACCT-IDX)
                       * WS-REFUND-PERCENT / 100
               MOVE SM-STUDENT-ID TO BL-STUDENT-ID
               MOVE WS-TERM-CODE TO BL-TERM-CODE
               MOVE 'R' TO BL-TRAN-TYPE
               MOVE WS-REFUND-AMOUNT TO BL-AMOUNT
               MOVE WS-RUN-DATE TO BL-TRAN-DATE
               MOVE 'N' TO BL-JOURNALED-FLAG
               WRITE STUDENT-BILLING-RECORD
               ADD 1 TO WS-REFUNDS-POSTED
               ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL
               MOVE 'Y' TO WS-AC-REFUNDED(WS-ACCT-IDX)
               SUBTRACT WS-REFUND-AMOUNT
                   FROM WS-AC-BALANCE(WS-ACCT-IDX)
               PERFORM SETTLE-CREDIT-PARA
               DISPLAY SM-STUDENT-ID " " SM-STUDENT-NAME
                   " WITHDRAWN " SM-STATUS-DATE
                   " AFTER " WS-ELAPSED-DAYS " DAYS - "
                   WS-REFUND-PERCENT "% REFUND " WS-REFUND-AMOUNT
                   " CASH BACK " WS-CASH-AMOUNT
           END-IF.

           SETTLE-CREDIT-PARA.

      *> the credit first clears any arrears; only what is left in
      *> credit goes back as cash, and never more than this refund
      *> - an older credit balance is not this run's to pay out
           MOVE ZERO TO WS-CASH-AMOUNT
           IF WS-AC-BALANCE(WS-ACCT-IDX) < ZERO
               COMPUTE WS-CREDIT-BALANCE =
                   ZERO - WS-AC-BALANCE(WS-ACCT-IDX)
               IF WS-CREDIT-BALANCE > WS-REFUND-AMOUNT
                   MOVE WS-REFUND-AMOUNT TO WS-CASH-AMOUNT
               ELSE
                   MOVE WS-CREDIT-BALANCE TO WS-CASH-AMOUNT
               END-IF
           END-IF
           COMPUTE WS-NETTED-AMOUNT = WS-REFUND-AMOUNT - WS-CASH-AMOUNT
           IF WS-CASH-AMOUNT > ZERO
               MOVE SM-STUDENT-ID TO BL-STUDENT-ID
               MOVE WS-TERM-CODE TO BL-TERM-CODE
               MOVE 'K' TO BL-TRAN-TYPE
               MOVE WS-CASH-AMOUNT TO BL-AMOUNT
               MOVE WS-RUN-DATE TO BL-TRAN-DATE
               MOVE 'N' TO BL-JOURNALED-FLAG
               WRITE STUDENT-BILLING-RECORD
               ADD WS-CASH-AMOUNT TO WS-AC-BALANCE(WS-ACCT-IDX)
               ADD WS-CASH-AMOUNT TO WS-CASH-TOTAL
               PERFORM PRINT-VOUCHER-PARA
           END-IF.

      *>--------------- refund voucher ---------------

           PRINT-VOUCHER-PARA.

           ADD 1 TO WS-VOUCHER-COUNT
           STRING "----- Withdrawal Refund Voucher " DELIMITED BY SIZE
               WS-VOUCHER-COUNT DELIMITED BY SIZE
               " - Term " DELIMITED BY SIZE
               WS-TERM-CODE DELIMITED BY SIZE
               " -----" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM VOUCHER-PAGE-PARA
           STRING "DATE      : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM VOUCHER-LINE-PARA
           STRING "PAY       : " DELIMITED BY SIZE
               SM-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-STUDENT-NAME DELIMITED BY SIZE
               "  CLASS " DELIMITED BY SIZE
               SM-STUDENT-CLASS DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM VOUCHER-LINE-PARA
           MOVE WS-ELAPSED-DAYS TO WS-EDIT-DAYS
           STRING "WITHDRAWN : " DELIMITED BY SIZE
               SM-STATUS-DATE DELIMITED BY SIZE
               " AFTER " DELIMITED BY SIZE
               WS-EDIT-DAYS DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-TERM-DAYS DELIMITED BY SIZE
               " SCHOOL DAYS" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM VOUCHER-LINE-PARA
           PERFORM VOUCHER-LINE-PARA
           MOVE WS-AC-TERM-CHARGE(WS-ACCT-IDX) TO WS-EDIT-AMOUNT
           STRING "TERM CHARGE            " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM VOUCHER-LINE-PARA
           MOVE WS-REFUND-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-REFUND-PERCENT TO WS-EDIT-PERCENT
           STRING "REFUND CREDIT AT " DELIMITED BY SIZE
               WS-EDIT-PERCENT DELIMITED BY SIZE
               "%  " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM VOUCHER-LINE-PARA
           MOVE WS-NETTED-AMOUNT TO WS-EDIT-AMOUNT
           STRING "LESS APPLIED TO ARREARS" DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM VOUCHER-LINE-PARA
           MOVE WS-CASH-AMOUNT TO WS-EDIT-AMOUNT
           STRING "CASH REFUND PAYABLE    " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM VOUCHER-LINE-PARA
           PERFORM VOUCHER-LINE-PARA
           MOVE "AUTHORISED BY ____________  PAID ON __________"
               TO WS-PRINT-LINE
           PERFORM VOUCHER-LINE-PARA.

           VOUCHER-LINE-PARA.

           MOVE SPACE TO VR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO VR-TEXT
           WRITE VOUCHER-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

           VOUCHER-PAGE-PARA.

           MOVE '1' TO VR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO VR-TEXT
           WRITE VOUCHER-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "REFUND  " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-WITHDRAWALS-READ TO RC-RECORDS-PROCESSED
           MOVE WS-REFUND-TOTAL TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM WithdrawalRefundRun.
