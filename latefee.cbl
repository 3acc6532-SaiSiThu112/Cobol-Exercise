       IDENTIFICATION DIVISION.
       PROGRAM-ID. InstalmentLateFeeRun.
       ENVIRONMENT DIVISION.
           *> nightly instalment late-fee run - every plan on the
           *> INSTALMENT-PLAN file is tested part by part against the
           *> STUDENT-BILLING credits for the student and term
           *> (payments and assistance, less voided receipts): once
           *> the run date is past a part's due date plus the grace
           *> days and the credits still fall short of everything due
           *> up to that part, one late-fee line is posted for it
           *> the fee and the grace days come off the CTLPARM control
           *> table (codes LATEFEE and LATEGRCE), with the figures
           *> below as the fallback when a code is missing; each part
           *> is stamped once charged so it is never penalised twice
           *> late-fee lines carry their own BL-LATE-FEE type so the
           *> ledger feed books them to penalty income
           *> cleared by the job schedule like the other batch jobs,
           *> and logged to RUN-CONTROL on completion
           *> a withdrawal refund credit counts toward what has been
           *> paid on the plan, and a cash refund paid out of it
           *> comes back off
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

           SELECT INSTALMENT-PLAN ASSIGN TO "INSTPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IP-PLAN-KEY
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT OPTIONAL STUDENT-BILLING-FILE ASSIGN TO "STUBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       FD INSTALMENT-PLAN.
           COPY INSTPLAN.

       FD STUDENT-BILLING-FILE.
           COPY STUBILL.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       WORKING-STORAGE SECTION.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-PLAN-STATUS PIC X(02) VALUE SPACES.
           01 WS-BILLING-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.

           01 WS-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PARM-EOF VALUE 'Y'.
           01 WS-PLAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PLAN-EOF VALUE 'Y'.
           01 WS-BILL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BILL-EOF VALUE 'Y'.

           01 WS-LATE-FEE PIC 9(07)V99 VALUE 10.00.
           01 WS-GRACE-DAYS PIC 9(03) VALUE 7.
           01 WS-FEE-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FEE-FOUND VALUE 'Y'.
           01 WS-GRACE-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-GRACE-FOUND VALUE 'Y'.

      *> what each student has paid or been credited for a term
           01 WS-CREDIT-TABLE.
               02 WS-CREDIT-ENTRY OCCURS 1000 TIMES
                       INDEXED BY WS-CREDIT-IDX.
                   05 WS-CR-STUDENT-ID PIC 9(05).
                   05 WS-CR-TERM PIC X(06).
                   05 WS-CR-AMOUNT PIC S9(07)V99.
           01 WS-CREDIT-COUNT PIC 9(04) VALUE ZERO.
           01 WS-CREDIT-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CREDIT-OVERFLOWED VALUE 'Y'.
           01 WS-SIGNED-AMOUNT PIC S9(07)V99 VALUE ZERO.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "LATEFEE ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

           01 WS-PART-SUB PIC 9(01) VALUE ZERO.
           01 WS-PLAN-CREDIT PIC S9(07)V99 VALUE ZERO.
           01 WS-CUMULATIVE-DUE PIC 9(07)V99 VALUE ZERO.
           01 WS-PLAN-CHANGED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PLAN-CHANGED VALUE 'Y'.

           01 WS-PLANS-READ PIC 9(05) VALUE ZERO.
           01 WS-FEES-POSTED PIC 9(05) VALUE ZERO.
           01 WS-FEE-TOTAL PIC 9(09)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-CONTROL-PARMS-PARA
           PERFORM LOAD-CREDITS-PARA
           IF WS-CREDIT-OVERFLOWED
               DISPLAY "*** MORE STUDENT/TERM ACCOUNTS THAN THE "
                   "TABLE HOLDS - RUN STOPPED, NO FEES POSTED ***"
               STOP RUN
           END-IF

           DISPLAY "----- Instalment Late-Fee Run -----"
           DISPLAY "RUN DATE : " WS-RUN-DATE
               "   LATE FEE : " WS-LATE-FEE
               "   GRACE DAYS : " WS-GRACE-DAYS
           DISPLAY " "

           OPEN I-O INSTALMENT-PLAN
           IF WS-PLAN-STATUS = "35"
               DISPLAY "NO INSTALMENT-PLAN FILE - NOTHING TO CHECK"
           ELSE
               OPEN EXTEND STUDENT-BILLING-FILE
               PERFORM READ-PLAN-PARA
               PERFORM CHECK-PLAN-PARA UNTIL WS-PLAN-EOF
               CLOSE STUDENT-BILLING-FILE
               CLOSE INSTALMENT-PLAN
           END-IF

           DISPLAY " "
           DISPLAY "PLANS CHECKED     : " WS-PLANS-READ
           DISPLAY "LATE FEES POSTED  : " WS-FEES-POSTED
           DISPLAY "LATE FEES CHARGED : " WS-FEE-TOTAL

           PERFORM LOG-RUN-CONTROL-PARA

            STOP RUN.

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

           OPEN INPUT CONTROL-PARAMETER-FILE
           PERFORM READ-CONTROL-PARM-PARA
           PERFORM NOTE-CONTROL-PARM-PARA UNTIL WS-PARM-EOF
           CLOSE CONTROL-PARAMETER-FILE
           IF NOT WS-FEE-FOUND
               DISPLAY "NO LATEFEE ROW ON CTLPARM - USING DEFAULT "
                   WS-LATE-FEE
           END-IF
           IF NOT WS-GRACE-FOUND
               DISPLAY "NO LATEGRCE ROW ON CTLPARM - USING DEFAULT "
                   WS-GRACE-DAYS " DAYS"
           END-IF.

           READ-CONTROL-PARM-PARA.

           READ CONTROL-PARAMETER-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-SWITCH
           END-READ.

           NOTE-CONTROL-PARM-PARA.

           EVALUATE CP-PARM-CODE
               WHEN "LATEFEE "
                   MOVE CP-PARM-VALUE TO WS-LATE-FEE
                   MOVE 'Y' TO WS-FEE-FOUND-SWITCH
               WHEN "LATEGRCE"
                   MOVE CP-PARM-VALUE TO WS-GRACE-DAYS
                   MOVE 'Y' TO WS-GRACE-FOUND-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-CONTROL-PARM-PARA.

           LOAD-CREDITS-PARA.

           OPEN INPUT STUDENT-BILLING-FILE
           PERFORM READ-BILLING-PARA
           PERFORM NOTE-CREDIT-PARA UNTIL WS-BILL-EOF
           CLOSE STUDENT-BILLING-FILE.

           READ-BILLING-PARA.

           READ STUDENT-BILLING-FILE
               AT END MOVE 'Y' TO WS-BILL-EOF-SWITCH
           END-READ.

           NOTE-CREDIT-PARA.

      *> only what reduces the charge counts - payments,
      *> assistance and withdrawal refund credits in, voided
      *> receipts and cash refunds back out; charges and earlier
      *> late fees are not credits
           MOVE ZERO TO WS-SIGNED-AMOUNT
           IF BL-PAYMENT OR BL-ASSISTANCE OR BL-REFUND-CREDIT
               MOVE BL-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF
           IF BL-VOID OR BL-CASH-REFUND
               COMPUTE WS-SIGNED-AMOUNT = ZERO - BL-AMOUNT
           END-IF
           IF WS-SIGNED-AMOUNT NOT = ZERO
               PERFORM POST-CREDIT-PARA
           END-IF
           PERFORM READ-BILLING-PARA.

           POST-CREDIT-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-CREDIT-IDX FROM 1 BY 1
                   UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
               IF WS-CR-STUDENT-ID(WS-CREDIT-IDX) = BL-STUDENT-ID
                       AND WS-CR-TERM(WS-CREDIT-IDX) = BL-TERM-CODE
                   ADD WS-SIGNED-AMOUNT TO WS-CR-AMOUNT(WS-CREDIT-IDX)
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-CREDIT-COUNT = 1000
                   MOVE 'Y' TO WS-CREDIT-OVERFLOW-SWITCH
               ELSE
                   ADD 1 TO WS-CREDIT-COUNT
                   SET WS-CREDIT-IDX TO WS-CREDIT-COUNT
                   MOVE BL-STUDENT-ID TO WS-CR-STUDENT-ID(WS-CREDIT-IDX)
                   MOVE BL-TERM-CODE TO WS-CR-TERM(WS-CREDIT-IDX)
                   MOVE WS-SIGNED-AMOUNT TO WS-CR-AMOUNT(WS-CREDIT-IDX)
               END-IF
           END-IF.

           READ-PLAN-PARA.

           READ INSTALMENT-PLAN NEXT RECORD
               AT END MOVE 'Y' TO WS-PLAN-EOF-SWITCH
           END-READ.

           CHECK-PLAN-PARA.

           ADD 1 TO WS-PLANS-READ
           MOVE ZERO TO WS-PLAN-CREDIT
           PERFORM VARYING WS-CREDIT-IDX FROM 1 BY 1
                   UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
               IF WS-CR-STUDENT-ID(WS-CREDIT-IDX) = IP-STUDENT-ID
                       AND WS-CR-TERM(WS-CREDIT-IDX) = IP-TERM-CODE
                   MOVE WS-CR-AMOUNT(WS-CREDIT-IDX) TO WS-PLAN-CREDIT
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-CUMULATIVE-DUE
           MOVE 'N' TO WS-PLAN-CHANGED-SWITCH
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > IP-PART-COUNT
               ADD IP-DUE-AMOUNT(WS-PART-SUB) TO WS-CUMULATIVE-DUE
               IF NOT IP-LATE-FEE-CHARGED(WS-PART-SUB)
                   PERFORM CHECK-PART-PARA
               END-IF
           END-PERFORM
           IF WS-PLAN-CHANGED
               REWRITE INSTALMENT-PLAN-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO STAMP PLAN " IP-STUDENT-ID
                           " " IP-TERM-CODE
               END-REWRITE
           END-IF
           PERFORM READ-PLAN-PARA.

           CHECK-PART-PARA.

           MOVE 'A' TO WS-DS-FUNCTION
           MOVE IP-DUE-DATE(WS-PART-SUB) TO WS-DS-DATE-1
           MOVE WS-GRACE-DAYS TO WS-DS-DAYS
           CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
           IF WS-DS-RESULT = 'Y'
                   AND WS-RUN-DATE > WS-DS-DATE-2
                   AND WS-PLAN-CREDIT < WS-CUMULATIVE-DUE
               PERFORM POST-LATE-FEE-PARA
           END-IF.

           POST-LATE-FEE-PARA.

           MOVE IP-STUDENT-ID TO BL-STUDENT-ID
           MOVE IP-TERM-CODE TO BL-TERM-CODE
           MOVE 'L' TO BL-TRAN-TYPE
           MOVE WS-LATE-FEE TO BL-AMOUNT
           MOVE WS-RUN-DATE TO BL-TRAN-DATE
           MOVE 'N' TO BL-JOURNALED-FLAG
           WRITE STUDENT-BILLING-RECORD
           MOVE 'Y' TO IP-LATE-FEE-FLAG(WS-PART-SUB)
           MOVE 'Y' TO WS-PLAN-CHANGED-SWITCH
           ADD 1 TO WS-FEES-POSTED
           ADD WS-LATE-FEE TO WS-FEE-TOTAL
           DISPLAY IP-STUDENT-ID " TERM " IP-TERM-CODE
               " PART " WS-PART-SUB " DUE " IP-DUE-DATE(WS-PART-SUB)
               " PAID TO DATE " WS-PLAN-CREDIT
               " OF " WS-CUMULATIVE-DUE
               " - LATE FEE " WS-LATE-FEE " CHARGED".

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "LATEFEE " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-PLANS-READ TO RC-RECORDS-PROCESSED
           MOVE WS-FEE-TOTAL TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM InstalmentLateFeeRun.
