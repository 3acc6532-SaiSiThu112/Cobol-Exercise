       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArrearsHoldRun.
       ENVIRONMENT DIVISION.
           *> arrears document-hold run - nets each student's
           *> STUDENT-BILLING ledger to a balance, ages it from the
           *> oldest charge the credits have not yet covered (credits
           *> settle the earliest charges first), and raises a
           *> DOCUMENT-HOLD on every account whose balance and age
           *> both reach the CTLPARM hold thresholds (HOLDAMT,
           *> HOLDDAYS) - the report card and leaving certificate
           *> runs withhold a held student's documents
           *> a hold whose account has fallen back under the
           *> thresholds is lifted; a hold the bursar has released
           *> stays released until the account is paid off, then it
           *> is cleared so a later fall into arrears holds again
           *> an active hold past the final thresholds (COLLAMT,
           *> COLLDAYS) is referred once to the collection agency on
           *> the COLLREF file with the guardian's contact details
           *> from GUARDIAN-CONTACT; a released hold is not referred
           *> the hold register spools to HOLDREG, the run is cleared
           *> by the job schedule and logged to RUN-CONTROL
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

           SELECT OPTIONAL STUDENT-BILLING-FILE ASSIGN TO "STUBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT OPTIONAL GUARDIAN-MASTER ASSIGN TO "GUARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-STUDENT-ID
               FILE STATUS IS WS-GUARDIAN-STATUS.

           SELECT DOCUMENT-HOLD-FILE ASSIGN TO "DOCHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-STUDENT-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL COLLECTION-REFERRAL-FILE ASSIGN TO "COLLREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "HOLDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       FD STUDENT-BILLING-FILE.
           COPY STUBILL.

       FD STUDENT-MASTER.
           COPY STUDMSTR.

       FD GUARDIAN-MASTER.
           COPY GUARDIAN.

       FD DOCUMENT-HOLD-FILE.
           COPY DOCHOLD.

       FD COLLECTION-REFERRAL-FILE.
           COPY COLLREF.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-BILLING-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-GUARDIAN-STATUS PIC X(02) VALUE SPACES.
           01 WS-HOLD-STATUS PIC X(02) VALUE SPACES.
           01 WS-REFERRAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PARM-EOF VALUE 'Y'.
           01 WS-BILL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BILL-EOF VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "ARRHOLD ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

      *> the hold and final (collection) thresholds - CTLPARM codes
      *> HOLDAMT, HOLDDAYS, COLLAMT and COLLDAYS override these
           01 WS-HOLD-AMOUNT PIC 9(07)V99 VALUE 500.00.
           01 WS-HOLD-DAYS PIC 9(05) VALUE 60.
           01 WS-COLL-AMOUNT PIC 9(07)V99 VALUE 2000.00.
           01 WS-COLL-DAYS PIC 9(05) VALUE 120.
           01 WS-HOLD-AMOUNT-SWITCH PIC X(01) VALUE 'N'.
               88 WS-HOLD-AMOUNT-FOUND VALUE 'Y'.
           01 WS-HOLD-DAYS-SWITCH PIC X(01) VALUE 'N'.
               88 WS-HOLD-DAYS-FOUND VALUE 'Y'.
           01 WS-COLL-AMOUNT-SWITCH PIC X(01) VALUE 'N'.
               88 WS-COLL-AMOUNT-FOUND VALUE 'Y'.
           01 WS-COLL-DAYS-SWITCH PIC X(01) VALUE 'N'.
               88 WS-COLL-DAYS-FOUND VALUE 'Y'.

      *> one entry per student on the ledger - the net balance, the
      *> credits still free to settle charges, and the date of the
      *> oldest charge they have not settled
           01 WS-BALANCE-TABLE.
               02 WS-BAL-ENTRY OCCURS 2000 TIMES
                       INDEXED BY WS-BAL-IDX.
                   05 WS-BAL-STUDENT-ID PIC 9(05).
                   05 WS-BAL-AMOUNT PIC S9(09)V99.
                   05 WS-BAL-CREDIT-LEFT PIC 9(09)V99.
                   05 WS-BAL-OLDEST-DATE PIC 9(08).
           01 WS-BALANCE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-BAL-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BAL-FOUND VALUE 'Y'.
           01 WS-TABLE-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TABLE-OVERFLOWED VALUE 'Y'.

           01 WS-DAYS-OVERDUE PIC 9(05) VALUE ZERO.
           01 WS-QUALIFY-HOLD-SWITCH PIC X(01) VALUE 'N'.
               88 WS-QUALIFIES-FOR-HOLD VALUE 'Y'.
           01 WS-QUALIFY-REFER-SWITCH PIC X(01) VALUE 'N'.
               88 WS-QUALIFIES-FOR-REFERRAL VALUE 'Y'.
           01 WS-HOLD-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-HOLD-FOUND VALUE 'Y'.
           01 WS-HOLD-CHANGED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-HOLD-CHANGED VALUE 'Y'.
           01 WS-OUTCOME PIC X(30) VALUE SPACES.
           01 WS-EDIT-BALANCE PIC -,---,--9.99.
           01 WS-EDIT-AMOUNT PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-NEW-HOLDS PIC 9(05) VALUE ZERO.
           01 WS-HOLDS-CONTINUED PIC 9(05) VALUE ZERO.
           01 WS-HOLDS-LIFTED PIC 9(05) VALUE ZERO.
           01 WS-HOLDS-RELEASED PIC 9(05) VALUE ZERO.
           01 WS-REFERRALS PIC 9(05) VALUE ZERO.
           01 WS-HELD-TOTAL PIC 9(09)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-CONTROL-PARMS-PARA

           PERFORM NET-BALANCES-PARA
           IF WS-TABLE-OVERFLOWED
               DISPLAY "*** MORE STUDENTS ON THE LEDGER THAN THE "
                   "TABLE HOLDS - RUN STOPPED, NO HOLDS CHANGED ***"
               STOP RUN
           END-IF
           PERFORM AGE-BALANCES-PARA

           OPEN I-O DOCUMENT-HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT DOCUMENT-HOLD-FILE
               CLOSE DOCUMENT-HOLD-FILE
               OPEN I-O DOCUMENT-HOLD-FILE
           END-IF
           OPEN INPUT STUDENT-MASTER
           OPEN INPUT GUARDIAN-MASTER
           OPEN EXTEND COLLECTION-REFERRAL-FILE
           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-HEADING-PARA
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BALANCE-COUNT
               PERFORM ASSESS-STUDENT-PARA
           END-PERFORM
           PERFORM PRINT-TOTALS-PARA
           CLOSE DOCUMENT-HOLD-FILE
           CLOSE STUDENT-MASTER
           CLOSE GUARDIAN-MASTER
           CLOSE COLLECTION-REFERRAL-FILE
           CLOSE PRINT-FILE

           MOVE WS-HELD-TOTAL TO WS-EDIT-TOTAL
           DISPLAY "----- Arrears Hold Run -----"
           DISPLAY "RUN DATE : " WS-RUN-DATE
           DISPLAY "ACCOUNTS ASSESSED    : " WS-BALANCE-COUNT
           DISPLAY "NEW HOLDS            : " WS-NEW-HOLDS
           DISPLAY "HOLDS CONTINUED      : " WS-HOLDS-CONTINUED
           DISPLAY "HOLDS LIFTED         : " WS-HOLDS-LIFTED
           DISPLAY "RELEASED BY BURSAR   : " WS-HOLDS-RELEASED
           DISPLAY "COLLECTION REFERRALS : " WS-REFERRALS
           DISPLAY "BALANCE UNDER HOLD   : " WS-EDIT-TOTAL
           DISPLAY "HOLD REGISTER SPOOLED TO HOLDREG"

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
           IF NOT WS-HOLD-AMOUNT-FOUND
               DISPLAY "NO HOLDAMT ROW ON CTLPARM - USING DEFAULT "
                   WS-HOLD-AMOUNT
           END-IF
           IF NOT WS-HOLD-DAYS-FOUND
               DISPLAY "NO HOLDDAYS ROW ON CTLPARM - USING DEFAULT "
                   WS-HOLD-DAYS " DAYS"
           END-IF
           IF NOT WS-COLL-AMOUNT-FOUND
               DISPLAY "NO COLLAMT ROW ON CTLPARM - USING DEFAULT "
                   WS-COLL-AMOUNT
           END-IF
           IF NOT WS-COLL-DAYS-FOUND
               DISPLAY "NO COLLDAYS ROW ON CTLPARM - USING DEFAULT "
                   WS-COLL-DAYS " DAYS"
           END-IF.

           READ-CONTROL-PARM-PARA.

           READ CONTROL-PARAMETER-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-SWITCH
           END-READ.

           NOTE-CONTROL-PARM-PARA.

           EVALUATE CP-PARM-CODE
               WHEN "HOLDAMT "
                   MOVE CP-PARM-VALUE TO WS-HOLD-AMOUNT
                   MOVE 'Y' TO WS-HOLD-AMOUNT-SWITCH
               WHEN "HOLDDAYS"
                   MOVE CP-PARM-VALUE TO WS-HOLD-DAYS
                   MOVE 'Y' TO WS-HOLD-DAYS-SWITCH
               WHEN "COLLAMT "
                   MOVE CP-PARM-VALUE TO WS-COLL-AMOUNT
                   MOVE 'Y' TO WS-COLL-AMOUNT-SWITCH
               WHEN "COLLDAYS"
                   MOVE CP-PARM-VALUE TO WS-COLL-DAYS
                   MOVE 'Y' TO WS-COLL-DAYS-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-CONTROL-PARM-PARA.

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

      *>--------------- balances and their age ---------------

           NET-BALANCES-PARA.

           MOVE 'N' TO WS-BILL-EOF-SWITCH
           OPEN INPUT STUDENT-BILLING-FILE
           PERFORM READ-BILLING-PARA
           PERFORM NET-ONE-LINE-PARA UNTIL WS-BILL-EOF
           CLOSE STUDENT-BILLING-FILE.

           READ-BILLING-PARA.

           READ STUDENT-BILLING-FILE
               AT END MOVE 'Y' TO WS-BILL-EOF-SWITCH
           END-READ.

           NET-ONE-LINE-PARA.

           PERFORM FIND-BALANCE-PARA
           IF NOT WS-BAL-FOUND
               IF WS-BALANCE-COUNT = 2000
                   MOVE 'Y' TO WS-TABLE-OVERFLOW-SWITCH
                   MOVE 'Y' TO WS-BILL-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-BALANCE-COUNT
                   SET WS-BAL-IDX TO WS-BALANCE-COUNT
                   MOVE BL-STUDENT-ID TO WS-BAL-STUDENT-ID(WS-BAL-IDX)
                   MOVE ZERO TO WS-BAL-AMOUNT(WS-BAL-IDX)
                   MOVE ZERO TO WS-BAL-CREDIT-LEFT(WS-BAL-IDX)
                   MOVE ZERO TO WS-BAL-OLDEST-DATE(WS-BAL-IDX)
                   MOVE 'Y' TO WS-BAL-FOUND-SWITCH
               END-IF
           END-IF
           IF WS-BAL-FOUND
               IF BL-ADDS-TO-BALANCE
                   ADD BL-AMOUNT TO WS-BAL-AMOUNT(WS-BAL-IDX)
               ELSE
                   SUBTRACT BL-AMOUNT FROM WS-BAL-AMOUNT(WS-BAL-IDX)
                   ADD BL-AMOUNT TO WS-BAL-CREDIT-LEFT(WS-BAL-IDX)
               END-IF
               PERFORM READ-BILLING-PARA
           END-IF.

           FIND-BALANCE-PARA.

           MOVE 'N' TO WS-BAL-FOUND-SWITCH
           SET WS-BAL-IDX TO 1
           SEARCH WS-BAL-ENTRY
               AT END CONTINUE
               WHEN WS-BAL-IDX > WS-BALANCE-COUNT
                   CONTINUE
               WHEN WS-BAL-STUDENT-ID(WS-BAL-IDX) = BL-STUDENT-ID
                   MOVE 'Y' TO WS-BAL-FOUND-SWITCH
           END-SEARCH.

           AGE-BALANCES-PARA.

      *> second pass - each charge in ledger order uses up the
      *> student's credits; the first one they cannot cover dates
      *> the debt
           MOVE 'N' TO WS-BILL-EOF-SWITCH
           OPEN INPUT STUDENT-BILLING-FILE
           PERFORM READ-BILLING-PARA
           PERFORM AGE-ONE-LINE-PARA UNTIL WS-BILL-EOF
           CLOSE STUDENT-BILLING-FILE.

           AGE-ONE-LINE-PARA.

           IF BL-ADDS-TO-BALANCE
               PERFORM FIND-BALANCE-PARA
               IF WS-BAL-FOUND
                   IF WS-BAL-CREDIT-LEFT(WS-BAL-IDX) >= BL-AMOUNT
                       SUBTRACT BL-AMOUNT
                           FROM WS-BAL-CREDIT-LEFT(WS-BAL-IDX)
                   ELSE
                       MOVE ZERO TO WS-BAL-CREDIT-LEFT(WS-BAL-IDX)
                       IF WS-BAL-OLDEST-DATE(WS-BAL-IDX) = ZERO
                           OR BL-TRAN-DATE
                               < WS-BAL-OLDEST-DATE(WS-BAL-IDX)
                           MOVE BL-TRAN-DATE
                               TO WS-BAL-OLDEST-DATE(WS-BAL-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-BILLING-PARA.

      *>--------------- holds and referrals ---------------

           ASSESS-STUDENT-PARA.

           MOVE 'N' TO WS-QUALIFY-HOLD-SWITCH
           MOVE 'N' TO WS-QUALIFY-REFER-SWITCH
           MOVE 'N' TO WS-HOLD-CHANGED-SWITCH
           MOVE SPACES TO WS-OUTCOME
           MOVE ZERO TO WS-DAYS-OVERDUE
           IF WS-BAL-AMOUNT(WS-BAL-IDX) > ZERO
                   AND WS-BAL-OLDEST-DATE(WS-BAL-IDX) NOT = ZERO
               MOVE 'D' TO WS-DS-FUNCTION
               MOVE WS-RUN-DATE TO WS-DS-DATE-1
               MOVE WS-BAL-OLDEST-DATE(WS-BAL-IDX) TO WS-DS-DATE-2
               CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
                   WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
               IF WS-DS-DAYS > ZERO
                   MOVE WS-DS-DAYS TO WS-DAYS-OVERDUE
               END-IF
           END-IF
           IF WS-BAL-AMOUNT(WS-BAL-IDX) >= WS-HOLD-AMOUNT
                   AND WS-DAYS-OVERDUE >= WS-HOLD-DAYS
               MOVE 'Y' TO WS-QUALIFY-HOLD-SWITCH
           END-IF
           IF WS-BAL-AMOUNT(WS-BAL-IDX) >= WS-COLL-AMOUNT
                   AND WS-DAYS-OVERDUE >= WS-COLL-DAYS
               MOVE 'Y' TO WS-QUALIFY-HOLD-SWITCH
               MOVE 'Y' TO WS-QUALIFY-REFER-SWITCH
           END-IF

           MOVE WS-BAL-STUDENT-ID(WS-BAL-IDX) TO DH-STUDENT-ID
           READ DOCUMENT-HOLD-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HOLD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HOLD-FOUND-SWITCH
           END-READ

           EVALUATE TRUE
               WHEN NOT WS-HOLD-FOUND
                   IF WS-QUALIFIES-FOR-HOLD
                       PERFORM RAISE-HOLD-PARA
                   END-IF
               WHEN DH-HOLD-ACTIVE
                   IF WS-QUALIFIES-FOR-HOLD
                       PERFORM REFRESH-HOLD-PARA
                       ADD 1 TO WS-HOLDS-CONTINUED
                       MOVE "HOLD CONTINUES" TO WS-OUTCOME
                   ELSE
                       PERFORM REFRESH-HOLD-PARA
                       MOVE 'C' TO DH-HOLD-STATUS
                       ADD 1 TO WS-HOLDS-LIFTED
                       MOVE "HOLD LIFTED - UNDER THRESHOLD"
                           TO WS-OUTCOME
                   END-IF
               WHEN DH-HOLD-RELEASED
                   PERFORM REFRESH-HOLD-PARA
                   IF WS-BAL-AMOUNT(WS-BAL-IDX) > ZERO
                       ADD 1 TO WS-HOLDS-RELEASED
                       STRING "RELEASED BY " DELIMITED BY SIZE
                           DH-RELEASED-BY DELIMITED BY SIZE
                           INTO WS-OUTCOME
                       END-STRING
                   ELSE
                       MOVE 'C' TO DH-HOLD-STATUS
                       ADD 1 TO WS-HOLDS-LIFTED
                       MOVE "RELEASED HOLD CLEARED - PAID"
                           TO WS-OUTCOME
                   END-IF
               WHEN OTHER
                   IF WS-QUALIFIES-FOR-HOLD
                       PERFORM RAISE-HOLD-PARA
                   END-IF
           END-EVALUATE

           IF WS-QUALIFIES-FOR-REFERRAL AND DH-HOLD-ACTIVE
                   AND DH-NOT-REFERRED AND WS-HOLD-CHANGED
               PERFORM REFER-ACCOUNT-PARA
           END-IF

           IF WS-HOLD-CHANGED
               IF WS-HOLD-FOUND
                   REWRITE DOCUMENT-HOLD-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO UPDATE HOLD FOR STUDENT "
                               DH-STUDENT-ID
                   END-REWRITE
               ELSE
                   WRITE DOCUMENT-HOLD-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO WRITE HOLD FOR STUDENT "
                               DH-STUDENT-ID
                   END-WRITE
               END-IF
               IF DH-HOLD-ACTIVE
                   ADD WS-BAL-AMOUNT(WS-BAL-IDX) TO WS-HELD-TOTAL
               END-IF
               PERFORM PRINT-HOLD-PARA
           END-IF.

           RAISE-HOLD-PARA.

           MOVE WS-BAL-STUDENT-ID(WS-BAL-IDX) TO DH-STUDENT-ID
           MOVE 'H' TO DH-HOLD-STATUS
           MOVE WS-RUN-DATE TO DH-HOLD-DATE
           MOVE 'N' TO DH-REFERRED-FLAG
           MOVE ZERO TO DH-REFERRAL-DATE
           MOVE SPACES TO DH-RELEASED-BY
           MOVE ZERO TO DH-RELEASE-DATE
           MOVE SPACES TO DH-RELEASE-REASON
           PERFORM REFRESH-HOLD-PARA
           ADD 1 TO WS-NEW-HOLDS
           MOVE "NEW HOLD" TO WS-OUTCOME.

           REFRESH-HOLD-PARA.

           MOVE WS-RUN-DATE TO DH-LAST-RUN-DATE
           MOVE WS-BAL-AMOUNT(WS-BAL-IDX) TO DH-BALANCE
           MOVE WS-BAL-OLDEST-DATE(WS-BAL-IDX) TO DH-OLDEST-DEBT-DATE
           MOVE WS-DAYS-OVERDUE TO DH-DAYS-OVERDUE
           MOVE 'Y' TO WS-HOLD-CHANGED-SWITCH.

           REFER-ACCOUNT-PARA.

           MOVE DH-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO SM-STUDENT-NAME
                   MOVE SPACES TO SM-STUDENT-CLASS
           END-READ
           MOVE DH-STUDENT-ID TO GC-STUDENT-ID
           READ GUARDIAN-MASTER
               INVALID KEY
                   MOVE SPACES TO GUARDIAN-CONTACT-RECORD
                   MOVE "** NO GUARDIAN ROW **" TO GC-GUARDIAN-NAME
           END-READ
           MOVE DH-STUDENT-ID TO CF-STUDENT-ID
           MOVE SM-STUDENT-NAME TO CF-STUDENT-NAME
           MOVE SM-STUDENT-CLASS TO CF-STUDENT-CLASS
           MOVE WS-RUN-DATE TO CF-REFERRAL-DATE
           MOVE DH-BALANCE TO CF-BALANCE
           MOVE DH-OLDEST-DEBT-DATE TO CF-OLDEST-DEBT-DATE
           MOVE DH-DAYS-OVERDUE TO CF-DAYS-OVERDUE
           MOVE GC-GUARDIAN-NAME TO CF-GUARDIAN-NAME
           MOVE GC-RELATIONSHIP TO CF-RELATIONSHIP
           MOVE GC-POSTAL-ADDRESS TO CF-POSTAL-ADDRESS
           MOVE GC-POSTAL-CODE TO CF-POSTAL-CODE
           MOVE GC-PHONE TO CF-PHONE
           MOVE GC-FAMILY-CODE TO CF-FAMILY-CODE
           WRITE COLLECTION-REFERRAL-RECORD
           MOVE 'Y' TO DH-REFERRED-FLAG
           MOVE WS-RUN-DATE TO DH-REFERRAL-DATE
           ADD 1 TO WS-REFERRALS
           MOVE "REFERRED TO COLLECTION AGENCY" TO WS-OUTCOME.

      *>--------------- the hold register ---------------

           PRINT-HEADING-PARA.

           MOVE "----- Arrears Hold Register -----" TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-HOLD-AMOUNT TO WS-EDIT-AMOUNT
           STRING "HOLD AT BALANCE " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               " AND " DELIMITED BY SIZE
               WS-HOLD-DAYS DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-COLL-AMOUNT TO WS-EDIT-AMOUNT
           STRING "REFER AT BALANCE " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               " AND " DELIMITED BY SIZE
               WS-COLL-DAYS DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           STRING "STUDENT NAME       CLASS" DELIMITED BY SIZE
               "           BALANCE  DAYS S OUTCOME" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-HOLD-PARA.

           MOVE DH-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO SM-STUDENT-NAME
                   MOVE SPACES TO SM-STUDENT-CLASS
           END-READ
           MOVE DH-BALANCE TO WS-EDIT-BALANCE
           STRING DH-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-STUDENT-NAME DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               SM-STUDENT-CLASS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-BALANCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DH-DAYS-OVERDUE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DH-HOLD-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OUTCOME DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-TOTALS-PARA.

           MOVE WS-HELD-TOTAL TO WS-EDIT-TOTAL
           PERFORM PRINT-LINE-PARA
           STRING "NEW " DELIMITED BY SIZE
               WS-NEW-HOLDS DELIMITED BY SIZE
               "  CONTINUED " DELIMITED BY SIZE
               WS-HOLDS-CONTINUED DELIMITED BY SIZE
               "  LIFTED " DELIMITED BY SIZE
               WS-HOLDS-LIFTED DELIMITED BY SIZE
               "  RELEASED " DELIMITED BY SIZE
               WS-HOLDS-RELEASED DELIMITED BY SIZE
               "  REFERRED " DELIMITED BY SIZE
               WS-REFERRALS DELIMITED BY SIZE
               "  UNDER HOLD " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "ARRHOLD " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-BALANCE-COUNT TO RC-RECORDS-PROCESSED
           MOVE WS-HELD-TOTAL TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM ArrearsHoldRun.
