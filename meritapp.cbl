       IDENTIFICATION DIVISION.
       PROGRAM-ID. MeritProposalApproval.
       ENVIRONMENT DIVISION.
           *> sign-off and posting of the merit round - the L
           *> transaction lists the MERIT-PROPOSAL file, the R
           *> transaction walks the proposals still awaiting sign-off
           *> for approval or rejection, stamping the approver and the
           *> effective date keyed once for the session, and the N
           *> (nightly) transaction posts every approved increase
           *> whose effective date has arrived to EMPLOYEE-MASTER with
           *> the SALARY-HISTORY row, the AUDIT-LOG row and the
           *> UpdateJournal image every other salary change writes,
           *> then marks the proposal applied
           *> an increase is only posted against the salary it was
           *> proposed on - if the salary has moved since the merit
           *> run, the proposal is reported and left approved for
           *> payroll to re-run the round or reject it
           *> sign-on is against USER-AUTHORITY under program
           *> MERITAPP, and as on the other approval screens the
           *> functions field of each of the operator's rows names a
           *> department the operator may sign off (the first eight
           *> characters of the department), or * for every
           *> department; the posting step honours the batch-window
           *> interlock the same as employee maintenance
           *> every sign-on, good or bad, now goes through
           *> SignOnControl, which logs it to SIGNLOG, locks the
           *> operator out after repeated failures and makes an
           *> expired password be changed before going on
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL MERIT-PROPOSAL-FILE ASSIGN TO "MERITPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SALARY-HISTORY-FILE ASSIGN TO "SALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.

           SELECT OPTIONAL USER-AUTHORITY-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
           COPY EMPMSTR.

       FD MERIT-PROPOSAL-FILE.
           COPY MERITPRP.

       FD AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD SALARY-HISTORY-FILE.
           COPY SALHIST.

       FD USER-AUTHORITY-FILE.
           COPY USERAUTH.

       FD OPERATOR-ALERT-FILE.
           COPY OPALERT.

       WORKING-STORAGE SECTION.

           01 WS-ALERT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ALERT-JOB PIC X(08) VALUE "MERITAPP".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-EMPLOYEE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PROPOSAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
           01 WS-SALHIST-STATUS PIC X(02) VALUE SPACES.

           01 WS-AUTH-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUTH-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-AUTH-EOF VALUE 'Y'.
           01 WS-AUTH-TABLE.
               02 WS-AUTH-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-AUTH-IDX.
                   05 WS-AUTH-OPERATOR PIC X(10).
                   05 WS-AUTH-PASSWORD PIC X(08).
                   05 WS-AUTH-PROGRAM PIC X(08).
                   05 WS-AUTH-FUNCTIONS PIC X(08).
           01 WS-AUTH-COUNT PIC 9(02) VALUE ZERO.
           01 WS-AUTH-PROGRAM-NAME PIC X(08) VALUE "MERITAPP".
           01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
           01 WS-OPERATOR-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-SIGNED-ON-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SIGNED-ON VALUE 'Y'.
           01 WS-SIGNON-MATCHED PIC X(01) VALUE 'N'.
           01 WS-SIGNON-RESULT PIC X(01) VALUE SPACE.
               88 WS-SIGNON-PASSED VALUE 'P'.

      *> the departments the signed-on operator may sign off
           01 WS-APPROVER-DEPT-TABLE.
               02 WS-APPROVER-DEPT OCCURS 20 TIMES
                       INDEXED BY WS-APPR-IDX PIC X(08).
           01 WS-APPROVER-DEPT-COUNT PIC 9(02) VALUE ZERO.
           01 WS-ALL-DEPTS-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ALL-DEPTS VALUE 'Y'.
           01 WS-DEPT-ALLOWED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DEPT-ALLOWED VALUE 'Y'.

           01 WS-LOCK-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-LOCK-MASTER PIC X(08) VALUE "EMPMAST ".
           01 WS-LOCK-JOB PIC X(08) VALUE SPACES.
           01 WS-LOCK-ANSWER PIC X(01) VALUE 'F'.

           01 WS-UJ-MASTER PIC X(08) VALUE "EMPMAST ".
           01 WS-UJ-ACTION PIC X(01) VALUE 'R'.
           01 WS-UJ-KEY PIC X(10) VALUE SPACES.
           01 WS-UJ-PROGRAM PIC X(08) VALUE "MERITAPP".
           01 WS-UJ-OPERATOR PIC X(10) VALUE SPACES.
           01 WS-UJ-BEFORE PIC X(120) VALUE SPACES.
           01 WS-UJ-AFTER PIC X(120) VALUE SPACES.

           01 WS-DS-FUNCTION PIC X(01) VALUE 'V'.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE 'Y'.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-LIST VALUE 'L'.
               88 WS-TRAN-REVIEW VALUE 'R'.
               88 WS-TRAN-NIGHTLY VALUE 'N'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-EFFECTIVE-DATE PIC 9(08) VALUE ZERO.
           01 WS-PROPOSAL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PROPOSAL-EOF VALUE 'Y'.

           01 WS-PROPOSAL-TABLE.
               02 WS-MP-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-MP-IDX.
                   05 WS-MP-RECORD PIC X(76).
           01 WS-PROPOSAL-COUNT PIC 9(03) VALUE ZERO.
           01 WS-PROPOSAL-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PROPOSAL-OVERFLOWED VALUE 'Y'.

           01 WS-OLD-SALARY PIC S9(09)V99 VALUE ZERO.
           01 WS-EDIT-SALARY PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-NEW-SALARY PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-INCREASE PIC ZZZ,ZZ9.99.
           01 WS-EDIT-PCT PIC Z9.99.

           01 WS-ANSWER PIC X(01) VALUE SPACE.
               88 WS-ANSWER-APPROVE VALUE 'A'.
               88 WS-ANSWER-REJECT VALUE 'R'.
           01 WS-APPROVED-COUNT PIC 9(04) VALUE ZERO.
           01 WS-REJECTED-COUNT PIC 9(04) VALUE ZERO.
           01 WS-HELD-COUNT PIC 9(04) VALUE ZERO.
           01 WS-NOT-MINE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC 9(04) VALUE ZERO.
           01 WS-NOT-APPLIED-COUNT PIC 9(04) VALUE ZERO.
           01 WS-LISTED-COUNT PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SIGN-ON-PARA

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

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

           SIGN-ON-PARA.

           PERFORM LOAD-AUTHORITY-PARA
           IF WS-AUTH-COUNT = ZERO
               DISPLAY "NO USER-AUTHORITY FILE - SIGN-ON WAIVED"
               MOVE 'Y' TO WS-SIGNED-ON-SWITCH
               MOVE "SUPERVISOR" TO WS-OPERATOR-ID
               MOVE 'Y' TO WS-ALL-DEPTS-SWITCH
           ELSE
               DISPLAY "ENTER APPROVER ID "
               ACCEPT WS-OPERATOR-ID
               DISPLAY "ENTER PASSWORD "
               ACCEPT WS-OPERATOR-PASSWORD
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                   IF WS-AUTH-OPERATOR(WS-AUTH-IDX) = WS-OPERATOR-ID
                           AND WS-AUTH-PASSWORD(WS-AUTH-IDX)
                               = WS-OPERATOR-PASSWORD
                           AND WS-AUTH-PROGRAM(WS-AUTH-IDX)
                               = WS-AUTH-PROGRAM-NAME
                       MOVE 'Y' TO WS-SIGNED-ON-SWITCH
                       PERFORM NOTE-APPROVER-DEPT-PARA
                   END-IF
               END-PERFORM
               PERFORM SIGN-ON-CONTROL-PARA
               IF NOT WS-SIGNED-ON
                   DISPLAY "SIGN-ON REJECTED - NO AUTHORITY FOR THIS "
                       "PROGRAM"
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-OPERATOR-ID TO WS-UJ-OPERATOR.

           NOTE-APPROVER-DEPT-PARA.

           IF WS-AUTH-FUNCTIONS(WS-AUTH-IDX)(1:1) = "*"
               MOVE 'Y' TO WS-ALL-DEPTS-SWITCH
           ELSE
               IF WS-AUTH-FUNCTIONS(WS-AUTH-IDX) NOT = SPACES
                       AND WS-APPROVER-DEPT-COUNT < 20
                   ADD 1 TO WS-APPROVER-DEPT-COUNT
                   SET WS-APPR-IDX TO WS-APPROVER-DEPT-COUNT
                   MOVE WS-AUTH-FUNCTIONS(WS-AUTH-IDX)
                       TO WS-APPROVER-DEPT(WS-APPR-IDX)
               END-IF
           END-IF.

           SIGN-ON-CONTROL-PARA.

           MOVE WS-SIGNED-ON-SWITCH TO WS-SIGNON-MATCHED
           CALL "SignOnControl" USING WS-AUTH-PROGRAM-NAME
               WS-OPERATOR-ID WS-OPERATOR-PASSWORD
               WS-SIGNON-MATCHED WS-SIGNON-RESULT
           IF NOT WS-SIGNON-PASSED
               MOVE 'N' TO WS-SIGNED-ON-SWITCH
           END-IF.

           LOAD-AUTHORITY-PARA.

           MOVE 'N' TO WS-AUTH-EOF-SWITCH
           OPEN INPUT USER-AUTHORITY-FILE
           PERFORM READ-AUTHORITY-PARA
           PERFORM BUILD-AUTHORITY-PARA UNTIL WS-AUTH-EOF
           CLOSE USER-AUTHORITY-FILE.

           READ-AUTHORITY-PARA.

           READ USER-AUTHORITY-FILE
               AT END MOVE 'Y' TO WS-AUTH-EOF-SWITCH
           END-READ.

           BUILD-AUTHORITY-PARA.

           IF WS-AUTH-COUNT < 50
               ADD 1 TO WS-AUTH-COUNT
               SET WS-AUTH-IDX TO WS-AUTH-COUNT
               MOVE UA-OPERATOR-ID TO WS-AUTH-OPERATOR(WS-AUTH-IDX)
               MOVE UA-PASSWORD TO WS-AUTH-PASSWORD(WS-AUTH-IDX)
               MOVE UA-PROGRAM TO WS-AUTH-PROGRAM(WS-AUTH-IDX)
               MOVE UA-ALLOWED-FUNCTIONS
                   TO WS-AUTH-FUNCTIONS(WS-AUTH-IDX)
           END-IF
           PERFORM READ-AUTHORITY-PARA.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (L=LIST R=REVIEW PROPOSALS "
               "N=NIGHTLY APPLY E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-LIST
                   PERFORM LIST-PARA
               WHEN WS-TRAN-REVIEW
                   PERFORM REVIEW-PARA
               WHEN WS-TRAN-NIGHTLY
                   PERFORM NIGHTLY-APPLY-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

      *>--------------- the proposal file ---------------

           LOAD-PROPOSALS-PARA.

           MOVE ZERO TO WS-PROPOSAL-COUNT
           MOVE 'N' TO WS-PROPOSAL-OVERFLOW-SWITCH
           MOVE 'N' TO WS-PROPOSAL-EOF-SWITCH
           OPEN INPUT MERIT-PROPOSAL-FILE
           PERFORM READ-PROPOSAL-PARA
           PERFORM UNTIL WS-PROPOSAL-EOF
               IF WS-PROPOSAL-COUNT = 500
                   MOVE 'Y' TO WS-PROPOSAL-OVERFLOW-SWITCH
                   MOVE 'Y' TO WS-PROPOSAL-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-PROPOSAL-COUNT
                   SET WS-MP-IDX TO WS-PROPOSAL-COUNT
                   MOVE MERIT-PROPOSAL-RECORD
                       TO WS-MP-RECORD(WS-MP-IDX)
                   PERFORM READ-PROPOSAL-PARA
               END-IF
           END-PERFORM
           CLOSE MERIT-PROPOSAL-FILE
           IF WS-PROPOSAL-OVERFLOWED
               DISPLAY "*** MERITPRP HOLDS MORE ROWS THAN THE TABLE - "
                   "NOTHING CHANGED, THE WRITE-BACK WOULD DESTROY "
                   "THE ROWS PAST THE LIMIT ***"
           END-IF.

           READ-PROPOSAL-PARA.

           READ MERIT-PROPOSAL-FILE
               AT END MOVE 'Y' TO WS-PROPOSAL-EOF-SWITCH
           END-READ.

           SAVE-PROPOSALS-PARA.

           OPEN OUTPUT MERIT-PROPOSAL-FILE
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-PROPOSAL-COUNT
               MOVE WS-MP-RECORD(WS-MP-IDX) TO MERIT-PROPOSAL-RECORD
               WRITE MERIT-PROPOSAL-RECORD
           END-PERFORM
           CLOSE MERIT-PROPOSAL-FILE.

           SHOW-PROPOSAL-PARA.

           MOVE MP-OLD-SALARY TO WS-EDIT-SALARY
           MOVE MP-NEW-SALARY TO WS-EDIT-NEW-SALARY
           MOVE MP-INCREASE TO WS-EDIT-INCREASE
           MOVE MP-MATRIX-PCT TO WS-EDIT-PCT
           DISPLAY MP-EMP-ID " " MP-DEPARTMENT " GRADE " MP-GRADE-CODE
               " YEAR " MP-REVIEW-YEAR " RATING " MP-RATING
               " Q" MP-QUARTILE " " WS-EDIT-PCT "%"
           DISPLAY "    " WS-EDIT-SALARY " + " WS-EDIT-INCREASE
               " = " WS-EDIT-NEW-SALARY
           IF MP-CAPPED
               DISPLAY "    CAPPED AT GRADE MAXIMUM"
           END-IF
           IF MP-SCALED
               DISPLAY "    SCALED TO DEPARTMENT POOL"
           END-IF.

      *>--------------- L - list ---------------

           LIST-PARA.

           PERFORM LOAD-PROPOSALS-PARA
           MOVE ZERO TO WS-LISTED-COUNT
           DISPLAY " "
           DISPLAY "----- Merit Proposals -----"
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-PROPOSAL-COUNT
               MOVE WS-MP-RECORD(WS-MP-IDX) TO MERIT-PROPOSAL-RECORD
               IF MP-PROPOSED OR MP-APPROVED
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM SHOW-PROPOSAL-PARA
                   IF MP-APPROVED
                       DISPLAY "    APPROVED BY " MP-APPROVED-BY
                           " EFFECTIVE " MP-EFFECTIVE-DATE
                   ELSE
                       DISPLAY "    AWAITING SIGN-OFF"
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "PROPOSALS NOT YET APPLIED : " WS-LISTED-COUNT.

      *>--------------- R - sign-off ---------------

           REVIEW-PARA.

           PERFORM LOAD-PROPOSALS-PARA
           IF NOT WS-PROPOSAL-OVERFLOWED
               MOVE ZERO TO WS-APPROVED-COUNT
               MOVE ZERO TO WS-REJECTED-COUNT
               MOVE ZERO TO WS-HELD-COUNT
               MOVE ZERO TO WS-NOT-MINE-COUNT
               PERFORM ACCEPT-EFFECTIVE-DATE-PARA
               PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                       UNTIL WS-MP-IDX > WS-PROPOSAL-COUNT
                   MOVE WS-MP-RECORD(WS-MP-IDX)
                       TO MERIT-PROPOSAL-RECORD
                   IF MP-PROPOSED
                       PERFORM REVIEW-ONE-PARA
                   END-IF
               END-PERFORM
               PERFORM SAVE-PROPOSALS-PARA
               DISPLAY "APPROVED : " WS-APPROVED-COUNT
                   "  REJECTED : " WS-REJECTED-COUNT
                   "  HELD : " WS-HELD-COUNT
               IF WS-NOT-MINE-COUNT > ZERO
                   DISPLAY "PROPOSALS FOR OTHER DEPARTMENTS LEFT "
                       "PENDING : " WS-NOT-MINE-COUNT
               END-IF
           END-IF.

           ACCEPT-EFFECTIVE-DATE-PARA.

           MOVE 'N' TO WS-DS-RESULT
           PERFORM UNTIL WS-DS-RESULT = 'Y'
               DISPLAY "ENTER EFFECTIVE DATE FOR THIS SESSION'S "
                   "APPROVALS (YYYYMMDD) "
               ACCEPT WS-EFFECTIVE-DATE
               MOVE 'V' TO WS-DS-FUNCTION
               MOVE WS-EFFECTIVE-DATE TO WS-DS-DATE-1
               CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
                   WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
               IF WS-DS-RESULT NOT = 'Y'
                   DISPLAY "NOT A VALID DATE - RE-ENTER"
               END-IF
           END-PERFORM.

           REVIEW-ONE-PARA.

           MOVE 'N' TO WS-DEPT-ALLOWED-SWITCH
           IF WS-ALL-DEPTS
               MOVE 'Y' TO WS-DEPT-ALLOWED-SWITCH
           ELSE
               PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                       UNTIL WS-APPR-IDX > WS-APPROVER-DEPT-COUNT
                   IF WS-APPROVER-DEPT(WS-APPR-IDX)
                           = MP-DEPARTMENT(1:8)
                       MOVE 'Y' TO WS-DEPT-ALLOWED-SWITCH
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-DEPT-ALLOWED
               ADD 1 TO WS-NOT-MINE-COUNT
           ELSE
               DISPLAY " "
               PERFORM SHOW-PROPOSAL-PARA
               DISPLAY "A TO APPROVE, R TO REJECT, ANYTHING ELSE "
                   "TO HOLD "
               MOVE SPACE TO WS-ANSWER
               ACCEPT WS-ANSWER
               EVALUATE TRUE
                   WHEN WS-ANSWER-APPROVE
                       MOVE 'A' TO MP-STATUS
                       MOVE WS-OPERATOR-ID TO MP-APPROVED-BY
                       MOVE WS-EFFECTIVE-DATE TO MP-EFFECTIVE-DATE
                       ADD 1 TO WS-APPROVED-COUNT
                       DISPLAY "APPROVED - EFFECTIVE "
                           WS-EFFECTIVE-DATE
                   WHEN WS-ANSWER-REJECT
                       MOVE 'R' TO MP-STATUS
                       MOVE WS-OPERATOR-ID TO MP-APPROVED-BY
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "REJECTED"
                   WHEN OTHER
                       ADD 1 TO WS-HELD-COUNT
                       DISPLAY "HELD PENDING"
               END-EVALUATE
               MOVE MERIT-PROPOSAL-RECORD TO WS-MP-RECORD(WS-MP-IDX)
           END-IF.

      *>--------------- N - posting when due ---------------

           NIGHTLY-APPLY-PARA.

           MOVE 'Q' TO WS-LOCK-FUNCTION
           CALL "BatchLock" USING WS-LOCK-FUNCTION WS-LOCK-MASTER
               WS-LOCK-JOB WS-LOCK-ANSWER
           IF WS-LOCK-ANSWER = 'L'
               DISPLAY "*** " WS-LOCK-MASTER " IS IN USE BY BATCH JOB "
                   WS-LOCK-JOB " - NOTHING POSTED, RUN AGAIN WHEN IT "
                   "FINISHES ***"
           ELSE
               PERFORM LOAD-PROPOSALS-PARA
               IF NOT WS-PROPOSAL-OVERFLOWED
                   PERFORM APPLY-DUE-PARA
               END-IF
           END-IF.

           APPLY-DUE-PARA.

           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-NOT-APPLIED-COUNT
           DISPLAY " "
           DISPLAY "----- Nightly Merit Increase Apply -----"
           DISPLAY "RUN DATE : " WS-RUN-DATE
           OPEN I-O EMPLOYEE-MASTER
           MOVE WS-EMPLOYEE-STATUS TO WS-CHECK-STATUS
           MOVE "EMPMAST " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "APPLY-DUE-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           OPEN EXTEND AUDIT-LOG-FILE
           OPEN EXTEND SALARY-HISTORY-FILE
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-PROPOSAL-COUNT
               MOVE WS-MP-RECORD(WS-MP-IDX) TO MERIT-PROPOSAL-RECORD
               IF MP-APPROVED AND MP-EFFECTIVE-DATE <= WS-RUN-DATE
                   PERFORM APPLY-ONE-PARA
               END-IF
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           CLOSE AUDIT-LOG-FILE
           CLOSE SALARY-HISTORY-FILE
           PERFORM SAVE-PROPOSALS-PARA
           DISPLAY "INCREASES APPLIED : " WS-APPLIED-COUNT
               "  NOT APPLIED : " WS-NOT-APPLIED-COUNT.

           APPLY-ONE-PARA.

           MOVE MP-EMP-ID TO EM-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   ADD 1 TO WS-NOT-APPLIED-COUNT
                   DISPLAY "EMPLOYEE " MP-EMP-ID
                       " NO LONGER ON MASTER - NOT APPLIED"
               NOT INVALID KEY
                   IF EM-SALARY NOT = MP-OLD-SALARY
                       ADD 1 TO WS-NOT-APPLIED-COUNT
                       DISPLAY "EMPLOYEE " MP-EMP-ID
                           " SALARY HAS CHANGED SINCE THE MERIT RUN "
                           "- NOT APPLIED, RE-RUN OR REJECT"
                   ELSE
                       PERFORM APPLY-SALARY-PARA
                   END-IF
           END-READ.

           APPLY-SALARY-PARA.

           MOVE EMPLOYEE-MASTER-RECORD TO WS-UJ-BEFORE
           MOVE EM-SALARY TO WS-OLD-SALARY
           MOVE MP-NEW-SALARY TO EM-SALARY
           MOVE WS-RUN-DATE TO EM-LAST-UPDATE-DATE
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-NOT-APPLIED-COUNT
                   DISPLAY "UNABLE TO UPDATE EMPLOYEE " EM-EMP-ID
               NOT INVALID KEY
                   MOVE 'R' TO WS-UJ-ACTION
                   MOVE EM-EMP-ID TO WS-UJ-KEY
                   MOVE EMPLOYEE-MASTER-RECORD TO WS-UJ-AFTER
                   PERFORM WRITE-UPDATE-JOURNAL-PARA
                   PERFORM LOG-SALARY-CHANGE-PARA
                   MOVE 'D' TO MP-STATUS
                   MOVE MERIT-PROPOSAL-RECORD
                       TO WS-MP-RECORD(WS-MP-IDX)
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE WS-OLD-SALARY TO WS-EDIT-SALARY
                   MOVE EM-SALARY TO WS-EDIT-NEW-SALARY
                   DISPLAY "APPLIED EMPLOYEE " EM-EMP-ID
                       " OLD " WS-EDIT-SALARY
                       " NEW " WS-EDIT-NEW-SALARY
                       " (EFFECTIVE " MP-EFFECTIVE-DATE ")"
           END-REWRITE.

           WRITE-UPDATE-JOURNAL-PARA.

           CALL "UpdateJournal" USING WS-UJ-MASTER WS-UJ-ACTION
               WS-UJ-KEY WS-UJ-PROGRAM WS-UJ-OPERATOR
               WS-UJ-BEFORE WS-UJ-AFTER
           MOVE SPACES TO WS-UJ-BEFORE
           MOVE SPACES TO WS-UJ-AFTER.

           LOG-SALARY-CHANGE-PARA.

      *> the same AUDIT-LOG and SALARY-HISTORY rows employee
      *> maintenance writes - the approver is the one who changed it
           MOVE EM-EMP-ID TO AL-EMP-ID
           MOVE "SALARY" TO AL-FIELD-NAME
           MOVE WS-OLD-SALARY TO AL-OLD-VALUE
           MOVE EM-SALARY TO AL-NEW-VALUE
           MOVE MP-APPROVED-BY TO AL-CHANGED-BY
           ACCEPT AL-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT AL-CHANGE-TIME FROM TIME
           WRITE AUDIT-LOG-RECORD

           MOVE EM-EMP-ID TO SH-EMP-ID
           MOVE EM-MARITAL-STATUS TO SH-OLD-STATUS
           MOVE EM-MARITAL-STATUS TO SH-NEW-STATUS
           MOVE WS-OLD-SALARY TO SH-OLD-RATE
           MOVE EM-SALARY TO SH-NEW-RATE
           MOVE MP-EFFECTIVE-DATE TO SH-EFFECTIVE-DATE
           WRITE SALARY-HISTORY-RECORD.

       END PROGRAM MeritProposalApproval.
