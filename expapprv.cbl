       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpenseClaimApproval.
       ENVIRONMENT DIVISION.
           *> manager approval layer between ExpenseClaimCapture and
           *> the expense reimbursement run - the whole EXPENSE-CLAIM
           *> file is loaded, each pending claim is presented line by
           *> line with its total, and the approver approves it,
           *> rejects it or holds it for later; the file is written
           *> back with the status, the approver's operator id and
           *> the date - the reimbursement run pays approved claims
           *> only
           *> sign-on is against USER-AUTHORITY under program
           *> EXPAPPRV, the same gate as the other approval screens,
           *> and the functions field of each of the operator's
           *> EXPAPPRV rows names a department (the first eight
           *> characters of EM-DEPARTMENT) the operator may approve
           *> for - one row per department, or a row with * for
           *> every department - so a claim only reaches a manager
           *> of the department it was captured under
           *> every sign-on, good or bad, now goes through
           *> SignOnControl, which logs it to SIGNLOG, locks the
           *> operator out after repeated failures and makes an
           *> expired password be changed before going on
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.

           SELECT OPTIONAL USER-AUTHORITY-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD EXPENSE-CLAIM-FILE.
           COPY EXPCLAIM.

       FD USER-AUTHORITY-FILE.
           COPY USERAUTH.

       WORKING-STORAGE SECTION.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-CLAIM-STATUS PIC X(02) VALUE SPACES.

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
           01 WS-AUTH-PROGRAM-NAME PIC X(08) VALUE "EXPAPPRV".
           01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
           01 WS-OPERATOR-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-SIGNED-ON-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SIGNED-ON VALUE 'Y'.
           01 WS-SIGNON-MATCHED PIC X(01) VALUE 'N'.
           01 WS-SIGNON-RESULT PIC X(01) VALUE SPACE.
               88 WS-SIGNON-PASSED VALUE 'P'.

      *> the departments the signed-on operator may approve for
           01 WS-APPROVER-DEPT-TABLE.
               02 WS-APPROVER-DEPT OCCURS 20 TIMES
                       INDEXED BY WS-APPR-IDX PIC X(08).
           01 WS-APPROVER-DEPT-COUNT PIC 9(02) VALUE ZERO.
           01 WS-ALL-DEPTS-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ALL-DEPTS VALUE 'Y'.
           01 WS-DEPT-ALLOWED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DEPT-ALLOWED VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-CLAIM-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CLAIM-EOF VALUE 'Y'.

           01 WS-CLAIM-TABLE.
               02 WS-CL-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-CL-IDX WS-LINE-IDX.
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

           01 WS-CURRENT-CLAIM-NO PIC 9(06) VALUE ZERO.
           01 WS-CLAIM-TOTAL PIC 9(07)V99 VALUE ZERO.
           01 WS-EDIT-AMOUNT PIC Z,ZZZ,ZZ9.99.
           01 WS-NEW-STATUS PIC X(01) VALUE SPACE.

           01 WS-ANSWER PIC X(01) VALUE SPACE.
               88 WS-ANSWER-APPROVE VALUE 'A'.
               88 WS-ANSWER-REJECT VALUE 'R'.
           01 WS-APPROVED-COUNT PIC 9(04) VALUE ZERO.
           01 WS-REJECTED-COUNT PIC 9(04) VALUE ZERO.
           01 WS-HELD-COUNT PIC 9(04) VALUE ZERO.
           01 WS-NOT-MINE-COUNT PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SIGN-ON-PARA
           PERFORM LOAD-CLAIMS-PARA

           IF WS-CLAIM-OVERFLOWED
               DISPLAY "*** EXPCLAIM HOLDS MORE LINES THAN THE "
                   "TABLE - NOTHING APPROVED AND NOTHING SAVED, "
                   "THE WRITE-BACK WOULD DESTROY THE LINES PAST "
                   "THE LIMIT - ARCHIVE PAID CLAIMS FIRST ***"
                STOP RUN
           END-IF
           IF WS-CLAIM-COUNT = ZERO
               DISPLAY "NO EXPENSE CLAIMS ON FILE"
                STOP RUN
           END-IF

           MOVE ZERO TO WS-CURRENT-CLAIM-NO
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CLAIM-COUNT
               IF WS-CL-CLAIM-NO(WS-CL-IDX) NOT = WS-CURRENT-CLAIM-NO
                       AND (WS-CL-STATUS(WS-CL-IDX) = 'N'
                           OR WS-CL-STATUS(WS-CL-IDX) = SPACE)
                   MOVE WS-CL-CLAIM-NO(WS-CL-IDX)
                       TO WS-CURRENT-CLAIM-NO
                   PERFORM REVIEW-CLAIM-PARA
               END-IF
           END-PERFORM

           PERFORM SAVE-CLAIMS-PARA

           DISPLAY "CLAIMS APPROVED : " WS-APPROVED-COUNT
               "  REJECTED : " WS-REJECTED-COUNT
               "  HELD : " WS-HELD-COUNT
           IF WS-NOT-MINE-COUNT > ZERO
               DISPLAY "CLAIMS FOR OTHER DEPARTMENTS LEFT PENDING : "
                   WS-NOT-MINE-COUNT
           END-IF

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
               IF NOT WS-ALL-DEPTS AND WS-APPROVER-DEPT-COUNT = ZERO
                   DISPLAY "SIGN-ON REJECTED - NO DEPARTMENT NAMED ON "
                       "YOUR APPROVAL AUTHORITY"
                   STOP RUN
               END-IF
           END-IF.

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

           REVIEW-CLAIM-PARA.

           MOVE 'N' TO WS-DEPT-ALLOWED-SWITCH
           IF WS-ALL-DEPTS
               MOVE 'Y' TO WS-DEPT-ALLOWED-SWITCH
           ELSE
               PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                       UNTIL WS-APPR-IDX > WS-APPROVER-DEPT-COUNT
                   IF WS-APPROVER-DEPT(WS-APPR-IDX)
                           = WS-CL-DEPARTMENT(WS-CL-IDX)(1:8)
                       MOVE 'Y' TO WS-DEPT-ALLOWED-SWITCH
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-DEPT-ALLOWED
               ADD 1 TO WS-NOT-MINE-COUNT
           ELSE
               DISPLAY " "
               DISPLAY "CLAIM " WS-CURRENT-CLAIM-NO
                   " EMPLOYEE " WS-CL-EMP-ID(WS-CL-IDX)
                   " DEPARTMENT " WS-CL-DEPARTMENT(WS-CL-IDX)
                   " DATED " WS-CL-CLAIM-DATE(WS-CL-IDX)
               MOVE ZERO TO WS-CLAIM-TOTAL
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-CLAIM-COUNT
                   IF WS-CL-CLAIM-NO(WS-LINE-IDX)
                           = WS-CURRENT-CLAIM-NO
                       PERFORM SHOW-LINE-PARA
                   END-IF
               END-PERFORM
               MOVE WS-CLAIM-TOTAL TO WS-EDIT-AMOUNT
               DISPLAY "CLAIM TOTAL " WS-EDIT-AMOUNT
               DISPLAY "A TO APPROVE, R TO REJECT, ANYTHING ELSE "
                   "TO HOLD "
               MOVE SPACE TO WS-ANSWER
               ACCEPT WS-ANSWER
               EVALUATE TRUE
                   WHEN WS-ANSWER-APPROVE
                       MOVE 'A' TO WS-NEW-STATUS
                       ADD 1 TO WS-APPROVED-COUNT
                       DISPLAY "APPROVED FOR REIMBURSEMENT"
                   WHEN WS-ANSWER-REJECT
                       MOVE 'R' TO WS-NEW-STATUS
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "REJECTED"
                   WHEN OTHER
                       MOVE SPACE TO WS-NEW-STATUS
                       ADD 1 TO WS-HELD-COUNT
                       DISPLAY "HELD PENDING"
               END-EVALUATE
               IF WS-NEW-STATUS NOT = SPACE
                   PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                           UNTIL WS-LINE-IDX > WS-CLAIM-COUNT
                       IF WS-CL-CLAIM-NO(WS-LINE-IDX)
                               = WS-CURRENT-CLAIM-NO
                           PERFORM DECIDE-LINE-PARA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

           SHOW-LINE-PARA.

           IF WS-CL-STATUS(WS-LINE-IDX) = 'N'
                   OR WS-CL-STATUS(WS-LINE-IDX) = SPACE
               MOVE WS-CL-AMOUNT(WS-LINE-IDX) TO WS-EDIT-AMOUNT
               DISPLAY "  " WS-CL-LINE-NO(WS-LINE-IDX)
                   " " WS-CL-EXPENSE-TYPE(WS-LINE-IDX)
                   " " WS-CL-DESCRIPTION(WS-LINE-IDX)
                   " " WS-EDIT-AMOUNT
               ADD WS-CL-AMOUNT(WS-LINE-IDX) TO WS-CLAIM-TOTAL
           END-IF.

           DECIDE-LINE-PARA.

           IF WS-CL-STATUS(WS-LINE-IDX) = 'N'
                   OR WS-CL-STATUS(WS-LINE-IDX) = SPACE
               MOVE WS-NEW-STATUS TO WS-CL-STATUS(WS-LINE-IDX)
               MOVE WS-OPERATOR-ID TO WS-CL-APPROVED-BY(WS-LINE-IDX)
               MOVE WS-RUN-DATE TO WS-CL-APPROVED-DATE(WS-LINE-IDX)
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

       END PROGRAM ExpenseClaimApproval.
