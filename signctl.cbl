       IDENTIFICATION DIVISION.
       PROGRAM-ID. SignOnControl.
       ENVIRONMENT DIVISION.
           *> shared sign-on control subprogram, called the way
           *> JobScheduleCheck and UpdateJournal are - every program
           *> that signs an operator on against USER-AUTHORITY still
           *> matches the id, password and program itself, then hands
           *> the outcome here before letting the operator in
           *> every attempt, passed or failed, is written to SIGNLOG
           *> with the operator, program, date and time
           *> failures in a row are counted on OPSECUR per operator;
           *> reaching the CTLPARM SIGNFAIL limit (default 3) locks
           *> the operator out of every signed-on program, correct
           *> password or not, until a security administrator clears
           *> it through SecurityAdmin
           *> a good sign-on whose password was changed more than
           *> CTLPARM PWDAYS days ago (default 90), or never, must set
           *> a new one before going on - it is written to every
           *> USER-AUTHORITY row the operator holds, OVERRIDE code
           *> rows excepted
           *> the result flag comes back P when the operator may go
           *> on, F for a failed attempt, L when locked out and X
           *> when an expired password was not replaced
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-SECURITY-FILE ASSIGN TO "OPSECUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-STATUS.

           SELECT OPTIONAL SIGN-ON-LOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.

           SELECT OPTIONAL USER-AUTHORITY-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-SECURITY-FILE.
           COPY OPSECUR.

       FD SIGN-ON-LOG-FILE.
           COPY SIGNLOG.

       FD USER-AUTHORITY-FILE.
           COPY USERAUTH.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       WORKING-STORAGE SECTION.

           01 WS-SECURITY-STATUS PIC X(02) VALUE SPACES.
           01 WS-SIGNLOG-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUTH-STATUS PIC X(02) VALUE SPACES.
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.
           01 WS-CHANGED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PASSWORD-SET VALUE 'Y'.
           01 WS-EXPIRED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PASSWORD-EXPIRED VALUE 'Y'.

           01 WS-TODAY PIC 9(08) VALUE ZERO.
           01 WS-NOW PIC 9(06) VALUE ZERO.

      *> consecutive failures that lock an operator out (CTLPARM
      *> SIGNFAIL) and the days a password lasts (CTLPARM PWDAYS)
           01 WS-FAIL-LIMIT PIC 9(02) VALUE 3.
           01 WS-PASSWORD-DAYS PIC 9(05) VALUE 90.
           01 WS-FAIL-LIMIT-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FAIL-LIMIT-FOUND VALUE 'Y'.
           01 WS-PASSWORD-DAYS-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PASSWORD-DAYS-FOUND VALUE 'Y'.

           01 WS-SECURITY-TABLE.
               02 WS-SEC-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-SEC-IDX.
                   05 WS-SEC-OPERATOR PIC X(10).
                   05 WS-SEC-FAILED PIC 9(02).
                   05 WS-SEC-LOCK-FLAG PIC X(01).
                   05 WS-SEC-LOCKED-DATE PIC 9(08).
                   05 WS-SEC-LOCKED-TIME PIC 9(06).
                   05 WS-SEC-CHANGED PIC 9(08).
           01 WS-SEC-COUNT PIC 9(03) VALUE ZERO.

           01 WS-AUTH-ROW-TABLE.
               02 WS-AUTH-ROW PIC X(45) OCCURS 1000 TIMES
                       INDEXED BY WS-ROW-IDX.
           01 WS-AUTH-ROW-COUNT PIC 9(04) VALUE ZERO.

           01 WS-LOG-RESULT PIC X(01) VALUE SPACE.
           01 WS-NEW-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-CONFIRM-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-SPACE-COUNT PIC 9(02) VALUE ZERO.
           01 WS-TRY PIC 9(01) VALUE ZERO.
           01 WS-PASSWORD-AGE PIC S9(07) VALUE ZERO.
           01 WS-DAYS-LEFT PIC S9(07) VALUE ZERO.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

       LINKAGE SECTION.

           01 LK-PROGRAM PIC X(08).
           01 LK-OPERATOR PIC X(10).
           01 LK-PASSWORD PIC X(08).
           01 LK-MATCHED PIC X(01).
           01 LK-RESULT PIC X(01).

       PROCEDURE DIVISION USING LK-PROGRAM LK-OPERATOR LK-PASSWORD
               LK-MATCHED LK-RESULT.
       MAIN-PROCEDURE.

           MOVE 'F' TO LK-RESULT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           PERFORM LOAD-CONTROL-PARMS-PARA
           PERFORM LOAD-SECURITY-PARA
           PERFORM FIND-OPERATOR-PARA

           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   DISPLAY "OPERATOR SECURITY FILE IS FULL - SEE THE "
                       "SECURITY ADMINISTRATOR"
                   MOVE 'F' TO WS-LOG-RESULT
                   PERFORM LOG-ATTEMPT-PARA
               WHEN WS-SEC-LOCK-FLAG(WS-SEC-IDX) = 'Y'
                   DISPLAY "OPERATOR " LK-OPERATOR " IS LOCKED OUT "
                       "SINCE " WS-SEC-LOCKED-DATE(WS-SEC-IDX)
                       " - SEE THE SECURITY ADMINISTRATOR"
                   MOVE 'L' TO LK-RESULT
                   MOVE 'L' TO WS-LOG-RESULT
                   PERFORM LOG-ATTEMPT-PARA
               WHEN LK-MATCHED NOT = 'Y'
                   PERFORM RECORD-FAILURE-PARA
               WHEN OTHER
                   MOVE ZERO TO WS-SEC-FAILED(WS-SEC-IDX)
                   PERFORM CHECK-EXPIRY-PARA
           END-EVALUATE

           PERFORM SAVE-SECURITY-PARA

           GOBACK.

           LOAD-CONTROL-PARMS-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CONTROL-PARAMETER-FILE
           PERFORM READ-CONTROL-PARM-PARA
           PERFORM NOTE-CONTROL-PARM-PARA UNTIL WS-EOF
           CLOSE CONTROL-PARAMETER-FILE
           IF WS-FAIL-LIMIT = ZERO
               MOVE 3 TO WS-FAIL-LIMIT
           END-IF
           IF NOT WS-FAIL-LIMIT-FOUND
               DISPLAY "NO SIGNFAIL ROW ON CTLPARM - USING DEFAULT "
                   WS-FAIL-LIMIT
           END-IF
           IF NOT WS-PASSWORD-DAYS-FOUND
               DISPLAY "NO PWDAYS ROW ON CTLPARM - USING DEFAULT "
                   WS-PASSWORD-DAYS
           END-IF.

           READ-CONTROL-PARM-PARA.

           READ CONTROL-PARAMETER-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

           NOTE-CONTROL-PARM-PARA.

           EVALUATE CP-PARM-CODE
               WHEN "SIGNFAIL"
                   MOVE CP-PARM-VALUE TO WS-FAIL-LIMIT
                   MOVE 'Y' TO WS-FAIL-LIMIT-SWITCH
               WHEN "PWDAYS  "
                   MOVE CP-PARM-VALUE TO WS-PASSWORD-DAYS
                   MOVE 'Y' TO WS-PASSWORD-DAYS-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-CONTROL-PARM-PARA.

           LOAD-SECURITY-PARA.

           MOVE ZERO TO WS-SEC-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OPERATOR-SECURITY-FILE
           PERFORM UNTIL WS-EOF
               READ OPERATOR-SECURITY-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-SEC-COUNT < 500
                           ADD 1 TO WS-SEC-COUNT
                           SET WS-SEC-IDX TO WS-SEC-COUNT
                           MOVE OS-OPERATOR-ID
                               TO WS-SEC-OPERATOR(WS-SEC-IDX)
                           MOVE OS-FAILED-COUNT
                               TO WS-SEC-FAILED(WS-SEC-IDX)
                           MOVE OS-LOCK-FLAG
                               TO WS-SEC-LOCK-FLAG(WS-SEC-IDX)
                           MOVE OS-LOCKED-DATE
                               TO WS-SEC-LOCKED-DATE(WS-SEC-IDX)
                           MOVE OS-LOCKED-TIME
                               TO WS-SEC-LOCKED-TIME(WS-SEC-IDX)
                           MOVE OS-PASSWORD-CHANGED
                               TO WS-SEC-CHANGED(WS-SEC-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-SECURITY-FILE.

           FIND-OPERATOR-PARA.

      *> an operator signing on for the first time gets a row with
      *> no password-changed date, so the first good sign-on sets
      *> a password of the operator's own
           MOVE 'N' TO WS-FOUND-SWITCH
           SET WS-SEC-IDX TO 1
           SEARCH WS-SEC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SEC-IDX > WS-SEC-COUNT
                   CONTINUE
               WHEN WS-SEC-OPERATOR(WS-SEC-IDX) = LK-OPERATOR
                   MOVE 'Y' TO WS-FOUND-SWITCH
           END-SEARCH
           IF NOT WS-FOUND AND WS-SEC-COUNT < 500
               ADD 1 TO WS-SEC-COUNT
               SET WS-SEC-IDX TO WS-SEC-COUNT
               MOVE LK-OPERATOR TO WS-SEC-OPERATOR(WS-SEC-IDX)
               MOVE ZERO TO WS-SEC-FAILED(WS-SEC-IDX)
               MOVE 'N' TO WS-SEC-LOCK-FLAG(WS-SEC-IDX)
               MOVE ZERO TO WS-SEC-LOCKED-DATE(WS-SEC-IDX)
               MOVE ZERO TO WS-SEC-LOCKED-TIME(WS-SEC-IDX)
               MOVE ZERO TO WS-SEC-CHANGED(WS-SEC-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.

           RECORD-FAILURE-PARA.

           IF WS-SEC-FAILED(WS-SEC-IDX) < 99
               ADD 1 TO WS-SEC-FAILED(WS-SEC-IDX)
           END-IF
           MOVE 'F' TO WS-LOG-RESULT
           PERFORM LOG-ATTEMPT-PARA
           IF WS-SEC-FAILED(WS-SEC-IDX) < WS-FAIL-LIMIT
               DISPLAY "FAILED SIGN-ON " WS-SEC-FAILED(WS-SEC-IDX)
                   " OF " WS-FAIL-LIMIT " BEFORE LOCK-OUT"
           ELSE
               MOVE 'Y' TO WS-SEC-LOCK-FLAG(WS-SEC-IDX)
               MOVE WS-TODAY TO WS-SEC-LOCKED-DATE(WS-SEC-IDX)
               MOVE WS-NOW TO WS-SEC-LOCKED-TIME(WS-SEC-IDX)
               MOVE 'L' TO LK-RESULT
               MOVE 'L' TO WS-LOG-RESULT
               PERFORM LOG-ATTEMPT-PARA
               DISPLAY WS-SEC-FAILED(WS-SEC-IDX)
                   " FAILED SIGN-ONS - OPERATOR " LK-OPERATOR
                   " IS LOCKED OUT - SEE THE SECURITY ADMINISTRATOR"
           END-IF.

           CHECK-EXPIRY-PARA.

           MOVE 'N' TO WS-EXPIRED-SWITCH
           IF WS-SEC-CHANGED(WS-SEC-IDX) = ZERO
               DISPLAY "NO PASSWORD CHANGE ON RECORD"
               MOVE 'Y' TO WS-EXPIRED-SWITCH
           ELSE
               MOVE 'D' TO WS-DS-FUNCTION
               MOVE WS-TODAY TO WS-DS-DATE-1
               MOVE WS-SEC-CHANGED(WS-SEC-IDX) TO WS-DS-DATE-2
               CALL "DateService" USING WS-DS-FUNCTION
                   WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
               MOVE WS-DS-DAYS TO WS-PASSWORD-AGE
               IF WS-PASSWORD-AGE > WS-PASSWORD-DAYS
                   DISPLAY "PASSWORD LAST CHANGED "
                       WS-SEC-CHANGED(WS-SEC-IDX)
                   MOVE 'Y' TO WS-EXPIRED-SWITCH
               END-IF
           END-IF
           IF WS-PASSWORD-EXPIRED
               PERFORM CHANGE-PASSWORD-PARA
           ELSE
               COMPUTE WS-DAYS-LEFT = WS-PASSWORD-DAYS - WS-PASSWORD-AGE
               IF WS-DAYS-LEFT < 7
                   DISPLAY "PASSWORD EXPIRES IN " WS-DAYS-LEFT " DAYS"
               END-IF
               MOVE 'P' TO LK-RESULT
               MOVE 'P' TO WS-LOG-RESULT
               PERFORM LOG-ATTEMPT-PARA
           END-IF.

           CHANGE-PASSWORD-PARA.

           DISPLAY "PASSWORD HAS EXPIRED - A NEW ONE MUST BE SET"
           MOVE 'N' TO WS-CHANGED-SWITCH
           PERFORM VARYING WS-TRY FROM 1 BY 1
                   UNTIL WS-TRY > 3 OR WS-PASSWORD-SET
               PERFORM PROMPT-NEW-PASSWORD-PARA
           END-PERFORM
           IF WS-PASSWORD-SET
               PERFORM REWRITE-AUTHORITY-PARA
           END-IF
           IF WS-PASSWORD-SET
               MOVE WS-TODAY TO WS-SEC-CHANGED(WS-SEC-IDX)
               MOVE 'C' TO WS-LOG-RESULT
               PERFORM LOG-ATTEMPT-PARA
               DISPLAY "PASSWORD CHANGED"
               MOVE 'P' TO LK-RESULT
               MOVE 'P' TO WS-LOG-RESULT
               PERFORM LOG-ATTEMPT-PARA
           ELSE
               DISPLAY "PASSWORD NOT CHANGED - SIGN-ON REFUSED"
               MOVE 'X' TO LK-RESULT
               MOVE 'X' TO WS-LOG-RESULT
               PERFORM LOG-ATTEMPT-PARA
           END-IF.

           PROMPT-NEW-PASSWORD-PARA.

           DISPLAY "ENTER NEW PASSWORD "
           ACCEPT WS-NEW-PASSWORD
           DISPLAY "ENTER NEW PASSWORD AGAIN "
           ACCEPT WS-CONFIRM-PASSWORD
           MOVE ZERO TO WS-SPACE-COUNT
           INSPECT WS-NEW-PASSWORD TALLYING WS-SPACE-COUNT
               FOR ALL SPACE
           EVALUATE TRUE
               WHEN WS-SPACE-COUNT > 2
                   DISPLAY "A PASSWORD NEEDS AT LEAST 6 CHARACTERS"
               WHEN WS-NEW-PASSWORD = LK-PASSWORD
                   DISPLAY "THE NEW PASSWORD MUST DIFFER FROM THE OLD"
               WHEN WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
                   DISPLAY "THE TWO ENTRIES DO NOT MATCH"
               WHEN OTHER
                   MOVE 'Y' TO WS-CHANGED-SWITCH
           END-EVALUATE.

           REWRITE-AUTHORITY-PARA.

           MOVE ZERO TO WS-AUTH-ROW-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT USER-AUTHORITY-FILE
           PERFORM UNTIL WS-EOF
               READ USER-AUTHORITY-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-AUTH-ROW-COUNT = 1000
                           MOVE 'N' TO WS-CHANGED-SWITCH
                           MOVE 'Y' TO WS-EOF-SWITCH
                       ELSE
                           IF UA-OPERATOR-ID = LK-OPERATOR
                                   AND UA-PROGRAM NOT = "OVERRIDE"
                               MOVE WS-NEW-PASSWORD TO UA-PASSWORD
                           END-IF
                           ADD 1 TO WS-AUTH-ROW-COUNT
                           SET WS-ROW-IDX TO WS-AUTH-ROW-COUNT
                           MOVE USER-AUTHORITY-RECORD
                               TO WS-AUTH-ROW(WS-ROW-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-AUTHORITY-FILE
           IF WS-PASSWORD-SET
               OPEN OUTPUT USER-AUTHORITY-FILE
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > WS-AUTH-ROW-COUNT
                   MOVE WS-AUTH-ROW(WS-ROW-IDX)
                       TO USER-AUTHORITY-RECORD
                   WRITE USER-AUTHORITY-RECORD
               END-PERFORM
               CLOSE USER-AUTHORITY-FILE
           ELSE
               DISPLAY "USER-AUTHORITY FILE TOO LARGE TO REWRITE - "
                   "SEE THE SECURITY ADMINISTRATOR"
           END-IF.

           SAVE-SECURITY-PARA.

           OPEN OUTPUT OPERATOR-SECURITY-FILE
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               MOVE WS-SEC-OPERATOR(WS-SEC-IDX) TO OS-OPERATOR-ID
               MOVE WS-SEC-FAILED(WS-SEC-IDX) TO OS-FAILED-COUNT
               MOVE WS-SEC-LOCK-FLAG(WS-SEC-IDX) TO OS-LOCK-FLAG
               MOVE WS-SEC-LOCKED-DATE(WS-SEC-IDX) TO OS-LOCKED-DATE
               MOVE WS-SEC-LOCKED-TIME(WS-SEC-IDX) TO OS-LOCKED-TIME
               MOVE WS-SEC-CHANGED(WS-SEC-IDX) TO OS-PASSWORD-CHANGED
               WRITE OPERATOR-SECURITY-RECORD
           END-PERFORM
           CLOSE OPERATOR-SECURITY-FILE.

           LOG-ATTEMPT-PARA.

           OPEN EXTEND SIGN-ON-LOG-FILE
           MOVE LK-OPERATOR TO SG-OPERATOR-ID
           MOVE LK-PROGRAM TO SG-PROGRAM
           MOVE WS-TODAY TO SG-LOG-DATE
           ACCEPT SG-LOG-TIME FROM TIME
           MOVE WS-LOG-RESULT TO SG-RESULT
           MOVE SPACES TO SG-ACTION-BY
           WRITE SIGN-ON-LOG-RECORD
           CLOSE SIGN-ON-LOG-FILE.

       END PROGRAM SignOnControl.
