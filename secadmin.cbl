       IDENTIFICATION DIVISION.
       PROGRAM-ID. SecurityAdmin.
       ENVIRONMENT DIVISION.
           *> the security administrator's screen over the sign-on
           *> controls SignOnControl keeps - signed on against
           *> USER-AUTHORITY under program SECADMIN, so only an
           *> operator granted that row can clear a lock-out
           *> I shows one operator's failures, lock-out and password
           *> age, L lists every operator locked out, part-way to a
           *> lock-out or due a password change, U clears a lock-out
           *> and R sets a temporary password on the operator's
           *> USER-AUTHORITY rows that must be changed at the next
           *> sign-on - both are written to SIGNLOG with the
           *> administrator's id
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL USER-AUTHORITY-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL OPERATOR-SECURITY-FILE ASSIGN TO "OPSECUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-STATUS.

           SELECT OPTIONAL SIGN-ON-LOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-AUTHORITY-FILE.
           COPY USERAUTH.

       FD OPERATOR-SECURITY-FILE.
           COPY OPSECUR.

       FD SIGN-ON-LOG-FILE.
           COPY SIGNLOG.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       WORKING-STORAGE SECTION.

           01 WS-SECURITY-STATUS PIC X(02) VALUE SPACES.
           01 WS-SIGNLOG-STATUS PIC X(02) VALUE SPACES.
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PARM-EOF VALUE 'Y'.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-INQUIRE VALUE 'I'.
               88 WS-TRAN-LIST VALUE 'L'.
               88 WS-TRAN-UNLOCK VALUE 'U'.
               88 WS-TRAN-RESET VALUE 'R'.
               88 WS-TRAN-END VALUE 'E'.

      *> the whole USER-AUTHORITY file is held as row images, since
      *> a password reset writes every row back
           01 WS-AUTH-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUTH-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-AUTH-EOF VALUE 'Y'.
           01 WS-AUTH-TABLE.
               02 WS-AUTH-ROW PIC X(45) OCCURS 1000 TIMES
                       INDEXED BY WS-AUTH-IDX.
           01 WS-AUTH-COUNT PIC 9(04) VALUE ZERO.
           01 WS-AUTH-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-AUTH-OVERFLOWED VALUE 'Y'.
           01 WS-AUTH-PROGRAM-NAME PIC X(08) VALUE "SECADMIN".
           01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
           01 WS-OPERATOR-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-SIGNED-ON-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SIGNED-ON VALUE 'Y'.
           01 WS-SIGNON-MATCHED PIC X(01) VALUE 'N'.
           01 WS-SIGNON-RESULT PIC X(01) VALUE SPACE.
               88 WS-SIGNON-PASSED VALUE 'P'.

           01 WS-SECURITY-TABLE.
               02 WS-SEC-ENTRY PIC X(35) OCCURS 500 TIMES
                       INDEXED BY WS-SEC-IDX.
           01 WS-SEC-COUNT PIC 9(03) VALUE ZERO.
           01 WS-SEC-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SEC-EOF VALUE 'Y'.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-ENTRY-OPERATOR PIC X(10) VALUE SPACES.
           01 WS-TEMP-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-LOG-RESULT PIC X(01) VALUE SPACE.
           01 WS-ROWS-CHANGED PIC 9(04) VALUE ZERO.
           01 WS-LISTED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-PASSWORD-AGE PIC S9(07) VALUE ZERO.
           01 WS-PASSWORD-DAYS PIC 9(05) VALUE 90.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SIGN-ON-PARA
           PERFORM LOAD-CONTROL-PARMS-PARA

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

            STOP RUN.

           SIGN-ON-PARA.

           PERFORM LOAD-AUTHORITY-PARA
           IF WS-AUTH-COUNT = ZERO
               DISPLAY "NO USER-AUTHORITY FILE - NOTHING TO "
                   "ADMINISTER"
               STOP RUN
           END-IF
           DISPLAY "ENTER OPERATOR ID "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "ENTER PASSWORD "
           ACCEPT WS-OPERATOR-PASSWORD
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
               MOVE WS-AUTH-ROW(WS-AUTH-IDX) TO USER-AUTHORITY-RECORD
               IF UA-OPERATOR-ID = WS-OPERATOR-ID
                       AND UA-PASSWORD = WS-OPERATOR-PASSWORD
                       AND UA-PROGRAM = WS-AUTH-PROGRAM-NAME
                   MOVE 'Y' TO WS-SIGNED-ON-SWITCH
               END-IF
           END-PERFORM
           PERFORM SIGN-ON-CONTROL-PARA
           IF NOT WS-SIGNED-ON
               DISPLAY "SIGN-ON REJECTED - NO AUTHORITY FOR THIS "
                   "PROGRAM"
               STOP RUN
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

           MOVE ZERO TO WS-AUTH-COUNT
           MOVE 'N' TO WS-AUTH-OVERFLOW-SWITCH
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

           IF WS-AUTH-COUNT = 1000
               MOVE 'Y' TO WS-AUTH-OVERFLOW-SWITCH
           ELSE
               ADD 1 TO WS-AUTH-COUNT
               SET WS-AUTH-IDX TO WS-AUTH-COUNT
               MOVE USER-AUTHORITY-RECORD TO WS-AUTH-ROW(WS-AUTH-IDX)
           END-IF
           PERFORM READ-AUTHORITY-PARA.

           LOAD-CONTROL-PARMS-PARA.

           OPEN INPUT CONTROL-PARAMETER-FILE
           PERFORM READ-CONTROL-PARM-PARA
           PERFORM NOTE-CONTROL-PARM-PARA UNTIL WS-PARM-EOF
           CLOSE CONTROL-PARAMETER-FILE.

           READ-CONTROL-PARM-PARA.

           READ CONTROL-PARAMETER-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-SWITCH
           END-READ.

           NOTE-CONTROL-PARM-PARA.

           IF CP-PARM-CODE = "PWDAYS  "
               MOVE CP-PARM-VALUE TO WS-PASSWORD-DAYS
           END-IF
           PERFORM READ-CONTROL-PARM-PARA.

           LOAD-SECURITY-PARA.

           MOVE ZERO TO WS-SEC-COUNT
           MOVE 'N' TO WS-SEC-EOF-SWITCH
           OPEN INPUT OPERATOR-SECURITY-FILE
           PERFORM UNTIL WS-SEC-EOF
               READ OPERATOR-SECURITY-FILE
                   AT END MOVE 'Y' TO WS-SEC-EOF-SWITCH
                   NOT AT END
                       IF WS-SEC-COUNT < 500
                           ADD 1 TO WS-SEC-COUNT
                           SET WS-SEC-IDX TO WS-SEC-COUNT
                           MOVE OPERATOR-SECURITY-RECORD
                               TO WS-SEC-ENTRY(WS-SEC-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-SECURITY-FILE.

           SAVE-SECURITY-PARA.

           OPEN OUTPUT OPERATOR-SECURITY-FILE
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               MOVE WS-SEC-ENTRY(WS-SEC-IDX)
                   TO OPERATOR-SECURITY-RECORD
               WRITE OPERATOR-SECURITY-RECORD
           END-PERFORM
           CLOSE OPERATOR-SECURITY-FILE.

           FIND-SECURITY-PARA.

      *> leaves the operator's entry in OPERATOR-SECURITY-RECORD
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT OR WS-FOUND
               MOVE WS-SEC-ENTRY(WS-SEC-IDX)
                   TO OPERATOR-SECURITY-RECORD
               IF OS-OPERATOR-ID = WS-ENTRY-OPERATOR
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-SEC-IDX DOWN BY 1
           END-IF.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (I=INQUIRE L=LIST U=UNLOCK "
               "R=RESET PASSWORD E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-INQUIRE
                   PERFORM INQUIRE-PARA
               WHEN WS-TRAN-LIST
                   PERFORM LIST-PARA
               WHEN WS-TRAN-UNLOCK
                   PERFORM UNLOCK-PARA
               WHEN WS-TRAN-RESET
                   PERFORM RESET-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

           INQUIRE-PARA.

           DISPLAY "ENTER OPERATOR ID "
           ACCEPT WS-ENTRY-OPERATOR
           PERFORM LOAD-SECURITY-PARA
           PERFORM FIND-SECURITY-PARA
           IF WS-FOUND
               PERFORM SHOW-OPERATOR-PARA
           ELSE
               DISPLAY "OPERATOR HAS NEVER SIGNED ON"
           END-IF.

           SHOW-OPERATOR-PARA.

           DISPLAY "OPERATOR " OS-OPERATOR-ID
               "  FAILED SIGN-ONS " OS-FAILED-COUNT
           IF OS-LOCKED
               DISPLAY "  LOCKED OUT " OS-LOCKED-DATE
                   " " OS-LOCKED-TIME
           END-IF
           IF OS-PASSWORD-CHANGED = ZERO
               DISPLAY "  PASSWORD MUST BE CHANGED AT NEXT SIGN-ON"
           ELSE
               PERFORM PASSWORD-AGE-PARA
               DISPLAY "  PASSWORD CHANGED " OS-PASSWORD-CHANGED
                   " - " WS-PASSWORD-AGE " DAYS AGO"
           END-IF.

           PASSWORD-AGE-PARA.

           MOVE 'D' TO WS-DS-FUNCTION
           MOVE WS-RUN-DATE TO WS-DS-DATE-1
           MOVE OS-PASSWORD-CHANGED TO WS-DS-DATE-2
           CALL "DateService" USING WS-DS-FUNCTION
               WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
           MOVE WS-DS-DAYS TO WS-PASSWORD-AGE.

           LIST-PARA.

      *> an operator past the CTLPARM PWDAYS age is made to change
      *> the password at the next sign-on
           MOVE ZERO TO WS-LISTED-COUNT
           PERFORM LOAD-SECURITY-PARA
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               MOVE WS-SEC-ENTRY(WS-SEC-IDX)
                   TO OPERATOR-SECURITY-RECORD
               MOVE ZERO TO WS-PASSWORD-AGE
               IF OS-PASSWORD-CHANGED NOT = ZERO
                   PERFORM PASSWORD-AGE-PARA
               END-IF
               IF OS-LOCKED OR OS-FAILED-COUNT > ZERO
                       OR OS-PASSWORD-CHANGED = ZERO
                       OR WS-PASSWORD-AGE > WS-PASSWORD-DAYS
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM SHOW-OPERATOR-PARA
               END-IF
           END-PERFORM
           DISPLAY "OPERATORS LISTED : " WS-LISTED-COUNT.

           UNLOCK-PARA.

           DISPLAY "ENTER OPERATOR ID TO UNLOCK "
           ACCEPT WS-ENTRY-OPERATOR
           PERFORM LOAD-SECURITY-PARA
           PERFORM FIND-SECURITY-PARA
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   DISPLAY "OPERATOR HAS NEVER SIGNED ON"
               WHEN NOT OS-LOCKED
                   DISPLAY "OPERATOR IS NOT LOCKED OUT"
               WHEN OTHER
                   MOVE 'N' TO OS-LOCK-FLAG
                   MOVE ZERO TO OS-FAILED-COUNT
                   MOVE ZERO TO OS-LOCKED-DATE
                   MOVE ZERO TO OS-LOCKED-TIME
                   MOVE OPERATOR-SECURITY-RECORD
                       TO WS-SEC-ENTRY(WS-SEC-IDX)
                   PERFORM SAVE-SECURITY-PARA
                   MOVE 'U' TO WS-LOG-RESULT
                   PERFORM LOG-ACTION-PARA
                   DISPLAY "OPERATOR " WS-ENTRY-OPERATOR
                       " UNLOCKED BY " WS-OPERATOR-ID
           END-EVALUATE.

           RESET-PARA.

           DISPLAY "ENTER OPERATOR ID TO RESET "
           ACCEPT WS-ENTRY-OPERATOR
           DISPLAY "ENTER TEMPORARY PASSWORD "
           ACCEPT WS-TEMP-PASSWORD
           IF WS-TEMP-PASSWORD = SPACES
               DISPLAY "A TEMPORARY PASSWORD IS REQUIRED - NOT RESET"
           ELSE
               PERFORM LOAD-AUTHORITY-PARA
               PERFORM SET-TEMP-PASSWORD-PARA
           END-IF.

           SET-TEMP-PASSWORD-PARA.

           MOVE ZERO TO WS-ROWS-CHANGED
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
               MOVE WS-AUTH-ROW(WS-AUTH-IDX) TO USER-AUTHORITY-RECORD
               IF UA-OPERATOR-ID = WS-ENTRY-OPERATOR
                       AND UA-PROGRAM NOT = "OVERRIDE"
                   MOVE WS-TEMP-PASSWORD TO UA-PASSWORD
                   MOVE USER-AUTHORITY-RECORD
                       TO WS-AUTH-ROW(WS-AUTH-IDX)
                   ADD 1 TO WS-ROWS-CHANGED
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-AUTH-OVERFLOWED
                   DISPLAY "USER-AUTHORITY FILE TOO LARGE TO "
                       "REWRITE - NOT RESET"
               WHEN WS-ROWS-CHANGED = ZERO
                   DISPLAY "OPERATOR HOLDS NO USER-AUTHORITY ROWS"
               WHEN OTHER
                   OPEN OUTPUT USER-AUTHORITY-FILE
                   PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                           UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                       MOVE WS-AUTH-ROW(WS-AUTH-IDX)
                           TO USER-AUTHORITY-RECORD
                       WRITE USER-AUTHORITY-RECORD
                   END-PERFORM
                   CLOSE USER-AUTHORITY-FILE
                   PERFORM EXPIRE-PASSWORD-PARA
                   MOVE 'R' TO WS-LOG-RESULT
                   PERFORM LOG-ACTION-PARA
                   DISPLAY WS-ROWS-CHANGED " ROWS RESET - OPERATOR "
                       WS-ENTRY-OPERATOR " MUST CHANGE IT AT SIGN-ON"
           END-EVALUATE.

           EXPIRE-PASSWORD-PARA.

      *> a zero changed date makes SignOnControl demand a new
      *> password at the next good sign-on
           PERFORM LOAD-SECURITY-PARA
           PERFORM FIND-SECURITY-PARA
           IF NOT WS-FOUND AND WS-SEC-COUNT < 500
               ADD 1 TO WS-SEC-COUNT
               SET WS-SEC-IDX TO WS-SEC-COUNT
               MOVE WS-ENTRY-OPERATOR TO OS-OPERATOR-ID
               MOVE ZERO TO OS-FAILED-COUNT
               MOVE 'N' TO OS-LOCK-FLAG
               MOVE ZERO TO OS-LOCKED-DATE
               MOVE ZERO TO OS-LOCKED-TIME
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF
           IF WS-FOUND
               MOVE ZERO TO OS-PASSWORD-CHANGED
               MOVE OPERATOR-SECURITY-RECORD
                   TO WS-SEC-ENTRY(WS-SEC-IDX)
               PERFORM SAVE-SECURITY-PARA
           END-IF.

           LOG-ACTION-PARA.

           OPEN EXTEND SIGN-ON-LOG-FILE
           MOVE WS-ENTRY-OPERATOR TO SG-OPERATOR-ID
           MOVE WS-AUTH-PROGRAM-NAME TO SG-PROGRAM
           MOVE WS-RUN-DATE TO SG-LOG-DATE
           ACCEPT SG-LOG-TIME FROM TIME
           MOVE WS-LOG-RESULT TO SG-RESULT
           MOVE WS-OPERATOR-ID TO SG-ACTION-BY
           WRITE SIGN-ON-LOG-RECORD
           CLOSE SIGN-ON-LOG-FILE.

       END PROGRAM SecurityAdmin.
