       IDENTIFICATION DIVISION.
       PROGRAM-ID. AppraisalMaintenance.
       ENVIRONMENT DIVISION.
           *> performance appraisal ratings onto the APPRAISAL file -
           *> the reviewing manager keys each employee's rating, 1
           *> (unsatisfactory) to 5 (outstanding), for a review year;
           *> re-keying the same employee and year replaces the
           *> earlier rating, so the file holds one rating per
           *> employee per year for the merit run to read
           *> sign-on is against USER-AUTHORITY under program
           *> APPRMNT, and as on the expense approval screen the
           *> functions field of each of the operator's rows names a
           *> department the operator may rate (the first eight
           *> characters of EM-DEPARTMENT), or * for every
           *> department - the operator id is stamped as reviewer
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

           SELECT OPTIONAL APPRAISAL-FILE ASSIGN TO "APPRAISL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRAISAL-STATUS.

           SELECT OPTIONAL USER-AUTHORITY-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
           COPY EMPMSTR.

       FD APPRAISAL-FILE.
           COPY APPRAISL.

       FD USER-AUTHORITY-FILE.
           COPY USERAUTH.

       WORKING-STORAGE SECTION.

           01 WS-EMPLOYEE-STATUS PIC X(02) VALUE SPACES.
           01 WS-APPRAISAL-STATUS PIC X(02) VALUE SPACES.

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
           01 WS-AUTH-PROGRAM-NAME PIC X(08) VALUE "APPRMNT ".
           01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
           01 WS-OPERATOR-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-SIGNED-ON-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SIGNED-ON VALUE 'Y'.
           01 WS-SIGNON-MATCHED PIC X(01) VALUE 'N'.
           01 WS-SIGNON-RESULT PIC X(01) VALUE SPACE.
               88 WS-SIGNON-PASSED VALUE 'P'.

      *> the departments the signed-on reviewer may rate
           01 WS-REVIEWER-DEPT-TABLE.
               02 WS-REVIEWER-DEPT OCCURS 20 TIMES
                       INDEXED BY WS-RVW-IDX PIC X(08).
           01 WS-REVIEWER-DEPT-COUNT PIC 9(02) VALUE ZERO.
           01 WS-ALL-DEPTS-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ALL-DEPTS VALUE 'Y'.
           01 WS-DEPT-ALLOWED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DEPT-ALLOWED VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-APPRAISAL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-APPRAISAL-EOF VALUE 'Y'.

           01 WS-APPRAISAL-TABLE.
               02 WS-AV-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-AV-IDX.
                   05 WS-AV-EMP-ID PIC 9(05).
                   05 WS-AV-REVIEW-YEAR PIC 9(04).
                   05 WS-AV-RATING PIC 9(01).
                   05 WS-AV-REVIEWER PIC X(10).
                   05 WS-AV-REVIEW-DATE PIC 9(08).
           01 WS-APPRAISAL-COUNT PIC 9(03) VALUE ZERO.
           01 WS-APPRAISAL-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-APPRAISAL-OVERFLOWED VALUE 'Y'.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.
           01 WS-FOUND-SUB PIC 9(03) VALUE ZERO.

           01 WS-ENTRY-EMP-ID PIC 9(05) VALUE ZERO.
           01 WS-ENTRY-YEAR PIC 9(04) VALUE ZERO.
           01 WS-ENTRY-RATING PIC 9(01) VALUE ZERO.
               88 WS-ENTRY-RATING-OK VALUE 1 THRU 5.

           01 WS-ADDED-COUNT PIC 9(04) VALUE ZERO.
           01 WS-REPLACED-COUNT PIC 9(04) VALUE ZERO.

           01 WS-MORE-SWITCH PIC X(01) VALUE 'Y'.
               88 WS-MORE-ENTRIES VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SIGN-ON-PARA
           PERFORM LOAD-APPRAISALS-PARA

           IF WS-APPRAISAL-OVERFLOWED
               DISPLAY "*** APPRAISL HOLDS MORE ROWS THAN THE TABLE - "
                   "NOTHING KEYED AND NOTHING SAVED, THE WRITE-BACK "
                   "WOULD DESTROY THE ROWS PAST THE LIMIT ***"
                STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           PERFORM ENTRY-PARA UNTIL NOT WS-MORE-ENTRIES
           CLOSE EMPLOYEE-MASTER

           PERFORM SAVE-APPRAISALS-PARA

           DISPLAY "RATINGS ADDED : " WS-ADDED-COUNT
               "  REPLACED : " WS-REPLACED-COUNT

            STOP RUN.

           SIGN-ON-PARA.

           PERFORM LOAD-AUTHORITY-PARA
           IF WS-AUTH-COUNT = ZERO
               DISPLAY "NO USER-AUTHORITY FILE - SIGN-ON WAIVED"
               MOVE 'Y' TO WS-SIGNED-ON-SWITCH
               MOVE "SUPERVISOR" TO WS-OPERATOR-ID
               MOVE 'Y' TO WS-ALL-DEPTS-SWITCH
           ELSE
               DISPLAY "ENTER REVIEWER ID "
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
                       PERFORM NOTE-REVIEWER-DEPT-PARA
                   END-IF
               END-PERFORM
               PERFORM SIGN-ON-CONTROL-PARA
               IF NOT WS-SIGNED-ON
                   DISPLAY "SIGN-ON REJECTED - NO AUTHORITY FOR THIS "
                       "PROGRAM"
                   STOP RUN
               END-IF
               IF NOT WS-ALL-DEPTS AND WS-REVIEWER-DEPT-COUNT = ZERO
                   DISPLAY "SIGN-ON REJECTED - NO DEPARTMENT NAMED ON "
                       "YOUR REVIEW AUTHORITY"
                   STOP RUN
               END-IF
           END-IF.

           NOTE-REVIEWER-DEPT-PARA.

           IF WS-AUTH-FUNCTIONS(WS-AUTH-IDX)(1:1) = "*"
               MOVE 'Y' TO WS-ALL-DEPTS-SWITCH
           ELSE
               IF WS-AUTH-FUNCTIONS(WS-AUTH-IDX) NOT = SPACES
                       AND WS-REVIEWER-DEPT-COUNT < 20
                   ADD 1 TO WS-REVIEWER-DEPT-COUNT
                   SET WS-RVW-IDX TO WS-REVIEWER-DEPT-COUNT
                   MOVE WS-AUTH-FUNCTIONS(WS-AUTH-IDX)
                       TO WS-REVIEWER-DEPT(WS-RVW-IDX)
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

           LOAD-APPRAISALS-PARA.

           MOVE 'N' TO WS-APPRAISAL-EOF-SWITCH
           OPEN INPUT APPRAISAL-FILE
           PERFORM READ-APPRAISAL-PARA
           PERFORM BUILD-APPRAISAL-TABLE-PARA UNTIL WS-APPRAISAL-EOF
           CLOSE APPRAISAL-FILE.

           READ-APPRAISAL-PARA.

           READ APPRAISAL-FILE
               AT END MOVE 'Y' TO WS-APPRAISAL-EOF-SWITCH
           END-READ.

           BUILD-APPRAISAL-TABLE-PARA.

           IF WS-APPRAISAL-COUNT = 500
               MOVE 'Y' TO WS-APPRAISAL-OVERFLOW-SWITCH
               MOVE 'Y' TO WS-APPRAISAL-EOF-SWITCH
           ELSE
               ADD 1 TO WS-APPRAISAL-COUNT
               SET WS-AV-IDX TO WS-APPRAISAL-COUNT
               MOVE AV-EMP-ID TO WS-AV-EMP-ID(WS-AV-IDX)
               MOVE AV-REVIEW-YEAR TO WS-AV-REVIEW-YEAR(WS-AV-IDX)
               MOVE AV-RATING TO WS-AV-RATING(WS-AV-IDX)
               MOVE AV-REVIEWER TO WS-AV-REVIEWER(WS-AV-IDX)
               MOVE AV-REVIEW-DATE TO WS-AV-REVIEW-DATE(WS-AV-IDX)
           END-IF
           IF NOT WS-APPRAISAL-EOF
               PERFORM READ-APPRAISAL-PARA
           END-IF.

           SAVE-APPRAISALS-PARA.

           OPEN OUTPUT APPRAISAL-FILE
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > WS-APPRAISAL-COUNT
               MOVE WS-AV-EMP-ID(WS-AV-IDX) TO AV-EMP-ID
               MOVE WS-AV-REVIEW-YEAR(WS-AV-IDX) TO AV-REVIEW-YEAR
               MOVE WS-AV-RATING(WS-AV-IDX) TO AV-RATING
               MOVE WS-AV-REVIEWER(WS-AV-IDX) TO AV-REVIEWER
               MOVE WS-AV-REVIEW-DATE(WS-AV-IDX) TO AV-REVIEW-DATE
               WRITE APPRAISAL-RECORD
           END-PERFORM
           CLOSE APPRAISAL-FILE.

           ENTRY-PARA.

           DISPLAY "ENTER EMPLOYEE ID (0 TO END) "
           ACCEPT WS-ENTRY-EMP-ID
           IF WS-ENTRY-EMP-ID = ZERO
               MOVE 'N' TO WS-MORE-SWITCH
           ELSE
               MOVE WS-ENTRY-EMP-ID TO EM-EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "EMPLOYEE ID NOT FOUND"
                   NOT INVALID KEY
                       PERFORM CHECK-DEPT-PARA
                       IF WS-DEPT-ALLOWED
                           PERFORM RATE-EMPLOYEE-PARA
                       ELSE
                           DISPLAY "EMPLOYEE IS IN DEPARTMENT "
                               EM-DEPARTMENT
                               " - NOT ON YOUR REVIEW AUTHORITY"
                       END-IF
               END-READ
           END-IF.

           CHECK-DEPT-PARA.

           MOVE 'N' TO WS-DEPT-ALLOWED-SWITCH
           IF WS-ALL-DEPTS
               MOVE 'Y' TO WS-DEPT-ALLOWED-SWITCH
           ELSE
               PERFORM VARYING WS-RVW-IDX FROM 1 BY 1
                       UNTIL WS-RVW-IDX > WS-REVIEWER-DEPT-COUNT
                   IF WS-REVIEWER-DEPT(WS-RVW-IDX)
                           = EM-DEPARTMENT(1:8)
                       MOVE 'Y' TO WS-DEPT-ALLOWED-SWITCH
                   END-IF
               END-PERFORM
           END-IF.

           RATE-EMPLOYEE-PARA.

           DISPLAY EM-EMP-ID " " EM-EMP-NAME " " EM-DEPARTMENT
           DISPLAY "ENTER REVIEW YEAR (0 FOR " WS-RUN-DATE(1:4) ") "
           ACCEPT WS-ENTRY-YEAR
           IF WS-ENTRY-YEAR = ZERO
               MOVE WS-RUN-DATE(1:4) TO WS-ENTRY-YEAR
           END-IF
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > WS-APPRAISAL-COUNT
               IF WS-AV-EMP-ID(WS-AV-IDX) = EM-EMP-ID
                       AND WS-AV-REVIEW-YEAR(WS-AV-IDX) = WS-ENTRY-YEAR
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SET WS-FOUND-SUB TO WS-AV-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-AV-IDX TO WS-FOUND-SUB
               DISPLAY "CURRENT " WS-ENTRY-YEAR " RATING "
                   WS-AV-RATING(WS-AV-IDX) " BY "
                   WS-AV-REVIEWER(WS-AV-IDX) " ON "
                   WS-AV-REVIEW-DATE(WS-AV-IDX)
           END-IF
           DISPLAY "ENTER RATING 1-5 (0 TO LEAVE UNCHANGED) "
           MOVE ZERO TO WS-ENTRY-RATING
           ACCEPT WS-ENTRY-RATING
           IF WS-ENTRY-RATING = ZERO
               DISPLAY "NOTHING KEYED"
           ELSE
               IF NOT WS-ENTRY-RATING-OK
                   DISPLAY "RATING MUST BE 1 TO 5 - NOT KEYED"
               ELSE
                   PERFORM STORE-RATING-PARA
               END-IF
           END-IF.

           STORE-RATING-PARA.

           IF WS-FOUND
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               IF WS-APPRAISAL-COUNT = 500
                   DISPLAY "APPRAISAL TABLE IS FULL - NOT KEYED"
               ELSE
                   ADD 1 TO WS-APPRAISAL-COUNT
                   SET WS-AV-IDX TO WS-APPRAISAL-COUNT
                   MOVE EM-EMP-ID TO WS-AV-EMP-ID(WS-AV-IDX)
                   MOVE WS-ENTRY-YEAR TO WS-AV-REVIEW-YEAR(WS-AV-IDX)
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-IF
           IF WS-FOUND
               MOVE WS-ENTRY-RATING TO WS-AV-RATING(WS-AV-IDX)
               MOVE WS-OPERATOR-ID TO WS-AV-REVIEWER(WS-AV-IDX)
               MOVE WS-RUN-DATE TO WS-AV-REVIEW-DATE(WS-AV-IDX)
               DISPLAY "RATING " WS-ENTRY-RATING " STORED FOR "
                   WS-ENTRY-YEAR
           END-IF.

       END PROGRAM AppraisalMaintenance.
