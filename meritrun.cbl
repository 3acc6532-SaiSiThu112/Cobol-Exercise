       IDENTIFICATION DIVISION.
       PROGRAM-ID. MeritIncreaseRun.
       ENVIRONMENT DIVISION.
           *> annual merit-increase round, replacing the spreadsheet
           *> that was keyed back through employee maintenance - each
           *> active salaried employee with a grade and an APPRAISAL
           *> rating for the review year gets a proposed increase
           *> looked up from the merit matrix of rating (1-5) against
           *> the quartile of the PAY-GRADE band the salary sits in
           *> (minimum to maximum split into four), the new salary
           *> capped at PG-MAXIMUM
           *> the matrix lives on CTLPARM as codes MERITrq - rating r,
           *> quartile q, value the percentage - with the standard
           *> matrix below standing in for any missing cell; MERITBUD
           *> is the department merit pool as a percentage of the
           *> department's eligible salaries (three by default) and
           *> MERITYR the review year (the run year by default)
           *> a department whose proposals add up to more than its
           *> pool has every increase in it scaled back pro rata so
           *> the department lands inside the pool
           *> the proposal list spools to MERITREG for sign-off with a
           *> department budget summary; a commit run (RUNPARM mode C)
           *> writes the proposals to MERIT-PROPOSAL for approval in
           *> MeritProposalApproval, replacing this year's proposals
           *> not yet signed off - an employee whose increase for the
           *> year is already approved or applied is left alone
           *> nothing here touches EMPLOYEE-MASTER - an approved
           *> proposal reaches the salary on its effective date
           *> through the approval program's apply step
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL PAY-GRADE-FILE ASSIGN TO "PAYGRADE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGRADE-STATUS.

           SELECT OPTIONAL APPRAISAL-FILE ASSIGN TO "APPRAISL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRAISAL-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

           SELECT OPTIONAL MERIT-PROPOSAL-FILE ASSIGN TO "MERITPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "MERITREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD EMPLOYEE-MASTER.
           COPY EMPMSTR.

       FD PAY-GRADE-FILE.
           COPY PAYGRADE.

       FD APPRAISAL-FILE.
           COPY APPRAISL.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       FD MERIT-PROPOSAL-FILE.
           COPY MERITPRP.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       FD OPERATOR-ALERT-FILE.
           COPY OPALERT.

       WORKING-STORAGE SECTION.

           01 WS-ALERT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ALERT-JOB PIC X(08) VALUE "MERITRUN".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-EMPLOYEE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PAYGRADE-STATUS PIC X(02) VALUE SPACES.
           01 WS-APPRAISAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-PROPOSAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-PER-PAGE PIC 9(03) VALUE 20.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-GRADE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-GRADE-EOF VALUE 'Y'.
           01 WS-APPRAISAL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-APPRAISAL-EOF VALUE 'Y'.
           01 WS-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PARM-EOF VALUE 'Y'.
           01 WS-PROPOSAL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PROPOSAL-EOF VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "MERITRUN".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.
           01 WS-RUN-MODE PIC X(01) VALUE 'T'.
               88 WS-TRIAL-MODE VALUE 'T'.
               88 WS-COMMIT-MODE VALUE 'C'.

      *> the standard merit matrix - percentage increase by rating
      *> (rows 1-5) and band quartile (columns 1-4) - overridden
      *> cell by cell from the CTLPARM MERITrq rows
           01 WS-MERIT-DEFAULTS.
               05 FILLER PIC X(16) VALUE "0000000000000000".
               05 FILLER PIC X(16) VALUE "0100005000000000".
               05 FILLER PIC X(16) VALUE "0300025002000100".
               05 FILLER PIC X(16) VALUE "0450040003000200".
               05 FILLER PIC X(16) VALUE "0600050004000300".
           01 WS-MERIT-MATRIX REDEFINES WS-MERIT-DEFAULTS.
               02 WS-MX-RATING OCCURS 5 TIMES.
                   05 WS-MX-PCT OCCURS 4 TIMES PIC 9(02)V99.
           01 WS-PARM-RATING PIC 9(01) VALUE ZERO.
           01 WS-PARM-QUARTILE PIC 9(01) VALUE ZERO.
           01 WS-MATRIX-OVERRIDES PIC 9(02) VALUE ZERO.

           01 WS-BUDGET-PCT PIC 9(02)V99 VALUE 3.00.
           01 WS-BUDGET-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BUDGET-FOUND VALUE 'Y'.
           01 WS-REVIEW-YEAR PIC 9(04) VALUE ZERO.
           01 WS-YEAR-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-YEAR-FOUND VALUE 'Y'.

           01 WS-GRADE-TABLE.
               02 WS-GRADE-ENTRY OCCURS 20 TIMES
                       INDEXED BY WS-GRADE-IDX.
                   05 WS-PG-CODE PIC X(03).
                   05 WS-PG-MINIMUM PIC 9(07)V99.
                   05 WS-PG-MIDPOINT PIC 9(07)V99.
                   05 WS-PG-MAXIMUM PIC 9(07)V99.
           01 WS-GRADE-COUNT PIC 9(02) VALUE ZERO.
           01 WS-GRADE-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-GRADE-FOUND VALUE 'Y'.
           01 WS-GRADE-MINIMUM PIC 9(07)V99 VALUE ZERO.
           01 WS-GRADE-MAXIMUM PIC 9(07)V99 VALUE ZERO.

      *> this review year's ratings only
           01 WS-RATING-TABLE.
               02 WS-RATING-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-RATING-IDX.
                   05 WS-RT-EMP-ID PIC 9(05).
                   05 WS-RT-RATING PIC 9(01).
           01 WS-RATING-COUNT PIC 9(03) VALUE ZERO.
           01 WS-RATING-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-RATING-FOUND VALUE 'Y'.
           01 WS-EMP-RATING PIC 9(01) VALUE ZERO.

      *> the MERIT-PROPOSAL file as it stands, kept whole for the
      *> write-back
           01 WS-OLD-PROPOSAL-TABLE.
               02 WS-OP-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-OP-IDX.
                   05 WS-OP-RECORD PIC X(76).
           01 WS-OLD-PROPOSAL-COUNT PIC 9(03) VALUE ZERO.
           01 WS-OLD-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-OLD-OVERFLOWED VALUE 'Y'.
           01 WS-SIGNED-OFF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SIGNED-OFF VALUE 'Y'.

      *> this run's proposals, and the employees passed over
           01 WS-PROPOSAL-TABLE.
               02 WS-NP-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-NP-IDX.
                   05 WS-NP-EMP-ID PIC 9(05).
                   05 WS-NP-EMP-NAME PIC X(10).
                   05 WS-NP-DEPARTMENT PIC X(10).
                   05 WS-NP-GRADE-CODE PIC X(03).
                   05 WS-NP-RATING PIC 9(01).
                   05 WS-NP-QUARTILE PIC 9(01).
                   05 WS-NP-PCT PIC 9(02)V99.
                   05 WS-NP-OLD-SALARY PIC 9(07)V99.
                   05 WS-NP-INCREASE PIC 9(07)V99.
                   05 WS-NP-NEW-SALARY PIC 9(07)V99.
                   05 WS-NP-CAPPED PIC X(01).
                   05 WS-NP-SCALED PIC X(01).
                   05 WS-NP-ELIGIBLE PIC X(01).
                   05 WS-NP-NOTE PIC X(30).
           01 WS-PROPOSAL-COUNT PIC 9(03) VALUE ZERO.
           01 WS-PROPOSAL-FULL-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PROPOSAL-FULL VALUE 'Y'.

           01 WS-DEPT-TABLE.
               02 WS-DEPT-ENTRY OCCURS 30 TIMES
                       INDEXED BY WS-DEPT-IDX.
                   05 WS-DEPT-CODE PIC X(10).
                   05 WS-DEPT-BASE PIC 9(09)V99.
                   05 WS-DEPT-POOL PIC 9(09)V99.
                   05 WS-DEPT-ASKED PIC 9(09)V99.
                   05 WS-DEPT-GRANTED PIC 9(09)V99.
                   05 WS-DEPT-SCALED PIC X(01).
           01 WS-DEPT-COUNT PIC 9(02) VALUE ZERO.
           01 WS-DEPT-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DEPT-FOUND VALUE 'Y'.
           01 WS-DEPT-HIT PIC 9(02) VALUE ZERO.
           01 WS-DEPT-FULL-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DEPT-FULL VALUE 'Y'.

           01 WS-BAND-POSITION PIC 9(03)V99 VALUE ZERO.
           01 WS-SCALE-FACTOR PIC 9(01)V9(06) VALUE ZERO.
           01 WS-CURRENT-SALARY PIC 9(07)V99 VALUE ZERO.

           01 WS-EDIT-SALARY PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-NEW-SALARY PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-INCREASE PIC ZZZ,ZZ9.99.
           01 WS-EDIT-PCT PIC Z9.99.
           01 WS-EDIT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-POOL PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-ASKED PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-PROPOSED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-PASSED-OVER-COUNT PIC 9(05) VALUE ZERO.
           01 WS-CAPPED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-SCALED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-TOTAL-INCREASE PIC 9(09)V99 VALUE ZERO.
           01 WS-TOTAL-BASE PIC 9(11)V99 VALUE ZERO.
           01 WS-WRITTEN-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           MOVE WS-RUN-DATE(1:4) TO WS-REVIEW-YEAR
           PERFORM LOAD-MERIT-PARMS-PARA
           PERFORM LOAD-PAY-GRADES-PARA
           PERFORM LOAD-RATINGS-PARA
           PERFORM LOAD-OLD-PROPOSALS-PARA
           IF WS-OLD-OVERFLOWED
               DISPLAY "*** MERITPRP HOLDS MORE ROWS THAN THE TABLE - "
                   "THE WRITE-BACK WOULD DESTROY THE ROWS PAST THE "
                   "LIMIT - RUN REFUSED ***"
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           MOVE WS-EMPLOYEE-STATUS TO WS-CHECK-STATUS
           MOVE "EMPMAST " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM READ-EMPLOYEE-PARA
           PERFORM PROPOSE-EMPLOYEE-PARA UNTIL WS-EOF
           CLOSE EMPLOYEE-MASTER

           PERFORM APPLY-BUDGET-PARA

           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-HEADER-PARA
           PERFORM VARYING WS-NP-IDX FROM 1 BY 1
                   UNTIL WS-NP-IDX > WS-PROPOSAL-COUNT
               PERFORM PRINT-PROPOSAL-PARA
           END-PERFORM
           PERFORM PRINT-BUDGET-PARA
           PERFORM PRINT-TOTALS-PARA
           CLOSE PRINT-FILE

           MOVE WS-TOTAL-INCREASE TO WS-EDIT-TOTAL
           DISPLAY "----- Merit Increase Run -----"
           DISPLAY "RUN DATE : " WS-RUN-DATE
               "   REVIEW YEAR : " WS-REVIEW-YEAR
           DISPLAY "INCREASES PROPOSED  : " WS-PROPOSED-COUNT
           DISPLAY "EMPLOYEES PASSED    : " WS-PASSED-OVER-COUNT
           DISPLAY "CAPPED AT MAXIMUM   : " WS-CAPPED-COUNT
           DISPLAY "SCALED TO BUDGET    : " WS-SCALED-COUNT
           DISPLAY "TOTAL ANNUAL COST   : " WS-EDIT-TOTAL
           DISPLAY "PROPOSAL LIST SPOOLED TO MERITREG - "
               WS-PAGE-NUMBER " PAGES"
           IF WS-COMMIT-MODE
               PERFORM SAVE-PROPOSALS-PARA
               PERFORM LOG-RUN-CONTROL-PARA
               DISPLAY "PROPOSALS WRITTEN FOR SIGN-OFF : "
                   WS-WRITTEN-COUNT
           ELSE
               DISPLAY "*** TRIAL RUN COMPLETE - NOTHING WRITTEN FOR "
                   "SIGN-OFF, RERUN WITH RUN MODE C ***"
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
               DISPLAY "*** TRIAL RUN - NO PROPOSAL WILL BE WRITTEN "
                   "FOR SIGN-OFF ***"
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
           MOVE "----- Merit Increase Proposals -----" TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           MOVE WS-BUDGET-PCT TO WS-EDIT-PCT
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   REVIEW YEAR : " DELIMITED BY SIZE
               WS-REVIEW-YEAR DELIMITED BY SIZE
               "   BUDGET POOL : " DELIMITED BY SIZE
               WS-EDIT-PCT DELIMITED BY SIZE
               "%   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           IF WS-TRIAL-MODE
               MOVE "TRIAL RUN - NOTHING WRITTEN FOR SIGN-OFF"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF
           PERFORM PRINT-LINE-PARA
           STRING "EMP   NAME       DEPARTMENT GRD R Q   PCT"
                   DELIMITED BY SIZE
               "    OLD SALARY   INCREASE    NEW SALARY  NOTE"
                   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

      *>--------------- parameters and reference tables ---------------

           LOAD-MERIT-PARMS-PARA.

           MOVE 'N' TO WS-PARM-EOF-SWITCH
           OPEN INPUT CONTROL-PARAMETER-FILE
           PERFORM READ-CONTROL-PARM-PARA
           PERFORM UNTIL WS-PARM-EOF
               EVALUATE TRUE
                   WHEN CP-PARM-CODE = "MERITBUD"
                       MOVE CP-PARM-VALUE TO WS-BUDGET-PCT
                       MOVE 'Y' TO WS-BUDGET-FOUND-SWITCH
                   WHEN CP-PARM-CODE = "MERITYR "
                       MOVE CP-PARM-VALUE TO WS-REVIEW-YEAR
                       MOVE 'Y' TO WS-YEAR-FOUND-SWITCH
                   WHEN CP-PARM-CODE(1:5) = "MERIT"
                           AND CP-PARM-CODE(6:1) IS NUMERIC
                           AND CP-PARM-CODE(7:1) IS NUMERIC
                           AND CP-PARM-CODE(8:1) = SPACE
                       MOVE CP-PARM-CODE(6:1) TO WS-PARM-RATING
                       MOVE CP-PARM-CODE(7:1) TO WS-PARM-QUARTILE
                       IF WS-PARM-RATING >= 1 AND WS-PARM-RATING <= 5
                               AND WS-PARM-QUARTILE >= 1
                               AND WS-PARM-QUARTILE <= 4
                           MOVE CP-PARM-VALUE TO WS-MX-PCT
                               (WS-PARM-RATING, WS-PARM-QUARTILE)
                           ADD 1 TO WS-MATRIX-OVERRIDES
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM READ-CONTROL-PARM-PARA
           END-PERFORM
           CLOSE CONTROL-PARAMETER-FILE
           IF NOT WS-BUDGET-FOUND
               DISPLAY "NO MERITBUD ROW ON CTLPARM - USING DEFAULT "
                   WS-BUDGET-PCT " PERCENT POOL"
           END-IF
           IF NOT WS-YEAR-FOUND
               DISPLAY "NO MERITYR ROW ON CTLPARM - REVIEW YEAR "
                   WS-REVIEW-YEAR
           END-IF
           IF WS-MATRIX-OVERRIDES < 20
               DISPLAY "MERIT MATRIX CELLS FROM CTLPARM : "
                   WS-MATRIX-OVERRIDES
                   " - THE REST FROM THE STANDARD MATRIX"
           END-IF.

           READ-CONTROL-PARM-PARA.

           READ CONTROL-PARAMETER-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-SWITCH
           END-READ.

           LOAD-PAY-GRADES-PARA.

           MOVE 'N' TO WS-GRADE-EOF-SWITCH
           OPEN INPUT PAY-GRADE-FILE
           PERFORM READ-PAY-GRADE-PARA
           PERFORM BUILD-GRADE-TABLE-PARA UNTIL WS-GRADE-EOF
           CLOSE PAY-GRADE-FILE.

           READ-PAY-GRADE-PARA.

           READ PAY-GRADE-FILE
               AT END MOVE 'Y' TO WS-GRADE-EOF-SWITCH
           END-READ.

           BUILD-GRADE-TABLE-PARA.

           IF WS-GRADE-COUNT < 20
               ADD 1 TO WS-GRADE-COUNT
               SET WS-GRADE-IDX TO WS-GRADE-COUNT
               MOVE PG-GRADE-CODE TO WS-PG-CODE(WS-GRADE-IDX)
               MOVE PG-MINIMUM TO WS-PG-MINIMUM(WS-GRADE-IDX)
               MOVE PG-MIDPOINT TO WS-PG-MIDPOINT(WS-GRADE-IDX)
               MOVE PG-MAXIMUM TO WS-PG-MAXIMUM(WS-GRADE-IDX)
           END-IF
           PERFORM READ-PAY-GRADE-PARA.

           LOAD-RATINGS-PARA.

           MOVE 'N' TO WS-APPRAISAL-EOF-SWITCH
           OPEN INPUT APPRAISAL-FILE
           PERFORM READ-APPRAISAL-PARA
           PERFORM UNTIL WS-APPRAISAL-EOF
               IF AV-REVIEW-YEAR = WS-REVIEW-YEAR
                   IF WS-RATING-COUNT < 500
                       ADD 1 TO WS-RATING-COUNT
                       SET WS-RATING-IDX TO WS-RATING-COUNT
                       MOVE AV-EMP-ID TO WS-RT-EMP-ID(WS-RATING-IDX)
                       MOVE AV-RATING TO WS-RT-RATING(WS-RATING-IDX)
                   ELSE
                       DISPLAY "*** MORE RATINGS THAN THE TABLE - "
                           "EMPLOYEE " AV-EMP-ID " TREATED AS "
                           "NOT RATED ***"
                   END-IF
               END-IF
               PERFORM READ-APPRAISAL-PARA
           END-PERFORM
           CLOSE APPRAISAL-FILE.

           READ-APPRAISAL-PARA.

           READ APPRAISAL-FILE
               AT END MOVE 'Y' TO WS-APPRAISAL-EOF-SWITCH
           END-READ.

           LOAD-OLD-PROPOSALS-PARA.

           MOVE 'N' TO WS-PROPOSAL-EOF-SWITCH
           OPEN INPUT MERIT-PROPOSAL-FILE
           PERFORM READ-PROPOSAL-PARA
           PERFORM UNTIL WS-PROPOSAL-EOF
               IF WS-OLD-PROPOSAL-COUNT = 500
                   MOVE 'Y' TO WS-OLD-OVERFLOW-SWITCH
                   MOVE 'Y' TO WS-PROPOSAL-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-OLD-PROPOSAL-COUNT
                   SET WS-OP-IDX TO WS-OLD-PROPOSAL-COUNT
                   MOVE MERIT-PROPOSAL-RECORD
                       TO WS-OP-RECORD(WS-OP-IDX)
                   PERFORM READ-PROPOSAL-PARA
               END-IF
           END-PERFORM
           CLOSE MERIT-PROPOSAL-FILE.

           READ-PROPOSAL-PARA.

           READ MERIT-PROPOSAL-FILE
               AT END MOVE 'Y' TO WS-PROPOSAL-EOF-SWITCH
           END-READ.

      *>--------------- building the proposals ---------------

           READ-EMPLOYEE-PARA.

           READ EMPLOYEE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

           PROPOSE-EMPLOYEE-PARA.

      *> hourly staff are outside the round - their EM-SALARY holds
      *> last period's timesheet gross, not a salary
           IF EM-ACTIVE AND EM-SALARIED
               PERFORM PROPOSE-ONE-PARA
           END-IF
           PERFORM READ-EMPLOYEE-PARA.

           PROPOSE-ONE-PARA.

           IF WS-PROPOSAL-COUNT = 500
               IF NOT WS-PROPOSAL-FULL
                   DISPLAY "*** MORE EMPLOYEES THAN THE PROPOSAL "
                       "TABLE - THE REST ARE LEFT OUT OF THIS RUN ***"
                   MOVE 'Y' TO WS-PROPOSAL-FULL-SWITCH
               END-IF
           ELSE
               ADD 1 TO WS-PROPOSAL-COUNT
               SET WS-NP-IDX TO WS-PROPOSAL-COUNT
               MOVE EM-EMP-ID TO WS-NP-EMP-ID(WS-NP-IDX)
               MOVE EM-EMP-NAME TO WS-NP-EMP-NAME(WS-NP-IDX)
               MOVE EM-DEPARTMENT TO WS-NP-DEPARTMENT(WS-NP-IDX)
               MOVE EM-GRADE-CODE TO WS-NP-GRADE-CODE(WS-NP-IDX)
               MOVE ZERO TO WS-NP-RATING(WS-NP-IDX)
               MOVE ZERO TO WS-NP-QUARTILE(WS-NP-IDX)
               MOVE ZERO TO WS-NP-PCT(WS-NP-IDX)
               MOVE EM-SALARY TO WS-NP-OLD-SALARY(WS-NP-IDX)
               MOVE ZERO TO WS-NP-INCREASE(WS-NP-IDX)
               MOVE EM-SALARY TO WS-NP-NEW-SALARY(WS-NP-IDX)
               MOVE 'N' TO WS-NP-CAPPED(WS-NP-IDX)
               MOVE 'N' TO WS-NP-SCALED(WS-NP-IDX)
               MOVE 'N' TO WS-NP-ELIGIBLE(WS-NP-IDX)
               MOVE SPACES TO WS-NP-NOTE(WS-NP-IDX)
               PERFORM FIND-GRADE-PARA
               PERFORM FIND-RATING-PARA
               PERFORM CHECK-SIGNED-OFF-PARA
               EVALUATE TRUE
                   WHEN WS-SIGNED-OFF
                       MOVE "ALREADY SIGNED OFF THIS YEAR"
                           TO WS-NP-NOTE(WS-NP-IDX)
                   WHEN NOT WS-GRADE-FOUND
                       MOVE "NO GRADE - NOT PROPOSED"
                           TO WS-NP-NOTE(WS-NP-IDX)
                   WHEN NOT WS-RATING-FOUND
                       MOVE "NOT RATED - NOT PROPOSED"
                           TO WS-NP-NOTE(WS-NP-IDX)
                   WHEN EM-SALARY NOT > ZERO
                       MOVE "NO SALARY - NOT PROPOSED"
                           TO WS-NP-NOTE(WS-NP-IDX)
                   WHEN OTHER
                       PERFORM COMPUTE-INCREASE-PARA
               END-EVALUATE
               IF WS-NP-ELIGIBLE(WS-NP-IDX) = 'Y'
                   ADD 1 TO WS-PROPOSED-COUNT
               ELSE
                   ADD 1 TO WS-PASSED-OVER-COUNT
               END-IF
           END-IF.

           FIND-GRADE-PARA.

           MOVE 'N' TO WS-GRADE-FOUND-SWITCH
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX > WS-GRADE-COUNT
               IF WS-PG-CODE(WS-GRADE-IDX) = EM-GRADE-CODE
                       AND EM-GRADE-CODE NOT = SPACES
                   MOVE 'Y' TO WS-GRADE-FOUND-SWITCH
                   MOVE WS-PG-MINIMUM(WS-GRADE-IDX)
                       TO WS-GRADE-MINIMUM
                   MOVE WS-PG-MAXIMUM(WS-GRADE-IDX)
                       TO WS-GRADE-MAXIMUM
               END-IF
           END-PERFORM.

           FIND-RATING-PARA.

           MOVE 'N' TO WS-RATING-FOUND-SWITCH
           PERFORM VARYING WS-RATING-IDX FROM 1 BY 1
                   UNTIL WS-RATING-IDX > WS-RATING-COUNT
               IF WS-RT-EMP-ID(WS-RATING-IDX) = EM-EMP-ID
                       AND WS-RT-RATING(WS-RATING-IDX) >= 1
                       AND WS-RT-RATING(WS-RATING-IDX) <= 5
                   MOVE 'Y' TO WS-RATING-FOUND-SWITCH
                   MOVE WS-RT-RATING(WS-RATING-IDX) TO WS-EMP-RATING
               END-IF
           END-PERFORM.

           CHECK-SIGNED-OFF-PARA.

      *> an approved or applied increase for this year stands - a
      *> rerun does not propose a second one
           MOVE 'N' TO WS-SIGNED-OFF-SWITCH
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OLD-PROPOSAL-COUNT
               MOVE WS-OP-RECORD(WS-OP-IDX) TO MERIT-PROPOSAL-RECORD
               IF MP-EMP-ID = EM-EMP-ID
                       AND MP-REVIEW-YEAR = WS-REVIEW-YEAR
                       AND (MP-APPROVED OR MP-APPLIED)
                   MOVE 'Y' TO WS-SIGNED-OFF-SWITCH
               END-IF
           END-PERFORM.

           COMPUTE-INCREASE-PARA.

           MOVE EM-SALARY TO WS-CURRENT-SALARY
           EVALUATE TRUE
               WHEN WS-CURRENT-SALARY < WS-GRADE-MINIMUM
                   MOVE 1 TO WS-NP-QUARTILE(WS-NP-IDX)
               WHEN WS-CURRENT-SALARY >= WS-GRADE-MAXIMUM
                   MOVE 4 TO WS-NP-QUARTILE(WS-NP-IDX)
               WHEN OTHER
                   COMPUTE WS-BAND-POSITION =
                       ((WS-CURRENT-SALARY - WS-GRADE-MINIMUM) * 100)
                           / (WS-GRADE-MAXIMUM - WS-GRADE-MINIMUM)
                   EVALUATE TRUE
                       WHEN WS-BAND-POSITION < 25
                           MOVE 1 TO WS-NP-QUARTILE(WS-NP-IDX)
                       WHEN WS-BAND-POSITION < 50
                           MOVE 2 TO WS-NP-QUARTILE(WS-NP-IDX)
                       WHEN WS-BAND-POSITION < 75
                           MOVE 3 TO WS-NP-QUARTILE(WS-NP-IDX)
                       WHEN OTHER
                           MOVE 4 TO WS-NP-QUARTILE(WS-NP-IDX)
                   END-EVALUATE
           END-EVALUATE
           MOVE WS-EMP-RATING TO WS-NP-RATING(WS-NP-IDX)
           MOVE WS-MX-PCT(WS-EMP-RATING, WS-NP-QUARTILE(WS-NP-IDX))
               TO WS-NP-PCT(WS-NP-IDX)
           COMPUTE WS-NP-INCREASE(WS-NP-IDX) ROUNDED =
               WS-CURRENT-SALARY * WS-NP-PCT(WS-NP-IDX) / 100
      *> the grade maximum caps the new salary - a salary already
      *> at or over it gets nothing, and is never cut
           IF WS-CURRENT-SALARY >= WS-GRADE-MAXIMUM
               IF WS-NP-INCREASE(WS-NP-IDX) > ZERO
                   MOVE 'Y' TO WS-NP-CAPPED(WS-NP-IDX)
               END-IF
               MOVE ZERO TO WS-NP-INCREASE(WS-NP-IDX)
           ELSE
               IF WS-CURRENT-SALARY + WS-NP-INCREASE(WS-NP-IDX)
                       > WS-GRADE-MAXIMUM
                   MOVE 'Y' TO WS-NP-CAPPED(WS-NP-IDX)
                   COMPUTE WS-NP-INCREASE(WS-NP-IDX) =
                       WS-GRADE-MAXIMUM - WS-CURRENT-SALARY
               END-IF
           END-IF
           IF WS-NP-CAPPED(WS-NP-IDX) = 'Y'
               ADD 1 TO WS-CAPPED-COUNT
               MOVE "CAPPED AT GRADE MAXIMUM" TO WS-NP-NOTE(WS-NP-IDX)
           END-IF
           COMPUTE WS-NP-NEW-SALARY(WS-NP-IDX) =
               WS-CURRENT-SALARY + WS-NP-INCREASE(WS-NP-IDX)
           MOVE 'Y' TO WS-NP-ELIGIBLE(WS-NP-IDX)
           PERFORM ADD-TO-DEPT-PARA.

           ADD-TO-DEPT-PARA.

           MOVE 'N' TO WS-DEPT-FOUND-SWITCH
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-CODE(WS-DEPT-IDX)
                       = WS-NP-DEPARTMENT(WS-NP-IDX)
                   MOVE 'Y' TO WS-DEPT-FOUND-SWITCH
                   SET WS-DEPT-HIT TO WS-DEPT-IDX
               END-IF
           END-PERFORM
           IF NOT WS-DEPT-FOUND
               IF WS-DEPT-COUNT < 30
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DEPT-IDX TO WS-DEPT-COUNT
                   MOVE WS-NP-DEPARTMENT(WS-NP-IDX)
                       TO WS-DEPT-CODE(WS-DEPT-IDX)
                   MOVE ZERO TO WS-DEPT-BASE(WS-DEPT-IDX)
                   MOVE ZERO TO WS-DEPT-POOL(WS-DEPT-IDX)
                   MOVE ZERO TO WS-DEPT-ASKED(WS-DEPT-IDX)
                   MOVE ZERO TO WS-DEPT-GRANTED(WS-DEPT-IDX)
                   MOVE 'N' TO WS-DEPT-SCALED(WS-DEPT-IDX)
                   MOVE 'Y' TO WS-DEPT-FOUND-SWITCH
                   SET WS-DEPT-HIT TO WS-DEPT-IDX
               ELSE
                   IF NOT WS-DEPT-FULL
                       DISPLAY "*** MORE THAN 30 DEPARTMENTS - "
                           "DEPARTMENTS PAST THE TABLE ARE NOT HELD "
                           "TO A POOL ***"
                       MOVE 'Y' TO WS-DEPT-FULL-SWITCH
                   END-IF
               END-IF
           END-IF
           IF WS-DEPT-FOUND
               SET WS-DEPT-IDX TO WS-DEPT-HIT
               ADD WS-CURRENT-SALARY TO WS-DEPT-BASE(WS-DEPT-IDX)
               ADD WS-NP-INCREASE(WS-NP-IDX)
                   TO WS-DEPT-ASKED(WS-DEPT-IDX)
           END-IF.

      *>--------------- the department budget pool ---------------

           APPLY-BUDGET-PARA.

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               COMPUTE WS-DEPT-POOL(WS-DEPT-IDX) =
                   WS-DEPT-BASE(WS-DEPT-IDX) * WS-BUDGET-PCT / 100
               IF WS-DEPT-ASKED(WS-DEPT-IDX)
                       > WS-DEPT-POOL(WS-DEPT-IDX)
                   MOVE 'Y' TO WS-DEPT-SCALED(WS-DEPT-IDX)
      *> truncated, not rounded, so the scaled increases can only
      *> land at or under the pool
                   COMPUTE WS-SCALE-FACTOR =
                       WS-DEPT-POOL(WS-DEPT-IDX)
                           / WS-DEPT-ASKED(WS-DEPT-IDX)
                   PERFORM VARYING WS-NP-IDX FROM 1 BY 1
                           UNTIL WS-NP-IDX > WS-PROPOSAL-COUNT
                       IF WS-NP-ELIGIBLE(WS-NP-IDX) = 'Y'
                               AND WS-NP-DEPARTMENT(WS-NP-IDX)
                                   = WS-DEPT-CODE(WS-DEPT-IDX)
                               AND WS-NP-INCREASE(WS-NP-IDX) > ZERO
                           PERFORM SCALE-PROPOSAL-PARA
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-NP-IDX FROM 1 BY 1
                   UNTIL WS-NP-IDX > WS-PROPOSAL-COUNT
               IF WS-NP-ELIGIBLE(WS-NP-IDX) = 'Y'
                   ADD WS-NP-INCREASE(WS-NP-IDX) TO WS-TOTAL-INCREASE
                   ADD WS-NP-OLD-SALARY(WS-NP-IDX) TO WS-TOTAL-BASE
                   PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                           UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                       IF WS-DEPT-CODE(WS-DEPT-IDX)
                               = WS-NP-DEPARTMENT(WS-NP-IDX)
                           ADD WS-NP-INCREASE(WS-NP-IDX)
                               TO WS-DEPT-GRANTED(WS-DEPT-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           SCALE-PROPOSAL-PARA.

           COMPUTE WS-NP-INCREASE(WS-NP-IDX) =
               WS-NP-INCREASE(WS-NP-IDX) * WS-SCALE-FACTOR
           COMPUTE WS-NP-NEW-SALARY(WS-NP-IDX) =
               WS-NP-OLD-SALARY(WS-NP-IDX) + WS-NP-INCREASE(WS-NP-IDX)
           MOVE 'Y' TO WS-NP-SCALED(WS-NP-IDX)
           MOVE "SCALED TO DEPARTMENT POOL" TO WS-NP-NOTE(WS-NP-IDX)
           ADD 1 TO WS-SCALED-COUNT.

      *>--------------- the proposal list ---------------

           PRINT-PROPOSAL-PARA.

           MOVE WS-NP-OLD-SALARY(WS-NP-IDX) TO WS-EDIT-SALARY
           MOVE WS-NP-NEW-SALARY(WS-NP-IDX) TO WS-EDIT-NEW-SALARY
           MOVE WS-NP-INCREASE(WS-NP-IDX) TO WS-EDIT-INCREASE
           MOVE WS-NP-PCT(WS-NP-IDX) TO WS-EDIT-PCT
           IF WS-NP-ELIGIBLE(WS-NP-IDX) = 'Y'
               STRING WS-NP-EMP-ID(WS-NP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NP-EMP-NAME(WS-NP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NP-DEPARTMENT(WS-NP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NP-GRADE-CODE(WS-NP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NP-RATING(WS-NP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NP-QUARTILE(WS-NP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-PCT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-SALARY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-INCREASE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-NEW-SALARY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-NP-NOTE(WS-NP-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING WS-NP-EMP-ID(WS-NP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NP-EMP-NAME(WS-NP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NP-DEPARTMENT(WS-NP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NP-GRADE-CODE(WS-NP-IDX) DELIMITED BY SIZE
                   "            " DELIMITED BY SIZE
                   WS-EDIT-SALARY DELIMITED BY SIZE
                   "                           " DELIMITED BY SIZE
                   WS-NP-NOTE(WS-NP-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM PRINT-LINE-PARA
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
           END-IF.

           PRINT-BUDGET-PARA.

           PERFORM PRINT-LINE-PARA
           MOVE "----- Department Merit Budget -----" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           STRING "DEPARTMENT       ELIGIBLE BASE            POOL"
                   DELIMITED BY SIZE
               "      PROPOSED       GRANTED" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DEPT-BASE(WS-DEPT-IDX) TO WS-EDIT-TOTAL
               MOVE WS-DEPT-POOL(WS-DEPT-IDX) TO WS-EDIT-POOL
               MOVE WS-DEPT-ASKED(WS-DEPT-IDX) TO WS-EDIT-ASKED
               MOVE WS-DEPT-GRANTED(WS-DEPT-IDX) TO WS-EDIT-SALARY
               STRING WS-DEPT-CODE(WS-DEPT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-POOL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-ASKED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-SALARY DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               IF WS-DEPT-SCALED(WS-DEPT-IDX) = 'Y'
                   MOVE "  OVER POOL - SCALED" TO WS-PRINT-LINE(90:20)
               END-IF
               PERFORM PRINT-LINE-PARA
           END-PERFORM.

           PRINT-TOTALS-PARA.

           PERFORM PRINT-LINE-PARA
           MOVE "----- Merit Round Totals -----" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           STRING "Increases Proposed : " DELIMITED BY SIZE
               WS-PROPOSED-COUNT DELIMITED BY SIZE
               "   Passed Over : " DELIMITED BY SIZE
               WS-PASSED-OVER-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "Capped at Maximum  : " DELIMITED BY SIZE
               WS-CAPPED-COUNT DELIMITED BY SIZE
               "   Scaled to Pool : " DELIMITED BY SIZE
               WS-SCALED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-TOTAL-BASE TO WS-EDIT-TOTAL
           STRING "Eligible Salaries  : " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-TOTAL-INCREASE TO WS-EDIT-TOTAL
           STRING "Total Increase     : " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "APPROVED BY : ____________________   DATE : ________"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA.

      *>--------------- writing the proposals ---------------

           SAVE-PROPOSALS-PARA.

      *> earlier rows are kept except this year's still-unsigned
      *> proposals, which this run's list replaces
           OPEN OUTPUT MERIT-PROPOSAL-FILE
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OLD-PROPOSAL-COUNT
               MOVE WS-OP-RECORD(WS-OP-IDX) TO MERIT-PROPOSAL-RECORD
               IF MP-REVIEW-YEAR = WS-REVIEW-YEAR AND MP-PROPOSED
                   CONTINUE
               ELSE
                   WRITE MERIT-PROPOSAL-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-NP-IDX FROM 1 BY 1
                   UNTIL WS-NP-IDX > WS-PROPOSAL-COUNT
               IF WS-NP-ELIGIBLE(WS-NP-IDX) = 'Y'
                   PERFORM WRITE-PROPOSAL-PARA
               END-IF
           END-PERFORM
           CLOSE MERIT-PROPOSAL-FILE.

           WRITE-PROPOSAL-PARA.

           MOVE WS-NP-EMP-ID(WS-NP-IDX) TO MP-EMP-ID
           MOVE WS-REVIEW-YEAR TO MP-REVIEW-YEAR
           MOVE WS-NP-DEPARTMENT(WS-NP-IDX) TO MP-DEPARTMENT
           MOVE WS-NP-GRADE-CODE(WS-NP-IDX) TO MP-GRADE-CODE
           MOVE WS-NP-RATING(WS-NP-IDX) TO MP-RATING
           MOVE WS-NP-QUARTILE(WS-NP-IDX) TO MP-QUARTILE
           MOVE WS-NP-PCT(WS-NP-IDX) TO MP-MATRIX-PCT
           MOVE WS-NP-OLD-SALARY(WS-NP-IDX) TO MP-OLD-SALARY
           MOVE WS-NP-INCREASE(WS-NP-IDX) TO MP-INCREASE
           MOVE WS-NP-NEW-SALARY(WS-NP-IDX) TO MP-NEW-SALARY
           MOVE WS-NP-CAPPED(WS-NP-IDX) TO MP-CAPPED-FLAG
           MOVE WS-NP-SCALED(WS-NP-IDX) TO MP-SCALED-FLAG
           MOVE 'P' TO MP-STATUS
           MOVE SPACES TO MP-APPROVED-BY
           MOVE ZERO TO MP-EFFECTIVE-DATE
           WRITE MERIT-PROPOSAL-RECORD
           ADD 1 TO WS-WRITTEN-COUNT.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "MERITRUN" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-WRITTEN-COUNT TO RC-RECORDS-PROCESSED
           MOVE WS-TOTAL-INCREASE TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM MeritIncreaseRun.
