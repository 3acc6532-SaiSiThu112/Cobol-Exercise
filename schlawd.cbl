       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScholarshipAwardRun.
       ENVIRONMENT DIVISION.
           *> scholarship award run for the run-parm term - every
           *> active holder on the SCHOLARSHIP-AWARD file is paid the
           *> award's percentage of their class's FEE-SCHEDULE fee or
           *> its fixed amount, written to the STUDENT-BILLING ledger
           *> as an assistance credit the same as the student-worker
           *> rebate, so the committee's awards stop being keyed as
           *> manual adjustments
           *> a holder paid before is a renewal and must still meet
           *> the award's minimum GPA (their latest TRANSCRIPT-HISTORY
           *> term) and minimum overall mark - one who has fallen
           *> below is dropped and not paid again until re-granted
           *> renewals are paid ahead of new grants, and once an
           *> award's term budget is spent the remaining holders are
           *> capped out for the term (they stay active and are
           *> picked up next term). A holder already paid for the
           *> term is skipped and counted against the budget, so a
           *> rerun pays nobody twice
           *> the committee register spools to SCHLREG through the
           *> standard print convention
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

           SELECT SCHOLARSHIP-MASTER ASSIGN TO "SCHLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCH-AWARD-CODE
               FILE STATUS IS WS-SCHOLAR-STATUS.

           SELECT SCHOLARSHIP-AWARD ASSIGN TO "SCHLAWRD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-AWARD-KEY
               FILE STATUS IS WS-AWARD-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT OPTIONAL TRANSCRIPT-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCRIPT-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEESCHED-STATUS.

           SELECT OPTIONAL STUDENT-BILLING-FILE ASSIGN TO "STUBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "SCHLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD TERM-MASTER.
           COPY TERMMSTR.

       FD SCHOLARSHIP-MASTER.
           COPY SCHOLMST.

       FD SCHOLARSHIP-AWARD.
           COPY SCHOLAWD.

       FD STUDENT-MASTER.
           COPY STUDMSTR.

       FD TRANSCRIPT-FILE.
           COPY TRANMSTR.

       FD FEE-SCHEDULE-FILE.
           COPY FEESCHED.

       FD STUDENT-BILLING-FILE.
           COPY STUBILL.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-TERM-STATUS PIC X(02) VALUE SPACES.
           01 WS-SCHOLAR-STATUS PIC X(02) VALUE SPACES.
           01 WS-AWARD-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-TRANSCRIPT-STATUS PIC X(02) VALUE SPACES.
           01 WS-FEESCHED-STATUS PIC X(02) VALUE SPACES.
           01 WS-BILLING-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-SCHOLAR-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCHOLAR-EOF VALUE 'Y'.
           01 WS-AWARD-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-AWARD-EOF VALUE 'Y'.
           01 WS-TRAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TRAN-EOF VALUE 'Y'.
           01 WS-FEE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FEE-EOF VALUE 'Y'.

           01 WS-WRITE-SOURCE PIC X(08) VALUE "SCHLAWD ".
           01 WS-WRITE-KEY PIC X(10) VALUE SPACES.
           01 WS-WRITE-REASON PIC X(04) VALUE SPACES.
           01 WS-WRITE-TEXT PIC X(40) VALUE SPACES.
           01 WS-WRITE-DATE PIC 9(08) VALUE ZERO.
           01 WS-WRITE-SEQUENCE PIC 9(07) VALUE ZERO.

           01 WS-FEE-TABLE.
               02 WS-FEE-ENTRY OCCURS 100 TIMES
                       INDEXED BY WS-FEE-IDX.
                   05 WS-FEE-CLASS PIC X(10).
                   05 WS-FEE-TERM PIC X(06).
                   05 WS-FEE-AMOUNT PIC 9(07)V99.
           01 WS-FEE-COUNT PIC 9(03) VALUE ZERO.

      *> each award with what it has already paid out this term
           01 WS-SCHOLAR-TABLE.
               02 WS-SCHOLAR-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-SCH-IDX.
                   05 WS-SC-CODE PIC X(04).
                   05 WS-SC-NAME PIC X(20).
                   05 WS-SC-BASIS PIC X(01).
                   05 WS-SC-PERCENT PIC 9(03).
                   05 WS-SC-FIXED PIC 9(07)V99.
                   05 WS-SC-MIN-GPA PIC 9(01)V99.
                   05 WS-SC-MIN-MARK PIC 9(03).
                   05 WS-SC-BUDGET PIC 9(09)V99.
                   05 WS-SC-USED PIC 9(09)V99.
           01 WS-SCHOLAR-COUNT PIC 9(03) VALUE ZERO.

      *> each student's latest transcript term and its GPA
           01 WS-GPA-TABLE.
               02 WS-GPA-ENTRY OCCURS 1000 TIMES
                       INDEXED BY WS-GPA-IDX.
                   05 WS-GP-STUDENT-ID PIC 9(05).
                   05 WS-GP-TERM PIC X(06).
                   05 WS-GP-GPA PIC 9(01)V99.
           01 WS-GPA-COUNT PIC 9(04) VALUE ZERO.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-TERM-CODE PIC X(06) VALUE SPACES.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.

           01 WS-PASS-SWITCH PIC X(01) VALUE SPACE.
               88 WS-RENEWAL-PASS VALUE 'R'.
               88 WS-NEW-GRANT-PASS VALUE 'N'.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.
           01 WS-OUTCOME PIC X(08) VALUE SPACES.
           01 WS-OUTCOME-NOTE PIC X(40) VALUE SPACES.
           01 WS-STUDENT-GPA PIC 9(01)V99 VALUE ZERO.
           01 WS-TERM-FEE PIC 9(07)V99 VALUE ZERO.
           01 WS-AWARD-AMOUNT PIC 9(07)V99 VALUE ZERO.
           01 WS-BUDGET-AFTER PIC 9(09)V99 VALUE ZERO.

           01 WS-AWARDED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-RENEWED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-DROPPED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-CAPPED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-ALREADY-COUNT PIC 9(05) VALUE ZERO.
           01 WS-AWARD-TOTAL PIC 9(09)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM CHECK-TERM-PARA
           PERFORM LOAD-FEE-SCHEDULE-PARA
           PERFORM LOAD-SCHOLARSHIPS-PARA
           PERFORM LOAD-GPA-PARA

           OPEN I-O SCHOLARSHIP-AWARD
           IF WS-AWARD-STATUS = "35"
               DISPLAY "NO SCHOLARSHIP-AWARD FILE - NOTHING TO PAY"
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-MASTER
           OPEN EXTEND STUDENT-BILLING-FILE
           OPEN OUTPUT PRINT-FILE

           STRING "----- Scholarship Committee Register - Term "
                   DELIMITED BY SIZE
               WS-TERM-CODE DELIMITED BY SIZE
               " -----" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-PAGE-PARA
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "STUDENT NAME       AWARD OUTCOME        AMOUNT  NOTE"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA

           PERFORM SUM-PAID-THIS-TERM-PARA
           MOVE 'R' TO WS-PASS-SWITCH
           PERFORM HOLDER-PASS-PARA
           MOVE 'N' TO WS-PASS-SWITCH
           PERFORM HOLDER-PASS-PARA

           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-BUDGETS-PARA
           PERFORM PRINT-LINE-PARA
           STRING "AWARDED " DELIMITED BY SIZE
               WS-AWARDED-COUNT DELIMITED BY SIZE
               "  RENEWED " DELIMITED BY SIZE
               WS-RENEWED-COUNT DELIMITED BY SIZE
               "  DROPPED " DELIMITED BY SIZE
               WS-DROPPED-COUNT DELIMITED BY SIZE
               "  CAPPED OUT " DELIMITED BY SIZE
               WS-CAPPED-COUNT DELIMITED BY SIZE
               "  ALREADY PAID " DELIMITED BY SIZE
               WS-ALREADY-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "TOTAL CREDITED TO STUDENT ACCOUNTS : "
                   DELIMITED BY SIZE
               WS-AWARD-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "APPROVED BY COMMITTEE CHAIR : ____________________"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA

           CLOSE SCHOLARSHIP-AWARD
           CLOSE STUDENT-MASTER
           CLOSE STUDENT-BILLING-FILE
           CLOSE PRINT-FILE

           DISPLAY "----- Scholarship Award Run -----"
           DISPLAY "RUN DATE : " WS-RUN-DATE
               "   TERM : " WS-TERM-CODE
           DISPLAY "AWARDED      : " WS-AWARDED-COUNT
           DISPLAY "RENEWED      : " WS-RENEWED-COUNT
           DISPLAY "DROPPED      : " WS-DROPPED-COUNT
           DISPLAY "CAPPED OUT   : " WS-CAPPED-COUNT
           DISPLAY "ALREADY PAID : " WS-ALREADY-COUNT
           DISPLAY "TOTAL CREDITED : " WS-AWARD-TOTAL
           DISPLAY "COMMITTEE REGISTER SPOOLED TO SCHLREG"

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

           CHECK-TERM-PARA.

           OPEN INPUT TERM-MASTER
           IF WS-TERM-STATUS = "35"
               DISPLAY "*** WARNING - NO TERM-MASTER FILE - TERM "
                   "NOT VALIDATED ***"
           ELSE
               MOVE WS-TERM-CODE TO TRM-TERM-CODE
               READ TERM-MASTER
                   INVALID KEY
                       DISPLAY "*** TERM " WS-TERM-CODE
                           " IS NOT ON TERM-MASTER - RUN STOPPED ***"
                       CLOSE TERM-MASTER
                       STOP RUN
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           CLOSE TERM-MASTER.

           LOAD-FEE-SCHEDULE-PARA.

           OPEN INPUT FEE-SCHEDULE-FILE
           PERFORM READ-FEE-PARA
           PERFORM BUILD-FEE-TABLE-PARA UNTIL WS-FEE-EOF
           CLOSE FEE-SCHEDULE-FILE.

           READ-FEE-PARA.

           READ FEE-SCHEDULE-FILE
               AT END MOVE 'Y' TO WS-FEE-EOF-SWITCH
           END-READ.

           BUILD-FEE-TABLE-PARA.

           IF WS-FEE-COUNT < 100
               ADD 1 TO WS-FEE-COUNT
               SET WS-FEE-IDX TO WS-FEE-COUNT
               MOVE FS-STUDENT-CLASS TO WS-FEE-CLASS(WS-FEE-IDX)
               MOVE FS-TERM-CODE TO WS-FEE-TERM(WS-FEE-IDX)
               MOVE FS-FEE-AMOUNT TO WS-FEE-AMOUNT(WS-FEE-IDX)
           END-IF
           PERFORM READ-FEE-PARA.

           LOAD-SCHOLARSHIPS-PARA.

           OPEN INPUT SCHOLARSHIP-MASTER
           IF WS-SCHOLAR-STATUS = "35"
               DISPLAY "NO SCHOLARSHIP-MASTER FILE - NOTHING TO PAY"
               STOP RUN
           END-IF
           PERFORM READ-SCHOLARSHIP-PARA
           PERFORM BUILD-SCHOLARSHIP-PARA UNTIL WS-SCHOLAR-EOF
           CLOSE SCHOLARSHIP-MASTER.

           READ-SCHOLARSHIP-PARA.

           READ SCHOLARSHIP-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-SCHOLAR-EOF-SWITCH
           END-READ.

           BUILD-SCHOLARSHIP-PARA.

           IF WS-SCHOLAR-COUNT < 50
               ADD 1 TO WS-SCHOLAR-COUNT
               SET WS-SCH-IDX TO WS-SCHOLAR-COUNT
               MOVE SCH-AWARD-CODE TO WS-SC-CODE(WS-SCH-IDX)
               MOVE SCH-AWARD-NAME TO WS-SC-NAME(WS-SCH-IDX)
               MOVE SCH-AWARD-BASIS TO WS-SC-BASIS(WS-SCH-IDX)
               MOVE SCH-AWARD-PERCENT TO WS-SC-PERCENT(WS-SCH-IDX)
               MOVE SCH-FIXED-AMOUNT TO WS-SC-FIXED(WS-SCH-IDX)
               MOVE SCH-MIN-GPA TO WS-SC-MIN-GPA(WS-SCH-IDX)
               MOVE SCH-MIN-MARK TO WS-SC-MIN-MARK(WS-SCH-IDX)
               MOVE SCH-TERM-BUDGET TO WS-SC-BUDGET(WS-SCH-IDX)
               MOVE ZERO TO WS-SC-USED(WS-SCH-IDX)
           ELSE
               DISPLAY "*** MORE THAN 50 AWARDS - AWARD "
                   SCH-AWARD-CODE " NOT PAID THIS RUN ***"
           END-IF
           PERFORM READ-SCHOLARSHIP-PARA.

           LOAD-GPA-PARA.

           OPEN INPUT TRANSCRIPT-FILE
           PERFORM READ-TRANSCRIPT-PARA
           PERFORM NOTE-GPA-PARA UNTIL WS-TRAN-EOF
           CLOSE TRANSCRIPT-FILE.

           READ-TRANSCRIPT-PARA.

           READ TRANSCRIPT-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF-SWITCH
           END-READ.

           NOTE-GPA-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-GPA-IDX FROM 1 BY 1
                   UNTIL WS-GPA-IDX > WS-GPA-COUNT OR WS-FOUND
               IF WS-GP-STUDENT-ID(WS-GPA-IDX) = TR-STUDENT-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   IF TR-TERM-CODE > WS-GP-TERM(WS-GPA-IDX)
                       MOVE TR-TERM-CODE TO WS-GP-TERM(WS-GPA-IDX)
                       MOVE TR-GPA TO WS-GP-GPA(WS-GPA-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-FOUND AND WS-GPA-COUNT < 1000
               ADD 1 TO WS-GPA-COUNT
               SET WS-GPA-IDX TO WS-GPA-COUNT
               MOVE TR-STUDENT-ID TO WS-GP-STUDENT-ID(WS-GPA-IDX)
               MOVE TR-TERM-CODE TO WS-GP-TERM(WS-GPA-IDX)
               MOVE TR-GPA TO WS-GP-GPA(WS-GPA-IDX)
           END-IF
           PERFORM READ-TRANSCRIPT-PARA.

      *> what each award has already paid for this term (a rerun)
      *> comes off the budget before anyone new is considered

           SUM-PAID-THIS-TERM-PARA.

           PERFORM START-HOLDERS-PARA
           PERFORM SUM-ONE-HOLDER-PARA UNTIL WS-AWARD-EOF.

           START-HOLDERS-PARA.

           MOVE 'N' TO WS-AWARD-EOF-SWITCH
           MOVE LOW-VALUES TO SW-AWARD-KEY
           START SCHOLARSHIP-AWARD KEY >= SW-AWARD-KEY
               INVALID KEY MOVE 'Y' TO WS-AWARD-EOF-SWITCH
           END-START.

           SUM-ONE-HOLDER-PARA.

           READ SCHOLARSHIP-AWARD NEXT RECORD
               AT END MOVE 'Y' TO WS-AWARD-EOF-SWITCH
               NOT AT END
                   IF SW-LAST-TERM = WS-TERM-CODE
                       PERFORM FIND-SCHOLARSHIP-PARA
                       IF WS-FOUND
                           ADD SW-LAST-AMOUNT TO WS-SC-USED(WS-SCH-IDX)
                       END-IF
                       ADD 1 TO WS-ALREADY-COUNT
                   END-IF
           END-READ.

           FIND-SCHOLARSHIP-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCHOLAR-COUNT OR WS-FOUND
               IF WS-SC-CODE(WS-SCH-IDX) = SW-AWARD-CODE
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-SCH-IDX DOWN BY 1
           END-IF.

           HOLDER-PASS-PARA.

           PERFORM START-HOLDERS-PARA
           PERFORM PASS-ONE-HOLDER-PARA UNTIL WS-AWARD-EOF.

           PASS-ONE-HOLDER-PARA.

           READ SCHOLARSHIP-AWARD NEXT RECORD
               AT END MOVE 'Y' TO WS-AWARD-EOF-SWITCH
               NOT AT END
                   IF SW-ACTIVE AND SW-LAST-TERM NOT = WS-TERM-CODE
                       IF (WS-RENEWAL-PASS AND SW-LAST-TERM
                               NOT = SPACES)
                           OR (WS-NEW-GRANT-PASS AND SW-LAST-TERM
                               = SPACES)
                           PERFORM PROCESS-HOLDER-PARA
                       END-IF
                   END-IF
           END-READ.

           PROCESS-HOLDER-PARA.

           MOVE SPACES TO WS-OUTCOME-NOTE
           MOVE ZERO TO WS-AWARD-AMOUNT
           PERFORM FIND-SCHOLARSHIP-PARA
           MOVE SW-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO SM-STUDENT-NAME
                   MOVE 'W' TO SM-ENROLL-STATUS
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   MOVE "SKIPPED " TO WS-OUTCOME
                   MOVE "AWARD NOT ON SCHOLARSHIP-MASTER"
                       TO WS-OUTCOME-NOTE
               WHEN NOT SM-ENROLLED
                   MOVE "No longer enrolled" TO WS-OUTCOME-NOTE
                   PERFORM DROP-HOLDER-PARA
               WHEN OTHER
                   PERFORM CHECK-RENEWAL-PARA
                   IF WS-OUTCOME NOT = "DROPPED "
                       PERFORM COMPUTE-AWARD-PARA
                   END-IF
           END-EVALUATE
           PERFORM PRINT-OUTCOME-PARA.

           CHECK-RENEWAL-PARA.

           MOVE SPACES TO WS-OUTCOME
           IF WS-RENEWAL-PASS
               PERFORM FIND-GPA-PARA
               IF WS-SC-MIN-GPA(WS-SCH-IDX) > ZERO
                       AND WS-STUDENT-GPA < WS-SC-MIN-GPA(WS-SCH-IDX)
                   STRING "Latest GPA " DELIMITED BY SIZE
                       WS-STUDENT-GPA DELIMITED BY SIZE
                       " below minimum " DELIMITED BY SIZE
                       WS-SC-MIN-GPA(WS-SCH-IDX) DELIMITED BY SIZE
                       INTO WS-OUTCOME-NOTE
                   END-STRING
                   PERFORM DROP-HOLDER-PARA
               ELSE
                   IF WS-SC-MIN-MARK(WS-SCH-IDX) > ZERO
                           AND SM-OVERALL-MARK
                               < WS-SC-MIN-MARK(WS-SCH-IDX)
                       STRING "Overall mark " DELIMITED BY SIZE
                           SM-OVERALL-MARK DELIMITED BY SIZE
                           " below minimum " DELIMITED BY SIZE
                           WS-SC-MIN-MARK(WS-SCH-IDX)
                               DELIMITED BY SIZE
                           INTO WS-OUTCOME-NOTE
                       END-STRING
                       PERFORM DROP-HOLDER-PARA
                   END-IF
               END-IF
           END-IF.

           FIND-GPA-PARA.

           MOVE ZERO TO WS-STUDENT-GPA
           PERFORM VARYING WS-GPA-IDX FROM 1 BY 1
                   UNTIL WS-GPA-IDX > WS-GPA-COUNT
               IF WS-GP-STUDENT-ID(WS-GPA-IDX) = SW-STUDENT-ID
                   MOVE WS-GP-GPA(WS-GPA-IDX) TO WS-STUDENT-GPA
               END-IF
           END-PERFORM.

           DROP-HOLDER-PARA.

           MOVE "DROPPED " TO WS-OUTCOME
           MOVE 'D' TO SW-HOLDER-STATUS
           MOVE WS-RUN-DATE TO SW-STATUS-DATE
           REWRITE SCHOLARSHIP-AWARD-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO DROP HOLDER " SW-STUDENT-ID
           END-REWRITE
           ADD 1 TO WS-DROPPED-COUNT.

           COMPUTE-AWARD-PARA.

           IF WS-SC-BASIS(WS-SCH-IDX) = 'F'
               MOVE WS-SC-FIXED(WS-SCH-IDX) TO WS-AWARD-AMOUNT
           ELSE
               PERFORM LOOKUP-TERM-FEE-PARA
               IF WS-FOUND
                   COMPUTE WS-AWARD-AMOUNT ROUNDED =
                       (WS-TERM-FEE * WS-SC-PERCENT(WS-SCH-IDX)) / 100
               ELSE
                   MOVE "SKIPPED " TO WS-OUTCOME
                   MOVE "No fee row for class and term"
                       TO WS-OUTCOME-NOTE
                   PERFORM LOG-NO-FEE-PARA
               END-IF
           END-IF
           IF WS-OUTCOME NOT = "SKIPPED "
               COMPUTE WS-BUDGET-AFTER =
                   WS-SC-USED(WS-SCH-IDX) + WS-AWARD-AMOUNT
               IF WS-SC-BUDGET(WS-SCH-IDX) > ZERO
                       AND WS-BUDGET-AFTER > WS-SC-BUDGET(WS-SCH-IDX)
                   MOVE "CAPPED  " TO WS-OUTCOME
                   MOVE "Term budget spent - held for next term"
                       TO WS-OUTCOME-NOTE
                   ADD 1 TO WS-CAPPED-COUNT
               ELSE
                   PERFORM POST-AWARD-PARA
               END-IF
           END-IF.

           LOOKUP-TERM-FEE-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-TERM-FEE
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-COUNT
               IF WS-FEE-CLASS(WS-FEE-IDX) = SM-STUDENT-CLASS
                       AND WS-FEE-TERM(WS-FEE-IDX) = WS-TERM-CODE
                   MOVE WS-FEE-AMOUNT(WS-FEE-IDX) TO WS-TERM-FEE
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.

           POST-AWARD-PARA.

           MOVE SW-STUDENT-ID TO BL-STUDENT-ID
           MOVE WS-TERM-CODE TO BL-TERM-CODE
           MOVE 'A' TO BL-TRAN-TYPE
           MOVE WS-AWARD-AMOUNT TO BL-AMOUNT
           MOVE WS-RUN-DATE TO BL-TRAN-DATE
           MOVE 'N' TO BL-JOURNALED-FLAG
           WRITE STUDENT-BILLING-RECORD

           IF WS-RENEWAL-PASS
               MOVE "RENEWED " TO WS-OUTCOME
               ADD 1 TO WS-RENEWED-COUNT
           ELSE
               MOVE "AWARDED " TO WS-OUTCOME
               ADD 1 TO WS-AWARDED-COUNT
           END-IF
           MOVE WS-TERM-CODE TO SW-LAST-TERM
           MOVE WS-AWARD-AMOUNT TO SW-LAST-AMOUNT
           REWRITE SCHOLARSHIP-AWARD-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO STAMP HOLDER " SW-STUDENT-ID
           END-REWRITE
           ADD WS-AWARD-AMOUNT TO WS-SC-USED(WS-SCH-IDX)
           ADD WS-AWARD-AMOUNT TO WS-AWARD-TOTAL.

           LOG-NO-FEE-PARA.

           MOVE SW-STUDENT-ID TO WS-WRITE-KEY
           MOVE "NFEE" TO WS-WRITE-REASON
           MOVE "No fee-schedule row for scholarship"
               TO WS-WRITE-TEXT
           MOVE WS-RUN-DATE TO WS-WRITE-DATE
           CALL "ExceptionWrite" USING WS-WRITE-SOURCE WS-WRITE-KEY
               WS-WRITE-REASON WS-WRITE-TEXT WS-WRITE-DATE
               WS-WRITE-SEQUENCE.

           PRINT-OUTCOME-PARA.

           STRING SW-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-STUDENT-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SW-AWARD-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OUTCOME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AWARD-AMOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OUTCOME-NOTE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-BUDGETS-PARA.

           MOVE "AWARD NAME                       BUDGET           PAID"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCHOLAR-COUNT
               STRING WS-SC-CODE(WS-SCH-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SC-NAME(WS-SCH-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SC-BUDGET(WS-SCH-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SC-USED(WS-SCH-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-PERFORM.

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

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "SCHLAWD " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           COMPUTE RC-RECORDS-PROCESSED = WS-AWARDED-COUNT
               + WS-RENEWED-COUNT + WS-DROPPED-COUNT + WS-CAPPED-COUNT
           MOVE WS-AWARD-TOTAL TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM ScholarshipAwardRun.
