           *> past the limit, and the JOURNAL is the book of record
           *> the C transaction closes a period after which nothing
           *> more can post into it, and L lists the period statuses
           *> the G transaction generates the lines of every
           *> recurring JOURNAL-TEMPLATE due in the period - monthly,
           *> quarterly or annual between its start and end period -
           *> and stamps the template so no period is generated twice
           *> the R transaction flags a batch to auto-reverse on the
           *> REVERSE-SCHEDULE file; once all its lines have posted
           *> the posting run writes the mirror lines into the next
           *> period as batch RVRSL, and S lists what is due
           *> periods up to the last fiscal year-end locked on
           *> GL-PERIOD are refused like any closed period, without
           *> taking rows in the closed-period table
           *> the journal table carries each line's source system,
           *> document reference and transaction date through the
           *> write-back; generated lines carry source GLRC with the
           *> template id, reversal lines GLRV with the batch and
           *> period they reverse
           *> the C transaction first tests the month-end close
           *> checklist on CLOSECHK - payroll period closed, feeder
           *> jobs complete on RUN-CONTROL, nothing unposted, the
           *> trial balance in balance and no open exceptions on the
           *> key sources - prints it to CLOSERDY and refuses the
           *> close while any item fails, unless a controller
           *> override code and reason are given; every decision
           *> goes on the CLOSELOG file
           *> the close override takes only a controller's code - an
           *> OVERRIDE row granted function G - and logs the holder
           *> of that code on CLOSELOG as the approver
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT OPTIONAL JOURNAL-TEMPLATE-FILE ASSIGN TO "JRNLTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT OPTIONAL REVERSE-SCHEDULE-FILE ASSIGN TO "REVSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVSCHED-STATUS.

           SELECT OPTIONAL CLOSE-CHECKLIST-FILE ASSIGN TO "CLOSECHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSECHK-STATUS.

           SELECT OPTIONAL CLOSE-LOG-FILE ASSIGN TO "CLOSELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSELOG-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL PAY-PERIOD-FILE ASSIGN TO "PAYPERD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-PERIOD-ID
               FILE STATUS IS WS-PAYPERD-STATUS.

           SELECT OPTIONAL USER-AUTHORITY-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CLOSERDY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       FD EXCEPTION-FILE.
           COPY EXCPREC.

       FD JOURNAL-TEMPLATE-FILE.
           COPY JRNLTMPL.

       FD REVERSE-SCHEDULE-FILE.
           COPY REVSCHED.

       FD CLOSE-CHECKLIST-FILE.
           COPY CLOSECHK.

       FD CLOSE-LOG-FILE.
           COPY CLOSELOG.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PAY-PERIOD-FILE.
           COPY PAYPERD.

       FD USER-AUTHORITY-FILE.
           COPY USERAUTH.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-GLMAST-STATUS PIC X(02) VALUE SPACES.
           01 WS-PERIOD-STATUS PIC X(02) VALUE SPACES.
           01 WS-EXCEPTION-STATUS PIC X(02) VALUE SPACES.
           01 WS-TEMPLATE-STATUS PIC X(02) VALUE SPACES.
           01 WS-REVSCHED-STATUS PIC X(02) VALUE SPACES.
           01 WS-CLOSECHK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CLOSELOG-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PAYPERD-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUTH-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-POST VALUE 'P'.
               88 WS-TRAN-CLOSE VALUE 'C'.
               88 WS-TRAN-LIST VALUE 'L'.
               88 WS-TRAN-GENERATE VALUE 'G'.
               88 WS-TRAN-REVERSE VALUE 'R'.
               88 WS-TRAN-SCHEDULE VALUE 'S'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-JRN-EOF-SWITCH PIC X(01) VALUE 'N'.
                   05 WS-JR-CREDIT PIC 9(09)V99.
                   05 WS-JR-PERIOD PIC 9(06).
                   05 WS-JR-POSTED PIC X(01).
                   05 WS-JR-SOURCE PIC X(04).
                   05 WS-JR-DOCUMENT-REF PIC X(20).
                   05 WS-JR-TRANS-DATE PIC 9(08).
           01 WS-JRN-COUNT PIC 9(04) VALUE ZERO.
           01 WS-JRN-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-JRN-OVERFLOWED VALUE 'Y'.
               02 WS-CLOSED-PERIOD PIC 9(06) OCCURS 100 TIMES
                       INDEXED BY WS-CLOSED-IDX.
           01 WS-CLOSED-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LOCKED-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-PERIOD-CLOSED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PERIOD-CLOSED VALUE 'Y'.

           01 WS-POSTED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(05) VALUE ZERO.
           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.

      *> recurring templates and the auto-reverse schedule load to
      *> tables the same way, since both are rewritten with stamps
           01 WS-TMPL-TABLE.
               02 WS-TMPL-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-TMPL-IDX.
                   05 WS-TM-ID PIC X(05).
                   05 WS-TM-DESCRIPTION PIC X(20).
                   05 WS-TM-FREQUENCY PIC X(01).
                   05 WS-TM-START PIC 9(06).
                   05 WS-TM-END PIC 9(06).
                   05 WS-TM-ACCOUNT PIC X(10).
                   05 WS-TM-DEBIT PIC 9(09)V99.
                   05 WS-TM-CREDIT PIC 9(09)V99.
                   05 WS-TM-LAST PIC 9(06).
           01 WS-TMPL-COUNT PIC 9(03) VALUE ZERO.
           01 WS-TMPL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TMPL-EOF VALUE 'Y'.
           01 WS-DUE-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TEMPLATE-DUE VALUE 'Y'.
           01 WS-MONTHS-SINCE-START PIC 9(05) VALUE ZERO.
           01 WS-CYCLE-MONTHS PIC 9(02) VALUE ZERO.
           01 WS-CYCLE-COUNT PIC 9(05) VALUE ZERO.
           01 WS-CYCLE-REMAINDER PIC 9(02) VALUE ZERO.
           01 WS-GENERATED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-LAST-TEMPLATE-ID PIC X(05) VALUE SPACES.

           01 WS-REV-TABLE.
               02 WS-REV-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-REV-IDX.
                   05 WS-RV-BATCH PIC X(05).
                   05 WS-RV-PERIOD PIC 9(06).
                   05 WS-RV-STATUS PIC X(01).
                   05 WS-RV-FLAGGED-BY PIC X(10).
                   05 WS-RV-FLAGGED-DATE PIC 9(08).
                   05 WS-RV-REVERSAL-PERIOD PIC 9(06).
           01 WS-REV-COUNT PIC 9(03) VALUE ZERO.
           01 WS-REV-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-REV-EOF VALUE 'Y'.
           01 WS-REV-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-REV-FOUND VALUE 'Y'.
           01 WS-ENTRY-BATCH PIC X(05) VALUE SPACES.
           01 WS-BATCH-POSTED-COUNT PIC 9(04) VALUE ZERO.
           01 WS-BATCH-WAITING-COUNT PIC 9(04) VALUE ZERO.
           01 WS-ORIGINAL-COUNT PIC 9(04) VALUE ZERO.
           01 WS-SCAN-IDX PIC 9(04) VALUE ZERO.
           01 WS-REVERSED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-REVERSAL-BATCH PIC X(05) VALUE "RVRSL".

           01 WS-NEXT-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-NEXT-PERIOD-FIELDS REDEFINES WS-NEXT-PERIOD.
               05 WS-NEXT-YYYY PIC 9(04).
               05 WS-NEXT-MM PIC 9(02).
           01 WS-PERIOD-A PIC 9(06) VALUE ZERO.
           01 WS-PERIOD-A-FIELDS REDEFINES WS-PERIOD-A.
               05 WS-PERIOD-A-YYYY PIC 9(04).
               05 WS-PERIOD-A-MM PIC 9(02).
           01 WS-PERIOD-B PIC 9(06) VALUE ZERO.
           01 WS-PERIOD-B-FIELDS REDEFINES WS-PERIOD-B.
               05 WS-PERIOD-B-YYYY PIC 9(04).
               05 WS-PERIOD-B-MM PIC 9(02).

      *> the close checklist loads to a table and each item is
      *> tested in turn - with no CLOSECHK rows the standard month
      *> end list stands in, so a period never closes on nothing
           01 WS-CHK-TABLE.
               02 WS-CHK-ENTRY OCCURS 30 TIMES
                       INDEXED BY WS-CHK-IDX.
                   05 WS-CHK-TYPE PIC X(01).
                   05 WS-CHK-NAME PIC X(08).
                   05 WS-CHK-DESCRIPTION PIC X(40).
                   05 WS-CHK-RESULT PIC X(04).
                   05 WS-CHK-DETAIL PIC X(40).
           01 WS-CHK-COUNT PIC 9(02) VALUE ZERO.
           01 WS-CHK-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CHK-EOF VALUE 'Y'.
           01 WS-CHK-FAILED-COUNT PIC 9(02) VALUE ZERO.
           01 WS-CHK-MATCH-COUNT PIC 9(05) VALUE ZERO.
           01 WS-CHK-EDIT-COUNT PIC ZZZZ9.
           01 WS-CHK-EDIT-START PIC 9(02) VALUE ZERO.
           01 WS-PERIOD-END-DATE PIC 9(08) VALUE ZERO.
           01 WS-TB-DEBITS PIC 9(13)V99 VALUE ZERO.
           01 WS-TB-CREDITS PIC 9(13)V99 VALUE ZERO.
           01 WS-TB-DIFFERENCE PIC 9(13)V99 VALUE ZERO.
           01 WS-TB-EDIT-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-GL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-GL-EOF VALUE 'Y'.
           01 WS-RUNCTL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-RUNCTL-EOF VALUE 'Y'.
           01 WS-EXCP-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EXCP-EOF VALUE 'Y'.
           01 WS-CLOSE-ALLOWED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CLOSE-ALLOWED VALUE 'Y'.
           01 WS-CLOSE-RESULT PIC X(01) VALUE SPACE.
           01 WS-CLOSE-REASON PIC X(40) VALUE SPACES.
           01 WS-CLOSE-TIME PIC 9(06) VALUE ZERO.

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
           01 WS-OVERRIDE-CODE PIC X(04) VALUE SPACES.
           01 WS-OVERRIDE-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-OVERRIDE-OK VALUE 'Y'.
           01 WS-CLOSE-GRANT-COUNT PIC 9(02) VALUE ZERO.
           01 WS-CLOSE-APPROVER PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CLOSED-PERIODS-PARA

           DISPLAY "ENTER YOUR OPERATOR ID "
           ACCEPT WS-OPERATOR-ID

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

            STOP RUN.
           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (P=POST C=CLOSE PERIOD "
               "L=LIST PERIODS G=GENERATE RECURRING "
               "R=FLAG BATCH TO REVERSE S=SCHEDULE LISTING E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
                   PERFORM CLOSE-PERIOD-PARA
               WHEN WS-TRAN-LIST
                   PERFORM LIST-PERIODS-PARA
               WHEN WS-TRAN-GENERATE
                   PERFORM GENERATE-PARA
               WHEN WS-TRAN-REVERSE
                   PERFORM FLAG-REVERSE-PARA
               WHEN WS-TRAN-SCHEDULE
                   PERFORM SCHEDULE-LISTING-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
           LOAD-CLOSED-PERIODS-PARA.

           MOVE ZERO TO WS-CLOSED-COUNT
           MOVE ZERO TO WS-LOCKED-PERIOD
           MOVE 'N' TO WS-PER-EOF-SWITCH
           OPEN INPUT GL-PERIOD-FILE
           PERFORM READ-PERIOD-PARA

           BUILD-CLOSED-TABLE-PARA.

           IF GP-YEAR-LOCKED
               IF GP-PERIOD > WS-LOCKED-PERIOD
                   MOVE GP-PERIOD TO WS-LOCKED-PERIOD
               END-IF
           END-IF
           IF GP-PERIOD-CLOSED AND NOT GP-YEAR-LOCKED
                   AND WS-CLOSED-COUNT < 100
               ADD 1 TO WS-CLOSED-COUNT
               SET WS-CLOSED-IDX TO WS-CLOSED-COUNT
               MOVE GP-PERIOD TO WS-CLOSED-PERIOD(WS-CLOSED-IDX)
           CHECK-PERIOD-CLOSED-PARA.

           MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH
      *> everything up to the last year-end close is locked
           IF WS-WORK-PERIOD <= WS-LOCKED-PERIOD
               MOVE 'Y' TO WS-PERIOD-CLOSED-SWITCH
           END-IF
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
               IF WS-CLOSED-PERIOD(WS-CLOSED-IDX) = WS-WORK-PERIOD
               END-PERFORM
               CLOSE GL-MASTER-FILE
               CLOSE EXCEPTION-FILE
               PERFORM WRITE-REVERSALS-PARA
               PERFORM SAVE-JOURNAL-PARA
               DISPLAY "LINES POSTED   : " WS-POSTED-COUNT
               DISPLAY "LINES REJECTED : " WS-REJECT-COUNT
               DISPLAY "BATCHES REVERSED INTO NEXT PERIOD : "
                   WS-REVERSED-COUNT
           END-IF
           END-IF.

               MOVE JE-CREDIT-AMOUNT TO WS-JR-CREDIT(WS-JRN-IDX)
               MOVE JE-PERIOD TO WS-JR-PERIOD(WS-JRN-IDX)
               MOVE JE-POSTED-FLAG TO WS-JR-POSTED(WS-JRN-IDX)
               MOVE JE-SOURCE-SYSTEM TO WS-JR-SOURCE(WS-JRN-IDX)
               MOVE JE-DOCUMENT-REF TO WS-JR-DOCUMENT-REF(WS-JRN-IDX)
      *> lines older than the transaction date read it as spaces
               IF JE-TRANS-DATE IS NUMERIC
                   MOVE JE-TRANS-DATE TO WS-JR-TRANS-DATE(WS-JRN-IDX)
               ELSE
                   MOVE ZERO TO WS-JR-TRANS-DATE(WS-JRN-IDX)
               END-IF
           END-IF
           END-IF
           IF NOT WS-JRN-EOF
               MOVE WS-JR-CREDIT(WS-JRN-IDX) TO JE-CREDIT-AMOUNT
               MOVE WS-JR-PERIOD(WS-JRN-IDX) TO JE-PERIOD
               MOVE WS-JR-POSTED(WS-JRN-IDX) TO JE-POSTED-FLAG
               MOVE WS-JR-SOURCE(WS-JRN-IDX) TO JE-SOURCE-SYSTEM
               MOVE WS-JR-DOCUMENT-REF(WS-JRN-IDX) TO JE-DOCUMENT-REF
               MOVE WS-JR-TRANS-DATE(WS-JRN-IDX) TO JE-TRANS-DATE
               WRITE JOURNAL-ENTRY-RECORD
           END-PERFORM
           CLOSE JOURNAL-FILE.
           IF WS-PERIOD-CLOSED
               DISPLAY "PERIOD ALREADY CLOSED"
           ELSE
               PERFORM CLOSE-READINESS-PARA
               IF WS-CLOSE-ALLOWED
                   OPEN EXTEND GL-PERIOD-FILE
                   MOVE WS-ENTRY-PERIOD TO GP-PERIOD
                   MOVE 'C' TO GP-STATUS
                   WRITE GL-PERIOD-RECORD
                   CLOSE GL-PERIOD-FILE
                   IF WS-CLOSED-COUNT < 100
                       ADD 1 TO WS-CLOSED-COUNT
                       SET WS-CLOSED-IDX TO WS-CLOSED-COUNT
                       MOVE WS-ENTRY-PERIOD
                           TO WS-CLOSED-PERIOD(WS-CLOSED-IDX)
                   END-IF
                   DISPLAY "PERIOD " WS-ENTRY-PERIOD " CLOSED - "
                       "POSTINGS INTO IT WILL BE REJECTED"
               ELSE
                   DISPLAY "PERIOD " WS-ENTRY-PERIOD " NOT CLOSED - "
                       "CHECKLIST ON CLOSERDY"
               END-IF
           END-IF.

      *>--------------- close readiness -----------------------------

           CLOSE-READINESS-PARA.

           MOVE 'N' TO WS-CLOSE-ALLOWED-SWITCH
           MOVE SPACES TO WS-CLOSE-REASON
           MOVE SPACES TO WS-CLOSE-APPROVER
           MOVE ZERO TO WS-CHK-FAILED-COUNT
           PERFORM LOAD-CHECKLIST-PARA
      *> a feeder run for the month lands in the month or early in
      *> the next, so both count as complete for the period
           MOVE WS-ENTRY-PERIOD TO WS-NEXT-PERIOD
           PERFORM NEXT-PERIOD-PARA
           COMPUTE WS-PERIOD-END-DATE = WS-ENTRY-PERIOD * 100 + 31

           OPEN OUTPUT PRINT-FILE
           MOVE "----- Month-End Close Checklist -----"
               TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "PERIOD : " DELIMITED BY SIZE
               WS-ENTRY-PERIOD DELIMITED BY SIZE
               "   RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   OPERATOR : " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "T NAME     ITEM" TO WS-PRINT-LINE
           MOVE "RESULT" TO WS-PRINT-LINE(53:6)
           MOVE "DETAIL" TO WS-PRINT-LINE(60:6)
           PERFORM PRINT-LINE-PARA
           DISPLAY "----- Close Checklist For " WS-ENTRY-PERIOD
               " -----"

           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-COUNT
               PERFORM TEST-CHECK-ITEM-PARA
               PERFORM PRINT-CHECK-ITEM-PARA
           END-PERFORM

           PERFORM PRINT-LINE-PARA
           IF WS-CHK-FAILED-COUNT = ZERO
               MOVE 'Y' TO WS-CLOSE-ALLOWED-SWITCH
               MOVE 'C' TO WS-CLOSE-RESULT
               MOVE "ALL ITEMS PASSED" TO WS-CLOSE-REASON
               MOVE "RESULT : EVERY ITEM PASSED - PERIOD CLOSED"
                   TO WS-PRINT-LINE
           ELSE
               MOVE WS-CHK-FAILED-COUNT TO WS-CHK-MATCH-COUNT
               PERFORM EDIT-MATCH-COUNT-PARA
               DISPLAY "CLOSE CHECKLIST INCOMPLETE - "
                   WS-CHK-EDIT-COUNT(WS-CHK-EDIT-START:)
                   " ITEM(S) FAILED"
               PERFORM CONTROLLER-OVERRIDE-PARA
               IF WS-CLOSE-ALLOWED
                   STRING "RESULT : " DELIMITED BY SIZE
                       WS-CHK-EDIT-COUNT(WS-CHK-EDIT-START:)
                           DELIMITED BY SIZE
                       " ITEM(S) FAILED - CLOSED ON OVERRIDE BY "
                           DELIMITED BY SIZE
                       WS-CLOSE-APPROVER DELIMITED BY SPACE
                       " - " DELIMITED BY SIZE
                       WS-CLOSE-REASON DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
               ELSE
                   STRING "RESULT : " DELIMITED BY SIZE
                       WS-CHK-EDIT-COUNT(WS-CHK-EDIT-START:)
                           DELIMITED BY SIZE
                       " ITEM(S) FAILED - PERIOD NOT CLOSED - "
                           DELIMITED BY SIZE
                       WS-CLOSE-REASON DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
               END-IF
           END-IF
           PERFORM PRINT-LINE-PARA
           CLOSE PRINT-FILE
           PERFORM LOG-CLOSE-DECISION-PARA.

           LOAD-CHECKLIST-PARA.

           MOVE ZERO TO WS-CHK-COUNT
           MOVE 'N' TO WS-CHK-EOF-SWITCH
           OPEN INPUT CLOSE-CHECKLIST-FILE
           PERFORM READ-CHECKLIST-PARA
           PERFORM BUILD-CHECKLIST-PARA UNTIL WS-CHK-EOF
           CLOSE CLOSE-CHECKLIST-FILE
           IF WS-CHK-COUNT = ZERO
               DISPLAY "NO CLOSECHK ROWS - USING THE STANDARD "
                   "MONTH-END CHECKLIST"
               PERFORM STANDARD-CHECKLIST-PARA
           END-IF.

           READ-CHECKLIST-PARA.

           READ CLOSE-CHECKLIST-FILE
               AT END MOVE 'Y' TO WS-CHK-EOF-SWITCH
           END-READ.

           BUILD-CHECKLIST-PARA.

           IF WS-CHK-COUNT < 30
               ADD 1 TO WS-CHK-COUNT
               SET WS-CHK-IDX TO WS-CHK-COUNT
               MOVE CC-ITEM-TYPE TO WS-CHK-TYPE(WS-CHK-IDX)
               MOVE CC-ITEM-NAME TO WS-CHK-NAME(WS-CHK-IDX)
               MOVE CC-DESCRIPTION TO WS-CHK-DESCRIPTION(WS-CHK-IDX)
           ELSE
               DISPLAY "CLOSECHK HOLDS MORE THAN 30 ITEMS - "
                   CC-ITEM-TYPE " " CC-ITEM-NAME " NOT TESTED"
           END-IF
           PERFORM READ-CHECKLIST-PARA.

           STANDARD-CHECKLIST-PARA.

           MOVE 'P' TO CC-ITEM-TYPE
           MOVE SPACES TO CC-ITEM-NAME
           MOVE "PAYROLL PERIOD CLOSED ON PAYPERD" TO CC-DESCRIPTION
           PERFORM BUILD-CHECKLIST-PARA
           MOVE 'J' TO CC-ITEM-TYPE
           MOVE "TUITGL  " TO CC-ITEM-NAME
           MOVE "TUITION FEED TO THE GL COMPLETE" TO CC-DESCRIPTION
           PERFORM BUILD-CHECKLIST-PARA
           MOVE 'J' TO CC-ITEM-TYPE
           MOVE "INVARCH " TO CC-ITEM-NAME
           MOVE "INVENTORY VALUATION JOURNAL COMPLETE"
               TO CC-DESCRIPTION
           PERFORM BUILD-CHECKLIST-PARA
           MOVE 'J' TO CC-ITEM-TYPE
           MOVE "BANKRECN" TO CC-ITEM-NAME
           MOVE "BANK RECONCILIATION COMPLETE" TO CC-DESCRIPTION
           PERFORM BUILD-CHECKLIST-PARA
           MOVE 'U' TO CC-ITEM-TYPE
           MOVE SPACES TO CC-ITEM-NAME
           MOVE "NO UNPOSTED JOURNAL LINES" TO CC-DESCRIPTION
           PERFORM BUILD-CHECKLIST-PARA
           MOVE 'T' TO CC-ITEM-TYPE
           MOVE SPACES TO CC-ITEM-NAME
           MOVE "TRIAL BALANCE IN BALANCE" TO CC-DESCRIPTION
           PERFORM BUILD-CHECKLIST-PARA
           MOVE 'X' TO CC-ITEM-TYPE
           MOVE "PAYROLL " TO CC-ITEM-NAME
           MOVE "NO OPEN PAYROLL EXCEPTIONS" TO CC-DESCRIPTION
           PERFORM BUILD-CHECKLIST-PARA
           MOVE 'X' TO CC-ITEM-TYPE
           MOVE "BANKRET " TO CC-ITEM-NAME
           MOVE "NO OPEN BANK RETURN EXCEPTIONS" TO CC-DESCRIPTION
           PERFORM BUILD-CHECKLIST-PARA
           MOVE 'X' TO CC-ITEM-TYPE
           MOVE "GLPOST  " TO CC-ITEM-NAME
           MOVE "NO OPEN REJECTED POSTINGS" TO CC-DESCRIPTION
           PERFORM BUILD-CHECKLIST-PARA.

           TEST-CHECK-ITEM-PARA.

           MOVE "FAIL" TO WS-CHK-RESULT(WS-CHK-IDX)
           MOVE SPACES TO WS-CHK-DETAIL(WS-CHK-IDX)
           EVALUATE WS-CHK-TYPE(WS-CHK-IDX)
               WHEN 'P'
                   PERFORM TEST-PAYROLL-CLOSED-PARA
               WHEN 'J'
                   PERFORM TEST-JOB-COMPLETE-PARA
               WHEN 'U'
                   PERFORM TEST-NONE-UNPOSTED-PARA
               WHEN 'T'
                   PERFORM TEST-TRIAL-BALANCE-PARA
               WHEN 'X'
                   PERFORM TEST-OPEN-EXCEPTIONS-PARA
               WHEN OTHER
                   MOVE "UNKNOWN ITEM TYPE - FIX CLOSECHK"
                       TO WS-CHK-DETAIL(WS-CHK-IDX)
           END-EVALUATE
           IF WS-CHK-RESULT(WS-CHK-IDX) = "FAIL"
               ADD 1 TO WS-CHK-FAILED-COUNT
           END-IF.

           TEST-PAYROLL-CLOSED-PARA.

           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PAYPERD-STATUS NOT = "00"
               MOVE "NO PAY PERIOD FILE"
                   TO WS-CHK-DETAIL(WS-CHK-IDX)
           ELSE
               MOVE WS-ENTRY-PERIOD TO PP-PERIOD-ID
               READ PAY-PERIOD-FILE
                   INVALID KEY
                       MOVE "PAY PERIOD NOT DEFINED"
                           TO WS-CHK-DETAIL(WS-CHK-IDX)
                   NOT INVALID KEY
                       IF PP-CLOSED
                           MOVE "PASS" TO WS-CHK-RESULT(WS-CHK-IDX)
                           MOVE "PAY PERIOD CLOSED"
                               TO WS-CHK-DETAIL(WS-CHK-IDX)
                       ELSE
                           MOVE "PAY PERIOD STILL OPEN"
                               TO WS-CHK-DETAIL(WS-CHK-IDX)
                       END-IF
               END-READ
               CLOSE PAY-PERIOD-FILE
           END-IF.

           TEST-JOB-COMPLETE-PARA.

           MOVE ZERO TO WS-CHK-MATCH-COUNT
           MOVE 'N' TO WS-RUNCTL-EOF-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM UNTIL WS-RUNCTL-EOF
               READ RUN-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-RUNCTL-EOF-SWITCH
                   NOT AT END
                       IF RC-JOB-NAME = WS-CHK-NAME(WS-CHK-IDX)
                               AND (RC-RUN-DATE(1:6) = WS-ENTRY-PERIOD
                               OR RC-RUN-DATE(1:6) = WS-NEXT-PERIOD)
                           ADD 1 TO WS-CHK-MATCH-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           IF WS-CHK-MATCH-COUNT = ZERO
               MOVE "NO COMPLETED RUN ON RUN-CONTROL"
                   TO WS-CHK-DETAIL(WS-CHK-IDX)
           ELSE
               MOVE "PASS" TO WS-CHK-RESULT(WS-CHK-IDX)
               PERFORM EDIT-MATCH-COUNT-PARA
               STRING WS-CHK-EDIT-COUNT(WS-CHK-EDIT-START:)
                       DELIMITED BY SIZE
                   " COMPLETED RUN(S) FOR THE PERIOD"
                       DELIMITED BY SIZE
                   INTO WS-CHK-DETAIL(WS-CHK-IDX)
               END-STRING
           END-IF.

           TEST-NONE-UNPOSTED-PARA.

      *> a line with no period posts into the run date's month, so
      *> it is counted as waiting on the period being closed too
           MOVE ZERO TO WS-CHK-MATCH-COUNT
           PERFORM LOAD-JOURNAL-PARA
           IF WS-JRN-OVERFLOWED
               MOVE "JOURNAL OVER TABLE LIMIT - ARCHIVE FIRST"
                   TO WS-CHK-DETAIL(WS-CHK-IDX)
           ELSE
               PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
                       UNTIL WS-JRN-IDX > WS-JRN-COUNT
                   IF WS-JR-POSTED(WS-JRN-IDX) NOT = 'P'
                           AND WS-JR-PERIOD(WS-JRN-IDX)
                               <= WS-ENTRY-PERIOD
                       ADD 1 TO WS-CHK-MATCH-COUNT
                   END-IF
               END-PERFORM
               IF WS-CHK-MATCH-COUNT = ZERO
                   MOVE "PASS" TO WS-CHK-RESULT(WS-CHK-IDX)
                   MOVE "NO LINES WAITING TO POST"
                       TO WS-CHK-DETAIL(WS-CHK-IDX)
               ELSE
                   PERFORM EDIT-MATCH-COUNT-PARA
                   STRING WS-CHK-EDIT-COUNT(WS-CHK-EDIT-START:)
                       DELIMITED BY SIZE
                       " UNPOSTED LINE(S) - RUN THE POST"
                           DELIMITED BY SIZE
                       INTO WS-CHK-DETAIL(WS-CHK-IDX)
                   END-STRING
               END-IF
           END-IF.

           TEST-TRIAL-BALANCE-PARA.

      *> the trial balance reads from the last year-end lock up to
      *> the period being closed, the same span trialbal prints
           MOVE ZERO TO WS-TB-DEBITS
           MOVE ZERO TO WS-TB-CREDITS
           MOVE 'N' TO WS-GL-EOF-SWITCH
           OPEN INPUT GL-MASTER-FILE
           IF WS-GLMAST-STATUS NOT = "00"
               MOVE 'Y' TO WS-GL-EOF-SWITCH
           ELSE
               MOVE SPACES TO GL-ACCOUNT
               MOVE ZERO TO GL-PERIOD
               START GL-MASTER-FILE KEY >= GL-BALANCE-KEY
                   INVALID KEY MOVE 'Y' TO WS-GL-EOF-SWITCH
               END-START
           END-IF
           PERFORM UNTIL WS-GL-EOF
               READ GL-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-GL-EOF-SWITCH
                   NOT AT END
                       IF GL-PERIOD > WS-LOCKED-PERIOD
                               AND GL-PERIOD <= WS-ENTRY-PERIOD
                           ADD GL-DEBITS TO WS-TB-DEBITS
                           ADD GL-CREDITS TO WS-TB-CREDITS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GLMAST-STATUS NOT = "35"
               CLOSE GL-MASTER-FILE
           END-IF
           IF WS-TB-DEBITS = WS-TB-CREDITS
               MOVE "PASS" TO WS-CHK-RESULT(WS-CHK-IDX)
               MOVE "DEBITS EQUAL CREDITS"
                   TO WS-CHK-DETAIL(WS-CHK-IDX)
           ELSE
               IF WS-TB-DEBITS > WS-TB-CREDITS
                   COMPUTE WS-TB-DIFFERENCE =
                       WS-TB-DEBITS - WS-TB-CREDITS
               ELSE
                   COMPUTE WS-TB-DIFFERENCE =
                       WS-TB-CREDITS - WS-TB-DEBITS
               END-IF
               MOVE WS-TB-DIFFERENCE TO WS-TB-EDIT-AMOUNT
               STRING "OUT OF BALANCE BY " DELIMITED BY SIZE
                   WS-TB-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO WS-CHK-DETAIL(WS-CHK-IDX)
               END-STRING
           END-IF.

           TEST-OPEN-EXCEPTIONS-PARA.

           MOVE ZERO TO WS-CHK-MATCH-COUNT
           MOVE 'N' TO WS-EXCP-EOF-SWITCH
           OPEN INPUT EXCEPTION-FILE
           PERFORM UNTIL WS-EXCP-EOF
               READ EXCEPTION-FILE
                   AT END MOVE 'Y' TO WS-EXCP-EOF-SWITCH
                   NOT AT END
                       IF EX-SOURCE-PROGRAM = WS-CHK-NAME(WS-CHK-IDX)
                               AND EX-STATUS-OPEN
                               AND EX-DATE-LOGGED <= WS-PERIOD-END-DATE
                           ADD 1 TO WS-CHK-MATCH-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-FILE
           IF WS-CHK-MATCH-COUNT = ZERO
               MOVE "PASS" TO WS-CHK-RESULT(WS-CHK-IDX)
               MOVE "NO OPEN EXCEPTIONS"
                   TO WS-CHK-DETAIL(WS-CHK-IDX)
           ELSE
               PERFORM EDIT-MATCH-COUNT-PARA
               STRING WS-CHK-EDIT-COUNT(WS-CHK-EDIT-START:)
                       DELIMITED BY SIZE
                   " OPEN EXCEPTION(S) TO WORK" DELIMITED BY SIZE
                   INTO WS-CHK-DETAIL(WS-CHK-IDX)
               END-STRING
           END-IF.

           EDIT-MATCH-COUNT-PARA.

           MOVE WS-CHK-MATCH-COUNT TO WS-CHK-EDIT-COUNT
           MOVE ZERO TO WS-CHK-EDIT-START
           INSPECT WS-CHK-EDIT-COUNT TALLYING WS-CHK-EDIT-START
               FOR LEADING SPACES
           ADD 1 TO WS-CHK-EDIT-START.

           PRINT-CHECK-ITEM-PARA.

           MOVE WS-CHK-TYPE(WS-CHK-IDX) TO WS-PRINT-LINE(1:1)
           MOVE WS-CHK-NAME(WS-CHK-IDX) TO WS-PRINT-LINE(3:8)
           MOVE WS-CHK-DESCRIPTION(WS-CHK-IDX) TO WS-PRINT-LINE(12:40)
           MOVE WS-CHK-RESULT(WS-CHK-IDX) TO WS-PRINT-LINE(53:4)
           MOVE WS-CHK-DETAIL(WS-CHK-IDX) TO WS-PRINT-LINE(60:40)
           DISPLAY WS-CHK-RESULT(WS-CHK-IDX) " "
               WS-CHK-DESCRIPTION(WS-CHK-IDX) " "
               WS-CHK-DETAIL(WS-CHK-IDX)
           PERFORM PRINT-LINE-PARA.

           CONTROLLER-OVERRIDE-PARA.

      *> only a controller's override code - an OVERRIDE row on
      *> USER-AUTHORITY granted function G - lets an incomplete
      *> checklist through; the holder of that code goes on the
      *> close log as the approver, with the reason given
           MOVE 'R' TO WS-CLOSE-RESULT
           MOVE ZERO TO WS-AUTH-COUNT
           PERFORM LOAD-AUTHORITY-PARA
           DISPLAY "ENTER CONTROLLER OVERRIDE CODE OR BLANK TO REFUSE "
           MOVE SPACES TO WS-OVERRIDE-CODE
           ACCEPT WS-OVERRIDE-CODE
           IF WS-OVERRIDE-CODE = SPACES
               MOVE "CLOSE REFUSED - CHECKLIST INCOMPLETE"
                   TO WS-CLOSE-REASON
           ELSE
               PERFORM VALIDATE-OVERRIDE-PARA
               IF NOT WS-OVERRIDE-OK
                   DISPLAY "NOT A CONTROLLER OVERRIDE CODE FOR THE "
                       "PERIOD CLOSE"
                   MOVE "OVERRIDE CODE NOT VALID FOR PERIOD CLOSE"
                       TO WS-CLOSE-REASON
               ELSE
                   DISPLAY "ENTER REASON FOR CLOSING WITH ITEMS "
                       "OUTSTANDING "
                   ACCEPT WS-CLOSE-REASON
                   IF WS-CLOSE-REASON = SPACES
                       MOVE SPACES TO WS-CLOSE-APPROVER
                       DISPLAY "NO REASON GIVEN - OVERRIDE NOT TAKEN"
                       MOVE "OVERRIDE WITHOUT A REASON - REFUSED"
                           TO WS-CLOSE-REASON
                   ELSE
                       MOVE 'O' TO WS-CLOSE-RESULT
                       MOVE 'Y' TO WS-CLOSE-ALLOWED-SWITCH
                   END-IF
               END-IF
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

           VALIDATE-OVERRIDE-PARA.

           MOVE 'N' TO WS-OVERRIDE-OK-SWITCH
           MOVE SPACES TO WS-CLOSE-APPROVER
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                       OR WS-OVERRIDE-OK
               IF WS-AUTH-PROGRAM(WS-AUTH-IDX) = "OVERRIDE"
                       AND WS-AUTH-PASSWORD(WS-AUTH-IDX)(1:4)
                           = WS-OVERRIDE-CODE
                   MOVE ZERO TO WS-CLOSE-GRANT-COUNT
                   INSPECT WS-AUTH-FUNCTIONS(WS-AUTH-IDX)
                       TALLYING WS-CLOSE-GRANT-COUNT FOR ALL "G"
                   IF WS-CLOSE-GRANT-COUNT > ZERO
                       MOVE 'Y' TO WS-OVERRIDE-OK-SWITCH
                       MOVE WS-AUTH-OPERATOR(WS-AUTH-IDX)
                           TO WS-CLOSE-APPROVER
                   END-IF
               END-IF
           END-PERFORM.

           LOG-CLOSE-DECISION-PARA.

           ACCEPT WS-CLOSE-TIME FROM TIME
           OPEN EXTEND CLOSE-LOG-FILE
           MOVE SPACES TO CLOSE-LOG-RECORD
           MOVE WS-ENTRY-PERIOD TO CY-PERIOD
           MOVE WS-RUN-DATE TO CY-LOG-DATE
           MOVE WS-CLOSE-TIME TO CY-LOG-TIME
           MOVE WS-OPERATOR-ID TO CY-OPERATOR-ID
           MOVE WS-CLOSE-APPROVER TO CY-APPROVER-ID
           MOVE WS-CLOSE-RESULT TO CY-RESULT
           MOVE WS-CHK-FAILED-COUNT TO CY-ITEMS-FAILED
           MOVE WS-CLOSE-REASON TO CY-REASON
           WRITE CLOSE-LOG-RECORD
           CLOSE CLOSE-LOG-FILE.

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

           LIST-PERIODS-PARA.

           DISPLAY "----- Closed Periods -----"
               END-PERFORM
           END-IF.

      *>--------------- recurring journals ---------------------------

           GENERATE-PARA.

           DISPLAY "ENTER PERIOD TO GENERATE (YYYYMM, 0 = CURRENT) "
           ACCEPT WS-ENTRY-PERIOD
           IF WS-ENTRY-PERIOD = ZERO
               MOVE WS-RUN-DATE(1:6) TO WS-ENTRY-PERIOD
           END-IF
           MOVE WS-ENTRY-PERIOD TO WS-WORK-PERIOD
           PERFORM CHECK-PERIOD-CLOSED-PARA
           IF WS-PERIOD-CLOSED
               DISPLAY "PERIOD " WS-ENTRY-PERIOD " IS CLOSED - "
                   "NOTHING GENERATED"
           ELSE
               PERFORM LOAD-TEMPLATES-PARA
               MOVE ZERO TO WS-GENERATED-COUNT
               MOVE SPACES TO WS-LAST-TEMPLATE-ID
               OPEN EXTEND JOURNAL-FILE
               PERFORM VARYING WS-TMPL-IDX FROM 1 BY 1
                       UNTIL WS-TMPL-IDX > WS-TMPL-COUNT
                   PERFORM CHECK-TEMPLATE-DUE-PARA
                   IF WS-TEMPLATE-DUE
                       PERFORM GENERATE-LINE-PARA
                   END-IF
               END-PERFORM
               CLOSE JOURNAL-FILE
               IF WS-GENERATED-COUNT > ZERO
                   PERFORM SAVE-TEMPLATES-PARA
               END-IF
               DISPLAY "RECURRING LINES GENERATED FOR " WS-ENTRY-PERIOD
                   " : " WS-GENERATED-COUNT
           END-IF.

           CHECK-TEMPLATE-DUE-PARA.

      *> due when the period is inside the template's run, not yet
      *> generated, and a whole number of cycles from its start
           MOVE 'N' TO WS-DUE-SWITCH
           IF WS-TM-START(WS-TMPL-IDX) <= WS-ENTRY-PERIOD
                   AND (WS-TM-END(WS-TMPL-IDX) = ZERO
                       OR WS-TM-END(WS-TMPL-IDX) >= WS-ENTRY-PERIOD)
                   AND WS-TM-LAST(WS-TMPL-IDX) < WS-ENTRY-PERIOD
               MOVE WS-TM-START(WS-TMPL-IDX) TO WS-PERIOD-A
               MOVE WS-ENTRY-PERIOD TO WS-PERIOD-B
               COMPUTE WS-MONTHS-SINCE-START =
                   (WS-PERIOD-B-YYYY - WS-PERIOD-A-YYYY) * 12
                       + WS-PERIOD-B-MM - WS-PERIOD-A-MM
               EVALUATE WS-TM-FREQUENCY(WS-TMPL-IDX)
                   WHEN 'Q'
                       MOVE 3 TO WS-CYCLE-MONTHS
                   WHEN 'A'
                       MOVE 12 TO WS-CYCLE-MONTHS
                   WHEN OTHER
                       MOVE 1 TO WS-CYCLE-MONTHS
               END-EVALUATE
               DIVIDE WS-MONTHS-SINCE-START BY WS-CYCLE-MONTHS
                   GIVING WS-CYCLE-COUNT
                   REMAINDER WS-CYCLE-REMAINDER
               IF WS-CYCLE-REMAINDER = ZERO
                   MOVE 'Y' TO WS-DUE-SWITCH
               END-IF
           END-IF.

           GENERATE-LINE-PARA.

           MOVE WS-TM-ID(WS-TMPL-IDX) TO JE-BATCH-ID
           MOVE WS-TM-ACCOUNT(WS-TMPL-IDX) TO JE-ACCOUNT
           MOVE WS-TM-DEBIT(WS-TMPL-IDX) TO JE-DEBIT-AMOUNT
           MOVE WS-TM-CREDIT(WS-TMPL-IDX) TO JE-CREDIT-AMOUNT
           MOVE WS-ENTRY-PERIOD TO JE-PERIOD
           MOVE 'N' TO JE-POSTED-FLAG
           MOVE "GLRC" TO JE-SOURCE-SYSTEM
           MOVE WS-TM-ID(WS-TMPL-IDX) TO JE-DOCUMENT-REF
           MOVE WS-RUN-DATE TO JE-TRANS-DATE
           WRITE JOURNAL-ENTRY-RECORD
           MOVE WS-ENTRY-PERIOD TO WS-TM-LAST(WS-TMPL-IDX)
           ADD 1 TO WS-GENERATED-COUNT
           IF WS-TM-ID(WS-TMPL-IDX) NOT = WS-LAST-TEMPLATE-ID
               DISPLAY "GENERATED BATCH " WS-TM-ID(WS-TMPL-IDX) " "
                   WS-TM-DESCRIPTION(WS-TMPL-IDX)
                   " FREQUENCY " WS-TM-FREQUENCY(WS-TMPL-IDX)
               MOVE WS-TM-ID(WS-TMPL-IDX) TO WS-LAST-TEMPLATE-ID
           END-IF
           DISPLAY "    " WS-TM-ACCOUNT(WS-TMPL-IDX)
               " DR " WS-TM-DEBIT(WS-TMPL-IDX)
               " CR " WS-TM-CREDIT(WS-TMPL-IDX).

           LOAD-TEMPLATES-PARA.

           MOVE ZERO TO WS-TMPL-COUNT
           MOVE 'N' TO WS-TMPL-EOF-SWITCH
           OPEN INPUT JOURNAL-TEMPLATE-FILE
           PERFORM UNTIL WS-TMPL-EOF
               READ JOURNAL-TEMPLATE-FILE
                   AT END MOVE 'Y' TO WS-TMPL-EOF-SWITCH
                   NOT AT END
                       IF WS-TMPL-COUNT < 200
                           ADD 1 TO WS-TMPL-COUNT
                           SET WS-TMPL-IDX TO WS-TMPL-COUNT
                           MOVE JT-TEMPLATE-ID TO WS-TM-ID(WS-TMPL-IDX)
                           MOVE JT-DESCRIPTION
                               TO WS-TM-DESCRIPTION(WS-TMPL-IDX)
                           MOVE JT-FREQUENCY
                               TO WS-TM-FREQUENCY(WS-TMPL-IDX)
                           MOVE JT-START-PERIOD
                               TO WS-TM-START(WS-TMPL-IDX)
                           MOVE JT-END-PERIOD TO WS-TM-END(WS-TMPL-IDX)
                           MOVE JT-ACCOUNT
                               TO WS-TM-ACCOUNT(WS-TMPL-IDX)
                           MOVE JT-DEBIT-AMOUNT
                               TO WS-TM-DEBIT(WS-TMPL-IDX)
                           MOVE JT-CREDIT-AMOUNT
                               TO WS-TM-CREDIT(WS-TMPL-IDX)
                           MOVE JT-LAST-PERIOD
                               TO WS-TM-LAST(WS-TMPL-IDX)
                       ELSE
                           DISPLAY "*** TEMPLATE FILE OUTGREW THE "
                               "TABLE - LINES PAST 200 IGNORED ***"
                           MOVE 'Y' TO WS-TMPL-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-TEMPLATE-FILE.

           SAVE-TEMPLATES-PARA.

           OPEN OUTPUT JOURNAL-TEMPLATE-FILE
           PERFORM VARYING WS-TMPL-IDX FROM 1 BY 1
                   UNTIL WS-TMPL-IDX > WS-TMPL-COUNT
               MOVE WS-TM-ID(WS-TMPL-IDX) TO JT-TEMPLATE-ID
               MOVE WS-TM-DESCRIPTION(WS-TMPL-IDX) TO JT-DESCRIPTION
               MOVE WS-TM-FREQUENCY(WS-TMPL-IDX) TO JT-FREQUENCY
               MOVE WS-TM-START(WS-TMPL-IDX) TO JT-START-PERIOD
               MOVE WS-TM-END(WS-TMPL-IDX) TO JT-END-PERIOD
               MOVE WS-TM-ACCOUNT(WS-TMPL-IDX) TO JT-ACCOUNT
               MOVE WS-TM-DEBIT(WS-TMPL-IDX) TO JT-DEBIT-AMOUNT
               MOVE WS-TM-CREDIT(WS-TMPL-IDX) TO JT-CREDIT-AMOUNT
               MOVE WS-TM-LAST(WS-TMPL-IDX) TO JT-LAST-PERIOD
               WRITE JOURNAL-TEMPLATE-RECORD
           END-PERFORM
           CLOSE JOURNAL-TEMPLATE-FILE.

      *>--------------- auto-reversing batches ------------------------

           FLAG-REVERSE-PARA.

           DISPLAY "ENTER BATCH ID TO AUTO-REVERSE "
           ACCEPT WS-ENTRY-BATCH
           DISPLAY "ENTER THE BATCH'S PERIOD (YYYYMM) "
           ACCEPT WS-ENTRY-PERIOD
           PERFORM LOAD-REVERSALS-PARA
           MOVE 'N' TO WS-REV-FOUND-SWITCH
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
               IF WS-RV-BATCH(WS-REV-IDX) = WS-ENTRY-BATCH
                       AND WS-RV-PERIOD(WS-REV-IDX) = WS-ENTRY-PERIOD
                   MOVE 'Y' TO WS-REV-FOUND-SWITCH
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ENTRY-BATCH = SPACES
                       OR WS-ENTRY-BATCH = WS-REVERSAL-BATCH
                   DISPLAY "THAT BATCH CANNOT BE FLAGGED TO REVERSE"
               WHEN WS-REV-FOUND
                   DISPLAY "BATCH ALREADY FLAGGED FOR THAT PERIOD"
               WHEN OTHER
                   MOVE WS-ENTRY-PERIOD TO WS-NEXT-PERIOD
                   PERFORM NEXT-PERIOD-PARA
                   OPEN EXTEND REVERSE-SCHEDULE-FILE
                   MOVE WS-ENTRY-BATCH TO RS-BATCH-ID
                   MOVE WS-ENTRY-PERIOD TO RS-PERIOD
                   MOVE 'P' TO RS-STATUS
                   MOVE WS-OPERATOR-ID TO RS-FLAGGED-BY
                   MOVE WS-RUN-DATE TO RS-FLAGGED-DATE
                   MOVE WS-NEXT-PERIOD TO RS-REVERSAL-PERIOD
                   WRITE REVERSE-SCHEDULE-RECORD
                   CLOSE REVERSE-SCHEDULE-FILE
                   DISPLAY "BATCH " WS-ENTRY-BATCH " OF "
                       WS-ENTRY-PERIOD " WILL REVERSE INTO "
                       WS-NEXT-PERIOD " ONCE IT HAS POSTED"
           END-EVALUATE.

           NEXT-PERIOD-PARA.

           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF.

           WRITE-REVERSALS-PARA.

      *> a flagged batch reverses only once every line of it has
      *> posted - a line still held back by a closed period keeps
      *> the whole batch waiting, so the mirror always matches
           MOVE ZERO TO WS-REVERSED-COUNT
           PERFORM LOAD-REVERSALS-PARA
           MOVE WS-JRN-COUNT TO WS-ORIGINAL-COUNT
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
               IF WS-RV-STATUS(WS-REV-IDX) = 'P'
                   PERFORM REVERSE-ONE-BATCH-PARA
               END-IF
           END-PERFORM
           IF WS-REVERSED-COUNT > ZERO
               PERFORM SAVE-REVERSALS-PARA
           END-IF.

           REVERSE-ONE-BATCH-PARA.

           MOVE ZERO TO WS-BATCH-POSTED-COUNT
           MOVE ZERO TO WS-BATCH-WAITING-COUNT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ORIGINAL-COUNT
               IF WS-JR-BATCH(WS-SCAN-IDX) = WS-RV-BATCH(WS-REV-IDX)
                       AND WS-JR-PERIOD(WS-SCAN-IDX)
                           = WS-RV-PERIOD(WS-REV-IDX)
                   IF WS-JR-POSTED(WS-SCAN-IDX) = 'P'
                       ADD 1 TO WS-BATCH-POSTED-COUNT
                   ELSE
                       ADD 1 TO WS-BATCH-WAITING-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BATCH-POSTED-COUNT > ZERO
                   AND WS-BATCH-WAITING-COUNT = ZERO
               IF WS-JRN-COUNT + WS-BATCH-POSTED-COUNT > 1000
                   DISPLAY "*** NO ROOM IN THE JOURNAL TABLE TO "
                       "REVERSE BATCH " WS-RV-BATCH(WS-REV-IDX)
                       " - LEFT PENDING ***"
               ELSE
                   MOVE WS-RV-PERIOD(WS-REV-IDX) TO WS-NEXT-PERIOD
                   PERFORM NEXT-PERIOD-PARA
                   PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                           UNTIL WS-SCAN-IDX > WS-ORIGINAL-COUNT
                       IF WS-JR-BATCH(WS-SCAN-IDX)
                               = WS-RV-BATCH(WS-REV-IDX)
                               AND WS-JR-PERIOD(WS-SCAN-IDX)
                                   = WS-RV-PERIOD(WS-REV-IDX)
                           PERFORM ADD-MIRROR-LINE-PARA
                       END-IF
                   END-PERFORM
                   MOVE 'D' TO WS-RV-STATUS(WS-REV-IDX)
                   MOVE WS-NEXT-PERIOD
                       TO WS-RV-REVERSAL-PERIOD(WS-REV-IDX)
                   ADD 1 TO WS-REVERSED-COUNT
                   DISPLAY "BATCH " WS-RV-BATCH(WS-REV-IDX) " OF "
                       WS-RV-PERIOD(WS-REV-IDX) " REVERSED INTO "
                       WS-NEXT-PERIOD " AS BATCH " WS-REVERSAL-BATCH
               END-IF
           END-IF.

           ADD-MIRROR-LINE-PARA.

           ADD 1 TO WS-JRN-COUNT
           SET WS-JRN-IDX TO WS-JRN-COUNT
           MOVE WS-REVERSAL-BATCH TO WS-JR-BATCH(WS-JRN-IDX)
           MOVE WS-JR-ACCOUNT(WS-SCAN-IDX) TO WS-JR-ACCOUNT(WS-JRN-IDX)
           MOVE WS-JR-CREDIT(WS-SCAN-IDX) TO WS-JR-DEBIT(WS-JRN-IDX)
           MOVE WS-JR-DEBIT(WS-SCAN-IDX) TO WS-JR-CREDIT(WS-JRN-IDX)
           MOVE WS-NEXT-PERIOD TO WS-JR-PERIOD(WS-JRN-IDX)
           MOVE 'N' TO WS-JR-POSTED(WS-JRN-IDX)
      *> the mirror points back at the batch and period it reverses
           MOVE "GLRV" TO WS-JR-SOURCE(WS-JRN-IDX)
           MOVE SPACES TO WS-JR-DOCUMENT-REF(WS-JRN-IDX)
           MOVE WS-RV-BATCH(WS-REV-IDX)
               TO WS-JR-DOCUMENT-REF(WS-JRN-IDX)(1:5)
           MOVE WS-RV-PERIOD(WS-REV-IDX)
               TO WS-JR-DOCUMENT-REF(WS-JRN-IDX)(7:6)
           MOVE WS-RUN-DATE TO WS-JR-TRANS-DATE(WS-JRN-IDX).

           LOAD-REVERSALS-PARA.

           MOVE ZERO TO WS-REV-COUNT
           MOVE 'N' TO WS-REV-EOF-SWITCH
           OPEN INPUT REVERSE-SCHEDULE-FILE
           PERFORM UNTIL WS-REV-EOF
               READ REVERSE-SCHEDULE-FILE
                   AT END MOVE 'Y' TO WS-REV-EOF-SWITCH
                   NOT AT END
                       IF WS-REV-COUNT < 200
                           ADD 1 TO WS-REV-COUNT
                           SET WS-REV-IDX TO WS-REV-COUNT
                           MOVE RS-BATCH-ID TO WS-RV-BATCH(WS-REV-IDX)
                           MOVE RS-PERIOD TO WS-RV-PERIOD(WS-REV-IDX)
                           MOVE RS-STATUS TO WS-RV-STATUS(WS-REV-IDX)
                           MOVE RS-FLAGGED-BY
                               TO WS-RV-FLAGGED-BY(WS-REV-IDX)
                           MOVE RS-FLAGGED-DATE
                               TO WS-RV-FLAGGED-DATE(WS-REV-IDX)
                           MOVE RS-REVERSAL-PERIOD
                               TO WS-RV-REVERSAL-PERIOD(WS-REV-IDX)
                       ELSE
                           DISPLAY "*** REVERSE SCHEDULE OUTGREW THE "
                               "TABLE - ROWS PAST 200 IGNORED ***"
                           MOVE 'Y' TO WS-REV-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVERSE-SCHEDULE-FILE.

           SAVE-REVERSALS-PARA.

           OPEN OUTPUT REVERSE-SCHEDULE-FILE
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
               MOVE WS-RV-BATCH(WS-REV-IDX) TO RS-BATCH-ID
               MOVE WS-RV-PERIOD(WS-REV-IDX) TO RS-PERIOD
               MOVE WS-RV-STATUS(WS-REV-IDX) TO RS-STATUS
               MOVE WS-RV-FLAGGED-BY(WS-REV-IDX) TO RS-FLAGGED-BY
               MOVE WS-RV-FLAGGED-DATE(WS-REV-IDX) TO RS-FLAGGED-DATE
               MOVE WS-RV-REVERSAL-PERIOD(WS-REV-IDX)
                   TO RS-REVERSAL-PERIOD
               WRITE REVERSE-SCHEDULE-RECORD
           END-PERFORM
           CLOSE REVERSE-SCHEDULE-FILE.

           SCHEDULE-LISTING-PARA.

           DISPLAY "ENTER PERIOD TO CHECK (YYYYMM, 0 = CURRENT) "
           ACCEPT WS-ENTRY-PERIOD
           IF WS-ENTRY-PERIOD = ZERO
               MOVE WS-RUN-DATE(1:6) TO WS-ENTRY-PERIOD
           END-IF
           PERFORM LOAD-TEMPLATES-PARA
           DISPLAY "----- Recurring Journal Templates -----"
           MOVE SPACES TO WS-LAST-TEMPLATE-ID
           PERFORM VARYING WS-TMPL-IDX FROM 1 BY 1
                   UNTIL WS-TMPL-IDX > WS-TMPL-COUNT
               IF WS-TM-ID(WS-TMPL-IDX) NOT = WS-LAST-TEMPLATE-ID
                   PERFORM CHECK-TEMPLATE-DUE-PARA
                   DISPLAY WS-TM-ID(WS-TMPL-IDX) " "
                       WS-TM-DESCRIPTION(WS-TMPL-IDX)
                       " FREQ " WS-TM-FREQUENCY(WS-TMPL-IDX)
                       " FROM " WS-TM-START(WS-TMPL-IDX)
                       " TO " WS-TM-END(WS-TMPL-IDX)
                       " LAST GENERATED " WS-TM-LAST(WS-TMPL-IDX)
                   IF WS-TEMPLATE-DUE
                       DISPLAY "    DUE FOR " WS-ENTRY-PERIOD
                           " - NOT YET GENERATED"
                   END-IF
                   MOVE WS-TM-ID(WS-TMPL-IDX) TO WS-LAST-TEMPLATE-ID
               END-IF
           END-PERFORM
           PERFORM LOAD-REVERSALS-PARA
           DISPLAY "----- Auto-Reversing Batches -----"
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
               IF WS-RV-STATUS(WS-REV-IDX) = 'P'
                   DISPLAY WS-RV-BATCH(WS-REV-IDX) " OF "
                       WS-RV-PERIOD(WS-REV-IDX)
                       " DUE TO REVERSE INTO "
                       WS-RV-REVERSAL-PERIOD(WS-REV-IDX)
                       " FLAGGED BY " WS-RV-FLAGGED-BY(WS-REV-IDX)
               ELSE
                   DISPLAY WS-RV-BATCH(WS-REV-IDX) " OF "
                       WS-RV-PERIOD(WS-REV-IDX)
                       " REVERSED INTO "
                       WS-RV-REVERSAL-PERIOD(WS-REV-IDX)
               END-IF
           END-PERFORM.

       END PROGRAM GlPostingRun.
