       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesTaxReturn.
       ENVIRONMENT DIVISION.
           *> periodic sales-tax return off the TAX-LEDGER - the
           *> months the return covers (the TAXMNTHS row on CTLPARM,
           *> three when missing) end with the last complete month
           *> before the run date; by tax code it shows sales net and
           *> the output tax on them (credit notes taken off),
           *> purchases net and the input tax on them split
           *> recoverable and not, then the output tax due, the
           *> recoverable input tax and the net payable or repayable
           *> every tax account is then tied to GL-MASTER - the
           *> ledger's output tax less recoverable input tax on the
           *> account against the account's credit balance over the
           *> same periods - and a difference is flagged, since it
           *> means tax journals not yet posted or a manual posting
           *> to a tax account
           *> cleared by the job schedule like the other batch jobs,
           *> spooled to TAXRET and logged to RUN-CONTROL
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

           SELECT OPTIONAL SALES-TAX-CODE-FILE ASSIGN TO "TAXCODE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXCODE-STATUS.

           SELECT OPTIONAL TAX-LEDGER-FILE ASSIGN TO "TAXLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-LEDGER-STATUS.

           SELECT OPTIONAL GL-MASTER-FILE ASSIGN TO "GLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-BALANCE-KEY
               FILE STATUS IS WS-GLMAST-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "TAXRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       FD SALES-TAX-CODE-FILE.
           COPY TAXCODE.

       FD TAX-LEDGER-FILE.
           COPY TAXLEDG.

       FD GL-MASTER-FILE.
           COPY GLMASTER.

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
           01 WS-ALERT-JOB PIC X(08) VALUE "TAXRET  ".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-TAXCODE-STATUS PIC X(02) VALUE SPACES.
           01 WS-TAX-LEDGER-STATUS PIC X(02) VALUE SPACES.
           01 WS-GLMAST-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-PER-PAGE PIC 9(03) VALUE 50.
           01 WS-PAGE-TITLE PIC X(50) VALUE SPACES.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-MONTHS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-MONTHS-FOUND VALUE 'Y'.
           01 WS-GLMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88 WS-GLMAST-OPEN VALUE 'Y'.
           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-OVERFLOWED VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "TAXRET  ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

      *> the return period, as accounting periods YYYYMM
           01 WS-RETURN-MONTHS PIC 9(02) VALUE 3.
           01 WS-START-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-END-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
               05 WS-PERIOD-YEAR PIC 9(04).
               05 WS-PERIOD-MONTH PIC 9(02).
           01 WS-MONTH-NUMBER PIC 9(06) VALUE ZERO.

           01 WS-CODE-TABLE.
               02 WS-CODE-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-CODE-IDX.
                   05 WS-CD-CODE PIC X(02).
                   05 WS-CD-DESCRIPTION PIC X(20).
                   05 WS-CD-RATE PIC 9(02)V999.
                   05 WS-CD-OUTPUT-ACCOUNT PIC X(10).
                   05 WS-CD-INPUT-ACCOUNT PIC X(10).
                   05 WS-CD-SALES-NET PIC S9(11)V99.
                   05 WS-CD-OUTPUT-TAX PIC S9(11)V99.
                   05 WS-CD-PURCHASE-NET PIC S9(11)V99.
                   05 WS-CD-RECOVERABLE PIC S9(11)V99.
                   05 WS-CD-NOT-RECOVERABLE PIC S9(11)V99.
           01 WS-CODE-COUNT PIC 9(03) VALUE ZERO.

           01 WS-ACCOUNT-TABLE.
               02 WS-ACCOUNT-ENTRY OCCURS 40 TIMES
                       INDEXED BY WS-ACCT-IDX.
                   05 WS-AC-ACCOUNT PIC X(10).
                   05 WS-AC-LEDGER PIC S9(11)V99.
                   05 WS-AC-GL PIC S9(11)V99.
           01 WS-ACCOUNT-COUNT PIC 9(03) VALUE ZERO.
           01 WS-FIND-ACCOUNT PIC X(10) VALUE SPACES.

           01 WS-TOTALS.
               05 WS-TOT-SALES-NET PIC S9(11)V99 VALUE ZERO.
               05 WS-TOT-OUTPUT-TAX PIC S9(11)V99 VALUE ZERO.
               05 WS-TOT-PURCHASE-NET PIC S9(11)V99 VALUE ZERO.
               05 WS-TOT-RECOVERABLE PIC S9(11)V99 VALUE ZERO.
               05 WS-TOT-NOT-RECOVERABLE PIC S9(11)V99 VALUE ZERO.
           01 WS-NET-PAYABLE PIC S9(11)V99 VALUE ZERO.
           01 WS-DIFFERENCE PIC S9(11)V99 VALUE ZERO.
           01 WS-DIFFERENCE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-READ PIC 9(07) VALUE ZERO.

           01 WS-EDIT-RATE PIC Z9.999.
           01 WS-EDIT-SALES PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-OUTPUT PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-PURCHASE PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-RECOVERABLE PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-NOT-RECOVERABLE PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-CONTROL-PARMS-PARA
           PERFORM SET-RETURN-PERIOD-PARA
           PERFORM LOAD-TAX-CODES-PARA

           OPEN INPUT TAX-LEDGER-FILE
           MOVE WS-TAX-LEDGER-STATUS TO WS-CHECK-STATUS
           MOVE "TAXLEDG " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ TAX-LEDGER-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF TJ-PERIOD >= WS-START-PERIOD
                               AND TJ-PERIOD <= WS-END-PERIOD
                           ADD 1 TO WS-LINES-READ
                           PERFORM ACCUMULATE-LINE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-LEDGER-FILE
           IF WS-OVERFLOWED
               DISPLAY "*** MORE TAX CODES OR ACCOUNTS THAN THE "
                   "TABLES HOLD - RUN STOPPED ***"
               STOP RUN
           END-IF

           PERFORM TIE-TO-GL-PARA

           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "TAXRET  " TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM PRINT-RETURN-PARA
           PERFORM PRINT-GL-TIE-PARA
           CLOSE PRINT-FILE
           PERFORM LOG-RUN-CONTROL-PARA

           DISPLAY "----- Sales Tax Return -----"
           DISPLAY "PERIODS " WS-START-PERIOD " TO " WS-END-PERIOD
           DISPLAY "OUTPUT TAX " WS-EDIT-OUTPUT
               "  RECOVERABLE INPUT TAX " WS-EDIT-RECOVERABLE
           IF WS-DIFFERENCE-COUNT > ZERO
               DISPLAY "*** " WS-DIFFERENCE-COUNT
                   " TAX ACCOUNT(S) DO NOT AGREE TO GL-MASTER ***"
           END-IF
           DISPLAY "RETURN SPOOLED TO TAXRET - "
               WS-PAGE-NUMBER " PAGES"

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

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CONTROL-PARAMETER-FILE
           PERFORM UNTIL WS-EOF
               READ CONTROL-PARAMETER-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF CP-PARM-CODE = "TAXMNTHS"
                               AND CP-PARM-VALUE > ZERO
                           MOVE CP-PARM-VALUE TO WS-RETURN-MONTHS
                           MOVE 'Y' TO WS-MONTHS-FOUND-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-PARAMETER-FILE
           IF NOT WS-MONTHS-FOUND
               DISPLAY "NO TAXMNTHS ROW ON CTLPARM - RETURN COVERS "
                   WS-RETURN-MONTHS " MONTHS"
           END-IF.

           SET-RETURN-PERIOD-PARA.

      *> months are counted as year x 12 + month - 1 so stepping
      *> back across a year end is plain subtraction
           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
           COMPUTE WS-MONTH-NUMBER =
               WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH - 1
           SUBTRACT 1 FROM WS-MONTH-NUMBER
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-PERIOD-YEAR
               REMAINDER WS-PERIOD-MONTH
           ADD 1 TO WS-PERIOD-MONTH
           MOVE WS-PERIOD TO WS-END-PERIOD
           SUBTRACT WS-RETURN-MONTHS FROM WS-MONTH-NUMBER
           ADD 1 TO WS-MONTH-NUMBER
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-PERIOD-YEAR
               REMAINDER WS-PERIOD-MONTH
           ADD 1 TO WS-PERIOD-MONTH
           MOVE WS-PERIOD TO WS-START-PERIOD.

           LOAD-TAX-CODES-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SALES-TAX-CODE-FILE
           PERFORM UNTIL WS-EOF
               READ SALES-TAX-CODE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-CODE-COUNT < 50
                           ADD 1 TO WS-CODE-COUNT
                           SET WS-CODE-IDX TO WS-CODE-COUNT
                           INITIALIZE WS-CODE-ENTRY(WS-CODE-IDX)
                           MOVE TX-TAX-CODE TO WS-CD-CODE(WS-CODE-IDX)
                           MOVE TX-DESCRIPTION
                               TO WS-CD-DESCRIPTION(WS-CODE-IDX)
                           MOVE TX-RATE TO WS-CD-RATE(WS-CODE-IDX)
                           MOVE TX-OUTPUT-ACCOUNT
                               TO WS-CD-OUTPUT-ACCOUNT(WS-CODE-IDX)
                           MOVE TX-INPUT-ACCOUNT
                               TO WS-CD-INPUT-ACCOUNT(WS-CODE-IDX)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-TAX-CODE-FILE.

      *>--------------- accumulation ---------------------------------

           ACCUMULATE-LINE-PARA.

           SET WS-CODE-IDX TO 1
           SEARCH WS-CODE-ENTRY
               AT END
                   PERFORM ADD-CODE-PARA
               WHEN WS-CODE-IDX > WS-CODE-COUNT
                   PERFORM ADD-CODE-PARA
               WHEN WS-CD-CODE(WS-CODE-IDX) = TJ-TAX-CODE
                   CONTINUE
           END-SEARCH
           IF NOT WS-OVERFLOWED
               IF TJ-OUTPUT-TAX
                   ADD TJ-NET-AMOUNT TO WS-CD-SALES-NET(WS-CODE-IDX)
                       WS-TOT-SALES-NET
                   ADD TJ-TAX-AMOUNT TO WS-CD-OUTPUT-TAX(WS-CODE-IDX)
                       WS-TOT-OUTPUT-TAX
                   IF TJ-TAX-AMOUNT NOT = ZERO
                       MOVE WS-CD-OUTPUT-ACCOUNT(WS-CODE-IDX)
                           TO WS-FIND-ACCOUNT
                       PERFORM FIND-ACCOUNT-PARA
                       ADD TJ-TAX-AMOUNT TO WS-AC-LEDGER(WS-ACCT-IDX)
                   END-IF
               ELSE
                   ADD TJ-NET-AMOUNT
                       TO WS-CD-PURCHASE-NET(WS-CODE-IDX)
                       WS-TOT-PURCHASE-NET
                   IF TJ-INPUT-RECOVERABLE
                       ADD TJ-TAX-AMOUNT
                           TO WS-CD-RECOVERABLE(WS-CODE-IDX)
                           WS-TOT-RECOVERABLE
                       IF TJ-TAX-AMOUNT NOT = ZERO
                           MOVE WS-CD-INPUT-ACCOUNT(WS-CODE-IDX)
                               TO WS-FIND-ACCOUNT
                           PERFORM FIND-ACCOUNT-PARA
                           SUBTRACT TJ-TAX-AMOUNT
                               FROM WS-AC-LEDGER(WS-ACCT-IDX)
                       END-IF
                   ELSE
                       ADD TJ-TAX-AMOUNT
                           TO WS-CD-NOT-RECOVERABLE(WS-CODE-IDX)
                           WS-TOT-NOT-RECOVERABLE
                   END-IF
               END-IF
           END-IF.

           ADD-CODE-PARA.

      *> a code on the ledger but not the table - the exempt-customer
      *> code EX, or a code since dropped from the table
           IF WS-CODE-COUNT = 50
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
               SET WS-CODE-IDX TO 1
           ELSE
               ADD 1 TO WS-CODE-COUNT
               SET WS-CODE-IDX TO WS-CODE-COUNT
               INITIALIZE WS-CODE-ENTRY(WS-CODE-IDX)
               MOVE TJ-TAX-CODE TO WS-CD-CODE(WS-CODE-IDX)
               IF TJ-TAX-CODE = "EX"
                   MOVE "EXEMPT CUSTOMERS" TO
                       WS-CD-DESCRIPTION(WS-CODE-IDX)
               ELSE
                   MOVE "** NOT ON TABLE **" TO
                       WS-CD-DESCRIPTION(WS-CODE-IDX)
               END-IF
           END-IF.

           FIND-ACCOUNT-PARA.

           SET WS-ACCT-IDX TO 1
           SEARCH WS-ACCOUNT-ENTRY
               AT END
                   PERFORM ADD-ACCOUNT-PARA
               WHEN WS-ACCT-IDX > WS-ACCOUNT-COUNT
                   PERFORM ADD-ACCOUNT-PARA
               WHEN WS-AC-ACCOUNT(WS-ACCT-IDX) = WS-FIND-ACCOUNT
                   CONTINUE
           END-SEARCH.

           ADD-ACCOUNT-PARA.

           IF WS-ACCOUNT-COUNT = 40
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
               SET WS-ACCT-IDX TO 1
           ELSE
               ADD 1 TO WS-ACCOUNT-COUNT
               SET WS-ACCT-IDX TO WS-ACCOUNT-COUNT
               MOVE WS-FIND-ACCOUNT TO WS-AC-ACCOUNT(WS-ACCT-IDX)
               MOVE ZERO TO WS-AC-LEDGER(WS-ACCT-IDX)
               MOVE ZERO TO WS-AC-GL(WS-ACCT-IDX)
           END-IF.

      *>--------------- GL tie -----------------------------------------

           TIE-TO-GL-PARA.

      *> every tax account's credit balance over the return periods
      *> - output tax lands as credits, recoverable input tax as
      *> debits, so an account both sides share nets the same way
      *> the ledger figure does
           OPEN INPUT GL-MASTER-FILE
           IF WS-GLMAST-STATUS = "00"
               MOVE 'Y' TO WS-GLMAST-OPEN-SWITCH
           ELSE
               IF WS-GLMAST-STATUS = "05"
                   CLOSE GL-MASTER-FILE
               END-IF
               DISPLAY "NO GL-MASTER - EVERY TAX ACCOUNT WILL SHOW "
                   "A DIFFERENCE"
           END-IF
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               MOVE ZERO TO WS-AC-GL(WS-ACCT-IDX)
               IF WS-GLMAST-OPEN
                   MOVE WS-START-PERIOD TO WS-PERIOD
                   PERFORM UNTIL WS-PERIOD > WS-END-PERIOD
                       MOVE WS-AC-ACCOUNT(WS-ACCT-IDX) TO GL-ACCOUNT
                       MOVE WS-PERIOD TO GL-PERIOD
                       READ GL-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               COMPUTE WS-AC-GL(WS-ACCT-IDX) =
                                   WS-AC-GL(WS-ACCT-IDX)
                                   + GL-CREDITS - GL-DEBITS
                       END-READ
                       IF WS-PERIOD-MONTH = 12
                           ADD 1 TO WS-PERIOD-YEAR
                           MOVE 1 TO WS-PERIOD-MONTH
                       ELSE
                           ADD 1 TO WS-PERIOD-MONTH
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-GLMAST-OPEN
               CLOSE GL-MASTER-FILE
           END-IF.

      *>--------------- report -----------------------------------------

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
           MOVE WS-PAGE-TITLE TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   RETURN PERIODS " DELIMITED BY SIZE
               WS-START-PERIOD DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-END-PERIOD DELIMITED BY SIZE
               "   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

           PRINT-RETURN-PARA.

           MOVE "----- Sales Tax Return -----" TO WS-PAGE-TITLE
           PERFORM PRINT-HEADER-PARA
           MOVE "CODE DESCRIPTION            RATE%" TO WS-PRINT-LINE
           MOVE "SALES NET" TO WS-PRINT-LINE(40:9)
           MOVE "OUTPUT TAX" TO WS-PRINT-LINE(55:10)
           MOVE "PURCHASES NET" TO WS-PRINT-LINE(68:13)
           MOVE "RECOVERABLE" TO WS-PRINT-LINE(86:11)
           MOVE "NOT RECOVERABLE" TO WS-PRINT-LINE(98:15)
           PERFORM PRINT-LINE-PARA
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-COUNT
               IF WS-LINE-COUNT > WS-LINES-PER-PAGE
                   PERFORM PRINT-HEADER-PARA
               END-IF
               MOVE WS-CD-RATE(WS-CODE-IDX) TO WS-EDIT-RATE
               MOVE WS-CD-SALES-NET(WS-CODE-IDX) TO WS-EDIT-SALES
               MOVE WS-CD-OUTPUT-TAX(WS-CODE-IDX) TO WS-EDIT-OUTPUT
               MOVE WS-CD-PURCHASE-NET(WS-CODE-IDX)
                   TO WS-EDIT-PURCHASE
               MOVE WS-CD-RECOVERABLE(WS-CODE-IDX)
                   TO WS-EDIT-RECOVERABLE
               MOVE WS-CD-NOT-RECOVERABLE(WS-CODE-IDX)
                   TO WS-EDIT-NOT-RECOVERABLE
               STRING WS-CD-CODE(WS-CODE-IDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-CD-DESCRIPTION(WS-CODE-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-RATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-SALES DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-OUTPUT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-PURCHASE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-RECOVERABLE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-NOT-RECOVERABLE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-PERFORM
           PERFORM PRINT-LINE-PARA
           MOVE WS-TOT-SALES-NET TO WS-EDIT-SALES
           MOVE WS-TOT-OUTPUT-TAX TO WS-EDIT-OUTPUT
           MOVE WS-TOT-PURCHASE-NET TO WS-EDIT-PURCHASE
           MOVE WS-TOT-RECOVERABLE TO WS-EDIT-RECOVERABLE
           MOVE WS-TOT-NOT-RECOVERABLE TO WS-EDIT-NOT-RECOVERABLE
           STRING "ALL CODES" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           STRING WS-EDIT-SALES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-OUTPUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-PURCHASE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-RECOVERABLE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-NOT-RECOVERABLE DELIMITED BY SIZE
               INTO WS-PRINT-LINE(34:80)
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA

           COMPUTE WS-NET-PAYABLE =
               WS-TOT-OUTPUT-TAX - WS-TOT-RECOVERABLE
           MOVE WS-TOT-OUTPUT-TAX TO WS-EDIT-AMOUNT
           STRING "OUTPUT TAX DUE                 " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-TOT-RECOVERABLE TO WS-EDIT-AMOUNT
           STRING "LESS RECOVERABLE INPUT TAX     " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-NET-PAYABLE TO WS-EDIT-AMOUNT
           IF WS-NET-PAYABLE < ZERO
               STRING "NET TAX REPAYABLE              "
                       DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING "NET TAX PAYABLE                "
                       DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM PRINT-LINE-PARA
           MOVE WS-TOT-OUTPUT-TAX TO WS-EDIT-OUTPUT
           MOVE WS-TOT-RECOVERABLE TO WS-EDIT-RECOVERABLE.

           PRINT-GL-TIE-PARA.

           PERFORM PRINT-LINE-PARA
           MOVE "TAX ACCOUNTS AGAINST GL-MASTER (CREDIT BALANCE)"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE "ACCOUNT" TO WS-PRINT-LINE
           MOVE "PER TAX LEDGER" TO WS-PRINT-LINE(13:14)
           MOVE "PER GL-MASTER" TO WS-PRINT-LINE(30:13)
           MOVE "DIFFERENCE" TO WS-PRINT-LINE(49:10)
           PERFORM PRINT-LINE-PARA
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               IF WS-LINE-COUNT > WS-LINES-PER-PAGE
                   PERFORM PRINT-HEADER-PARA
               END-IF
               COMPUTE WS-DIFFERENCE =
                   WS-AC-LEDGER(WS-ACCT-IDX) - WS-AC-GL(WS-ACCT-IDX)
               MOVE WS-AC-LEDGER(WS-ACCT-IDX) TO WS-EDIT-SALES
               MOVE WS-AC-GL(WS-ACCT-IDX) TO WS-EDIT-PURCHASE
               MOVE WS-DIFFERENCE TO WS-EDIT-AMOUNT
               STRING WS-AC-ACCOUNT(WS-ACCT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-SALES DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-PURCHASE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               IF WS-DIFFERENCE = ZERO
                   MOVE "AGREES" TO WS-PRINT-LINE(61:6)
               ELSE
                   ADD 1 TO WS-DIFFERENCE-COUNT
                   MOVE "*** UNPOSTED TAX JOURNAL OR MANUAL POSTING"
                       TO WS-PRINT-LINE(61:42)
               END-IF
               PERFORM PRINT-LINE-PARA
           END-PERFORM.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "TAXRET  " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-LINES-READ TO RC-RECORDS-PROCESSED
           MOVE WS-TOT-OUTPUT-TAX TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM SalesTaxReturn.
