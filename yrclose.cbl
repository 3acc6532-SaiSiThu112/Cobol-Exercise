       IDENTIFICATION DIVISION.
       PROGRAM-ID. YearEndClose.
       ENVIRONMENT DIVISION.
           *> fiscal year-end close - the operator keys the last
           *> period of the year, which must be the month before the
           *> FYSTART month held on CTLPARM, and the close refuses
           *> while any journal line of the year is still unposted
           *> every revenue and expense account is closed into the
           *> retained-earnings account (RETEARN text on CTLPARM,
           *> RETAINEARN when missing) by a closing journal, batch
           *> YECLS in the year's last period; the closing lines are
           *> stamped posted without touching that period's balances,
           *> so the year's own statements still read as they were -
           *> their effect is carried by the opening balances
           *> every asset, liability and equity account's balance
           *> since the last year-end - retained earnings with the
           *> year's result added - is written as an opening-balance
           *> row on GL-MASTER in the new year's first period, and
           *> all twelve periods are then locked (status Y) on
           *> GL-PERIOD against further posting
           *> the closing proof spools to YRCLOSE: every closing line,
           *> every opening balance, and the proof that both sides of
           *> each agree
           *> closing lines now carry source YECL and the year closed
           *> as document reference
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-MASTER-FILE ASSIGN TO "GLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-BALANCE-KEY
               FILE STATUS IS WS-GLMAST-STATUS.

           SELECT CHART-OF-ACCOUNTS ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NUMBER
               FILE STATUS IS WS-CHART-STATUS.

           SELECT OPTIONAL GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

           SELECT PRINT-FILE ASSIGN TO "YRCLOSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GL-MASTER-FILE.
           COPY GLMASTER.

       FD CHART-OF-ACCOUNTS.
           COPY CHARTACC.

       FD GL-PERIOD-FILE.
           COPY GLPERIOD.

       FD JOURNAL-FILE.
           COPY JRNLENT.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-GLMAST-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHART-STATUS PIC X(02) VALUE SPACES.
           01 WS-PERIOD-STATUS PIC X(02) VALUE SPACES.
           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-GL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-GL-EOF VALUE 'Y'.
           01 WS-REFUSED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-REFUSED VALUE 'Y'.
           01 WS-FYSTART-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FYSTART-FOUND VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
           01 WS-CONFIRM PIC X(01) VALUE 'N'.
           01 WS-RETAINED-EARNINGS-ACCT PIC X(10) VALUE "RETAINEARN".
           01 WS-CLOSING-BATCH PIC X(05) VALUE "YECLS".

      *> the year being closed - twelve periods ending at the one
      *> keyed - and the first period of the year that follows
           01 WS-FY-START-MONTH PIC 9(02) VALUE 1.
           01 WS-EXPECTED-MONTH PIC 9(02) VALUE ZERO.
           01 WS-LAST-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-LAST-PERIOD-FIELDS REDEFINES WS-LAST-PERIOD.
               05 WS-LAST-YYYY PIC 9(04).
               05 WS-LAST-MM PIC 9(02).
           01 WS-FIRST-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-FIRST-PERIOD-FIELDS REDEFINES WS-FIRST-PERIOD.
               05 WS-FIRST-YYYY PIC 9(04).
               05 WS-FIRST-MM PIC 9(02).
           01 WS-OPENING-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-OPENING-PERIOD-FIELDS REDEFINES WS-OPENING-PERIOD.
               05 WS-OPENING-YYYY PIC 9(04).
               05 WS-OPENING-MM PIC 9(02).
           01 WS-LOCK-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-LOCK-PERIOD-FIELDS REDEFINES WS-LOCK-PERIOD.
               05 WS-LOCK-YYYY PIC 9(04).
               05 WS-LOCK-MM PIC 9(02).
           01 WS-LOCK-SUB PIC 9(02) VALUE ZERO.
           01 WS-PRIOR-LOCKED-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-UNPOSTED-COUNT PIC 9(07) VALUE ZERO.

      *> one row per account with a balance since the last close,
      *> signed debit-positive
           01 WS-ACCOUNT-TABLE.
               02 WS-ACCT-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-ACCT-IDX.
                   05 WS-ACCT-NUMBER PIC X(10).
                   05 WS-ACCT-TYPE PIC X(01).
                   05 WS-ACCT-BALANCE PIC S9(11)V99.
           01 WS-ACCOUNT-COUNT PIC 9(03) VALUE ZERO.
           01 WS-ACCT-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ACCT-FOUND VALUE 'Y'.
           01 WS-RE-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-RE-FOUND VALUE 'Y'.

           01 WS-NET-RESULT PIC S9(11)V99 VALUE ZERO.
           01 WS-LINE-AMOUNT PIC 9(09)V99 VALUE ZERO.
           01 WS-CLOSE-DEBITS PIC 9(13)V99 VALUE ZERO.
           01 WS-CLOSE-CREDITS PIC 9(13)V99 VALUE ZERO.
           01 WS-OPEN-DEBITS PIC 9(13)V99 VALUE ZERO.
           01 WS-OPEN-CREDITS PIC 9(13)V99 VALUE ZERO.
           01 WS-CLOSE-COUNT PIC 9(05) VALUE ZERO.
           01 WS-OPEN-COUNT PIC 9(05) VALUE ZERO.

           01 WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-TOTAL PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-RESULT PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "ENTER YOUR OPERATOR ID "
           ACCEPT WS-OPERATOR-ID
           PERFORM LOAD-CONTROL-PARMS-PARA

           DISPLAY "ENTER LAST PERIOD OF THE FISCAL YEAR TO CLOSE "
               "(YYYYMM) "
           ACCEPT WS-LAST-PERIOD
           PERFORM BUILD-YEAR-PARA
           PERFORM CHECK-PERIODS-PARA
           IF NOT WS-REFUSED
               PERFORM COUNT-UNPOSTED-PARA
           END-IF
           IF NOT WS-REFUSED
               PERFORM LOAD-BALANCES-PARA
           END-IF
           IF WS-REFUSED
               DISPLAY "YEAR-END CLOSE REFUSED - NOTHING CHANGED"
               STOP RUN
           END-IF

           DISPLAY "CLOSING FISCAL YEAR " WS-FIRST-PERIOD " - "
               WS-LAST-PERIOD " INTO " WS-RETAINED-EARNINGS-ACCT
           DISPLAY "OPENING BALANCES WILL BE WRITTEN IN "
               WS-OPENING-PERIOD " AND THE YEAR LOCKED"
           DISPLAY "CONFIRM (Y/N) "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "YEAR-END CLOSE ABANDONED - NOTHING CHANGED"
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE
           MOVE "----- Year-End Closing Proof -----" TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "FISCAL YEAR : " DELIMITED BY SIZE
               WS-FIRST-PERIOD DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-LAST-PERIOD DELIMITED BY SIZE
               "   RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   OPERATOR : " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA

           PERFORM WRITE-CLOSING-JOURNAL-PARA
           PERFORM WRITE-OPENING-BALANCES-PARA
           PERFORM LOCK-YEAR-PARA
           PERFORM PRINT-PROOF-PARA
           CLOSE PRINT-FILE

           DISPLAY "----- Year-End Close -----"
           DISPLAY "NET RESULT CLOSED  : " WS-NET-RESULT
           DISPLAY "CLOSING LINES      : " WS-CLOSE-COUNT
           DISPLAY "OPENING BALANCES   : " WS-OPEN-COUNT
           DISPLAY "PERIODS " WS-FIRST-PERIOD " - " WS-LAST-PERIOD
               " LOCKED"
           DISPLAY "CLOSING PROOF SPOOLED TO YRCLOSE"

            STOP RUN.

           LOAD-CONTROL-PARMS-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CONTROL-PARAMETER-FILE
           PERFORM UNTIL WS-EOF
               READ CONTROL-PARAMETER-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF CP-PARM-CODE = "FYSTART "
                               AND CP-PARM-VALUE >= 1
                               AND CP-PARM-VALUE <= 12
                           MOVE CP-PARM-VALUE TO WS-FY-START-MONTH
                           MOVE 'Y' TO WS-FYSTART-FOUND-SWITCH
                       END-IF
                       IF CP-PARM-CODE = "RETEARN "
                               AND CP-PARM-TEXT NOT = SPACES
                           MOVE CP-PARM-TEXT(1:10)
                               TO WS-RETAINED-EARNINGS-ACCT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-PARAMETER-FILE
           IF NOT WS-FYSTART-FOUND
               DISPLAY "NO FYSTART ROW ON CTLPARM - FISCAL YEAR "
                   "TAKEN AS STARTING IN MONTH " WS-FY-START-MONTH
           END-IF.

           BUILD-YEAR-PARA.

      *> the year runs twelve periods back from the one keyed, and
      *> the opening balances land in the period after it
           MOVE WS-LAST-PERIOD TO WS-FIRST-PERIOD
           IF WS-LAST-MM = 12
               MOVE 1 TO WS-FIRST-MM
           ELSE
               SUBTRACT 1 FROM WS-FIRST-YYYY
               ADD 1 TO WS-FIRST-MM
           END-IF
           MOVE WS-LAST-PERIOD TO WS-OPENING-PERIOD
           IF WS-OPENING-MM = 12
               ADD 1 TO WS-OPENING-YYYY
               MOVE 1 TO WS-OPENING-MM
           ELSE
               ADD 1 TO WS-OPENING-MM
           END-IF
           IF WS-FY-START-MONTH = 1
               MOVE 12 TO WS-EXPECTED-MONTH
           ELSE
               COMPUTE WS-EXPECTED-MONTH = WS-FY-START-MONTH - 1
           END-IF
           IF WS-LAST-MM NOT = WS-EXPECTED-MONTH
               DISPLAY "PERIOD " WS-LAST-PERIOD " IS NOT A FISCAL "
                   "YEAR-END - THE YEAR ENDS IN MONTH "
                   WS-EXPECTED-MONTH
               MOVE 'Y' TO WS-REFUSED-SWITCH
           END-IF.

           CHECK-PERIODS-PARA.

      *> a year already locked cannot close twice, and the opening
      *> balances cannot go into a period that is itself closed;
      *> the last year locked before this one is where the balance
      *> sheet accounts' opening rows were written
           MOVE ZERO TO WS-PRIOR-LOCKED-PERIOD
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GL-PERIOD-FILE
           PERFORM UNTIL WS-EOF
               READ GL-PERIOD-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF GP-YEAR-LOCKED
                               AND GP-PERIOD = WS-LAST-PERIOD
                           DISPLAY "FISCAL YEAR ENDING "
                               WS-LAST-PERIOD " IS ALREADY CLOSED"
                           MOVE 'Y' TO WS-REFUSED-SWITCH
                       END-IF
                       IF GP-YEAR-LOCKED
                               AND GP-PERIOD < WS-FIRST-PERIOD
                               AND GP-PERIOD > WS-PRIOR-LOCKED-PERIOD
                           MOVE GP-PERIOD TO WS-PRIOR-LOCKED-PERIOD
                       END-IF
                       IF GP-PERIOD-CLOSED
                               AND GP-PERIOD = WS-OPENING-PERIOD
                           DISPLAY "OPENING PERIOD " WS-OPENING-PERIOD
                               " IS CLOSED"
                           MOVE 'Y' TO WS-REFUSED-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-PERIOD-FILE.

           COUNT-UNPOSTED-PARA.

           MOVE ZERO TO WS-UNPOSTED-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT JOURNAL-FILE
           PERFORM UNTIL WS-EOF
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF JE-UNPOSTED
                               AND JE-PERIOD <= WS-LAST-PERIOD
                           ADD 1 TO WS-UNPOSTED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF WS-UNPOSTED-COUNT > ZERO
               DISPLAY WS-UNPOSTED-COUNT " JOURNAL LINES FOR THE "
                   "YEAR ARE STILL UNPOSTED - RUN THE GL POSTING "
                   "FIRST"
               MOVE 'Y' TO WS-REFUSED-SWITCH
           END-IF.

      *>--------------- balances -------------------------------------

           LOAD-BALANCES-PARA.

           MOVE ZERO TO WS-ACCOUNT-COUNT
           OPEN INPUT CHART-OF-ACCOUNTS
           OPEN INPUT GL-MASTER-FILE
           MOVE 'N' TO WS-GL-EOF-SWITCH
           MOVE SPACES TO GL-ACCOUNT
           MOVE ZERO TO GL-PERIOD
           START GL-MASTER-FILE KEY >= GL-BALANCE-KEY
               INVALID KEY MOVE 'Y' TO WS-GL-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-GL-EOF
               READ GL-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-GL-EOF-SWITCH
                   NOT AT END
                       IF GL-PERIOD > WS-PRIOR-LOCKED-PERIOD
                               AND GL-PERIOD <= WS-LAST-PERIOD
                           PERFORM ACCUMULATE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MASTER-FILE
      *> retained earnings has to be a real equity account even in
      *> a year it carried no movement
           MOVE WS-RETAINED-EARNINGS-ACCT TO CA-ACCOUNT-NUMBER
           READ CHART-OF-ACCOUNTS
               INVALID KEY
                   DISPLAY "RETAINED EARNINGS ACCOUNT "
                       WS-RETAINED-EARNINGS-ACCT " NOT ON THE CHART"
                   MOVE 'Y' TO WS-REFUSED-SWITCH
               NOT INVALID KEY
                   IF NOT CA-EQUITY
                       DISPLAY "RETAINED EARNINGS ACCOUNT "
                           WS-RETAINED-EARNINGS-ACCT
                           " IS NOT AN EQUITY ACCOUNT"
                       MOVE 'Y' TO WS-REFUSED-SWITCH
                   END-IF
           END-READ
           CLOSE CHART-OF-ACCOUNTS.

           ACCUMULATE-PARA.

           MOVE 'N' TO WS-ACCT-FOUND-SWITCH
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
                       OR WS-ACCT-FOUND
               IF WS-ACCT-NUMBER(WS-ACCT-IDX) = GL-ACCOUNT
                   MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-ACCT-FOUND
               SET WS-ACCT-IDX DOWN BY 1
           ELSE
               IF WS-ACCOUNT-COUNT = 500
                   DISPLAY "*** MORE THAN 500 ACCOUNTS CARRY A "
                       "BALANCE ***"
                   MOVE 'Y' TO WS-REFUSED-SWITCH
                   MOVE 'Y' TO WS-GL-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET WS-ACCT-IDX TO WS-ACCOUNT-COUNT
                   MOVE GL-ACCOUNT TO WS-ACCT-NUMBER(WS-ACCT-IDX)
                   MOVE ZERO TO WS-ACCT-BALANCE(WS-ACCT-IDX)
                   MOVE GL-ACCOUNT TO CA-ACCOUNT-NUMBER
                   READ CHART-OF-ACCOUNTS
                       INVALID KEY
                           DISPLAY "ACCOUNT " GL-ACCOUNT " CARRIES A "
                               "BALANCE BUT IS NOT ON THE CHART"
                           MOVE 'Y' TO WS-REFUSED-SWITCH
                           MOVE SPACE TO WS-ACCT-TYPE(WS-ACCT-IDX)
                       NOT INVALID KEY
                           MOVE CA-ACCOUNT-TYPE
                               TO WS-ACCT-TYPE(WS-ACCT-IDX)
                   END-READ
               END-IF
           END-IF
           IF NOT WS-GL-EOF
               ADD GL-DEBITS TO WS-ACCT-BALANCE(WS-ACCT-IDX)
               SUBTRACT GL-CREDITS FROM WS-ACCT-BALANCE(WS-ACCT-IDX)
           END-IF.

      *>--------------- closing journal --------------------------------

           WRITE-CLOSING-JOURNAL-PARA.

           MOVE "CLOSING JOURNAL - BATCH YECLS" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE "ACCOUNT" TO WS-PRINT-LINE
           MOVE "DEBIT" TO WS-PRINT-LINE(26:5)
           MOVE "CREDIT" TO WS-PRINT-LINE(40:6)
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-NET-RESULT
           OPEN EXTEND JOURNAL-FILE
           MOVE WS-CLOSING-BATCH TO JE-BATCH-ID
           MOVE WS-LAST-PERIOD TO JE-PERIOD
           MOVE 'P' TO JE-POSTED-FLAG
           MOVE "YECL" TO JE-SOURCE-SYSTEM
           MOVE SPACES TO JE-DOCUMENT-REF
           STRING "YEAR END " DELIMITED BY SIZE
               WS-LAST-PERIOD DELIMITED BY SIZE
               INTO JE-DOCUMENT-REF
           END-STRING
           MOVE WS-RUN-DATE TO JE-TRANS-DATE
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               IF (WS-ACCT-TYPE(WS-ACCT-IDX) = 'R'
                       OR WS-ACCT-TYPE(WS-ACCT-IDX) = 'E')
                       AND WS-ACCT-BALANCE(WS-ACCT-IDX) NOT = ZERO
                   PERFORM CLOSE-ONE-ACCOUNT-PARA
               END-IF
           END-PERFORM
      *> the year's result - credit-side is a surplus - lands in
      *> retained earnings
           MOVE WS-RETAINED-EARNINGS-ACCT TO JE-ACCOUNT
           IF WS-NET-RESULT > ZERO
               MOVE ZERO TO JE-DEBIT-AMOUNT
               MOVE WS-NET-RESULT TO JE-CREDIT-AMOUNT
               PERFORM WRITE-CLOSING-LINE-PARA
           END-IF
           IF WS-NET-RESULT < ZERO
               COMPUTE JE-DEBIT-AMOUNT = 0 - WS-NET-RESULT
               MOVE ZERO TO JE-CREDIT-AMOUNT
               PERFORM WRITE-CLOSING-LINE-PARA
           END-IF
           CLOSE JOURNAL-FILE
           PERFORM LOCATE-RETAINED-EARNINGS-PARA
           SUBTRACT WS-NET-RESULT FROM WS-ACCT-BALANCE(WS-ACCT-IDX).

           CLOSE-ONE-ACCOUNT-PARA.

      *> a debit balance is cleared by a credit and the reverse
           MOVE WS-ACCT-NUMBER(WS-ACCT-IDX) TO JE-ACCOUNT
           IF WS-ACCT-BALANCE(WS-ACCT-IDX) > ZERO
               MOVE ZERO TO JE-DEBIT-AMOUNT
               MOVE WS-ACCT-BALANCE(WS-ACCT-IDX) TO JE-CREDIT-AMOUNT
           ELSE
               COMPUTE JE-DEBIT-AMOUNT =
                   0 - WS-ACCT-BALANCE(WS-ACCT-IDX)
               MOVE ZERO TO JE-CREDIT-AMOUNT
           END-IF
           SUBTRACT WS-ACCT-BALANCE(WS-ACCT-IDX) FROM WS-NET-RESULT
           PERFORM WRITE-CLOSING-LINE-PARA.

           WRITE-CLOSING-LINE-PARA.

           WRITE JOURNAL-ENTRY-RECORD
           ADD 1 TO WS-CLOSE-COUNT
           ADD JE-DEBIT-AMOUNT TO WS-CLOSE-DEBITS
           ADD JE-CREDIT-AMOUNT TO WS-CLOSE-CREDITS
           MOVE JE-ACCOUNT TO WS-PRINT-LINE(1:10)
           MOVE JE-DEBIT-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(17:14)
           MOVE JE-CREDIT-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(32:14)
           PERFORM PRINT-LINE-PARA.

           LOCATE-RETAINED-EARNINGS-PARA.

           MOVE 'N' TO WS-RE-FOUND-SWITCH
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
                       OR WS-RE-FOUND
               IF WS-ACCT-NUMBER(WS-ACCT-IDX)
                       = WS-RETAINED-EARNINGS-ACCT
                   MOVE 'Y' TO WS-RE-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-RE-FOUND
               SET WS-ACCT-IDX DOWN BY 1
           ELSE
               ADD 1 TO WS-ACCOUNT-COUNT
               SET WS-ACCT-IDX TO WS-ACCOUNT-COUNT
               MOVE WS-RETAINED-EARNINGS-ACCT
                   TO WS-ACCT-NUMBER(WS-ACCT-IDX)
               MOVE 'Q' TO WS-ACCT-TYPE(WS-ACCT-IDX)
               MOVE ZERO TO WS-ACCT-BALANCE(WS-ACCT-IDX)
           END-IF.

      *>--------------- opening balances -------------------------------

           WRITE-OPENING-BALANCES-PARA.

           PERFORM PRINT-LINE-PARA
           STRING "OPENING BALANCES - PERIOD " DELIMITED BY SIZE
               WS-OPENING-PERIOD DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE "ACCOUNT    TYPE" TO WS-PRINT-LINE
           MOVE "DEBIT" TO WS-PRINT-LINE(26:5)
           MOVE "CREDIT" TO WS-PRINT-LINE(40:6)
           PERFORM PRINT-LINE-PARA
           OPEN I-O GL-MASTER-FILE
           IF WS-GLMAST-STATUS = "35"
               OPEN OUTPUT GL-MASTER-FILE
               CLOSE GL-MASTER-FILE
               OPEN I-O GL-MASTER-FILE
           END-IF
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               IF (WS-ACCT-TYPE(WS-ACCT-IDX) = 'A'
                       OR WS-ACCT-TYPE(WS-ACCT-IDX) = 'L'
                       OR WS-ACCT-TYPE(WS-ACCT-IDX) = 'Q')
                       AND WS-ACCT-BALANCE(WS-ACCT-IDX) NOT = ZERO
                   PERFORM OPEN-ONE-ACCOUNT-PARA
               END-IF
           END-PERFORM
           CLOSE GL-MASTER-FILE.

           OPEN-ONE-ACCOUNT-PARA.

           IF WS-ACCT-BALANCE(WS-ACCT-IDX) > ZERO
               MOVE WS-ACCT-BALANCE(WS-ACCT-IDX) TO WS-LINE-AMOUNT
           ELSE
               COMPUTE WS-LINE-AMOUNT =
                   0 - WS-ACCT-BALANCE(WS-ACCT-IDX)
           END-IF
           MOVE WS-ACCT-NUMBER(WS-ACCT-IDX) TO GL-ACCOUNT
           MOVE WS-OPENING-PERIOD TO GL-PERIOD
      *> the new year may already have postings - the opening
      *> balance adds to that row rather than replacing it
           READ GL-MASTER-FILE
               INVALID KEY
                   MOVE WS-ACCT-NUMBER(WS-ACCT-IDX) TO GL-ACCOUNT
                   MOVE WS-OPENING-PERIOD TO GL-PERIOD
                   MOVE ZERO TO GL-DEBITS
                   MOVE ZERO TO GL-CREDITS
                   PERFORM ADD-OPENING-AMOUNT-PARA
                   WRITE GL-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO WRITE OPENING BALANCE "
                               GL-ACCOUNT
                   END-WRITE
               NOT INVALID KEY
                   PERFORM ADD-OPENING-AMOUNT-PARA
                   REWRITE GL-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO REWRITE OPENING "
                               "BALANCE " GL-ACCOUNT
                   END-REWRITE
           END-READ
           ADD 1 TO WS-OPEN-COUNT
           MOVE WS-ACCT-NUMBER(WS-ACCT-IDX) TO WS-PRINT-LINE(1:10)
           MOVE WS-ACCT-TYPE(WS-ACCT-IDX) TO WS-PRINT-LINE(12:1)
           MOVE WS-LINE-AMOUNT TO WS-EDIT-AMOUNT
           IF WS-ACCT-BALANCE(WS-ACCT-IDX) > ZERO
               MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(17:14)
           ELSE
               MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(32:14)
           END-IF
           PERFORM PRINT-LINE-PARA.

           ADD-OPENING-AMOUNT-PARA.

           IF WS-ACCT-BALANCE(WS-ACCT-IDX) > ZERO
               ADD WS-LINE-AMOUNT TO GL-DEBITS
               ADD WS-LINE-AMOUNT TO WS-OPEN-DEBITS
           ELSE
               ADD WS-LINE-AMOUNT TO GL-CREDITS
               ADD WS-LINE-AMOUNT TO WS-OPEN-CREDITS
           END-IF.

      *>--------------- lock and proof ---------------------------------

           LOCK-YEAR-PARA.

           OPEN EXTEND GL-PERIOD-FILE
           MOVE WS-FIRST-PERIOD TO WS-LOCK-PERIOD
           PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
                   UNTIL WS-LOCK-SUB > 12
               MOVE WS-LOCK-PERIOD TO GP-PERIOD
               MOVE 'Y' TO GP-STATUS
               WRITE GL-PERIOD-RECORD
               IF WS-LOCK-MM = 12
                   ADD 1 TO WS-LOCK-YYYY
                   MOVE 1 TO WS-LOCK-MM
               ELSE
                   ADD 1 TO WS-LOCK-MM
               END-IF
           END-PERFORM
           CLOSE GL-PERIOD-FILE.

           PRINT-PROOF-PARA.

           PERFORM PRINT-LINE-PARA
           MOVE "----- Closing Proof -----" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE WS-NET-RESULT TO WS-EDIT-RESULT
           STRING "NET RESULT FOR THE YEAR (+ SURPLUS) : "
                   DELIMITED BY SIZE
               WS-EDIT-RESULT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-CLOSE-DEBITS TO WS-EDIT-TOTAL
           STRING "CLOSING JOURNAL DEBITS   : " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-CLOSE-CREDITS TO WS-EDIT-TOTAL
           STRING "CLOSING JOURNAL CREDITS  : " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           IF WS-CLOSE-DEBITS = WS-CLOSE-CREDITS
               MOVE "REVENUE AND EXPENSE CLOSED TO NIL"
                   TO WS-PRINT-LINE
           ELSE
               MOVE "*** CLOSING JOURNAL DOES NOT BALANCE ***"
                   TO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-LINE-PARA
           MOVE WS-OPEN-DEBITS TO WS-EDIT-TOTAL
           STRING "OPENING BALANCE DEBITS   : " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-OPEN-CREDITS TO WS-EDIT-TOTAL
           STRING "OPENING BALANCE CREDITS  : " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           IF WS-OPEN-DEBITS = WS-OPEN-CREDITS
               MOVE "OPENING BALANCES ARE IN BALANCE"
                   TO WS-PRINT-LINE
           ELSE
               MOVE "*** OPENING BALANCES DO NOT BALANCE - THE "
                   TO WS-PRINT-LINE
               MOVE "LEDGER WAS OUT OF BALANCE BEFORE THE CLOSE ***"
                   TO WS-PRINT-LINE(43:46)
           END-IF
           PERFORM PRINT-LINE-PARA
           STRING "PERIODS " DELIMITED BY SIZE
               WS-FIRST-PERIOD DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-LAST-PERIOD DELIMITED BY SIZE
               " LOCKED AGAINST FURTHER POSTING" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

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

       END PROGRAM YearEndClose.
