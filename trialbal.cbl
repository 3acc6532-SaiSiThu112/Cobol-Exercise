           *> every month - journal lines still waiting to post are
           *> counted and flagged so the accountant knows the master
           *> is behind
           *> a fiscal year closed into retained earnings is carried
           *> forward as opening balances, so periods up to the last
           *> locked year-end on GL-PERIOD are skipped
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL"
               RECORD KEY IS CA-ACCOUNT-NUMBER
               FILE STATUS IS WS-CHART-STATUS.

           SELECT OPTIONAL GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       FD CHART-OF-ACCOUNTS.
           COPY CHARTACC.

       FD GL-PERIOD-FILE.
           COPY GLPERIOD.

       WORKING-STORAGE SECTION.

           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
               88 WS-GL-EOF VALUE 'Y'.
           01 WS-UNPOSTED-COUNT PIC 9(07) VALUE ZERO.
           01 WS-CHART-STATUS PIC X(02) VALUE SPACES.
           01 WS-PERIOD-STATUS PIC X(02) VALUE SPACES.
           01 WS-LOCKED-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.


           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      *> a closed fiscal year is carried into the next year's
      *> opening balances, so only periods after the last locked
      *> year are added up
           OPEN INPUT GL-PERIOD-FILE
           PERFORM UNTIL WS-EOF
               READ GL-PERIOD-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF GP-YEAR-LOCKED
                               AND GP-PERIOD > WS-LOCKED-PERIOD
                           MOVE GP-PERIOD TO WS-LOCKED-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-PERIOD-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           OPEN INPUT GL-MASTER-FILE
           MOVE SPACES TO GL-ACCOUNT
           MOVE ZERO TO GL-PERIOD

           DISPLAY "----- Trial Balance -----"
           DISPLAY "RUN DATE : " WS-RUN-DATE
           IF WS-LOCKED-PERIOD > ZERO
               DISPLAY "BALANCES SINCE YEAR-END " WS-LOCKED-PERIOD
           END-IF
           DISPLAY " "

           OPEN INPUT CHART-OF-ACCOUNTS

           ACCUMULATE-PARA.

           IF GL-PERIOD <= WS-LOCKED-PERIOD
               PERFORM READ-GL-PARA
           ELSE
               PERFORM ACCUMULATE-BALANCE-PARA
           END-IF.

           ACCUMULATE-BALANCE-PARA.

           ADD GL-DEBITS TO WS-TOTAL-DEBITS
           ADD GL-CREDITS TO WS-TOTAL-CREDITS
           MOVE 'N' TO WS-ACCT-FOUND-SWITCH
