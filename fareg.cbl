       IDENTIFICATION DIVISION.
       PROGRAM-ID. FixedAssetRegister.
       ENVIRONMENT DIVISION.
           *> fixed-asset register report - every asset on the
           *> FIXED-ASSET file with its department, location,
           *> acquisition date, cost, depreciation to date and net
           *> book value, disposed assets shown with their disposal
           *> date but left out of the totals
           *> the register then reconciles to the ledger: the cost of
           *> the assets in service is totalled by cost account and
           *> their depreciation by accumulated depreciation account,
           *> and each is set against that account's balance across
           *> all periods on GL-MASTER, with any difference stated on
           *> the face of the report; journal lines not yet posted
           *> are counted, since they leave the master behind
           *> cleared by the job schedule like the other batch jobs,
           *> spooled to FAREG and logged to RUN-CONTROL
           *> the ledger side of the reconciliation now starts after
           *> the last locked year-end on GL-PERIOD, the closed years
           *> being carried in the new year's opening balances
           *> more cost and depreciation accounts than the table
           *> holds now print TOO MANY ACCOUNTS TO RECONCILE in
           *> place of the reconciliation
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT FIXED-ASSET-FILE ASSIGN TO "FIXASSET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-NUMBER
               FILE STATUS IS WS-ASSET-STATUS.

           SELECT OPTIONAL GL-MASTER-FILE ASSIGN TO "GLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-BALANCE-KEY
               FILE STATUS IS WS-GLMAST-STATUS.

           SELECT OPTIONAL GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "FAREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD FIXED-ASSET-FILE.
           COPY FIXASSET.

       FD GL-MASTER-FILE.
           COPY GLMASTER.

       FD GL-PERIOD-FILE.
           COPY GLPERIOD.

       FD JOURNAL-FILE.
           COPY JRNLENT.

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
           01 WS-ALERT-JOB PIC X(08) VALUE "FAREG   ".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-ASSET-STATUS PIC X(02) VALUE SPACES.
           01 WS-GLMAST-STATUS PIC X(02) VALUE SPACES.
           01 WS-PERIOD-STATUS PIC X(02) VALUE SPACES.
           01 WS-LOCKED-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-PER-PAGE PIC 9(03) VALUE 50.
           01 WS-PAGE-TITLE PIC X(50) VALUE SPACES.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-GL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-GL-EOF VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "FAREG   ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

      *> one row per ledger account the register touches - C for a
      *> cost account (a debit balance), A for an accumulated
      *> depreciation account (a credit balance)
           01 WS-RECON-TABLE.
               02 WS-RECON-ENTRY OCCURS 100 TIMES
                       INDEXED BY WS-RECON-IDX.
                   05 WS-RECON-ACCOUNT PIC X(10).
                   05 WS-RECON-KIND PIC X(01).
                       88 WS-RECON-COST VALUE 'C'.
                       88 WS-RECON-ACCUM VALUE 'A'.
                   05 WS-RECON-REGISTER PIC 9(11)V99.
                   05 WS-RECON-LEDGER PIC S9(11)V99.
           01 WS-RECON-COUNT PIC 9(03) VALUE ZERO.
           01 WS-RECON-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-RECON-FOUND VALUE 'Y'.
           01 WS-RECON-FULL-SWITCH PIC X(01) VALUE 'N'.
               88 WS-RECON-FULL VALUE 'Y'.
           01 WS-FIND-ACCOUNT PIC X(10) VALUE SPACES.
           01 WS-FIND-KIND PIC X(01) VALUE SPACE.

           01 WS-NET-BOOK-VALUE PIC 9(09)V99 VALUE ZERO.
           01 WS-TOTAL-COST PIC 9(11)V99 VALUE ZERO.
           01 WS-TOTAL-ACCUM PIC 9(11)V99 VALUE ZERO.
           01 WS-TOTAL-NBV PIC 9(11)V99 VALUE ZERO.
           01 WS-DIFFERENCE PIC S9(11)V99 VALUE ZERO.

           01 WS-ASSETS-READ PIC 9(07) VALUE ZERO.
           01 WS-IN-SERVICE-COUNT PIC 9(05) VALUE ZERO.
           01 WS-DISPOSED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-OUT-OF-BALANCE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-UNPOSTED-COUNT PIC 9(07) VALUE ZERO.

           01 WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-DIFFERENCE PIC -Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA

           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "FAREG   " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE "----- Fixed Asset Register -----" TO WS-PAGE-TITLE
           PERFORM PRINT-HEADER-PARA
           PERFORM PRINT-ASSET-HEADINGS-PARA

           OPEN INPUT FIXED-ASSET-FILE
           MOVE WS-ASSET-STATUS TO WS-CHECK-STATUS
           MOVE "FIXASSET" TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO FA-ASSET-NUMBER
           START FIXED-ASSET-FILE KEY >= FA-ASSET-NUMBER
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-EOF
               READ FIXED-ASSET-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ASSETS-READ
                       PERFORM REGISTER-ASSET-PARA
               END-READ
           END-PERFORM
           CLOSE FIXED-ASSET-FILE

           PERFORM PRINT-LINE-PARA
           MOVE WS-TOTAL-COST TO WS-EDIT-TOTAL
           STRING "IN SERVICE - COST " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-TOTAL-ACCUM TO WS-EDIT-TOTAL
           STRING "             DEPRECIATION " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-TOTAL-NBV TO WS-EDIT-TOTAL
           STRING "             NET BOOK VALUE " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-DISPOSED-COUNT TO WS-EDIT-COUNT
           STRING "DISPOSED ASSETS LISTED " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA

           IF WS-RECON-FULL
               PERFORM PRINT-RECON-FULL-PARA
           ELSE
               PERFORM LOAD-LEDGER-BALANCES-PARA
               PERFORM COUNT-UNPOSTED-PARA
               PERFORM PRINT-RECONCILIATION-PARA
           END-IF
           CLOSE PRINT-FILE
           PERFORM LOG-RUN-CONTROL-PARA

           DISPLAY "----- Fixed Asset Register -----"
           DISPLAY "ASSETS READ       : " WS-ASSETS-READ
           DISPLAY "IN SERVICE        : " WS-IN-SERVICE-COUNT
           DISPLAY "NET BOOK VALUE    : " WS-TOTAL-NBV
           IF WS-RECON-FULL
               DISPLAY "*** TOO MANY ACCOUNTS TO RECONCILE - "
                   "RECONCILIATION NOT PRINTED ***"
           END-IF
           IF WS-OUT-OF-BALANCE-COUNT > ZERO
               DISPLAY "*** " WS-OUT-OF-BALANCE-COUNT
                   " ACCOUNTS DO NOT AGREE TO THE LEDGER ***"
           END-IF
           DISPLAY "REPORT SPOOLED TO FAREG - "
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

      *>--------------- register ---------------------------------------

           REGISTER-ASSET-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
               PERFORM PRINT-ASSET-HEADINGS-PARA
           END-IF
           COMPUTE WS-NET-BOOK-VALUE =
               FA-COST - FA-ACCUM-DEPRECIATION
           MOVE FA-ASSET-NUMBER TO WS-PRINT-LINE(1:8)
           MOVE FA-DESCRIPTION TO WS-PRINT-LINE(10:30)
           MOVE FA-CATEGORY TO WS-PRINT-LINE(41:1)
           MOVE FA-DEPT-CODE TO WS-PRINT-LINE(43:10)
           MOVE FA-LOCATION TO WS-PRINT-LINE(54:10)
           MOVE FA-ACQUIRE-DATE TO WS-PRINT-LINE(65:8)
           MOVE FA-COST TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(74:14)
           MOVE FA-ACCUM-DEPRECIATION TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(89:14)
           IF FA-DISPOSED
               ADD 1 TO WS-DISPOSED-COUNT
               MOVE "DISPOSED" TO WS-PRINT-LINE(105:8)
               MOVE FA-DISPOSAL-DATE TO WS-PRINT-LINE(114:8)
           ELSE
               ADD 1 TO WS-IN-SERVICE-COUNT
               MOVE WS-NET-BOOK-VALUE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(104:14)
               ADD FA-COST TO WS-TOTAL-COST
               ADD FA-ACCUM-DEPRECIATION TO WS-TOTAL-ACCUM
               ADD WS-NET-BOOK-VALUE TO WS-TOTAL-NBV
               MOVE FA-ASSET-ACCOUNT TO WS-FIND-ACCOUNT
               MOVE 'C' TO WS-FIND-KIND
               PERFORM FIND-RECON-ENTRY-PARA
               IF WS-RECON-FOUND
                   ADD FA-COST TO WS-RECON-REGISTER(WS-RECON-IDX)
               END-IF
               MOVE FA-ACCUM-ACCOUNT TO WS-FIND-ACCOUNT
               MOVE 'A' TO WS-FIND-KIND
               PERFORM FIND-RECON-ENTRY-PARA
               IF WS-RECON-FOUND
                   ADD FA-ACCUM-DEPRECIATION
                       TO WS-RECON-REGISTER(WS-RECON-IDX)
               END-IF
           END-IF
           PERFORM PRINT-LINE-PARA.

           FIND-RECON-ENTRY-PARA.

           MOVE 'N' TO WS-RECON-FOUND-SWITCH
           PERFORM VARYING WS-RECON-IDX FROM 1 BY 1
                   UNTIL WS-RECON-IDX > WS-RECON-COUNT
                       OR WS-RECON-FOUND
               IF WS-RECON-ACCOUNT(WS-RECON-IDX) = WS-FIND-ACCOUNT
                   MOVE 'Y' TO WS-RECON-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-RECON-FOUND
               SET WS-RECON-IDX DOWN BY 1
           ELSE
      *> an account with no room in the table spoils the whole
      *> reconciliation, which is then not printed at all
               IF WS-RECON-COUNT < 100
                   ADD 1 TO WS-RECON-COUNT
                   SET WS-RECON-IDX TO WS-RECON-COUNT
                   MOVE WS-FIND-ACCOUNT
                       TO WS-RECON-ACCOUNT(WS-RECON-IDX)
                   MOVE WS-FIND-KIND TO WS-RECON-KIND(WS-RECON-IDX)
                   MOVE ZERO TO WS-RECON-REGISTER(WS-RECON-IDX)
                   MOVE ZERO TO WS-RECON-LEDGER(WS-RECON-IDX)
                   MOVE 'Y' TO WS-RECON-FOUND-SWITCH
               ELSE
                   MOVE 'Y' TO WS-RECON-FULL-SWITCH
               END-IF
           END-IF.

      *>--------------- reconciliation ---------------------------------

           LOAD-LEDGER-BALANCES-PARA.

      *> a closed fiscal year is already in the next year's
      *> opening balances, so the ledger is read from the period
      *> after the last locked year-end
           MOVE ZERO TO WS-LOCKED-PERIOD
           MOVE 'N' TO WS-EOF-SWITCH
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

           OPEN INPUT GL-MASTER-FILE
           IF WS-GLMAST-STATUS = "00"
               PERFORM VARYING WS-RECON-IDX FROM 1 BY 1
                       UNTIL WS-RECON-IDX > WS-RECON-COUNT
                   PERFORM ACCOUNT-BALANCE-PARA
               END-PERFORM
               CLOSE GL-MASTER-FILE
           ELSE
               IF WS-GLMAST-STATUS = "05"
                   CLOSE GL-MASTER-FILE
               END-IF
           END-IF.

           ACCOUNT-BALANCE-PARA.

      *> the master is keyed account then period, so one START and
      *> a read forward gives every open period's balance for the
      *> account
           MOVE 'N' TO WS-GL-EOF-SWITCH
           MOVE WS-RECON-ACCOUNT(WS-RECON-IDX) TO GL-ACCOUNT
           MOVE WS-LOCKED-PERIOD TO GL-PERIOD
           START GL-MASTER-FILE KEY > GL-BALANCE-KEY
               INVALID KEY MOVE 'Y' TO WS-GL-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-GL-EOF
               READ GL-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-GL-EOF-SWITCH
                   NOT AT END
                       IF GL-ACCOUNT NOT =
                               WS-RECON-ACCOUNT(WS-RECON-IDX)
                           MOVE 'Y' TO WS-GL-EOF-SWITCH
                       ELSE
                           IF WS-RECON-COST(WS-RECON-IDX)
                               ADD GL-DEBITS
                                   TO WS-RECON-LEDGER(WS-RECON-IDX)
                               SUBTRACT GL-CREDITS
                                   FROM WS-RECON-LEDGER(WS-RECON-IDX)
                           ELSE
                               ADD GL-CREDITS
                                   TO WS-RECON-LEDGER(WS-RECON-IDX)
                               SUBTRACT GL-DEBITS
                                   FROM WS-RECON-LEDGER(WS-RECON-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           COUNT-UNPOSTED-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT JOURNAL-FILE
           PERFORM UNTIL WS-EOF
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF JE-UNPOSTED
                           ADD 1 TO WS-UNPOSTED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

           PRINT-RECONCILIATION-PARA.

           MOVE "----- Register To Ledger Reconciliation -----"
               TO WS-PAGE-TITLE
           PERFORM PRINT-HEADER-PARA
           MOVE "ACCOUNT    KIND" TO WS-PRINT-LINE
           MOVE "REGISTER" TO WS-PRINT-LINE(34:8)
           MOVE "LEDGER" TO WS-PRINT-LINE(55:6)
           MOVE "DIFFERENCE" TO WS-PRINT-LINE(70:10)
           PERFORM PRINT-LINE-PARA
           PERFORM VARYING WS-RECON-IDX FROM 1 BY 1
                   UNTIL WS-RECON-IDX > WS-RECON-COUNT
               PERFORM PRINT-RECON-LINE-PARA
           END-PERFORM
           PERFORM PRINT-LINE-PARA
           IF WS-OUT-OF-BALANCE-COUNT = ZERO
               MOVE "THE REGISTER AGREES TO THE LEDGER"
                   TO WS-PRINT-LINE
           ELSE
               MOVE WS-OUT-OF-BALANCE-COUNT TO WS-EDIT-COUNT
               STRING "*** ACCOUNTS NOT AGREEING " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM PRINT-LINE-PARA
           IF WS-UNPOSTED-COUNT > ZERO
               STRING "*** " DELIMITED BY SIZE
                   WS-UNPOSTED-COUNT DELIMITED BY SIZE
                   " JOURNAL LINES STILL UNPOSTED - RUN THE GL "
                       DELIMITED BY SIZE
                   "POSTING BEFORE RELYING ON THE LEDGER ***"
                       DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-IF.

           PRINT-RECON-FULL-PARA.

           MOVE "----- Register To Ledger Reconciliation -----"
               TO WS-PAGE-TITLE
           PERFORM PRINT-HEADER-PARA
           STRING "*** TOO MANY ACCOUNTS TO RECONCILE - MORE THAN 100 "
                   DELIMITED BY SIZE
               "COST AND DEPRECIATION ACCOUNTS ON THE REGISTER ***"
                   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-RECON-LINE-PARA.

           COMPUTE WS-DIFFERENCE = WS-RECON-REGISTER(WS-RECON-IDX)
               - WS-RECON-LEDGER(WS-RECON-IDX)
           MOVE WS-RECON-ACCOUNT(WS-RECON-IDX) TO WS-PRINT-LINE(1:10)
           IF WS-RECON-COST(WS-RECON-IDX)
               MOVE "COST" TO WS-PRINT-LINE(12:4)
           ELSE
               MOVE "DEPRECIATION" TO WS-PRINT-LINE(12:12)
           END-IF
           MOVE WS-RECON-REGISTER(WS-RECON-IDX) TO WS-EDIT-TOTAL
           MOVE WS-EDIT-TOTAL TO WS-PRINT-LINE(25:17)
           MOVE WS-RECON-LEDGER(WS-RECON-IDX) TO WS-EDIT-DIFFERENCE
           MOVE WS-EDIT-DIFFERENCE TO WS-PRINT-LINE(43:18)
           MOVE WS-DIFFERENCE TO WS-EDIT-DIFFERENCE
           MOVE WS-EDIT-DIFFERENCE TO WS-PRINT-LINE(62:18)
           IF WS-DIFFERENCE NOT = ZERO
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               MOVE "***" TO WS-PRINT-LINE(81:3)
           END-IF
           PERFORM PRINT-LINE-PARA.

      *>--------------- report -----------------------------------------

           PRINT-ASSET-HEADINGS-PARA.

           MOVE "ASSET    DESCRIPTION" TO WS-PRINT-LINE
           MOVE "C DEPT       LOCATION   ACQUIRED"
               TO WS-PRINT-LINE(41:31)
           MOVE "COST" TO WS-PRINT-LINE(84:4)
           MOVE "DEPRECIATION" TO WS-PRINT-LINE(91:12)
           MOVE "BOOK VALUE" TO WS-PRINT-LINE(108:10)
           PERFORM PRINT-LINE-PARA.

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
               "   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "FAREG   " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-ASSETS-READ TO RC-RECORDS-PROCESSED
           MOVE WS-TOTAL-NBV TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM FixedAssetRegister.
