       IDENTIFICATION DIVISION.
       PROGRAM-ID. ForeignPayablesRevaluation.
       ENVIRONMENT DIVISION.
           *> month-end revaluation of the open foreign-currency
           *> vendor invoices - each is revalued at the run date's
           *> rate off EXCHANGE-RATE against the local amount it was
           *> booked at, and the net unrealised gain or loss for the
           *> month is journalled against APCONTROL, with the same
           *> entry reversed into the following period so the
           *> realised difference at payment is still measured from
           *> the booked amount
           *> an invoice in a currency with no rate yet is listed
           *> and left out of the entry; a second run for the same
           *> month is refused off RUN-CONTROL, since the first one
           *> already posted
           *> cleared by the job schedule like the other batch jobs,
           *> spooled to FXREVAL and logged to RUN-CONTROL
           *> journal lines now carry their source system, the job
           *> name as document reference and the run date, so the
           *> GL inquiry can trace a balance back to this run
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL VENDOR-INVOICE-FILE ASSIGN TO "VENDINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDINV-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "FXREVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD VENDOR-INVOICE-FILE.
           COPY VENDINV.

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
           01 WS-ALERT-JOB PIC X(08) VALUE "FXREVAL ".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-VENDINV-STATUS PIC X(02) VALUE SPACES.
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
           01 WS-ALREADY-RUN-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ALREADY-RUN VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "FXREVAL ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

      *> the period revalued and the one the reversal lands in
           01 WS-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-PERIOD-FIELDS REDEFINES WS-PERIOD.
               05 WS-PERIOD-YYYY PIC 9(04).
               05 WS-PERIOD-MM PIC 9(02).
           01 WS-NEXT-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-NEXT-PERIOD-FIELDS REDEFINES WS-NEXT-PERIOD.
               05 WS-NEXT-YYYY PIC 9(04).
               05 WS-NEXT-MM PIC 9(02).

           01 WS-AP-CONTROL-ACCT PIC X(10) VALUE "APCONTROL ".
           01 WS-FX-UNREALISED-ACCT PIC X(10) VALUE "FXUNREAL  ".

           01 WS-MONTH-END-RATE PIC 9(03)V9(06) VALUE ZERO.
           01 WS-RATE-FOUND PIC X(01) VALUE 'Y'.
           01 WS-REVALUED-AMOUNT PIC 9(09)V99 VALUE ZERO.
           01 WS-DIFFERENCE PIC S9(09)V99 VALUE ZERO.
           01 WS-NET-DIFFERENCE PIC S9(11)V99 VALUE ZERO.
           01 WS-POST-AMOUNT PIC 9(09)V99 VALUE ZERO.

           01 WS-INVOICES-READ PIC 9(07) VALUE ZERO.
           01 WS-REVALUED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-NO-RATE-COUNT PIC 9(05) VALUE ZERO.

           01 WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-DIFFERENCE PIC -ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-RATE PIC ZZ9.999999.
           01 WS-EDIT-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA

           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
           MOVE WS-PERIOD TO WS-NEXT-PERIOD
           IF WS-PERIOD-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF

           PERFORM CHECK-ALREADY-RUN-PARA
           IF WS-ALREADY-RUN
               DISPLAY "FOREIGN PAYABLES ALREADY REVALUED FOR "
                   WS-PERIOD " - RUN REFUSED"
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "FXREVAL " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE "----- Foreign Payables Revaluation -----"
               TO WS-PAGE-TITLE
           PERFORM PRINT-HEADER-PARA

           OPEN INPUT VENDOR-INVOICE-FILE
           MOVE WS-VENDINV-STATUS TO WS-CHECK-STATUS
           MOVE "VENDINV " TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ VENDOR-INVOICE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-INVOICES-READ
                       IF (VI-OPEN OR VI-SELECTED)
                               AND NOT VI-LOCAL-CURRENCY
                           PERFORM REVALUE-INVOICE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-INVOICE-FILE

           PERFORM POST-REVALUATION-PARA

           PERFORM PRINT-LINE-PARA
           MOVE WS-REVALUED-COUNT TO WS-EDIT-COUNT
           STRING "INVOICES REVALUED " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-NET-DIFFERENCE TO WS-EDIT-DIFFERENCE
           STRING "NET UNREALISED DIFFERENCE " DELIMITED BY SIZE
               WS-EDIT-DIFFERENCE DELIMITED BY SIZE
               "   (+ LOSS / - GAIN)" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           IF WS-NET-DIFFERENCE NOT = ZERO
               STRING "POSTED TO PERIOD " DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   " AND REVERSED IN PERIOD " DELIMITED BY SIZE
                   WS-NEXT-PERIOD DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-IF
           IF WS-NO-RATE-COUNT > ZERO
               MOVE WS-NO-RATE-COUNT TO WS-EDIT-COUNT
               STRING "LEFT OUT - NO RATE FOR THE RUN DATE "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-IF
           CLOSE PRINT-FILE
           PERFORM LOG-RUN-CONTROL-PARA

           DISPLAY "----- Foreign Payables Revaluation -----"
           DISPLAY "PERIOD " WS-PERIOD " REVERSED IN " WS-NEXT-PERIOD
           DISPLAY "INVOICES REVALUED : " WS-REVALUED-COUNT
           DISPLAY "NET DIFFERENCE    : " WS-NET-DIFFERENCE
           DISPLAY "NO RATE           : " WS-NO-RATE-COUNT
           DISPLAY "REPORT SPOOLED TO FXREVAL - "
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

           CHECK-ALREADY-RUN-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM UNTIL WS-EOF
               READ RUN-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF RC-JOB-NAME = "FXREVAL "
                               AND RC-RUN-DATE(1:6) = WS-PERIOD
                           MOVE 'Y' TO WS-ALREADY-RUN-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

      *>--------------- revaluation ----------------------------------

           REVALUE-INVOICE-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
           END-IF
           CALL "ExchangeRate" USING VI-CURRENCY-CODE WS-RUN-DATE
               WS-MONTH-END-RATE WS-RATE-FOUND
           MOVE VI-VENDOR-CODE TO WS-PRINT-LINE(1:4)
           MOVE VI-INVOICE-NUMBER TO WS-PRINT-LINE(7:8)
           MOVE VI-CURRENCY-CODE TO WS-PRINT-LINE(17:3)
           MOVE VI-FOREIGN-TOTAL TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(21:14)
           MOVE VI-BOOKED-RATE TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE TO WS-PRINT-LINE(36:10)
           MOVE VI-INVOICE-TOTAL TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(47:14)
           IF WS-RATE-FOUND = 'N'
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE "*** NO RATE - LEFT OUT ***"
                   TO WS-PRINT-LINE(63:26)
           ELSE
               ADD 1 TO WS-REVALUED-COUNT
               COMPUTE WS-REVALUED-AMOUNT ROUNDED =
                   VI-FOREIGN-TOTAL * WS-MONTH-END-RATE
               COMPUTE WS-DIFFERENCE =
                   WS-REVALUED-AMOUNT - VI-INVOICE-TOTAL
               ADD WS-DIFFERENCE TO WS-NET-DIFFERENCE
               MOVE WS-MONTH-END-RATE TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-PRINT-LINE(62:10)
               MOVE WS-REVALUED-AMOUNT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(73:14)
               MOVE WS-DIFFERENCE TO WS-EDIT-DIFFERENCE
               MOVE WS-EDIT-DIFFERENCE TO WS-PRINT-LINE(88:15)
           END-IF
           PERFORM PRINT-LINE-PARA.

           POST-REVALUATION-PARA.

      *> a net rise in what the foreign payables are worth is an
      *> unrealised loss, a fall a gain - posted this period and
      *> reversed, account for account, into the next
           IF WS-NET-DIFFERENCE NOT = ZERO
               OPEN EXTEND JOURNAL-FILE
               MOVE WS-JOURNAL-STATUS TO WS-CHECK-STATUS
               MOVE "JOURNAL " TO WS-CHECK-FILE
               MOVE "POST-REVALUATION-PARA" TO WS-CHECK-PARAGRAPH
               PERFORM CHECK-FILE-STATUS-PARA
               MOVE 'N' TO JE-POSTED-FLAG
               MOVE "FXRV" TO JE-SOURCE-SYSTEM
               MOVE "FXREVAL" TO JE-DOCUMENT-REF
               MOVE WS-RUN-DATE TO JE-TRANS-DATE
               IF WS-NET-DIFFERENCE > ZERO
                   MOVE WS-NET-DIFFERENCE TO WS-POST-AMOUNT
               ELSE
                   COMPUTE WS-POST-AMOUNT = 0 - WS-NET-DIFFERENCE
               END-IF
               MOVE "FXRVL" TO JE-BATCH-ID
               MOVE WS-PERIOD TO JE-PERIOD
               IF WS-NET-DIFFERENCE > ZERO
                   MOVE WS-FX-UNREALISED-ACCT TO JE-ACCOUNT
                   PERFORM WRITE-DEBIT-PARA
                   MOVE WS-AP-CONTROL-ACCT TO JE-ACCOUNT
                   PERFORM WRITE-CREDIT-PARA
               ELSE
                   MOVE WS-AP-CONTROL-ACCT TO JE-ACCOUNT
                   PERFORM WRITE-DEBIT-PARA
                   MOVE WS-FX-UNREALISED-ACCT TO JE-ACCOUNT
                   PERFORM WRITE-CREDIT-PARA
               END-IF
               MOVE "FXRVR" TO JE-BATCH-ID
               MOVE WS-NEXT-PERIOD TO JE-PERIOD
               IF WS-NET-DIFFERENCE > ZERO
                   MOVE WS-AP-CONTROL-ACCT TO JE-ACCOUNT
                   PERFORM WRITE-DEBIT-PARA
                   MOVE WS-FX-UNREALISED-ACCT TO JE-ACCOUNT
                   PERFORM WRITE-CREDIT-PARA
               ELSE
                   MOVE WS-FX-UNREALISED-ACCT TO JE-ACCOUNT
                   PERFORM WRITE-DEBIT-PARA
                   MOVE WS-AP-CONTROL-ACCT TO JE-ACCOUNT
                   PERFORM WRITE-CREDIT-PARA
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.

           WRITE-DEBIT-PARA.

           MOVE WS-POST-AMOUNT TO JE-DEBIT-AMOUNT
           MOVE ZERO TO JE-CREDIT-AMOUNT
           WRITE JOURNAL-ENTRY-RECORD.

           WRITE-CREDIT-PARA.

           MOVE ZERO TO JE-DEBIT-AMOUNT
           MOVE WS-POST-AMOUNT TO JE-CREDIT-AMOUNT
           WRITE JOURNAL-ENTRY-RECORD.

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
               "   PERIOD : " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               "   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "VEND  INVOICE   CUR" TO WS-PRINT-LINE
           MOVE "FOREIGN" TO WS-PRINT-LINE(28:7)
           MOVE "BOOKED AT" TO WS-PRINT-LINE(37:9)
           MOVE "BOOKED" TO WS-PRINT-LINE(55:6)
           MOVE "RATE NOW" TO WS-PRINT-LINE(64:8)
           MOVE "REVALUED" TO WS-PRINT-LINE(79:8)
           MOVE "DIFFERENCE" TO WS-PRINT-LINE(93:10)
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "FXREVAL " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-INVOICES-READ TO RC-RECORDS-PROCESSED
           IF WS-NET-DIFFERENCE < ZERO
               COMPUTE RC-CONTROL-TOTAL = 0 - WS-NET-DIFFERENCE
           ELSE
               MOVE WS-NET-DIFFERENCE TO RC-CONTROL-TOTAL
           END-IF
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM ForeignPayablesRevaluation.
