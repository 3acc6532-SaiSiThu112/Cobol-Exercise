       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerStatementRun.
       ENVIRONMENT DIVISION.
           *> monthly customer statements and dunning - one statement
           *> per customer on CUSTOMER-MASTER showing the open
           *> invoices on the RECEIVABLES ledger with their age, the
           *> CREDIT-NOTE credits and RECEIVABLES-RECEIPT receipts
           *> dated since the customer's last statement, and the open
           *> balance aged current, 31-60, 61-90 and over 90 days in
           *> real calendar days through the shared DateService
           *> subprogram, the same buckets the ledger's G inquiry uses
           *> the age of the oldest open invoice sets the dunning
           *> level against the DUNDAYS1, DUNDAYS2 and DUNDAYS3 rows
           *> on CTLPARM (30, 60 and 90 days when a row is missing) -
           *> a reminder, a second reminder and a final notice are
           *> spooled to DUNNLTR, and the final notice puts the
           *> account on credit hold on CUSTOMER-MASTER so order entry
           *> refuses new orders without a supervisor override; the
           *> level falls back as the account is paid up, a hold is
           *> only ever released in customer maintenance
           *> a customer with nothing open, no balance and nothing
           *> since the last statement gets no statement
           *> cleared by the job schedule like the other batch jobs,
           *> statements spooled to ARSTMT and the run logged to
           *> RUN-CONTROL
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-CODE
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT OPTIONAL RECEIVABLES-FILE ASSIGN TO "ARLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIVABLE-STATUS.

           SELECT OPTIONAL CREDIT-NOTE-FILE ASSIGN TO "CREDNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-STATUS.

           SELECT OPTIONAL RECEIVABLES-RECEIPT-FILE ASSIGN TO "ARRCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "ARSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT LETTER-FILE ASSIGN TO "DUNNLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       FD CUSTOMER-MASTER.
           COPY CUSTMSTR.

       FD RECEIVABLES-FILE.
           COPY ARLEDGER.

       FD CREDIT-NOTE-FILE.
           COPY CREDNOTE.

       FD RECEIVABLES-RECEIPT-FILE.
           COPY ARRCPT.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       FD LETTER-FILE.
           01 LETTER-RECORD.
               05 LT-CARRIAGE-CONTROL    PIC X(01).
               05 LT-TEXT                PIC X(132).

       FD OPERATOR-ALERT-FILE.
           COPY OPALERT.

       WORKING-STORAGE SECTION.

           01 WS-ALERT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ALERT-JOB PIC X(08) VALUE "ARSTMT  ".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-CUSTOMER-STATUS PIC X(02) VALUE SPACES.
           01 WS-RECEIVABLE-STATUS PIC X(02) VALUE SPACES.
           01 WS-CREDIT-STATUS PIC X(02) VALUE SPACES.
           01 WS-RECEIPT-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-LETTER-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-LETTER-LINE PIC X(132) VALUE SPACES.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-CUSTOMER-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CUSTOMER-EOF VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "ARSTMT  ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

      *> dunning thresholds in days past invoice date - CTLPARM rows
      *> DUNDAYS1, DUNDAYS2 and DUNDAYS3 override these
           01 WS-DUN-DAYS-1 PIC 9(03) VALUE 30.
           01 WS-DUN-DAYS-2 PIC 9(03) VALUE 60.
           01 WS-DUN-DAYS-3 PIC 9(03) VALUE 90.
           01 WS-DUN-1-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DUN-1-FOUND VALUE 'Y'.
           01 WS-DUN-2-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DUN-2-FOUND VALUE 'Y'.
           01 WS-DUN-3-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DUN-3-FOUND VALUE 'Y'.
           01 WS-FINAL-LEVEL PIC 9(01) VALUE 3.

      *> the open lines of the ledger, loaded once - the same
      *> capacity the ledger program itself works to
           01 WS-AR-TABLE.
               02 WS-AR-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-AR-IDX.
                   05 WS-AR-INVOICE-NO PIC 9(06).
                   05 WS-AR-CUSTOMER PIC 9(05).
                   05 WS-AR-DATE PIC 9(08).
                   05 WS-AR-AMOUNT PIC 9(09)V99.
                   05 WS-AR-PAID PIC 9(09)V99.
                   05 WS-AR-DAYS-OLD PIC S9(07).
           01 WS-AR-COUNT PIC 9(03) VALUE ZERO.
           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-OVERFLOWED VALUE 'Y'.

      *> the current customer's credits and receipts since the
      *> last statement - every one counts in the totals, the
      *> first fifty of each are itemised
           01 WS-CREDIT-TABLE.
               02 WS-CR-ENTRY OCCURS 50 TIMES.
                   05 WS-CR-CREDIT-NO PIC 9(06).
                   05 WS-CR-ORDER PIC 9(06).
                   05 WS-CR-DATE PIC 9(08).
                   05 WS-CR-AMOUNT PIC 9(09)V99.
           01 WS-CREDIT-COUNT PIC 9(04) VALUE ZERO.
           01 WS-RECEIPT-TABLE.
               02 WS-RV-ENTRY OCCURS 50 TIMES.
                   05 WS-RV-INVOICE-NO PIC 9(06).
                   05 WS-RV-DATE PIC 9(08).
                   05 WS-RV-AMOUNT PIC 9(09)V99.
           01 WS-RECEIPT-COUNT PIC 9(04) VALUE ZERO.
           01 WS-LIST-MAX PIC 9(04) VALUE 50.
           01 WS-SUB PIC 9(04) VALUE ZERO.

           01 WS-CUSTOMER-FIGURES.
               05 WS-OPEN-COUNT PIC 9(04) VALUE ZERO.
               05 WS-OPEN-TOTAL PIC 9(11)V99 VALUE ZERO.
               05 WS-OVERDUE-TOTAL PIC 9(11)V99 VALUE ZERO.
               05 WS-AGE-CURRENT PIC 9(11)V99 VALUE ZERO.
               05 WS-AGE-30 PIC 9(11)V99 VALUE ZERO.
               05 WS-AGE-60 PIC 9(11)V99 VALUE ZERO.
               05 WS-AGE-90-PLUS PIC 9(11)V99 VALUE ZERO.
               05 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
               05 WS-RECEIPT-TOTAL PIC 9(11)V99 VALUE ZERO.
               05 WS-OLDEST-DAYS PIC S9(07) VALUE ZERO.
           01 WS-OPEN-BALANCE PIC 9(09)V99 VALUE ZERO.
           01 WS-NEW-LEVEL PIC 9(01) VALUE ZERO.
           01 WS-HOLD-SET-SWITCH PIC X(01) VALUE 'N'.
               88 WS-HOLD-SET VALUE 'Y'.
           01 WS-STATEMENT-DUE-SWITCH PIC X(01) VALUE 'N'.
               88 WS-STATEMENT-DUE VALUE 'Y'.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

           01 WS-CUSTOMER-COUNT PIC 9(05) VALUE ZERO.
           01 WS-STATEMENT-COUNT PIC 9(05) VALUE ZERO.
           01 WS-LETTER-COUNT PIC 9(05) VALUE ZERO.
           01 WS-LEVEL-1-COUNT PIC 9(05) VALUE ZERO.
           01 WS-LEVEL-2-COUNT PIC 9(05) VALUE ZERO.
           01 WS-LEVEL-3-COUNT PIC 9(05) VALUE ZERO.
           01 WS-NEW-HOLD-COUNT PIC 9(05) VALUE ZERO.
           01 WS-RUN-OPEN-TOTAL PIC 9(11)V99 VALUE ZERO.

           01 WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-PAID PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-OPEN PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-BALANCE PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-AGE-1 PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-AGE-2 PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-AGE-3 PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-AGE-4 PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-DAYS PIC ZZZZ9-.
           01 WS-EDIT-OLDEST PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-CONTROL-PARMS-PARA
           PERFORM LOAD-LEDGER-PARA
           IF WS-OVERFLOWED
               DISPLAY "*** MORE OPEN INVOICES THAN THE TABLE HOLDS - "
                   "RUN STOPPED ***"
               STOP RUN
           END-IF

           OPEN I-O CUSTOMER-MASTER
           MOVE WS-CUSTOMER-STATUS TO WS-CHECK-STATUS
           MOVE "CUSTMAST" TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "ARSTMT  " TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA
           OPEN OUTPUT LETTER-FILE
           MOVE WS-LETTER-STATUS TO WS-CHECK-STATUS
           MOVE "DUNNLTR " TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA

           MOVE 'N' TO WS-CUSTOMER-EOF-SWITCH
           MOVE ZERO TO CM-CUSTOMER-CODE
           START CUSTOMER-MASTER KEY >= CM-CUSTOMER-CODE
               INVALID KEY MOVE 'Y' TO WS-CUSTOMER-EOF-SWITCH
           END-START
           PERFORM NEXT-CUSTOMER-PARA UNTIL WS-CUSTOMER-EOF

           CLOSE CUSTOMER-MASTER
           CLOSE PRINT-FILE
           CLOSE LETTER-FILE
           PERFORM LOG-RUN-CONTROL-PARA

           DISPLAY "----- Customer Statements and Dunning -----"
           DISPLAY "RUN DATE : " WS-RUN-DATE
           DISPLAY "CUSTOMERS READ         : " WS-CUSTOMER-COUNT
           DISPLAY "STATEMENTS PRINTED     : " WS-STATEMENT-COUNT
           DISPLAY "FIRST REMINDERS        : " WS-LEVEL-1-COUNT
           DISPLAY "SECOND REMINDERS       : " WS-LEVEL-2-COUNT
           DISPLAY "FINAL NOTICES          : " WS-LEVEL-3-COUNT
           DISPLAY "ACCOUNTS NEWLY ON HOLD : " WS-NEW-HOLD-COUNT
           DISPLAY "STATEMENTS SPOOLED TO ARSTMT, LETTERS TO DUNNLTR"

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
                       PERFORM NOTE-CONTROL-PARM-PARA
               END-READ
           END-PERFORM
           CLOSE CONTROL-PARAMETER-FILE
           IF NOT WS-DUN-1-FOUND
               DISPLAY "NO DUNDAYS1 ROW ON CTLPARM - FIRST REMINDER "
                   "AFTER " WS-DUN-DAYS-1 " DAYS"
           END-IF
           IF NOT WS-DUN-2-FOUND
               DISPLAY "NO DUNDAYS2 ROW ON CTLPARM - SECOND REMINDER "
                   "AFTER " WS-DUN-DAYS-2 " DAYS"
           END-IF
           IF NOT WS-DUN-3-FOUND
               DISPLAY "NO DUNDAYS3 ROW ON CTLPARM - FINAL NOTICE "
                   "AFTER " WS-DUN-DAYS-3 " DAYS"
           END-IF
           IF WS-DUN-DAYS-2 <= WS-DUN-DAYS-1
                   OR WS-DUN-DAYS-3 <= WS-DUN-DAYS-2
               DISPLAY "*** DUNNING THRESHOLDS ON CTLPARM ARE NOT IN "
                   "ASCENDING ORDER - RUN STOPPED ***"
               STOP RUN
           END-IF.

           NOTE-CONTROL-PARM-PARA.

           EVALUATE CP-PARM-CODE
               WHEN "DUNDAYS1"
                   MOVE CP-PARM-VALUE TO WS-DUN-DAYS-1
                   MOVE 'Y' TO WS-DUN-1-FOUND-SWITCH
               WHEN "DUNDAYS2"
                   MOVE CP-PARM-VALUE TO WS-DUN-DAYS-2
                   MOVE 'Y' TO WS-DUN-2-FOUND-SWITCH
               WHEN "DUNDAYS3"
                   MOVE CP-PARM-VALUE TO WS-DUN-DAYS-3
                   MOVE 'Y' TO WS-DUN-3-FOUND-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>--------------- receivables ledger -------------------------

           LOAD-LEDGER-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RECEIVABLES-FILE
           PERFORM READ-LEDGER-PARA
           PERFORM BUILD-LEDGER-PARA UNTIL WS-EOF
           CLOSE RECEIVABLES-FILE.

           READ-LEDGER-PARA.

           READ RECEIVABLES-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

           BUILD-LEDGER-PARA.

           IF AR-OPEN
               IF WS-AR-COUNT = 500
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
               ELSE
                   ADD 1 TO WS-AR-COUNT
                   SET WS-AR-IDX TO WS-AR-COUNT
                   MOVE AR-INVOICE-NO TO WS-AR-INVOICE-NO(WS-AR-IDX)
                   MOVE AR-CUSTOMER-CODE TO WS-AR-CUSTOMER(WS-AR-IDX)
                   MOVE AR-INVOICE-DATE TO WS-AR-DATE(WS-AR-IDX)
                   MOVE AR-AMOUNT TO WS-AR-AMOUNT(WS-AR-IDX)
                   MOVE AR-AMOUNT-PAID TO WS-AR-PAID(WS-AR-IDX)
                   MOVE 'D' TO WS-DS-FUNCTION
                   MOVE WS-RUN-DATE TO WS-DS-DATE-1
                   MOVE AR-INVOICE-DATE TO WS-DS-DATE-2
                   CALL "DateService" USING WS-DS-FUNCTION
                       WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS
                       WS-DS-RESULT
                   MOVE WS-DS-DAYS TO WS-AR-DAYS-OLD(WS-AR-IDX)
               END-IF
           END-IF
           PERFORM READ-LEDGER-PARA.

      *>--------------- one customer -------------------------------

           NEXT-CUSTOMER-PARA.

           READ CUSTOMER-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-CUSTOMER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CUSTOMER-COUNT
                   PERFORM PROCESS-CUSTOMER-PARA
           END-READ.

           PROCESS-CUSTOMER-PARA.

           INITIALIZE WS-CUSTOMER-FIGURES
           MOVE 'N' TO WS-HOLD-SET-SWITCH
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
               IF WS-AR-CUSTOMER(WS-AR-IDX) = CM-CUSTOMER-CODE
                   PERFORM AGE-INVOICE-PARA
               END-IF
           END-PERFORM
           PERFORM COLLECT-CREDITS-PARA
           PERFORM COLLECT-RECEIPTS-PARA

      *> the oldest open invoice sets the level - it falls back as
      *> the account is paid up
           EVALUATE TRUE
               WHEN WS-OPEN-COUNT = ZERO
                   MOVE ZERO TO WS-NEW-LEVEL
               WHEN WS-OLDEST-DAYS > WS-DUN-DAYS-3
                   MOVE 3 TO WS-NEW-LEVEL
               WHEN WS-OLDEST-DAYS > WS-DUN-DAYS-2
                   MOVE 2 TO WS-NEW-LEVEL
               WHEN WS-OLDEST-DAYS > WS-DUN-DAYS-1
                   MOVE 1 TO WS-NEW-LEVEL
               WHEN OTHER
                   MOVE ZERO TO WS-NEW-LEVEL
           END-EVALUATE

           MOVE 'N' TO WS-STATEMENT-DUE-SWITCH
           IF WS-OPEN-COUNT > ZERO OR WS-CREDIT-COUNT > ZERO
                   OR WS-RECEIPT-COUNT > ZERO
                   OR CM-BALANCE-OWED NOT = ZERO
               MOVE 'Y' TO WS-STATEMENT-DUE-SWITCH
           END-IF

           IF WS-STATEMENT-DUE
               IF WS-NEW-LEVEL = WS-FINAL-LEVEL
                       AND NOT CM-ON-CREDIT-HOLD
                   MOVE 'Y' TO CM-CREDIT-HOLD
                   MOVE 'Y' TO WS-HOLD-SET-SWITCH
                   ADD 1 TO WS-NEW-HOLD-COUNT
               END-IF
               MOVE WS-NEW-LEVEL TO CM-DUNNING-LEVEL
               PERFORM PRINT-STATEMENT-PARA
               IF WS-NEW-LEVEL > ZERO
                   PERFORM PRINT-LETTER-PARA
               END-IF
               MOVE WS-RUN-DATE TO CM-LAST-STATEMENT-DATE
               PERFORM REWRITE-CUSTOMER-PARA
           ELSE
               IF NOT CM-NOT-DUNNED
                   MOVE ZERO TO CM-DUNNING-LEVEL
                   PERFORM REWRITE-CUSTOMER-PARA
               END-IF
           END-IF.

           AGE-INVOICE-PARA.

           COMPUTE WS-OPEN-BALANCE =
               WS-AR-AMOUNT(WS-AR-IDX) - WS-AR-PAID(WS-AR-IDX)
           ADD 1 TO WS-OPEN-COUNT
           ADD WS-OPEN-BALANCE TO WS-OPEN-TOTAL
           ADD WS-OPEN-BALANCE TO WS-RUN-OPEN-TOTAL
           EVALUATE TRUE
               WHEN WS-AR-DAYS-OLD(WS-AR-IDX) <= 30
                   ADD WS-OPEN-BALANCE TO WS-AGE-CURRENT
               WHEN WS-AR-DAYS-OLD(WS-AR-IDX) <= 60
                   ADD WS-OPEN-BALANCE TO WS-AGE-30
               WHEN WS-AR-DAYS-OLD(WS-AR-IDX) <= 90
                   ADD WS-OPEN-BALANCE TO WS-AGE-60
               WHEN OTHER
                   ADD WS-OPEN-BALANCE TO WS-AGE-90-PLUS
           END-EVALUATE
           IF WS-AR-DAYS-OLD(WS-AR-IDX) > WS-DUN-DAYS-1
               ADD WS-OPEN-BALANCE TO WS-OVERDUE-TOTAL
           END-IF
           IF WS-AR-DAYS-OLD(WS-AR-IDX) > WS-OLDEST-DAYS
               MOVE WS-AR-DAYS-OLD(WS-AR-IDX) TO WS-OLDEST-DAYS
           END-IF.

           COLLECT-CREDITS-PARA.

           MOVE ZERO TO WS-CREDIT-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CREDIT-NOTE-FILE
           PERFORM UNTIL WS-EOF
               READ CREDIT-NOTE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF CN-CUSTOMER-CODE = CM-CUSTOMER-CODE
                               AND CN-CREDIT-DATE
                                   > CM-LAST-STATEMENT-DATE
                               AND CN-CREDIT-DATE <= WS-RUN-DATE
                           PERFORM NOTE-CREDIT-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDIT-NOTE-FILE.

           NOTE-CREDIT-PARA.

           ADD 1 TO WS-CREDIT-COUNT
           ADD CN-AMOUNT TO WS-CREDIT-TOTAL
           IF WS-CREDIT-COUNT <= WS-LIST-MAX
               MOVE CN-CREDIT-NO TO WS-CR-CREDIT-NO(WS-CREDIT-COUNT)
               MOVE CN-ORDER-NUMBER TO WS-CR-ORDER(WS-CREDIT-COUNT)
               MOVE CN-CREDIT-DATE TO WS-CR-DATE(WS-CREDIT-COUNT)
               MOVE CN-AMOUNT TO WS-CR-AMOUNT(WS-CREDIT-COUNT)
           END-IF.

           COLLECT-RECEIPTS-PARA.

           MOVE ZERO TO WS-RECEIPT-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RECEIVABLES-RECEIPT-FILE
           PERFORM UNTIL WS-EOF
               READ RECEIVABLES-RECEIPT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF RV-CUSTOMER-CODE = CM-CUSTOMER-CODE
                               AND RV-RECEIPT-DATE
                                   > CM-LAST-STATEMENT-DATE
                               AND RV-RECEIPT-DATE <= WS-RUN-DATE
                           PERFORM NOTE-RECEIPT-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIVABLES-RECEIPT-FILE.

           NOTE-RECEIPT-PARA.

           ADD 1 TO WS-RECEIPT-COUNT
           ADD RV-AMOUNT TO WS-RECEIPT-TOTAL
           IF WS-RECEIPT-COUNT <= WS-LIST-MAX
               MOVE RV-INVOICE-NO TO WS-RV-INVOICE-NO(WS-RECEIPT-COUNT)
               MOVE RV-RECEIPT-DATE TO WS-RV-DATE(WS-RECEIPT-COUNT)
               MOVE RV-AMOUNT TO WS-RV-AMOUNT(WS-RECEIPT-COUNT)
           END-IF.

           REWRITE-CUSTOMER-PARA.

           REWRITE CUSTOMER-MASTER-RECORD
           MOVE WS-CUSTOMER-STATUS TO WS-CHECK-STATUS
           MOVE "CUSTMAST" TO WS-CHECK-FILE
           MOVE CM-CUSTOMER-CODE TO WS-CHECK-KEY
           MOVE "REWRITE-CUSTOMER-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA.

      *>--------------- statement ----------------------------------

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

           PRINT-STATEMENT-PARA.

           ADD 1 TO WS-STATEMENT-COUNT
           MOVE "==============================================="
               TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           MOVE "          CUSTOMER ACCOUNT STATEMENT"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           STRING "CUSTOMER : " DELIMITED BY SIZE
               CM-CUSTOMER-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CM-CUSTOMER-NAME DELIMITED BY SIZE
               "   DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "           " DELIMITED BY SIZE
               CM-ADDRESS DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           IF CM-LAST-STATEMENT-DATE = ZERO
               MOVE "FIRST STATEMENT ON THIS ACCOUNT" TO WS-PRINT-LINE
           ELSE
               STRING "ACTIVITY SINCE LAST STATEMENT OF "
                   DELIMITED BY SIZE
                   CM-LAST-STATEMENT-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM PRINT-LINE-PARA
           MOVE "-----------------------------------------------"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA

           MOVE "OPEN INVOICES" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           IF WS-OPEN-COUNT = ZERO
               MOVE "  NONE" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           ELSE
               MOVE "  INVOICE  DATE            AMOUNT          PAID"
                   TO WS-PRINT-LINE
               MOVE "            OPEN   DAYS" TO WS-PRINT-LINE(49:23)
               PERFORM PRINT-LINE-PARA
               PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                       UNTIL WS-AR-IDX > WS-AR-COUNT
                   IF WS-AR-CUSTOMER(WS-AR-IDX) = CM-CUSTOMER-CODE
                       PERFORM PRINT-INVOICE-PARA
                   END-IF
               END-PERFORM
           END-IF

           MOVE "CREDIT NOTES SINCE LAST STATEMENT" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           IF WS-CREDIT-COUNT = ZERO
               MOVE "  NONE" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CREDIT-COUNT
                           OR WS-SUB > WS-LIST-MAX
                   PERFORM PRINT-CREDIT-PARA
               END-PERFORM
               MOVE WS-CREDIT-TOTAL TO WS-EDIT-AMOUNT
               STRING "  TOTAL CREDITED        " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-IF

           MOVE "RECEIPTS SINCE LAST STATEMENT" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           IF WS-RECEIPT-COUNT = ZERO
               MOVE "  NONE" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-RECEIPT-COUNT
                           OR WS-SUB > WS-LIST-MAX
                   PERFORM PRINT-RECEIPT-PARA
               END-PERFORM
               MOVE WS-RECEIPT-TOTAL TO WS-EDIT-AMOUNT
               STRING "  TOTAL RECEIVED        " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-IF

           MOVE "-----------------------------------------------"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE "         CURRENT          31-60          61-90"
               TO WS-PRINT-LINE
           MOVE "        OVER 90" TO WS-PRINT-LINE(47:15)
           PERFORM PRINT-LINE-PARA
           MOVE WS-AGE-CURRENT TO WS-EDIT-AGE-1
           MOVE WS-AGE-30 TO WS-EDIT-AGE-2
           MOVE WS-AGE-60 TO WS-EDIT-AGE-3
           MOVE WS-AGE-90-PLUS TO WS-EDIT-AGE-4
           STRING " " DELIMITED BY SIZE
               WS-EDIT-AGE-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AGE-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AGE-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AGE-4 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-OPEN-TOTAL TO WS-EDIT-AMOUNT
           STRING "TOTAL OPEN INVOICES     " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE CM-BALANCE-OWED TO WS-EDIT-BALANCE
           STRING "BALANCE OWED            " DELIMITED BY SIZE
               WS-EDIT-BALANCE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           IF WS-NEW-LEVEL > ZERO
               STRING "PAYMENT OVERDUE - REMINDER LEVEL "
                   DELIMITED BY SIZE
                   WS-NEW-LEVEL DELIMITED BY SIZE
                   " - PLEASE SEE THE ENCLOSED LETTER"
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-IF
           IF CM-ON-CREDIT-HOLD
               MOVE "*** ACCOUNT ON CREDIT HOLD - NO FURTHER ORDERS "
                   TO WS-PRINT-LINE
               MOVE "WILL BE ACCEPTED ***" TO WS-PRINT-LINE(48:20)
               PERFORM PRINT-LINE-PARA
           END-IF
           MOVE "==============================================="
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA.

           PRINT-INVOICE-PARA.

           COMPUTE WS-OPEN-BALANCE =
               WS-AR-AMOUNT(WS-AR-IDX) - WS-AR-PAID(WS-AR-IDX)
           MOVE WS-AR-AMOUNT(WS-AR-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-AR-PAID(WS-AR-IDX) TO WS-EDIT-PAID
           MOVE WS-OPEN-BALANCE TO WS-EDIT-OPEN
           MOVE WS-AR-DAYS-OLD(WS-AR-IDX) TO WS-EDIT-DAYS
           STRING "  " DELIMITED BY SIZE
               WS-AR-INVOICE-NO(WS-AR-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-AR-DATE(WS-AR-IDX) DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               WS-EDIT-PAID DELIMITED BY SIZE
               WS-EDIT-OPEN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-DAYS DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-CREDIT-PARA.

           MOVE WS-CR-AMOUNT(WS-SUB) TO WS-EDIT-AMOUNT
           STRING "  CREDIT " DELIMITED BY SIZE
               WS-CR-CREDIT-NO(WS-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CR-DATE(WS-SUB) DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  RETURN ON ORDER " DELIMITED BY SIZE
               WS-CR-ORDER(WS-SUB) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-RECEIPT-PARA.

           MOVE WS-RV-AMOUNT(WS-SUB) TO WS-EDIT-AMOUNT
           STRING "  RECEIVED " DELIMITED BY SIZE
               WS-RV-DATE(WS-SUB) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  AGAINST INVOICE " DELIMITED BY SIZE
               WS-RV-INVOICE-NO(WS-SUB) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

      *>--------------- dunning letters ----------------------------

           LETTER-LINE-PARA.

           MOVE SPACE TO LT-CARRIAGE-CONTROL
           MOVE WS-LETTER-LINE TO LT-TEXT
           WRITE LETTER-RECORD
           MOVE SPACES TO WS-LETTER-LINE.

           LETTER-PAGE-PARA.

           MOVE '1' TO LT-CARRIAGE-CONTROL
           MOVE WS-LETTER-LINE TO LT-TEXT
           WRITE LETTER-RECORD
           MOVE SPACES TO WS-LETTER-LINE.

           PRINT-LETTER-PARA.

           ADD 1 TO WS-LETTER-COUNT
           EVALUATE WS-NEW-LEVEL
               WHEN 1
                   ADD 1 TO WS-LEVEL-1-COUNT
               WHEN 2
                   ADD 1 TO WS-LEVEL-2-COUNT
               WHEN OTHER
                   ADD 1 TO WS-LEVEL-3-COUNT
           END-EVALUATE
           STRING "ACCOUNTS RECEIVABLE" DELIMITED BY SIZE
               "                              DATE : "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-LETTER-LINE
           END-STRING
           PERFORM LETTER-PAGE-PARA
           PERFORM LETTER-LINE-PARA
           MOVE CM-CUSTOMER-NAME TO WS-LETTER-LINE
           PERFORM LETTER-LINE-PARA
           MOVE CM-ADDRESS TO WS-LETTER-LINE
           PERFORM LETTER-LINE-PARA
           PERFORM LETTER-LINE-PARA
           STRING "ACCOUNT " DELIMITED BY SIZE
               CM-CUSTOMER-CODE DELIMITED BY SIZE
               INTO WS-LETTER-LINE
           END-STRING
           PERFORM LETTER-LINE-PARA
           PERFORM LETTER-LINE-PARA
           EVALUATE WS-NEW-LEVEL
               WHEN 1
                   MOVE "REMINDER - PAYMENT OVERDUE" TO WS-LETTER-LINE
               WHEN 2
                   MOVE "SECOND REMINDER - PAYMENT SERIOUSLY OVERDUE"
                       TO WS-LETTER-LINE
               WHEN OTHER
                   MOVE "FINAL NOTICE - ACCOUNT ON CREDIT HOLD"
                       TO WS-LETTER-LINE
           END-EVALUATE
           PERFORM LETTER-LINE-PARA
           PERFORM LETTER-LINE-PARA
           MOVE WS-OVERDUE-TOTAL TO WS-EDIT-AMOUNT
           MOVE WS-OLDEST-DAYS TO WS-EDIT-OLDEST
           STRING "OUR RECORDS SHOW " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               " OVERDUE ON YOUR ACCOUNT - OLDEST INVOICE DAYS "
               DELIMITED BY SIZE
               "OLD :" DELIMITED BY SIZE
               WS-EDIT-OLDEST DELIMITED BY SIZE
               INTO WS-LETTER-LINE
           END-STRING
           PERFORM LETTER-LINE-PARA
           EVALUATE WS-NEW-LEVEL
               WHEN 1
                   MOVE "IF PAYMENT HAS ALREADY BEEN MADE PLEASE "
                       TO WS-LETTER-LINE
                   MOVE "ACCEPT OUR THANKS; OTHERWISE PLEASE ARRANGE"
                       TO WS-LETTER-LINE(41:43)
                   PERFORM LETTER-LINE-PARA
                   MOVE "PAYMENT AT YOUR EARLIEST CONVENIENCE."
                       TO WS-LETTER-LINE
                   PERFORM LETTER-LINE-PARA
               WHEN 2
                   MOVE "WE HAVE NOT RECEIVED PAYMENT FOLLOWING OUR "
                       TO WS-LETTER-LINE
                   MOVE "EARLIER REMINDER. PLEASE SETTLE THE OVERDUE"
                       TO WS-LETTER-LINE(44:43)
                   PERFORM LETTER-LINE-PARA
                   MOVE "BALANCE WITHIN SEVEN DAYS TO AVOID YOUR "
                       TO WS-LETTER-LINE
                   MOVE "ACCOUNT BEING PLACED ON CREDIT HOLD."
                       TO WS-LETTER-LINE(41:36)
                   PERFORM LETTER-LINE-PARA
               WHEN OTHER
                   MOVE "YOUR ACCOUNT HAS BEEN PLACED ON CREDIT HOLD "
                       TO WS-LETTER-LINE
                   MOVE "AND NO FURTHER ORDERS WILL BE ACCEPTED"
                       TO WS-LETTER-LINE(45:38)
                   PERFORM LETTER-LINE-PARA
                   MOVE "UNTIL THE OVERDUE BALANCE IS SETTLED IN FULL."
                       TO WS-LETTER-LINE
                   PERFORM LETTER-LINE-PARA
           END-EVALUATE
           PERFORM LETTER-LINE-PARA
           MOVE "A STATEMENT OF YOUR ACCOUNT IS ENCLOSED."
               TO WS-LETTER-LINE
           PERFORM LETTER-LINE-PARA
           PERFORM LETTER-LINE-PARA
           MOVE "CREDIT CONTROL" TO WS-LETTER-LINE
           PERFORM LETTER-LINE-PARA.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "ARSTMT  " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-STATEMENT-COUNT TO RC-RECORDS-PROCESSED
           MOVE WS-RUN-OPEN-TOTAL TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM CustomerStatementRun.
