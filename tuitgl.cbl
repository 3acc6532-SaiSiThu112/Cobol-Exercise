           *> posts so a rerun cannot hit the books twice, and the
           *> run states the posted control-account balance against
           *> the sum of the STUDENT-BILLING balances on its face
           *> a late-fee line on an overdue instalment debits
           *> receivables against the PENALTYINC penalty-income
           *> account, kept apart from tuition revenue
           *> a withdrawal refund credit reverses tuition revenue
           *> against receivables, and the cash refund paid on its
           *> voucher re-debits receivables against cash
           *> a school bus transport fee line debits receivables against
           *> the TRANSPREV transport-revenue account
           *> a school shop sale line debits receivables against the
           *> SHOPREV shop-revenue account, and the stock cost carried
           *> on each SHOP-SALE line debits SHOPCOGS cost of goods
           *> against INVENTORY, stamped so a rerun cannot repeat it
           *> a cheque returned unpaid re-debits receivables against
           *> cash like a void, and its returned-cheque fee debits
           *> receivables against the CHQFEEINC fee-income account
           *> journal lines now carry source TUIT, the student, term
           *> and line type as document reference and the ledger
           *> line's own date, for the GL inquiry drill-down
           *> each run now logs its completion to RUN-CONTROL as
           *> TUITGL, lines fed and the control-account movement,
           *> so the period close can see the feed has run
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-BILLING-FILE ASSIGN TO "STUBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL SHOP-SALE-FILE ASSIGN TO "SHOPSALE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHOP-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-BILLING-FILE.
       FD JOURNAL-FILE.
           COPY JRNLENT.

       FD SHOP-SALE-FILE.
           COPY SHOPSALE.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       WORKING-STORAGE SECTION.

           01 WS-BILLING-STATUS PIC X(02) VALUE SPACES.
           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-SHOP-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-SHOP-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SHOP-EOF VALUE 'Y'.
           01 WS-COST-FED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-COST-FED-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-BILL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BILL-EOF VALUE 'Y'.

               02 WS-TUITION-REV-ACCT PIC X(10) VALUE "TUITREVNUE".
               02 WS-CASH-ACCT PIC X(10) VALUE "CASHONHAND".
               02 WS-BENEFIT-EXP-ACCT PIC X(10) VALUE "BENEFITEXP".
               02 WS-PENALTY-INC-ACCT PIC X(10) VALUE "PENALTYINC".
               02 WS-TRANSPORT-REV-ACCT PIC X(10) VALUE "TRANSPREV ".
               02 WS-SHOP-REV-ACCT PIC X(10) VALUE "SHOPREV   ".
               02 WS-SHOP-COGS-ACCT PIC X(10) VALUE "SHOPCOGS  ".
               02 WS-INVENTORY-ACCT PIC X(10) VALUE "INVENTORY ".
               02 WS-CHEQUE-FEE-ACCT PIC X(10) VALUE "CHQFEEINC ".

           01 WS-BILL-TABLE.
               02 WS-BILL-ENTRY OCCURS 1000 TIMES
                   05 WS-BL-STUDENT-ID PIC 9(05).
                   05 WS-BL-TERM PIC X(06).
                   05 WS-BL-TYPE PIC X(01).
                       88 WS-BL-ADDS-TO-BALANCE
                           VALUE 'C' 'V' 'L' 'K' 'T' 'S'
                                 'Q' 'F'.
                   05 WS-BL-AMOUNT PIC 9(07)V99.
                   05 WS-BL-DATE PIC 9(08).
                   05 WS-BL-JOURNALED PIC X(01).
           01 WS-LEDGER-BALANCE PIC S9(11)V99 VALUE ZERO.
           01 WS-CONTROL-BALANCE PIC S9(11)V99 VALUE ZERO.
           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME

           PERFORM LOAD-BILLING-PARA
           IF WS-BILL-OVERFLOWED
           END-IF
           IF WS-BILL-COUNT = ZERO
               DISPLAY "STUDENT-BILLING IS EMPTY - NOTHING TO FEED"
               PERFORM LOG-RUN-CONTROL-PARA
                STOP RUN
           END-IF

           MOVE "TUITN" TO JE-BATCH-ID
           MOVE WS-RUN-DATE(1:6) TO JE-PERIOD
           MOVE 'N' TO JE-POSTED-FLAG
           MOVE "TUIT" TO JE-SOURCE-SYSTEM
           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                   UNTIL WS-BILL-IDX > WS-BILL-COUNT
               PERFORM FEED-ONE-LINE-PARA
           END-PERFORM
           PERFORM FEED-SHOP-COST-PARA
           CLOSE JOURNAL-FILE

           PERFORM SAVE-BILLING-PARA
           PERFORM LOG-RUN-CONTROL-PARA

           DISPLAY "LEDGER LINES FED : " WS-FED-COUNT
           DISPLAY "SHOP COST LINES FED : " WS-COST-FED-COUNT
               " COST OF GOODS : " WS-COST-FED-TOTAL
           DISPLAY "CONTROL-ACCOUNT MOVEMENT THIS RUN : "
               WS-CONTROL-MOVEMENT
           DISPLAY "CONTROL ACCOUNT (ALL JOURNALIZED) : "
               MOVE BL-TRAN-DATE TO WS-BL-DATE(WS-BILL-IDX)
               MOVE BL-JOURNALED-FLAG
                   TO WS-BL-JOURNALED(WS-BILL-IDX)
               IF BL-ADDS-TO-BALANCE
                   ADD BL-AMOUNT TO WS-LEDGER-BALANCE
               ELSE
                   SUBTRACT BL-AMOUNT FROM WS-LEDGER-BALANCE

           IF WS-BL-JOURNALED(WS-BILL-IDX) NOT = 'J'
               ADD 1 TO WS-FED-COUNT
      *> the line is found again on STUDENT-BILLING by student,
      *> term, type and date
               MOVE SPACES TO JE-DOCUMENT-REF
               MOVE WS-BL-STUDENT-ID(WS-BILL-IDX)
                   TO JE-DOCUMENT-REF(1:5)
               MOVE WS-BL-TERM(WS-BILL-IDX) TO JE-DOCUMENT-REF(7:6)
               MOVE WS-BL-TYPE(WS-BILL-IDX) TO JE-DOCUMENT-REF(14:1)
               MOVE WS-BL-DATE(WS-BILL-IDX) TO JE-TRANS-DATE
               EVALUATE WS-BL-TYPE(WS-BILL-IDX)
                   WHEN 'C'
                       MOVE WS-STUDENT-REC-ACCT TO JE-ACCOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       SUBTRACT WS-BL-AMOUNT(WS-BILL-IDX)
                           FROM WS-CONTROL-MOVEMENT
                   WHEN 'L'
                       MOVE WS-STUDENT-REC-ACCT TO JE-ACCOUNT
                       MOVE WS-BL-AMOUNT(WS-BILL-IDX)
                           TO JE-DEBIT-AMOUNT
                       MOVE ZERO TO JE-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       MOVE WS-PENALTY-INC-ACCT TO JE-ACCOUNT
                       MOVE ZERO TO JE-DEBIT-AMOUNT
                       MOVE WS-BL-AMOUNT(WS-BILL-IDX)
                           TO JE-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       ADD WS-BL-AMOUNT(WS-BILL-IDX)
                           TO WS-CONTROL-MOVEMENT
                   WHEN 'R'
      *> withdrawal refund - the unused tuition comes back out of
      *> revenue and off the receivable
                       MOVE WS-TUITION-REV-ACCT TO JE-ACCOUNT
                       MOVE WS-BL-AMOUNT(WS-BILL-IDX)
                           TO JE-DEBIT-AMOUNT
                       MOVE ZERO TO JE-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       MOVE WS-STUDENT-REC-ACCT TO JE-ACCOUNT
                       MOVE ZERO TO JE-DEBIT-AMOUNT
                       MOVE WS-BL-AMOUNT(WS-BILL-IDX)
                           TO JE-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       SUBTRACT WS-BL-AMOUNT(WS-BILL-IDX)
                           FROM WS-CONTROL-MOVEMENT
                   WHEN 'K'
      *> cash refund paid on a voucher - clears the credit balance
      *> the refund left against the cash paid out
                       MOVE WS-STUDENT-REC-ACCT TO JE-ACCOUNT
                       MOVE WS-BL-AMOUNT(WS-BILL-IDX)
                           TO JE-DEBIT-AMOUNT
                       MOVE ZERO TO JE-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       MOVE WS-CASH-ACCT TO JE-ACCOUNT
                       MOVE ZERO TO JE-DEBIT-AMOUNT
                       MOVE WS-BL-AMOUNT(WS-BILL-IDX)
                           TO JE-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       ADD WS-BL-AMOUNT(WS-BILL-IDX)
                           TO WS-CONTROL-MOVEMENT
                   WHEN 'T'
      *> school bus fee - a receivable against transport revenue
                       MOVE WS-STUDENT-REC-ACCT TO JE-ACCOUNT
                       MOVE WS-BL-AMOUNT(WS-BILL-IDX)
                           TO JE-DEBIT-AMOUNT
                       MOVE ZERO TO JE-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       MOVE WS-TRANSPORT-REV-ACCT TO JE-ACCOUNT
                       MOVE ZERO TO JE-DEBIT-AMOUNT
                       MOVE WS-BL-AMOUNT(WS-BILL-IDX)
                           TO JE-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       ADD WS-BL-AMOUNT(WS-BILL-IDX)
                           TO WS-CONTROL-MOVEMENT
                   WHEN 'S'
      *> school shop sale - a receivable against shop revenue; its
      *> cost of goods is fed from the SHOP-SALE lines
                       MOVE WS-STUDENT-REC-ACCT TO JE-ACCOUNT
                       MOVE WS-BL-AMOUNT(WS-BILL-IDX)
                           TO JE-DEBIT-AMOUNT
                       MOVE ZERO TO JE-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       MOVE WS-SHOP-REV-ACCT TO JE-ACCOUNT
                       MOVE ZERO TO JE-DEBIT-AMOUNT
                       MOVE WS-BL-AMOUNT(WS-BILL-IDX)
                           TO JE-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       ADD WS-BL-AMOUNT(WS-BILL-IDX)
                           TO WS-CONTROL-MOVEMENT
                   WHEN 'Q'
      *> cheque returned unpaid - the receivable comes back and the
      *> cash the payment debited goes back out, as for a void
                       MOVE WS-STUDENT-REC-ACCT TO JE-ACCOUNT
                       MOVE WS-BL-AMOUNT(WS-BILL-IDX)
                           TO JE-DEBIT-AMOUNT
                       MOVE ZERO TO JE-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       MOVE WS-CASH-ACCT TO JE-ACCOUNT
                       MOVE ZERO TO JE-DEBIT-AMOUNT
                       MOVE WS-BL-AMOUNT(WS-BILL-IDX)
                           TO JE-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       ADD WS-BL-AMOUNT(WS-BILL-IDX)
                           TO WS-CONTROL-MOVEMENT
                   WHEN 'F'
      *> returned-cheque fee - a receivable against fee income
                       MOVE WS-STUDENT-REC-ACCT TO JE-ACCOUNT
                       MOVE WS-BL-AMOUNT(WS-BILL-IDX)
                           TO JE-DEBIT-AMOUNT
                       MOVE ZERO TO JE-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       MOVE WS-CHEQUE-FEE-ACCT TO JE-ACCOUNT
                       MOVE ZERO TO JE-DEBIT-AMOUNT
                       MOVE WS-BL-AMOUNT(WS-BILL-IDX)
                           TO JE-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       ADD WS-BL-AMOUNT(WS-BILL-IDX)
                           TO WS-CONTROL-MOVEMENT
               END-EVALUATE
               MOVE 'J' TO WS-BL-JOURNALED(WS-BILL-IDX)
           END-IF
           IF WS-BL-JOURNALED(WS-BILL-IDX) = 'J'
               IF WS-BL-ADDS-TO-BALANCE(WS-BILL-IDX)
                   ADD WS-BL-AMOUNT(WS-BILL-IDX)
                       TO WS-CONTROL-BALANCE
               ELSE
               END-IF
           END-IF.

           FEED-SHOP-COST-PARA.

      *> each shop sale's stock cost moves out of inventory into
      *> cost of goods, stamped in place so a rerun skips it
           MOVE 'N' TO WS-SHOP-EOF-SWITCH
           OPEN I-O SHOP-SALE-FILE
           IF WS-SHOP-STATUS NOT = "00"
               MOVE 'Y' TO WS-SHOP-EOF-SWITCH
           ELSE
               PERFORM READ-SHOP-SALE-PARA
           END-IF
           PERFORM FEED-ONE-SHOP-COST-PARA UNTIL WS-SHOP-EOF
           CLOSE SHOP-SALE-FILE.

           READ-SHOP-SALE-PARA.

           READ SHOP-SALE-FILE
               AT END MOVE 'Y' TO WS-SHOP-EOF-SWITCH
           END-READ.

           FEED-ONE-SHOP-COST-PARA.

           IF NOT SJ-JOURNALED
               IF SJ-COST-AMOUNT > ZERO
                   MOVE SPACES TO JE-DOCUMENT-REF
                   MOVE SJ-STUDENT-ID TO JE-DOCUMENT-REF(1:5)
                   MOVE SJ-TERM-CODE TO JE-DOCUMENT-REF(7:6)
                   MOVE 'S' TO JE-DOCUMENT-REF(14:1)
                   MOVE SJ-ITEM-CODE TO JE-DOCUMENT-REF(16:5)
                   MOVE SJ-SALE-DATE TO JE-TRANS-DATE
                   MOVE WS-SHOP-COGS-ACCT TO JE-ACCOUNT
                   MOVE SJ-COST-AMOUNT TO JE-DEBIT-AMOUNT
                   MOVE ZERO TO JE-CREDIT-AMOUNT
                   WRITE JOURNAL-ENTRY-RECORD
                   MOVE WS-INVENTORY-ACCT TO JE-ACCOUNT
                   MOVE ZERO TO JE-DEBIT-AMOUNT
                   MOVE SJ-COST-AMOUNT TO JE-CREDIT-AMOUNT
                   WRITE JOURNAL-ENTRY-RECORD
                   ADD 1 TO WS-COST-FED-COUNT
                   ADD SJ-COST-AMOUNT TO WS-COST-FED-TOTAL
               END-IF
               MOVE 'J' TO SJ-JOURNALED-FLAG
               REWRITE SHOP-SALE-RECORD
           END-IF
           PERFORM READ-SHOP-SALE-PARA.

           SAVE-BILLING-PARA.

           OPEN OUTPUT STUDENT-BILLING-FILE
           END-PERFORM
           CLOSE STUDENT-BILLING-FILE.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "TUITGL  " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-FED-COUNT TO RC-RECORDS-PROCESSED
           MOVE WS-CONTROL-MOVEMENT TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM TuitionLedgerFeed.
