       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlAccountInquiry.
       ENVIRONMENT DIVISION.
           *> general-ledger account inquiry - enter an account and a
           *> period and the GL-MASTER balance is shown with every
           *> JOURNAL line behind it: batch, source system, document
           *> reference, transaction date and amount, the posted
           *> lines proved against the balance on the master
           *> choosing a line drills down to the document the feeder
           *> wrote it from - the batch run on RUN-CONTROL for the
           *> payroll, bonus, settlement, expense, valuation,
           *> depreciation and revaluation runs, the STUDENT-BILLING
           *> line for tuition, the purchase order for a receipt,
           *> the voucher for a landed cost, the vendor invoice for
           *> payables, the customer order for an invoice or return,
           *> the asset for a disposal, and the template or reversal
           *> schedule for the GL posting run's own lines
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

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL STUDENT-BILLING-FILE ASSIGN TO "STUBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT OPTIONAL PURCHASE-ORDER-FILE ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.

           SELECT OPTIONAL PO-HEADER-FILE ASSIGN TO "POHDRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-PO-NUMBER
               FILE STATUS IS WS-HEADER-STATUS.

           SELECT OPTIONAL PO-LINE-FILE ASSIGN TO "POLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-LINE-KEY
               FILE STATUS IS WS-LINE-STATUS.

           SELECT OPTIONAL LANDED-COST-FILE ASSIGN TO "LANDCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANDCOST-STATUS.

           SELECT OPTIONAL VENDOR-INVOICE-FILE ASSIGN TO "VENDINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDINV-STATUS.

           SELECT OPTIONAL CUSTOMER-ORDER-FILE ASSIGN TO "COMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ORDER-NUMBER
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT OPTIONAL FIXED-ASSET-FILE ASSIGN TO "FIXASSET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-NUMBER
               FILE STATUS IS WS-ASSET-STATUS.

           SELECT OPTIONAL JOURNAL-TEMPLATE-FILE ASSIGN TO "JRNLTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT OPTIONAL REVERSE-SCHEDULE-FILE ASSIGN TO "REVSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVSCHED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GL-MASTER-FILE.
           COPY GLMASTER.

       FD CHART-OF-ACCOUNTS.
           COPY CHARTACC.

       FD JOURNAL-FILE.
           COPY JRNLENT.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD STUDENT-BILLING-FILE.
           COPY STUBILL.

       FD PURCHASE-ORDER-FILE.
           COPY PORDER.

       FD PO-HEADER-FILE.
           COPY POHDR.

       FD PO-LINE-FILE.
           COPY POLINE.

       FD LANDED-COST-FILE.
           COPY LANDCOST.

       FD VENDOR-INVOICE-FILE.
           COPY VENDINV.

       FD CUSTOMER-ORDER-FILE.
           COPY CUSTORD.

       FD FIXED-ASSET-FILE.
           COPY FIXASSET.

       FD JOURNAL-TEMPLATE-FILE.
           COPY JRNLTMPL.

       FD REVERSE-SCHEDULE-FILE.
           COPY REVSCHED.

       WORKING-STORAGE SECTION.

           01 WS-GLMAST-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHART-STATUS PIC X(02) VALUE SPACES.
           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-BILLING-STATUS PIC X(02) VALUE SPACES.
           01 WS-PO-STATUS PIC X(02) VALUE SPACES.
           01 WS-HEADER-STATUS PIC X(02) VALUE SPACES.
           01 WS-LINE-STATUS PIC X(02) VALUE SPACES.
           01 WS-LANDCOST-STATUS PIC X(02) VALUE SPACES.
           01 WS-VENDINV-STATUS PIC X(02) VALUE SPACES.
           01 WS-ORDER-STATUS PIC X(02) VALUE SPACES.
           01 WS-ASSET-STATUS PIC X(02) VALUE SPACES.
           01 WS-TEMPLATE-STATUS PIC X(02) VALUE SPACES.
           01 WS-REVSCHED-STATUS PIC X(02) VALUE SPACES.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-MORE-SWITCH PIC X(01) VALUE 'Y'.
               88 WS-MORE-INQUIRIES VALUE 'Y'.
           01 WS-DRILL-SWITCH PIC X(01) VALUE 'Y'.
               88 WS-MORE-DRILLING VALUE 'Y'.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.

           01 WS-INQUIRY-ACCOUNT PIC X(10) VALUE SPACES.
           01 WS-INQUIRY-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-LINE-CHOICE PIC 9(03) VALUE ZERO.

      *> the journal lines behind the balance, held so one can be
      *> chosen for drill-down by its number on the list
           01 WS-LINE-TABLE.
               02 WS-LINE-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-LINE-IDX.
                   05 WS-LN-BATCH PIC X(05).
                   05 WS-LN-SOURCE PIC X(04).
                   05 WS-LN-DOCUMENT-REF PIC X(20).
                   05 WS-LN-TRANS-DATE PIC X(08).
                   05 WS-LN-DEBIT PIC 9(09)V99.
                   05 WS-LN-CREDIT PIC 9(09)V99.
                   05 WS-LN-POSTED PIC X(01).
           01 WS-LINE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-SKIPPED PIC 9(05) VALUE ZERO.
           01 WS-LINE-NUMBER PIC ZZ9.

           01 WS-POSTED-DEBITS PIC 9(11)V99 VALUE ZERO.
           01 WS-POSTED-CREDITS PIC 9(11)V99 VALUE ZERO.
           01 WS-UNPOSTED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-DIFFERENCE PIC S9(11)V99 VALUE ZERO.
           01 WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-CREDIT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-DIFFERENCE PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-POSTED-TEXT PIC X(08) VALUE SPACES.

      *> the document reference picked apart per source
           01 WS-DOCUMENT-REF PIC X(20) VALUE SPACES.
           01 WS-REF-TUITION REDEFINES WS-DOCUMENT-REF.
               05 WS-REF-STUDENT-ID PIC 9(05).
               05 FILLER PIC X(01).
               05 WS-REF-TERM PIC X(06).
               05 FILLER PIC X(01).
               05 WS-REF-BILL-TYPE PIC X(01).
               05 FILLER PIC X(06).
           01 WS-REF-RECEIPT REDEFINES WS-DOCUMENT-REF.
               05 FILLER PIC X(03).
               05 WS-REF-PO-NUMBER PIC 9(06).
               05 FILLER PIC X(06).
               05 WS-REF-ITEM-CODE PIC 9(05).
           01 WS-REF-VOUCHER REDEFINES WS-DOCUMENT-REF.
               05 FILLER PIC X(04).
               05 WS-REF-VOUCHER-NO PIC 9(06).
               05 FILLER PIC X(10).
           01 WS-REF-PAYABLE REDEFINES WS-DOCUMENT-REF.
               05 WS-REF-VENDOR-CODE PIC 9(04).
               05 FILLER PIC X(01).
               05 WS-REF-INVOICE-NUMBER PIC X(08).
               05 FILLER PIC X(07).
           01 WS-REF-SALE REDEFINES WS-DOCUMENT-REF.
               05 WS-REF-ORDER-NUMBER PIC 9(06).
               05 FILLER PIC X(01).
               05 WS-REF-SALE-KIND PIC X(03).
               05 FILLER PIC X(01).
               05 WS-REF-SALE-DOC-NO PIC X(06).
               05 FILLER PIC X(03).
           01 WS-REF-REVERSAL REDEFINES WS-DOCUMENT-REF.
               05 WS-REF-BATCH-ID PIC X(05).
               05 FILLER PIC X(01).
               05 WS-REF-PERIOD PIC 9(06).
               05 FILLER PIC X(08).
           01 WS-REF-TRANS-DATE PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INQUIRY-PARA UNTIL NOT WS-MORE-INQUIRIES

            STOP RUN.

           INQUIRY-PARA.

           MOVE SPACES TO WS-INQUIRY-ACCOUNT
           DISPLAY "ENTER ACCOUNT (BLANK TO END) "
           ACCEPT WS-INQUIRY-ACCOUNT

           IF WS-INQUIRY-ACCOUNT = SPACES
               MOVE 'N' TO WS-MORE-SWITCH
           ELSE
               DISPLAY "ENTER PERIOD (YYYYMM) "
               ACCEPT WS-INQUIRY-PERIOD
               PERFORM SHOW-BALANCE-PARA
               PERFORM LIST-LINES-PARA
               IF WS-LINE-COUNT > ZERO
                   MOVE 'Y' TO WS-DRILL-SWITCH
                   PERFORM DRILL-DOWN-PARA UNTIL NOT WS-MORE-DRILLING
               END-IF
           END-IF.

           SHOW-BALANCE-PARA.

           DISPLAY " "
           DISPLAY "----- General Ledger Account Inquiry -----"
           OPEN INPUT CHART-OF-ACCOUNTS
           MOVE WS-INQUIRY-ACCOUNT TO CA-ACCOUNT-NUMBER
           READ CHART-OF-ACCOUNTS
               INVALID KEY
                   MOVE "** NOT ON CHART **" TO CA-DESCRIPTION
           END-READ
           CLOSE CHART-OF-ACCOUNTS
           DISPLAY "ACCOUNT : " WS-INQUIRY-ACCOUNT " "
               CA-DESCRIPTION "  PERIOD : " WS-INQUIRY-PERIOD
           OPEN INPUT GL-MASTER-FILE
           MOVE WS-INQUIRY-ACCOUNT TO GL-ACCOUNT
           MOVE WS-INQUIRY-PERIOD TO GL-PERIOD
           READ GL-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO GL-DEBITS
                   MOVE ZERO TO GL-CREDITS
                   DISPLAY "NO BALANCE ON THE MASTER FOR THE PERIOD"
           END-READ
           CLOSE GL-MASTER-FILE
           MOVE GL-DEBITS TO WS-EDIT-AMOUNT
           MOVE GL-CREDITS TO WS-EDIT-CREDIT
           DISPLAY "MASTER DEBITS : " WS-EDIT-AMOUNT
               "  CREDITS : " WS-EDIT-CREDIT.

           LIST-LINES-PARA.

           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-LINES-SKIPPED
           MOVE ZERO TO WS-POSTED-DEBITS
           MOVE ZERO TO WS-POSTED-CREDITS
           MOVE ZERO TO WS-UNPOSTED-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           DISPLAY " "
           DISPLAY "LINE BATCH SRCE DOCUMENT REFERENCE    TRAN DATE"
               "          DEBIT         CREDIT"
           OPEN INPUT JOURNAL-FILE
           PERFORM UNTIL WS-EOF
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF JE-ACCOUNT = WS-INQUIRY-ACCOUNT
                               AND JE-PERIOD = WS-INQUIRY-PERIOD
                           PERFORM KEEP-LINE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF WS-LINE-COUNT = ZERO
               DISPLAY "NO JOURNAL LINES FOR THE ACCOUNT AND PERIOD"
           END-IF
           IF WS-LINES-SKIPPED > ZERO
               DISPLAY "*** " WS-LINES-SKIPPED " FURTHER LINES NOT "
                   "LISTED - MORE THAN 500 ***"
           END-IF
           MOVE WS-POSTED-DEBITS TO WS-EDIT-AMOUNT
           MOVE WS-POSTED-CREDITS TO WS-EDIT-CREDIT
           DISPLAY "POSTED LINES  : " WS-EDIT-AMOUNT
               "  CREDITS : " WS-EDIT-CREDIT
           COMPUTE WS-DIFFERENCE =
               (GL-DEBITS - GL-CREDITS)
                   - (WS-POSTED-DEBITS - WS-POSTED-CREDITS)
           IF WS-DIFFERENCE = ZERO
               DISPLAY "POSTED LINES AGREE WITH THE MASTER BALANCE"
           ELSE
               MOVE WS-DIFFERENCE TO WS-EDIT-DIFFERENCE
               DISPLAY "*** MASTER DIFFERS FROM THE POSTED LINES BY "
                   WS-EDIT-DIFFERENCE " ***"
           END-IF
           IF WS-UNPOSTED-COUNT > ZERO
               DISPLAY WS-UNPOSTED-COUNT " LINES STILL UNPOSTED - "
                   "NOT YET IN THE MASTER BALANCE"
           END-IF.

           KEEP-LINE-PARA.

           IF JE-POSTED
               ADD JE-DEBIT-AMOUNT TO WS-POSTED-DEBITS
               ADD JE-CREDIT-AMOUNT TO WS-POSTED-CREDITS
               MOVE SPACES TO WS-POSTED-TEXT
           ELSE
               ADD 1 TO WS-UNPOSTED-COUNT
               MOVE "UNPOSTED" TO WS-POSTED-TEXT
           END-IF
           IF WS-LINE-COUNT = 500
               ADD 1 TO WS-LINES-SKIPPED
           ELSE
               ADD 1 TO WS-LINE-COUNT
               SET WS-LINE-IDX TO WS-LINE-COUNT
               MOVE JE-BATCH-ID TO WS-LN-BATCH(WS-LINE-IDX)
               MOVE JE-SOURCE-SYSTEM TO WS-LN-SOURCE(WS-LINE-IDX)
               MOVE JE-DOCUMENT-REF TO WS-LN-DOCUMENT-REF(WS-LINE-IDX)
               MOVE JE-TRANS-DATE TO WS-LN-TRANS-DATE(WS-LINE-IDX)
               MOVE JE-DEBIT-AMOUNT TO WS-LN-DEBIT(WS-LINE-IDX)
               MOVE JE-CREDIT-AMOUNT TO WS-LN-CREDIT(WS-LINE-IDX)
               MOVE JE-POSTED-FLAG TO WS-LN-POSTED(WS-LINE-IDX)
               MOVE WS-LINE-COUNT TO WS-LINE-NUMBER
               MOVE JE-DEBIT-AMOUNT TO WS-EDIT-AMOUNT
               MOVE JE-CREDIT-AMOUNT TO WS-EDIT-CREDIT
               DISPLAY " " WS-LINE-NUMBER " " JE-BATCH-ID " "
                   JE-SOURCE-SYSTEM " " JE-DOCUMENT-REF " "
                   WS-LN-TRANS-DATE(WS-LINE-IDX) " "
                   WS-EDIT-AMOUNT " " WS-EDIT-CREDIT " "
                   WS-POSTED-TEXT
           END-IF.

      *>--------------- drill-down -------------------------------------

           DRILL-DOWN-PARA.

           DISPLAY "ENTER LINE NUMBER TO DRILL DOWN (0 TO FINISH) "
           ACCEPT WS-LINE-CHOICE
           IF WS-LINE-CHOICE = ZERO
               MOVE 'N' TO WS-DRILL-SWITCH
           ELSE
               IF WS-LINE-CHOICE > WS-LINE-COUNT
                   DISPLAY "NO SUCH LINE ON THE LIST"
               ELSE
                   SET WS-LINE-IDX TO WS-LINE-CHOICE
                   MOVE WS-LN-DOCUMENT-REF(WS-LINE-IDX)
                       TO WS-DOCUMENT-REF
                   MOVE WS-LN-TRANS-DATE(WS-LINE-IDX)
                       TO WS-REF-TRANS-DATE
                   MOVE WS-LN-SOURCE(WS-LINE-IDX) TO JE-SOURCE-SYSTEM
                   DISPLAY " "
                   DISPLAY "SOURCE " WS-LN-SOURCE(WS-LINE-IDX)
                       " DOCUMENT " WS-DOCUMENT-REF
                       " DATED " WS-REF-TRANS-DATE
                   PERFORM SHOW-SOURCE-PARA
               END-IF
           END-IF.

           SHOW-SOURCE-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           EVALUATE TRUE
               WHEN JE-FROM-BATCH-RUN
                   PERFORM SHOW-BATCH-RUN-PARA
               WHEN JE-FROM-TUITION
                   PERFORM SHOW-BILLING-PARA
               WHEN JE-FROM-PO-RECEIPT
                   PERFORM SHOW-PO-RECEIPT-PARA
               WHEN JE-FROM-LANDED-COST
                   PERFORM SHOW-VOUCHER-PARA
               WHEN JE-FROM-AP-INVOICE
               WHEN JE-FROM-AP-PAYMENT
                   PERFORM SHOW-VENDOR-INVOICE-PARA
               WHEN JE-FROM-SALES-INVOICE
               WHEN JE-FROM-CUSTOMER-RETURN
                   PERFORM SHOW-CUSTOMER-ORDER-PARA
               WHEN JE-FROM-ASSET-DISPOSAL
                   PERFORM SHOW-ASSET-PARA
               WHEN JE-FROM-RECURRING
                   PERFORM SHOW-TEMPLATE-PARA
               WHEN JE-FROM-REVERSAL
                   PERFORM SHOW-REVERSAL-PARA
               WHEN JE-FROM-YEAR-END
                   DISPLAY "YEAR-END CLOSING ENTRY - THE CLOSING "
                       "PROOF IS ON THE YRCLOSE REPORT OF THAT RUN"
                   MOVE 'Y' TO WS-FOUND-SWITCH
               WHEN OTHER
                   DISPLAY "NO SOURCE RECORDED ON THIS LINE - "
                       "WRITTEN BEFORE SOURCES WERE CARRIED"
                   MOVE 'Y' TO WS-FOUND-SWITCH
           END-EVALUATE
           IF NOT WS-FOUND
               DISPLAY "SOURCE DOCUMENT NO LONGER ON FILE"
           END-IF.

           SHOW-BATCH-RUN-PARA.

      *> the batch runs journal a whole run as one document - the
      *> run's RUN-CONTROL row is the audit trail behind it
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM UNTIL WS-EOF
               READ RUN-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF RC-JOB-NAME = WS-DOCUMENT-REF(1:8)
                               AND RC-RUN-DATE = WS-REF-TRANS-DATE
                           MOVE 'Y' TO WS-FOUND-SWITCH
                           DISPLAY "RUN " RC-JOB-NAME
                               " ON " RC-RUN-DATE
                               " FROM " RC-START-TIME
                               " TO " RC-END-TIME
                           DISPLAY "  RECORDS PROCESSED "
                               RC-RECORDS-PROCESSED
                               "  CONTROL TOTAL " RC-CONTROL-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

           SHOW-BILLING-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STUDENT-BILLING-FILE
           PERFORM UNTIL WS-EOF
               READ STUDENT-BILLING-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF BL-STUDENT-ID = WS-REF-STUDENT-ID
                               AND BL-TERM-CODE = WS-REF-TERM
                               AND BL-TRAN-TYPE = WS-REF-BILL-TYPE
                               AND BL-TRAN-DATE = WS-REF-TRANS-DATE
                           MOVE 'Y' TO WS-FOUND-SWITCH
                           DISPLAY "STUDENT " BL-STUDENT-ID
                               " TERM " BL-TERM-CODE
                               " TYPE " BL-TRAN-TYPE
                               " DATE " BL-TRAN-DATE
                               " AMOUNT " BL-AMOUNT
                               " JOURNALIZED " BL-JOURNALED-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-BILLING-FILE.

           SHOW-PO-RECEIPT-PARA.

      *> multi-line orders live on the header and line files,
      *> older single-item orders on the PO master
           OPEN INPUT PO-HEADER-FILE
           MOVE WS-REF-PO-NUMBER TO PH-PO-NUMBER
           READ PO-HEADER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   DISPLAY "PO " PH-PO-NUMBER
                       " VENDOR " PH-VENDOR-CODE
                       " ORDERED " PH-ORDER-DATE
                       " STATUS " PH-STATUS
                       " FIRST RECEIPT " PH-FIRST-RECEIPT-DATE
                   PERFORM SHOW-PO-LINES-PARA
           END-READ
           CLOSE PO-HEADER-FILE
           IF NOT WS-FOUND
               OPEN INPUT PURCHASE-ORDER-FILE
               MOVE WS-REF-PO-NUMBER TO PO-NUMBER
               READ PURCHASE-ORDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-SWITCH
                       DISPLAY "PO " PO-NUMBER
                           " VENDOR " PO-VENDOR-CODE
                           " ITEM " PO-ITEM-CODE
                           " ORDERED " PO-ORDER-QTY
                           " RECEIVED " PO-RECEIVED-QTY
                           " AT " PO-UNIT-COST
                           " STATUS " PO-STATUS
               END-READ
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

           SHOW-PO-LINES-PARA.

           OPEN INPUT PO-LINE-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-REF-PO-NUMBER TO PL-PO-NUMBER
           MOVE ZERO TO PL-LINE-NO
           START PO-LINE-FILE KEY >= PL-LINE-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-EOF
               READ PO-LINE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PL-PO-NUMBER NOT = WS-REF-PO-NUMBER
                           MOVE 'Y' TO WS-EOF-SWITCH
                       ELSE
                           IF PL-ITEM-CODE = WS-REF-ITEM-CODE
                               DISPLAY "  LINE " PL-LINE-NO
                                   " ITEM " PL-ITEM-CODE
                                   " ORDERED " PL-ORDER-QTY
                                   " RECEIVED " PL-RECEIVED-QTY
                                   " AT " PL-UNIT-COST
                                   " STATUS " PL-LINE-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PO-LINE-FILE.

           SHOW-VOUCHER-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT LANDED-COST-FILE
           PERFORM UNTIL WS-EOF
               READ LANDED-COST-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF LV-VOUCHER-NO = WS-REF-VOUCHER-NO
                           MOVE 'Y' TO WS-FOUND-SWITCH
                           DISPLAY "VOUCHER " LV-VOUCHER-NO
                               " PO " LV-PO-NUMBER
                               " CHARGE " LV-CHARGE-TYPE
                               " INVOICE " LV-INVOICE-REF
                               " DATED " LV-VOUCHER-DATE
                           DISPLAY "  AMOUNT " LV-AMOUNT
                               " TO STOCK " LV-TO-STOCK
                               " TO COST OF SALES "
                               LV-TO-COST-OF-SALES
                               " LINES " LV-LINES-CHARGED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LANDED-COST-FILE.

           SHOW-VENDOR-INVOICE-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT VENDOR-INVOICE-FILE
           PERFORM UNTIL WS-EOF
               READ VENDOR-INVOICE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF VI-VENDOR-CODE = WS-REF-VENDOR-CODE
                               AND VI-INVOICE-NUMBER
                                   = WS-REF-INVOICE-NUMBER
                           MOVE 'Y' TO WS-FOUND-SWITCH
                           DISPLAY "VENDOR " VI-VENDOR-CODE
                               " INVOICE " VI-INVOICE-NUMBER
                               " DATED " VI-INVOICE-DATE
                               " TOTAL " VI-INVOICE-TOTAL
                               " TAX " VI-TAX-AMOUNT
                           DISPLAY "  DUE " VI-DUE-DATE
                               " STATUS " VI-STATUS
                               " PAID " VI-PAID-DATE
                               " CURRENCY " VI-CURRENCY-CODE
                               " FOREIGN " VI-FOREIGN-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-INVOICE-FILE.

           SHOW-CUSTOMER-ORDER-PARA.

           OPEN INPUT CUSTOMER-ORDER-FILE
           MOVE WS-REF-ORDER-NUMBER TO CO-ORDER-NUMBER
           READ CUSTOMER-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   DISPLAY WS-REF-SALE-KIND " " WS-REF-SALE-DOC-NO
                       " ON ORDER " CO-ORDER-NUMBER
                       " CUSTOMER " CO-CUSTOMER-CODE " "
                       CO-CUSTOMER-NAME
                   DISPLAY "  ITEM " CO-ITEM-CODE
                       " ORDERED " CO-ORDER-QTY
                       " DISPATCHED " CO-DISPATCHED-QTY
                       " INVOICED " CO-INVOICED-QTY
                       " STATUS " CO-STATUS
           END-READ
           CLOSE CUSTOMER-ORDER-FILE.

           SHOW-ASSET-PARA.

           OPEN INPUT FIXED-ASSET-FILE
           MOVE WS-DOCUMENT-REF(1:8) TO FA-ASSET-NUMBER
           READ FIXED-ASSET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   DISPLAY "ASSET " FA-ASSET-NUMBER " "
                       FA-DESCRIPTION " ACQUIRED " FA-ACQUIRE-DATE
                   DISPLAY "  COST " FA-COST
                       " DEPRECIATION " FA-ACCUM-DEPRECIATION
                       " DISPOSED " FA-DISPOSAL-DATE
                       " PROCEEDS " FA-DISPOSAL-PROCEEDS
           END-READ
           CLOSE FIXED-ASSET-FILE.

           SHOW-TEMPLATE-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT JOURNAL-TEMPLATE-FILE
           PERFORM UNTIL WS-EOF
               READ JOURNAL-TEMPLATE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF JT-TEMPLATE-ID = WS-DOCUMENT-REF(1:5)
                           MOVE 'Y' TO WS-FOUND-SWITCH
                           DISPLAY "TEMPLATE " JT-TEMPLATE-ID " "
                               JT-DESCRIPTION
                               " FREQUENCY " JT-FREQUENCY
                               " ACCOUNT " JT-ACCOUNT
                               " DEBIT " JT-DEBIT-AMOUNT
                               " CREDIT " JT-CREDIT-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-TEMPLATE-FILE.

           SHOW-REVERSAL-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REVERSE-SCHEDULE-FILE
           PERFORM UNTIL WS-EOF
               READ REVERSE-SCHEDULE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF RS-BATCH-ID = WS-REF-BATCH-ID
                               AND RS-PERIOD = WS-REF-PERIOD
                           MOVE 'Y' TO WS-FOUND-SWITCH
                           DISPLAY "REVERSES BATCH " RS-BATCH-ID
                               " OF " RS-PERIOD
                               " FLAGGED BY " RS-FLAGGED-BY
                               " ON " RS-FLAGGED-DATE
                               " REVERSED INTO " RS-REVERSAL-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVERSE-SCHEDULE-FILE.

       END PROGRAM GlAccountInquiry.
