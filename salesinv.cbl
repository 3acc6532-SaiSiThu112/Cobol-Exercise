           *> owed on CUSTOMER-MASTER, and flagged invoiced so a
           *> rerun cannot bill it twice - replacing the invoices
           *> typed by hand from the filled-order register
           *> every invoice now also writes a SALES-HISTORY line with
           *> the quantity, revenue and the item's moving-average unit
           *> cost as it stands at invoicing, for the sales margin
           *> analysis
           *> an order is now billed at the customer's contract price
           *> off the CUSTOMER-PRICE-LIST in force on the order date,
           *> through the ContractPrice subprogram order entry quotes
           *> with, and at the list price only where none applies
           *> an order converted from a sales quotation is billed at
           *> the price quoted on it
           *> output sales tax is now charged at the item's tax code
           *> through the shared SalesTax routine unless the customer
           *> is exempt - the invoice shows net, tax and amount due,
           *> receivables and the balance owed take the gross, the
           *> sales history keeps the net, every invoice goes on the
           *> TAX-LEDGER for the return and the tax is journalled to
           *> the code's output tax account against ARCONTROL
           *> invoicing is now driven by dispatch - an order is billed
           *> for what has gone out on dispatch notes since its last
           *> invoice (CO-DISPATCHED-QTY less CO-INVOICED-QTY), so
           *> goods picked but never dispatched are never billed, and
           *> it is flagged invoiced once the order quantity is billed
           *> output-tax lines now carry source SINV with the order
           *> and invoice number as document reference
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-ORDER-FILE ASSIGN TO "COMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIVABLE-STATUS.

           SELECT OPTIONAL SALES-HISTORY-FILE ASSIGN TO "SLSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-HISTORY-STATUS.

           SELECT OPTIONAL TAX-LEDGER-FILE ASSIGN TO "TAXLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-LEDGER-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "SALESINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       FD RECEIVABLES-FILE.
           COPY ARLEDGER.

       FD SALES-HISTORY-FILE.
           COPY SLSHIST.

       FD TAX-LEDGER-FILE.
           COPY TAXLEDG.

       FD JOURNAL-FILE.
           COPY JRNLENT.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
           01 WS-CUSTOMER-STATUS PIC X(02) VALUE SPACES.
           01 WS-RECEIVABLE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-SALES-HISTORY-STATUS PIC X(02) VALUE SPACES.
           01 WS-TAX-LEDGER-STATUS PIC X(02) VALUE SPACES.
           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.

           01 WS-NEXT-INVOICE-NO PIC 9(06) VALUE ZERO.
           01 WS-INVOICE-AMOUNT PIC 9(09)V99 VALUE ZERO.
           01 WS-INVOICE-QTY PIC 9(07) VALUE ZERO.
           01 WS-INVOICE-COUNT PIC 9(05) VALUE ZERO.
           01 WS-INVOICE-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.

           01 WS-UNIT-PRICE PIC 9(05)V99 VALUE ZERO.
           01 WS-PRICE-SOURCE PIC X(01) VALUE SPACE.
               88 WS-CONTRACT-PRICED VALUE 'C'.
               88 WS-QUOTE-PRICED VALUE 'Q'.
           01 WS-PRICE-DATE PIC 9(08) VALUE ZERO.
           01 WS-CONTRACT-COUNT PIC 9(05) VALUE ZERO.

      *> output tax - the invoice amount above is the net; the
      *> customer is billed the gross
           01 WS-TAX-CODE PIC X(02) VALUE SPACES.
           01 WS-TAX-AMOUNT PIC 9(09)V99 VALUE ZERO.
           01 WS-GROSS-AMOUNT PIC 9(09)V99 VALUE ZERO.
           01 WS-TAX-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-OUTPUT-TAX-ACCOUNT PIC X(10) VALUE SPACES.
           01 WS-INPUT-TAX-ACCOUNT PIC X(10) VALUE SPACES.
           01 WS-TAX-RECOVERABLE PIC X(01) VALUE SPACE.
           01 WS-TAX-CODE-FOUND PIC X(01) VALUE SPACE.
           01 WS-EXEMPT-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CUSTOMER-EXEMPT VALUE 'Y'.
           01 WS-EXEMPT-CERTIFICATE PIC X(10) VALUE SPACES.
           01 WS-EXEMPT-TAX-CODE PIC X(02) VALUE "EX".
           01 WS-AR-CONTROL-ACCT PIC X(10) VALUE "ARCONTROL ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT INVENTORY-MASTER
           OPEN I-O CUSTOMER-MASTER
           OPEN EXTEND RECEIVABLES-FILE
           OPEN EXTEND SALES-HISTORY-FILE
           OPEN EXTEND TAX-LEDGER-FILE
           OPEN EXTEND JOURNAL-FILE
           OPEN OUTPUT PRINT-FILE

           MOVE ZERO TO CO-ORDER-NUMBER
           CLOSE INVENTORY-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE RECEIVABLES-FILE
           CLOSE SALES-HISTORY-FILE
           CLOSE TAX-LEDGER-FILE
           CLOSE JOURNAL-FILE
           CLOSE PRINT-FILE

           DISPLAY "INVOICES RAISED : " WS-INVOICE-COUNT
               "  VALUE " WS-INVOICE-TOTAL
           DISPLAY "AT CONTRACT PRICES : " WS-CONTRACT-COUNT
           DISPLAY "OUTPUT TAX CHARGED : " WS-TAX-TOTAL
           DISPLAY "INVOICES SPOOLED TO SALESINV"

            STOP RUN.

           INVOICE-ORDER-PARA.

      *> billed as it is dispatched - whatever has gone out on a
      *> dispatch note since the last invoice
           IF CO-NOT-INVOICED AND CO-DISPATCHED-QTY > CO-INVOICED-QTY
               COMPUTE WS-INVOICE-QTY =
                   CO-DISPATCHED-QTY - CO-INVOICED-QTY
               PERFORM RAISE-INVOICE-PARA
           END-IF
           PERFORM READ-ORDER-PARA.
                       CO-ITEM-CODE
                       " NOT ON INVENTORY MASTER - NOT INVOICED"
               NOT INVALID KEY
                   PERFORM PRICE-ORDER-PARA
                   IF WS-UNIT-PRICE = ZERO
                       DISPLAY "ORDER " CO-ORDER-NUMBER " ITEM "
                           CO-ITEM-CODE
                           " HAS NO SELLING PRICE - NOT INVOICED"
                   END-IF
           END-READ.

           PRICE-ORDER-PARA.

      *> priced as order entry quoted it - an order converted from
      *> a sales quotation at the price quoted, otherwise the
      *> customer's contract in force on the order date, else the
      *> list price
           IF CO-QUOTED-PRICE > ZERO
               MOVE CO-QUOTED-PRICE TO WS-UNIT-PRICE
               MOVE 'Q' TO WS-PRICE-SOURCE
           ELSE
               MOVE CO-ORDER-DATE TO WS-PRICE-DATE
               IF WS-PRICE-DATE = ZERO
                   MOVE WS-RUN-DATE TO WS-PRICE-DATE
               END-IF
               CALL "ContractPrice" USING CO-CUSTOMER-CODE
                   CO-ITEM-CODE CO-ORDER-QTY WS-PRICE-DATE
                   IM-SELLING-PRICE WS-UNIT-PRICE WS-PRICE-SOURCE
           END-IF.

           POST-INVOICE-PARA.

           ADD 1 TO WS-NEXT-INVOICE-NO
           COMPUTE WS-INVOICE-AMOUNT =
               WS-INVOICE-QTY * WS-UNIT-PRICE
           ADD 1 TO WS-INVOICE-COUNT
           IF WS-CONTRACT-PRICED
               ADD 1 TO WS-CONTRACT-COUNT
           END-IF
           PERFORM TAX-INVOICE-PARA
           ADD WS-GROSS-AMOUNT TO WS-INVOICE-TOTAL

           MOVE WS-NEXT-INVOICE-NO TO AR-INVOICE-NO
           MOVE CO-CUSTOMER-CODE TO AR-CUSTOMER-CODE
           MOVE CO-ORDER-NUMBER TO AR-ORDER-NUMBER
           MOVE WS-RUN-DATE TO AR-INVOICE-DATE
           MOVE WS-GROSS-AMOUNT TO AR-AMOUNT
           MOVE ZERO TO AR-AMOUNT-PAID
           MOVE 'O' TO AR-STATUS
           WRITE RECEIVABLES-RECORD

           MOVE WS-NEXT-INVOICE-NO TO SI-INVOICE-NO
           MOVE WS-RUN-DATE TO SI-INVOICE-DATE
           MOVE CO-CUSTOMER-CODE TO SI-CUSTOMER-CODE
           MOVE CO-ORDER-NUMBER TO SI-ORDER-NUMBER
           MOVE CO-ITEM-CODE TO SI-ITEM-CODE
           MOVE WS-INVOICE-QTY TO SI-QTY
           MOVE WS-UNIT-PRICE TO SI-UNIT-PRICE
           MOVE WS-INVOICE-AMOUNT TO SI-REVENUE
           MOVE IM-UNIT-COST TO SI-UNIT-COST
           COMPUTE SI-COST = WS-INVOICE-QTY * IM-UNIT-COST
           WRITE SALES-HISTORY-RECORD

           PERFORM PRINT-INVOICE-PARA

           IF CO-CUSTOMER-CODE NOT = ZERO
                       DISPLAY "CUSTOMER " CO-CUSTOMER-CODE
                           " NOT ON MASTER - BALANCE NOT UPDATED"
                   NOT INVALID KEY
                       ADD WS-GROSS-AMOUNT TO CM-BALANCE-OWED
                       REWRITE CUSTOMER-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO UPDATE CUSTOMER "
               END-READ
           END-IF

      *> the order is closed for billing once the whole order
      *> quantity has been invoiced
           ADD WS-INVOICE-QTY TO CO-INVOICED-QTY
           IF CO-INVOICED-QTY NOT < CO-ORDER-QTY
               MOVE 'Y' TO CO-INVOICED-FLAG
           END-IF
           REWRITE CUSTOMER-ORDER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO FLAG ORDER " CO-ORDER-NUMBER
                       " INVOICED"
           END-REWRITE.

           TAX-INVOICE-PARA.

      *> output tax at the item's tax code on the net amount, unless
      *> the customer holds an exemption - every invoice goes on the
      *> TAX-LEDGER for the return, exempt ones under code EX, and
      *> the tax is journalled to the code's output tax account
           MOVE 'N' TO WS-EXEMPT-SWITCH
           MOVE SPACES TO WS-EXEMPT-CERTIFICATE
           IF CO-CUSTOMER-CODE NOT = ZERO
               MOVE CO-CUSTOMER-CODE TO CM-CUSTOMER-CODE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-EXEMPT-FROM-TAX
                           MOVE 'Y' TO WS-EXEMPT-SWITCH
                           MOVE CM-EXEMPT-CERTIFICATE
                               TO WS-EXEMPT-CERTIFICATE
                       END-IF
               END-READ
           END-IF
           MOVE ZERO TO WS-TAX-AMOUNT
           IF WS-CUSTOMER-EXEMPT
               MOVE WS-EXEMPT-TAX-CODE TO WS-TAX-CODE
           ELSE
               MOVE IM-TAX-CODE TO WS-TAX-CODE
               CALL "SalesTax" USING WS-TAX-CODE WS-INVOICE-AMOUNT
                   WS-TAX-AMOUNT WS-OUTPUT-TAX-ACCOUNT
                   WS-INPUT-TAX-ACCOUNT WS-TAX-RECOVERABLE
                   WS-TAX-CODE-FOUND
               IF WS-TAX-CODE-FOUND = 'N'
                   DISPLAY "ORDER " CO-ORDER-NUMBER " TAX CODE "
                       WS-TAX-CODE " NOT ON SALES-TAX-CODE TABLE - "
                       "INVOICED WITHOUT TAX"
               END-IF
           END-IF
           COMPUTE WS-GROSS-AMOUNT = WS-INVOICE-AMOUNT + WS-TAX-AMOUNT
           ADD WS-TAX-AMOUNT TO WS-TAX-TOTAL

           MOVE 'O' TO TJ-TAX-TYPE
           MOVE 'S' TO TJ-SOURCE
           MOVE WS-NEXT-INVOICE-NO TO TJ-DOCUMENT-NO
           MOVE CO-CUSTOMER-CODE TO TJ-PARTY-CODE
           MOVE WS-TAX-CODE TO TJ-TAX-CODE
           MOVE WS-RUN-DATE TO TJ-DOCUMENT-DATE
           MOVE WS-RUN-DATE(1:6) TO TJ-PERIOD
           MOVE WS-INVOICE-AMOUNT TO TJ-NET-AMOUNT
           MOVE WS-TAX-AMOUNT TO TJ-TAX-AMOUNT
           MOVE 'N' TO TJ-RECOVERABLE
           WRITE TAX-LEDGER-RECORD

           IF WS-TAX-AMOUNT > ZERO
               MOVE "SLSTX" TO JE-BATCH-ID
               MOVE WS-RUN-DATE(1:6) TO JE-PERIOD
               MOVE 'N' TO JE-POSTED-FLAG
               MOVE "SINV" TO JE-SOURCE-SYSTEM
               MOVE SPACES TO JE-DOCUMENT-REF
               MOVE CO-ORDER-NUMBER TO JE-DOCUMENT-REF(1:6)
               MOVE "INV" TO JE-DOCUMENT-REF(8:3)
               MOVE WS-NEXT-INVOICE-NO TO JE-DOCUMENT-REF(12:6)
               MOVE WS-RUN-DATE TO JE-TRANS-DATE
               MOVE WS-AR-CONTROL-ACCT TO JE-ACCOUNT
               MOVE WS-TAX-AMOUNT TO JE-DEBIT-AMOUNT
               MOVE ZERO TO JE-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
               MOVE WS-OUTPUT-TAX-ACCOUNT TO JE-ACCOUNT
               MOVE ZERO TO JE-DEBIT-AMOUNT
               MOVE WS-TAX-AMOUNT TO JE-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
           END-IF.

           PRINT-INVOICE-PARA.

           MOVE "==============================================="
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "QTY " DELIMITED BY SIZE
               WS-INVOICE-QTY DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-UNIT-PRICE DELIMITED BY SIZE
               "  NET " DELIMITED BY SIZE
               WS-INVOICE-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           IF WS-CUSTOMER-EXEMPT
               STRING "EXEMPT FROM SALES TAX - CERTIFICATE "
                       DELIMITED BY SIZE
                   WS-EXEMPT-CERTIFICATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING "SALES TAX " DELIMITED BY SIZE
                   WS-TAX-CODE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-TAX-AMOUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM PRINT-LINE-PARA
           STRING "AMOUNT DUE " DELIMITED BY SIZE
               WS-GROSS-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           IF WS-CONTRACT-PRICED
               MOVE "PRICED AT YOUR CONTRACT PRICE" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF
           IF WS-QUOTE-PRICED
               STRING "PRICED AS QUOTED ON OUR QUOTATION "
                       DELIMITED BY SIZE
                   CO-QUOTE-NUMBER DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-IF
           MOVE "==============================================="
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA.
