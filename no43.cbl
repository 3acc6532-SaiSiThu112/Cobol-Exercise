           *> row, and the line and totals reports show gross,
           *> discount taken and net so purchasing can verify the
           *> negotiated breaks actually arrived
           *> input tax is now captured on every invoice line at the
           *> tax code the vendor charged, through the shared SalesTax
           *> routine - the vendor invoice total includes it and holds
           *> it separately, every line goes on the TAX-LEDGER, and
           *> recoverable tax is journalled to the code's input tax
           *> account against APCONTROL
           *> a vendor billing in foreign currency has its invoice
           *> extended in that currency and booked locally at the
           *> invoice-date rate through the shared ExchangeRate
           *> routine, the foreign amount and rate kept on the vendor
           *> invoice - a line with no rate yet is held back unbooked
           *> input-tax lines now carry source APIN with the vendor
           *> and invoice as document reference and the invoice date
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-LINE-FILE ASSIGN TO "INVLINES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCOUNT-STATUS.

           SELECT OPTIONAL TAX-LEDGER-FILE ASSIGN TO "TAXLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-LEDGER-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VENDOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-LINE-FILE.
               05 IL-UNIT-PRICE          PIC 9(05)V999.
               05 IL-VENDOR-CODE         PIC 9(04).
               05 IL-INVOICE-NO          PIC X(08).
      *> the tax code the vendor charged the line under - blank for
      *> the standard code
               05 IL-TAX-CODE            PIC X(02).
      *> the date on the vendor's invoice - the rate a foreign
      *> vendor's invoice is booked at; zero or missing books it at
      *> the run date
               05 IL-INVOICE-DATE        PIC 9(08).

       FD VENDOR-INVOICE-FILE.
           COPY VENDINV.
       FD DISCOUNT-SCHEDULE-FILE.
           COPY DISCSCHD.

       FD TAX-LEDGER-FILE.
           COPY TAXLEDG.

       FD JOURNAL-FILE.
           COPY JRNLENT.

       FD VENDOR-MASTER.
           COPY VENDMSTR.

       WORKING-STORAGE SECTION.

           01 WS-INVLINE-STATUS PIC X(02) VALUE SPACES.
                   05 WS-ROLL-VENDOR PIC 9(04).
                   05 WS-ROLL-INVOICE PIC X(08).
                   05 WS-ROLL-TOTAL PIC 9(09)V99.
                   05 WS-ROLL-TAX PIC 9(09)V99.
                   05 WS-ROLL-CURRENCY PIC X(03).
                   05 WS-ROLL-DATE PIC 9(08).
                   05 WS-ROLL-RATE PIC 9(03)V9(06).
           01 WS-ROLLUP-COUNT PIC 9(03) VALUE ZERO.
           01 WS-ROLL-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ROLL-FOUND VALUE 'Y'.
           01 WS-GROSS-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-DISCOUNT-TOTAL PIC 9(11)V99 VALUE ZERO.

      *> input tax on the net line, added to what the vendor is paid
           01 WS-TAX-LEDGER-STATUS PIC X(02) VALUE SPACES.
           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-TAX-CODE PIC X(02) VALUE SPACES.
           01 WS-LINE-TAX PIC 9(09)V99 VALUE ZERO.
           01 WS-OUTPUT-TAX-ACCOUNT PIC X(10) VALUE SPACES.
           01 WS-INPUT-TAX-ACCOUNT PIC X(10) VALUE SPACES.
           01 WS-TAX-RECOVERABLE PIC X(01) VALUE SPACE.
               88 WS-TAX-IS-RECOVERABLE VALUE 'Y'.
           01 WS-TAX-CODE-FOUND PIC X(01) VALUE SPACE.
           01 WS-TAX-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-RECOVERABLE-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-AP-CONTROL-ACCT PIC X(10) VALUE "APCONTROL ".

      *> a foreign vendor bills in its own currency - the line is
      *> extended, discounted and taxed in that currency, and the
      *> ledger and tax figures converted at the invoice-date rate
           01 WS-VENDOR-STATUS PIC X(02) VALUE SPACES.
           01 WS-LINE-CURRENCY PIC X(03) VALUE SPACES.
           01 WS-LINE-DATE PIC 9(08) VALUE ZERO.
           01 WS-LINE-RATE PIC 9(03)V9(06) VALUE 1.
           01 WS-RATE-FOUND PIC X(01) VALUE 'Y'.
           01 WS-LOCAL-NET PIC 9(09)V99 VALUE ZERO.
           01 WS-LOCAL-TAX PIC 9(09)V99 VALUE ZERO.
           01 WS-UNBOOKED-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-DISCOUNTS-PARA

           OPEN INPUT INVOICE-LINE-FILE
           OPEN EXTEND TAX-LEDGER-FILE
           OPEN EXTEND JOURNAL-FILE
           OPEN INPUT VENDOR-MASTER

           PERFORM READ-PARA
           PERFORM EXTEND-LINE-PARA UNTIL WS-EOF

           CLOSE INVOICE-LINE-FILE
           CLOSE TAX-LEDGER-FILE
           CLOSE JOURNAL-FILE
           CLOSE VENDOR-MASTER

           PERFORM VARIANCE-REPORT-PARA
           PERFORM WRITE-VENDOR-INVOICES-PARA

           EXTEND-LINE-PARA.

           PERFORM FIND-LINE-RATE-PARA
           IF WS-RATE-FOUND = 'N'
               ADD 1 TO WS-UNBOOKED-COUNT
               DISPLAY "INVOICE " IL-INVOICE-NO " VENDOR "
                   IL-VENDOR-CODE " - NO " WS-LINE-CURRENCY
                   " RATE ON OR BEFORE " WS-LINE-DATE
                   " - LINE NOT BOOKED"
           ELSE
               PERFORM BOOK-LINE-PARA
           END-IF
           PERFORM READ-PARA.

           FIND-LINE-RATE-PARA.

           IF IL-INVOICE-DATE IS NUMERIC AND IL-INVOICE-DATE > ZERO
               MOVE IL-INVOICE-DATE TO WS-LINE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-LINE-DATE
           END-IF
           MOVE SPACES TO WS-LINE-CURRENCY
           MOVE IL-VENDOR-CODE TO VM-VENDOR-CODE
           READ VENDOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VM-CURRENCY-CODE TO WS-LINE-CURRENCY
           END-READ
           CALL "ExchangeRate" USING WS-LINE-CURRENCY WS-LINE-DATE
               WS-LINE-RATE WS-RATE-FOUND.

           BOOK-LINE-PARA.

           ADD 1 TO WS-LINE-COUNT
           COMPUTE WS-TRUE-EXTENSION =
               IL-QUANTITY * IL-UNIT-PRICE
           ADD WS-LINE-VARIANCE TO WS-TOTAL-VARIANCE

           PERFORM APPLY-DISCOUNT-PARA
      *> the run totals are kept in local currency
           COMPUTE WS-GROSS-TOTAL ROUNDED = WS-GROSS-TOTAL
               + WS-ROUNDED-EXTENSION * WS-LINE-RATE
           COMPUTE WS-DISCOUNT-TOTAL ROUNDED = WS-DISCOUNT-TOTAL
               + WS-LINE-DISCOUNT * WS-LINE-RATE
           COMPUTE WS-LOCAL-NET ROUNDED =
               WS-NET-EXTENSION * WS-LINE-RATE
           ADD WS-LOCAL-NET TO WS-INVOICE-TOTAL
           PERFORM TAX-LINE-PARA

           DISPLAY "ITEM " IL-ITEM-CODE
               " QTY " IL-QUANTITY
               " GROSS " WS-ROUNDED-EXTENSION
               " DISCOUNT " WS-LINE-DISCOUNT
               " NET " WS-NET-EXTENSION
               " TAX " WS-TAX-CODE " " WS-LINE-TAX
           IF WS-LINE-CURRENCY NOT = SPACES
               DISPLAY "  " WS-LINE-CURRENCY " AT " WS-LINE-RATE
                   " ON " WS-LINE-DATE " - LOCAL NET " WS-LOCAL-NET
                   " TAX " WS-LOCAL-TAX
           END-IF

           PERFORM ROLL-UP-LINE-PARA.

           APPLY-DISCOUNT-PARA.

           COMPUTE WS-NET-EXTENSION =
               WS-ROUNDED-EXTENSION - WS-LINE-DISCOUNT.

           TAX-LINE-PARA.

      *> input tax on the net line through the shared SalesTax
      *> routine - every line goes on the TAX-LEDGER, and tax the
      *> code allows to be reclaimed is journalled to its input tax
      *> account against APCONTROL; the rest is simply cost
           MOVE IL-TAX-CODE TO WS-TAX-CODE
           CALL "SalesTax" USING WS-TAX-CODE WS-NET-EXTENSION
               WS-LINE-TAX WS-OUTPUT-TAX-ACCOUNT WS-INPUT-TAX-ACCOUNT
               WS-TAX-RECOVERABLE WS-TAX-CODE-FOUND
           IF WS-TAX-CODE-FOUND = 'N'
               DISPLAY "INVOICE " IL-INVOICE-NO " TAX CODE "
                   WS-TAX-CODE " NOT ON SALES-TAX-CODE TABLE - "
                   "LINE TAKEN WITHOUT TAX"
           END-IF
           COMPUTE WS-LOCAL-TAX ROUNDED = WS-LINE-TAX * WS-LINE-RATE
           ADD WS-LOCAL-TAX TO WS-TAX-TOTAL

           MOVE 'I' TO TJ-TAX-TYPE
           MOVE 'V' TO TJ-SOURCE
           MOVE IL-INVOICE-NO TO TJ-DOCUMENT-NO
           MOVE IL-VENDOR-CODE TO TJ-PARTY-CODE
           MOVE WS-TAX-CODE TO TJ-TAX-CODE
           MOVE WS-RUN-DATE TO TJ-DOCUMENT-DATE
           MOVE WS-RUN-DATE(1:6) TO TJ-PERIOD
           MOVE WS-LOCAL-NET TO TJ-NET-AMOUNT
           MOVE WS-LOCAL-TAX TO TJ-TAX-AMOUNT
           MOVE WS-TAX-RECOVERABLE TO TJ-RECOVERABLE
           WRITE TAX-LEDGER-RECORD

           IF WS-TAX-IS-RECOVERABLE AND WS-LOCAL-TAX > ZERO
               ADD WS-LOCAL-TAX TO WS-RECOVERABLE-TOTAL
               MOVE "PURTX" TO JE-BATCH-ID
               MOVE WS-RUN-DATE(1:6) TO JE-PERIOD
               MOVE 'N' TO JE-POSTED-FLAG
               MOVE "APIN" TO JE-SOURCE-SYSTEM
               MOVE SPACES TO JE-DOCUMENT-REF
               MOVE IL-VENDOR-CODE TO JE-DOCUMENT-REF(1:4)
               MOVE IL-INVOICE-NO TO JE-DOCUMENT-REF(6:8)
               MOVE WS-LINE-DATE TO JE-TRANS-DATE
               MOVE WS-INPUT-TAX-ACCOUNT TO JE-ACCOUNT
               MOVE WS-LOCAL-TAX TO JE-DEBIT-AMOUNT
               MOVE ZERO TO JE-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
               MOVE WS-AP-CONTROL-ACCT TO JE-ACCOUNT
               MOVE ZERO TO JE-DEBIT-AMOUNT
               MOVE WS-LOCAL-TAX TO JE-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
           END-IF.

           ROLL-UP-LINE-PARA.

           MOVE 'N' TO WS-ROLL-FOUND-SWITCH
               IF WS-ROLL-VENDOR(WS-ROLL-IDX) = IL-VENDOR-CODE
                       AND WS-ROLL-INVOICE(WS-ROLL-IDX)
                           = IL-INVOICE-NO
                   COMPUTE WS-ROLL-TOTAL(WS-ROLL-IDX) =
                       WS-ROLL-TOTAL(WS-ROLL-IDX) + WS-NET-EXTENSION
                           + WS-LINE-TAX
                   ADD WS-LOCAL-TAX TO WS-ROLL-TAX(WS-ROLL-IDX)
                   MOVE 'Y' TO WS-ROLL-FOUND-SWITCH
               END-IF
           END-PERFORM
               SET WS-ROLL-IDX TO WS-ROLLUP-COUNT
               MOVE IL-VENDOR-CODE TO WS-ROLL-VENDOR(WS-ROLL-IDX)
               MOVE IL-INVOICE-NO TO WS-ROLL-INVOICE(WS-ROLL-IDX)
               COMPUTE WS-ROLL-TOTAL(WS-ROLL-IDX) =
                   WS-NET-EXTENSION + WS-LINE-TAX
               MOVE WS-LOCAL-TAX TO WS-ROLL-TAX(WS-ROLL-IDX)
               MOVE WS-LINE-CURRENCY TO WS-ROLL-CURRENCY(WS-ROLL-IDX)
               MOVE WS-LINE-DATE TO WS-ROLL-DATE(WS-ROLL-IDX)
               MOVE WS-LINE-RATE TO WS-ROLL-RATE(WS-ROLL-IDX)
           END-IF.

           WRITE-VENDOR-INVOICES-PARA.
                       TO VI-VENDOR-CODE
                   MOVE WS-ROLL-INVOICE(WS-ROLL-IDX)
                       TO VI-INVOICE-NUMBER
      *> the roll-up total is in the vendor's currency - a
      *> foreign invoice is booked locally at its invoice-date rate
                   MOVE WS-ROLL-CURRENCY(WS-ROLL-IDX)
                       TO VI-CURRENCY-CODE
                   MOVE WS-ROLL-DATE(WS-ROLL-IDX) TO VI-INVOICE-DATE
                   MOVE ZERO TO VI-PAID-RATE
                   IF VI-LOCAL-CURRENCY
                       MOVE WS-ROLL-TOTAL(WS-ROLL-IDX)
                           TO VI-INVOICE-TOTAL
                       MOVE ZERO TO VI-FOREIGN-TOTAL
                       MOVE ZERO TO VI-BOOKED-RATE
                   ELSE
                       MOVE WS-ROLL-TOTAL(WS-ROLL-IDX)
                           TO VI-FOREIGN-TOTAL
                       MOVE WS-ROLL-RATE(WS-ROLL-IDX)
                           TO VI-BOOKED-RATE
                       COMPUTE VI-INVOICE-TOTAL ROUNDED =
                           VI-FOREIGN-TOTAL * VI-BOOKED-RATE
                   END-IF
                   MOVE WS-ROLL-TAX(WS-ROLL-IDX) TO VI-TAX-AMOUNT
                   MOVE WS-DUE-DATE TO VI-DUE-DATE
                   MOVE 'O' TO VI-STATUS
                   MOVE ZERO TO VI-PAID-DATE
           DISPLAY "GROSS TOTAL          : " WS-GROSS-TOTAL
           DISPLAY "DISCOUNT TAKEN       : " WS-DISCOUNT-TOTAL
           DISPLAY "INVOICE TOTAL (NET)  : " WS-INVOICE-TOTAL
           DISPLAY "INPUT TAX            : " WS-TAX-TOTAL
           DISPLAY "  OF WHICH RECOVERABLE : " WS-RECOVERABLE-TOTAL
           IF WS-UNBOOKED-COUNT > ZERO
               DISPLAY "LINES NOT BOOKED - NO EXCHANGE RATE : "
                   WS-UNBOOKED-COUNT
           END-IF
           DISPLAY " "
           DISPLAY "----- Monthly Rounding Variance Report -----"
           DISPLAY "TOTAL ROUNDING VARIANCE (CENTS) : "
