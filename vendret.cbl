           *> updates to the master now log a before/after image
           *> through the shared UpdateJournal subprogram, so the
           *> roll-forward rebuild replays them
           *> the input tax held on each vendor invoice now carries
           *> through the table and the write-back untouched
           *> the currency, foreign amount and rates on each vendor
           *> invoice carry through the write-back, and a debit
           *> against a foreign invoice reduces its foreign amount
           *> at the booked rate
           *> a return debit now takes the input tax on the returned
           *> value off the invoice with it, worked under the item's
           *> tax code - a negative input line goes on the TAX-LEDGER
           *> and recoverable tax is journalled Dr APCONTROL, Cr the
           *> input tax account (batch VRTTX)
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PO-HEADER-FILE ASSIGN TO "POHDRMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT OPTIONAL TAX-LEDGER-FILE ASSIGN TO "TAXLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-LEDGER-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PO-HEADER-FILE.
       FD EXCEPTION-FILE.
           COPY EXCPREC.

       FD TAX-LEDGER-FILE.
           COPY TAXLEDG.

       FD JOURNAL-FILE.
           COPY JRNLENT.

       WORKING-STORAGE SECTION.

           01 WS-HEADER-STATUS PIC X(02) VALUE SPACES.
           01 WS-INVENTORY-STATUS PIC X(02) VALUE SPACES.
           01 WS-VENDINV-STATUS PIC X(02) VALUE SPACES.
           01 WS-EXCEPTION-STATUS PIC X(02) VALUE SPACES.
           01 WS-TAX-LEDGER-STATUS PIC X(02) VALUE SPACES.
           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.


           01 WS-UJ-MASTER PIC X(08) VALUE "INVMAST ".
           01 WS-RETURN-COST PIC 9(05)V99 VALUE ZERO.
           01 WS-RETURN-VENDOR PIC 9(04) VALUE ZERO.
           01 WS-RETURN-VALUE PIC 9(09)V99 VALUE ZERO.

      *> the input tax on the returned goods comes back off the
      *> invoice with them, worked through the shared SalesTax
      *> routine under the item's tax code
           01 WS-TAX-CODE PIC X(02) VALUE SPACES.
           01 WS-RETURN-TAX PIC 9(09)V99 VALUE ZERO.
           01 WS-RETURN-GROSS PIC 9(09)V99 VALUE ZERO.
           01 WS-OUTPUT-TAX-ACCOUNT PIC X(10) VALUE SPACES.
           01 WS-INPUT-TAX-ACCOUNT PIC X(10) VALUE SPACES.
           01 WS-TAX-RECOVERABLE PIC X(01) VALUE SPACE.
               88 WS-TAX-IS-RECOVERABLE VALUE 'Y'.
           01 WS-TAX-CODE-FOUND PIC X(01) VALUE SPACE.
           01 WS-AP-CONTROL-ACCT PIC X(10) VALUE "APCONTROL ".
           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-MORE-SWITCH PIC X(01) VALUE 'Y'.
               88 WS-MORE-RETURNS VALUE 'Y'.
                   05 WS-VI-VENDOR PIC 9(04).
                   05 WS-VI-NUMBER PIC X(08).
                   05 WS-VI-TOTAL PIC 9(09)V99.
                   05 WS-VI-TAX PIC 9(09)V99.
                   05 WS-VI-DUE PIC 9(08).
                   05 WS-VI-STATUS PIC X(01).
                   05 WS-VI-PAID-DATE PIC 9(08).
                   05 WS-VI-CURRENCY PIC X(03).
                   05 WS-VI-FOREIGN PIC 9(09)V99.
                   05 WS-VI-INVOICE-DATE PIC 9(08).
                   05 WS-VI-BOOKED-RATE PIC 9(03)V9(06).
                   05 WS-VI-PAID-RATE PIC 9(03)V9(06).
           01 WS-VI-COUNT PIC 9(03) VALUE ZERO.
           01 WS-VI-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-VI-OVERFLOWED VALUE 'Y'.
           OPEN I-O PURCHASE-ORDER-FILE
           OPEN I-O INVENTORY-MASTER
           OPEN EXTEND EXCEPTION-FILE
           OPEN EXTEND TAX-LEDGER-FILE
           OPEN EXTEND JOURNAL-FILE

           PERFORM RETURN-PARA UNTIL NOT WS-MORE-RETURNS

           CLOSE PURCHASE-ORDER-FILE
           CLOSE INVENTORY-MASTER
           CLOSE EXCEPTION-FILE
           CLOSE TAX-LEDGER-FILE
           CLOSE JOURNAL-FILE

           PERFORM SAVE-INVOICES-PARA

               MOVE VI-VENDOR-CODE TO WS-VI-VENDOR(WS-VI-IDX)
               MOVE VI-INVOICE-NUMBER TO WS-VI-NUMBER(WS-VI-IDX)
               MOVE VI-INVOICE-TOTAL TO WS-VI-TOTAL(WS-VI-IDX)
               MOVE VI-TAX-AMOUNT TO WS-VI-TAX(WS-VI-IDX)
               MOVE VI-DUE-DATE TO WS-VI-DUE(WS-VI-IDX)
               MOVE VI-STATUS TO WS-VI-STATUS(WS-VI-IDX)
               MOVE VI-PAID-DATE TO WS-VI-PAID-DATE(WS-VI-IDX)
               MOVE VI-CURRENCY-CODE TO WS-VI-CURRENCY(WS-VI-IDX)
               MOVE VI-FOREIGN-TOTAL TO WS-VI-FOREIGN(WS-VI-IDX)
               MOVE VI-INVOICE-DATE TO WS-VI-INVOICE-DATE(WS-VI-IDX)
               MOVE VI-BOOKED-RATE TO WS-VI-BOOKED-RATE(WS-VI-IDX)
               MOVE VI-PAID-RATE TO WS-VI-PAID-RATE(WS-VI-IDX)
           END-IF
           END-IF
           IF NOT WS-VI-EOF
                   MOVE WS-VI-NUMBER(WS-VI-IDX)
                       TO VI-INVOICE-NUMBER
                   MOVE WS-VI-TOTAL(WS-VI-IDX) TO VI-INVOICE-TOTAL
                   MOVE WS-VI-TAX(WS-VI-IDX) TO VI-TAX-AMOUNT
                   MOVE WS-VI-DUE(WS-VI-IDX) TO VI-DUE-DATE
                   MOVE WS-VI-STATUS(WS-VI-IDX) TO VI-STATUS
                   MOVE WS-VI-PAID-DATE(WS-VI-IDX) TO VI-PAID-DATE
                   MOVE WS-VI-CURRENCY(WS-VI-IDX) TO VI-CURRENCY-CODE
                   MOVE WS-VI-FOREIGN(WS-VI-IDX) TO VI-FOREIGN-TOTAL
                   MOVE WS-VI-INVOICE-DATE(WS-VI-IDX)
                       TO VI-INVOICE-DATE
                   MOVE WS-VI-BOOKED-RATE(WS-VI-IDX) TO VI-BOOKED-RATE
                   MOVE WS-VI-PAID-RATE(WS-VI-IDX) TO VI-PAID-RATE
                   WRITE VENDOR-INVOICE-RECORD
               END-PERFORM
               CLOSE VENDOR-INVOICE-FILE
                   END-REWRITE
           END-READ.

           RETURN-TAX-PARA.

           MOVE SPACES TO WS-TAX-CODE
           MOVE WS-RETURN-ITEM TO IM-ITEM-CODE
           READ INVENTORY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IM-TAX-CODE TO WS-TAX-CODE
           END-READ
           CALL "SalesTax" USING WS-TAX-CODE WS-RETURN-VALUE
               WS-RETURN-TAX WS-OUTPUT-TAX-ACCOUNT WS-INPUT-TAX-ACCOUNT
               WS-TAX-RECOVERABLE WS-TAX-CODE-FOUND
           IF WS-TAX-CODE-FOUND = 'N'
               DISPLAY "TAX CODE " WS-TAX-CODE
                   " NOT ON SALES-TAX-CODE TABLE - "
                   "DEBITED WITHOUT TAX"
           END-IF
           COMPUTE WS-RETURN-GROSS = WS-RETURN-VALUE + WS-RETURN-TAX.

           DEBIT-VENDOR-PARA.

      *> the invoice total carries its input tax, so the debit takes
      *> the returned value and the tax on it together
           PERFORM RETURN-TAX-PARA
           MOVE 'N' TO WS-DEBIT-DONE-SWITCH
           PERFORM VARYING WS-VI-IDX FROM 1 BY 1
                   UNTIL WS-VI-IDX > WS-VI-COUNT
                           = WS-RETURN-VENDOR
                       AND WS-VI-STATUS(WS-VI-IDX) = 'O'
                       AND WS-VI-TOTAL(WS-VI-IDX)
                           >= WS-RETURN-GROSS
      *> never give back more tax than the invoice was charged
                   IF WS-RETURN-TAX > WS-VI-TAX(WS-VI-IDX)
                       MOVE WS-VI-TAX(WS-VI-IDX) TO WS-RETURN-TAX
                       COMPUTE WS-RETURN-GROSS =
                           WS-RETURN-VALUE + WS-RETURN-TAX
                   END-IF
                   SUBTRACT WS-RETURN-GROSS
                       FROM WS-VI-TOTAL(WS-VI-IDX)
                   SUBTRACT WS-RETURN-TAX
                       FROM WS-VI-TAX(WS-VI-IDX)
      *> a foreign invoice gives up the same share of its own
      *> currency amount, at the rate it was booked at
                   IF WS-VI-CURRENCY(WS-VI-IDX) NOT = SPACES
                           AND WS-VI-BOOKED-RATE(WS-VI-IDX) > ZERO
                       COMPUTE WS-VI-FOREIGN(WS-VI-IDX) ROUNDED =
                           WS-VI-TOTAL(WS-VI-IDX)
                               / WS-VI-BOOKED-RATE(WS-VI-IDX)
                   END-IF
                   MOVE 'Y' TO WS-DEBIT-DONE-SWITCH
                   DISPLAY "DEBIT " WS-RETURN-VALUE
                       " PLUS TAX " WS-RETURN-TAX
                       " TAKEN AGAINST INVOICE "
                       WS-VI-NUMBER(WS-VI-IDX)
                   PERFORM LEDGER-DEBIT-TAX-PARA
               END-IF
           END-PERFORM
           IF NOT WS-DEBIT-DONE
               WRITE EXCEPTION-RECORD
           END-IF.

           LEDGER-DEBIT-TAX-PARA.

      *> the reversal goes on the TAX-LEDGER as a negative input
      *> line against the invoice debited, and recoverable tax is
      *> journalled back off the input tax account
           MOVE 'I' TO TJ-TAX-TYPE
           MOVE 'D' TO TJ-SOURCE
           MOVE WS-VI-NUMBER(WS-VI-IDX) TO TJ-DOCUMENT-NO
           MOVE WS-RETURN-VENDOR TO TJ-PARTY-CODE
           MOVE WS-TAX-CODE TO TJ-TAX-CODE
           MOVE WS-RUN-DATE TO TJ-DOCUMENT-DATE
           MOVE WS-RUN-DATE(1:6) TO TJ-PERIOD
           COMPUTE TJ-NET-AMOUNT = ZERO - WS-RETURN-VALUE
           COMPUTE TJ-TAX-AMOUNT = ZERO - WS-RETURN-TAX
           MOVE WS-TAX-RECOVERABLE TO TJ-RECOVERABLE
           WRITE TAX-LEDGER-RECORD
           IF WS-TAX-IS-RECOVERABLE AND WS-RETURN-TAX > ZERO
               MOVE "VRTTX" TO JE-BATCH-ID
               MOVE WS-RUN-DATE(1:6) TO JE-PERIOD
               MOVE 'N' TO JE-POSTED-FLAG
               MOVE "APIN" TO JE-SOURCE-SYSTEM
               MOVE SPACES TO JE-DOCUMENT-REF
               MOVE WS-RETURN-VENDOR TO JE-DOCUMENT-REF(1:4)
               MOVE WS-VI-NUMBER(WS-VI-IDX) TO JE-DOCUMENT-REF(6:8)
               MOVE WS-RUN-DATE TO JE-TRANS-DATE
               MOVE WS-AP-CONTROL-ACCT TO JE-ACCOUNT
               MOVE WS-RETURN-TAX TO JE-DEBIT-AMOUNT
               MOVE ZERO TO JE-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
               MOVE WS-INPUT-TAX-ACCOUNT TO JE-ACCOUNT
               MOVE ZERO TO JE-DEBIT-AMOUNT
               MOVE WS-RETURN-TAX TO JE-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
           END-IF.

       END PROGRAM VendorReturn.
