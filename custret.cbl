           *> updates to the master now log a before/after image
           *> through the shared UpdateJournal subprogram, so the
           *> roll-forward rebuild replays them
           *> a credit note now gives back the output tax on the
           *> returned goods through the shared SalesTax routine
           *> unless the customer is exempt - the note and the balance
           *> relief carry the gross, the tax is held on the note, put
           *> on the TAX-LEDGER and journalled back off the output tax
           *> account
           *> output-tax lines now carry source CRTN with the order
           *> and credit-note number as document reference
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-ORDER-FILE ASSIGN TO "COMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-STATUS.

           SELECT OPTIONAL TAX-LEDGER-FILE ASSIGN TO "TAXLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-LEDGER-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-ORDER-FILE.
       FD CREDIT-NOTE-FILE.
           COPY CREDNOTE.

       FD TAX-LEDGER-FILE.
           COPY TAXLEDG.

       FD JOURNAL-FILE.
           COPY JRNLENT.

       WORKING-STORAGE SECTION.

           01 WS-ORDER-STATUS PIC X(02) VALUE SPACES.
           01 WS-INVENTORY-STATUS PIC X(02) VALUE SPACES.
           01 WS-CUSTOMER-STATUS PIC X(02) VALUE SPACES.
           01 WS-CREDIT-STATUS PIC X(02) VALUE SPACES.
           01 WS-TAX-LEDGER-STATUS PIC X(02) VALUE SPACES.
           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-CREDIT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CREDIT-EOF VALUE 'Y'.

           01 WS-ENTRY-QTY PIC 9(07) VALUE ZERO.
           01 WS-NEXT-CREDIT-NO PIC 9(06) VALUE ZERO.
           01 WS-CREDIT-AMOUNT PIC 9(09)V99 VALUE ZERO.

      *> output tax given back - the credit amount above is the
      *> net; the customer is credited the gross
           01 WS-TAX-CODE PIC X(02) VALUE SPACES.
           01 WS-TAX-AMOUNT PIC 9(09)V99 VALUE ZERO.
           01 WS-GROSS-AMOUNT PIC 9(09)V99 VALUE ZERO.
           01 WS-OUTPUT-TAX-ACCOUNT PIC X(10) VALUE SPACES.
           01 WS-INPUT-TAX-ACCOUNT PIC X(10) VALUE SPACES.
           01 WS-TAX-RECOVERABLE PIC X(01) VALUE SPACE.
           01 WS-TAX-CODE-FOUND PIC X(01) VALUE SPACE.
           01 WS-EXEMPT-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CUSTOMER-EXEMPT VALUE 'Y'.
           01 WS-EXEMPT-TAX-CODE PIC X(02) VALUE "EX".
           01 WS-AR-CONTROL-ACCT PIC X(10) VALUE "ARCONTROL ".
           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-MORE-SWITCH PIC X(01) VALUE 'Y'.
               88 WS-MORE-RETURNS VALUE 'Y'.
           OPEN I-O INVENTORY-MASTER
           OPEN I-O CUSTOMER-MASTER
           OPEN EXTEND CREDIT-NOTE-FILE
           OPEN EXTEND TAX-LEDGER-FILE
           OPEN EXTEND JOURNAL-FILE

           PERFORM RETURN-PARA UNTIL NOT WS-MORE-RETURNS

           CLOSE INVENTORY-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE CREDIT-NOTE-FILE
           CLOSE TAX-LEDGER-FILE
           CLOSE JOURNAL-FILE

            STOP RUN.

           ADD 1 TO WS-NEXT-CREDIT-NO
           COMPUTE WS-CREDIT-AMOUNT =
               WS-ENTRY-QTY * IM-SELLING-PRICE
           PERFORM TAX-CREDIT-PARA
           MOVE WS-NEXT-CREDIT-NO TO CN-CREDIT-NO
           MOVE CO-CUSTOMER-CODE TO CN-CUSTOMER-CODE
           MOVE CO-ORDER-NUMBER TO CN-ORDER-NUMBER
           MOVE CO-ITEM-CODE TO CN-ITEM-CODE
           MOVE WS-ENTRY-QTY TO CN-QTY
           MOVE WS-GROSS-AMOUNT TO CN-AMOUNT
           MOVE WS-TAX-AMOUNT TO CN-TAX-AMOUNT
           MOVE WS-RUN-DATE TO CN-CREDIT-DATE
           WRITE CREDIT-NOTE-RECORD
           DISPLAY "CREDIT NOTE " CN-CREDIT-NO " RAISED FOR "
               WS-GROSS-AMOUNT " INCLUDING TAX " WS-TAX-AMOUNT
           PERFORM LEDGER-CREDIT-TAX-PARA
           IF CO-CUSTOMER-CODE NOT = ZERO
               MOVE CO-CUSTOMER-CODE TO CM-CUSTOMER-CODE
               READ CUSTOMER-MASTER
                       DISPLAY "CUSTOMER NOT ON MASTER - BALANCE "
                           "NOT RELIEVED"
                   NOT INVALID KEY
                       SUBTRACT WS-GROSS-AMOUNT
                           FROM CM-BALANCE-OWED
                       REWRITE CUSTOMER-MASTER-RECORD
                           INVALID KEY
               END-READ
           END-IF.

           TAX-CREDIT-PARA.

      *> the output tax charged on the goods comes back with them,
      *> at the item's tax code, unless the customer is exempt
           MOVE 'N' TO WS-EXEMPT-SWITCH
           IF CO-CUSTOMER-CODE NOT = ZERO
               MOVE CO-CUSTOMER-CODE TO CM-CUSTOMER-CODE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-EXEMPT-FROM-TAX
                           MOVE 'Y' TO WS-EXEMPT-SWITCH
                       END-IF
               END-READ
           END-IF
           MOVE ZERO TO WS-TAX-AMOUNT
           IF WS-CUSTOMER-EXEMPT
               MOVE WS-EXEMPT-TAX-CODE TO WS-TAX-CODE
           ELSE
               MOVE IM-TAX-CODE TO WS-TAX-CODE
               CALL "SalesTax" USING WS-TAX-CODE WS-CREDIT-AMOUNT
                   WS-TAX-AMOUNT WS-OUTPUT-TAX-ACCOUNT
                   WS-INPUT-TAX-ACCOUNT WS-TAX-RECOVERABLE
                   WS-TAX-CODE-FOUND
               IF WS-TAX-CODE-FOUND = 'N'
                   DISPLAY "TAX CODE " WS-TAX-CODE
                       " NOT ON SALES-TAX-CODE TABLE - "
                       "CREDITED WITHOUT TAX"
               END-IF
           END-IF
           COMPUTE WS-GROSS-AMOUNT = WS-CREDIT-AMOUNT + WS-TAX-AMOUNT.

           LEDGER-CREDIT-TAX-PARA.

           MOVE 'O' TO TJ-TAX-TYPE
           MOVE 'C' TO TJ-SOURCE
           MOVE CN-CREDIT-NO TO TJ-DOCUMENT-NO
           MOVE CO-CUSTOMER-CODE TO TJ-PARTY-CODE
           MOVE WS-TAX-CODE TO TJ-TAX-CODE
           MOVE WS-RUN-DATE TO TJ-DOCUMENT-DATE
           MOVE WS-RUN-DATE(1:6) TO TJ-PERIOD
           COMPUTE TJ-NET-AMOUNT = ZERO - WS-CREDIT-AMOUNT
           COMPUTE TJ-TAX-AMOUNT = ZERO - WS-TAX-AMOUNT
           MOVE 'N' TO TJ-RECOVERABLE
           WRITE TAX-LEDGER-RECORD
           IF WS-TAX-AMOUNT > ZERO
               MOVE "CRNTX" TO JE-BATCH-ID
               MOVE WS-RUN-DATE(1:6) TO JE-PERIOD
               MOVE 'N' TO JE-POSTED-FLAG
               MOVE "CRTN" TO JE-SOURCE-SYSTEM
               MOVE SPACES TO JE-DOCUMENT-REF
               MOVE CO-ORDER-NUMBER TO JE-DOCUMENT-REF(1:6)
               MOVE "CRN" TO JE-DOCUMENT-REF(8:3)
               MOVE CN-CREDIT-NO TO JE-DOCUMENT-REF(12:6)
               MOVE WS-RUN-DATE TO JE-TRANS-DATE
               MOVE WS-OUTPUT-TAX-ACCOUNT TO JE-ACCOUNT
               MOVE WS-TAX-AMOUNT TO JE-DEBIT-AMOUNT
               MOVE ZERO TO JE-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
               MOVE WS-AR-CONTROL-ACCT TO JE-ACCOUNT
               MOVE ZERO TO JE-DEBIT-AMOUNT
               MOVE WS-TAX-AMOUNT TO JE-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
           END-IF.

       END PROGRAM CustomerReturn.
