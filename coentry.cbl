           *> existing open order in the exposure scan is priced at
           *> its own item's cost, not the cost of the item being
           *> ordered now
           *> an order for a customer the statement run has put on
           *> credit hold is refused unless a supervisor override
           *> authorizes it, before the credit-limit check runs
           *> a taken order is quoted at the customer's contract price
           *> off the CUSTOMER-PRICE-LIST through the ContractPrice
           *> subprogram, or the list price where no contract applies
           *> the Q transaction converts an open, unexpired sales
           *> quotation into customer orders at the quoted prices,
           *> one order per quote line, after the whole quote passes
           *> the same credit-hold and credit-limit check
           *> a new order starts with nothing dispatched or invoiced
           *> an order for a superseded item with no stock left is
           *> taken on its successor instead
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-ORDER-FILE ASSIGN TO "COMAST"
               RECORD KEY IS CM-CUSTOMER-CODE
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT OPTIONAL SALES-QUOTE-HEADER-FILE ASSIGN TO "QUOTEHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QH-QUOTE-NUMBER
               FILE STATUS IS WS-QUOTE-HEADER-STATUS.

           SELECT OPTIONAL SALES-QUOTE-LINE-FILE ASSIGN TO "QUOTELIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QL-LINE-KEY
               FILE STATUS IS WS-QUOTE-LINE-STATUS.

           SELECT OPTIONAL USER-AUTHORITY-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
       FD CUSTOMER-MASTER.
           COPY CUSTMSTR.

       FD SALES-QUOTE-HEADER-FILE.
           COPY QUOTEHDR.

       FD SALES-QUOTE-LINE-FILE.
           COPY QUOTELIN.

       FD USER-AUTHORITY-FILE.
           COPY USERAUTH.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-ADD VALUE 'A'.
               88 WS-TRAN-REPORT VALUE 'R'.
               88 WS-TRAN-CONVERT VALUE 'Q'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-CUSTOMER-STATUS PIC X(02) VALUE SPACES.
           01 WS-CREDIT-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CREDIT-OK VALUE 'Y'.
           01 WS-OPEN-ORDER-VALUE PIC 9(11)V99 VALUE ZERO.
           01 WS-SCAN-COST PIC 9(05)V99 VALUE ZERO.
           01 WS-NEW-ORDER-VALUE PIC 9(11)V99 VALUE ZERO.
           01 WS-EXPOSURE PIC S9(11)V99 VALUE ZERO.
           01 WS-OPEN-COUNT PIC 9(05) VALUE ZERO.
           01 WS-BACKORDER-COUNT PIC 9(05) VALUE ZERO.
           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-SUPERSEDED-ITEM PIC 9(05) VALUE ZERO.
           01 WS-CHAIN-HOPS PIC 9(02) VALUE ZERO.
           01 WS-CHAIN-END-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CHAIN-END VALUE 'Y'.

           01 WS-QUOTE-PRICE PIC 9(05)V99 VALUE ZERO.
           01 WS-QUOTE-SOURCE PIC X(01) VALUE SPACE.
               88 WS-QUOTE-CONTRACT VALUE 'C'.
           01 WS-QUOTE-VALUE PIC 9(11)V99 VALUE ZERO.
           01 WS-EDIT-PRICE PIC ZZ,ZZ9.99.
           01 WS-EDIT-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           01 WS-QUOTE-HEADER-STATUS PIC X(02) VALUE SPACES.
           01 WS-QUOTE-LINE-STATUS PIC X(02) VALUE SPACES.
           01 WS-QUOTES-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88 WS-QUOTES-OPEN VALUE 'Y'.
           01 WS-LINE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LINE-EOF VALUE 'Y'.
           01 WS-CONVERT-QUOTE PIC 9(06) VALUE ZERO.
           01 WS-CONVERT-PRIORITY PIC 9(01) VALUE ZERO.
           01 WS-CONVERT-COUNT PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "05"
               MOVE 'Y' TO WS-CUSTMAST-OPEN-SWITCH
           END-IF
           OPEN I-O SALES-QUOTE-HEADER-FILE
           OPEN I-O SALES-QUOTE-LINE-FILE
           IF WS-QUOTE-HEADER-STATUS = "00"
                   AND WS-QUOTE-LINE-STATUS = "00"
               MOVE 'Y' TO WS-QUOTES-OPEN-SWITCH
           END-IF
           PERFORM LOAD-AUTHORITY-PARA

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END
           IF WS-CUSTMAST-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE SALES-QUOTE-HEADER-FILE
           CLOSE SALES-QUOTE-LINE-FILE

            STOP RUN.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (A=ADD ORDER Q=CONVERT QUOTE "
               "R=OPEN ORDER REPORT E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM ADD-ORDER-PARA
               WHEN WS-TRAN-CONVERT
                   PERFORM CONVERT-QUOTE-PARA
               WHEN WS-TRAN-REPORT
                   PERFORM OPEN-ORDER-REPORT-PARA
               WHEN WS-TRAN-END
                   INVALID KEY
                       DISPLAY "ITEM CODE NOT FOUND - ORDER NOT TAKEN"
                   NOT INVALID KEY
                       PERFORM SUBSTITUTE-ITEM-PARA
                       PERFORM CAPTURE-ORDER-PARA
               END-READ
           END-IF.

           SUBSTITUTE-ITEM-PARA.

      *> an item replaced by a successor keeps taking orders while
      *> its own stock lasts; once none is left the order moves to
      *> the successor (and on down the chain past any successor
      *> that is itself replaced and out of stock)
           MOVE ZERO TO WS-CHAIN-HOPS
           MOVE 'N' TO WS-CHAIN-END-SWITCH
           PERFORM UNTIL WS-CHAIN-END
               IF IM-NOT-SUPERSEDED
                       OR IM-SUPERSEDE-DATE > WS-RUN-DATE
                       OR IM-QTY-ON-HAND > ZERO
                       OR WS-CHAIN-HOPS NOT < 10
                   MOVE 'Y' TO WS-CHAIN-END-SWITCH
               ELSE
                   MOVE IM-ITEM-CODE TO WS-SUPERSEDED-ITEM
                   MOVE IM-SUCCESSOR-CODE TO IM-ITEM-CODE
                   ADD 1 TO WS-CHAIN-HOPS
                   READ INVENTORY-MASTER
                       INVALID KEY
                           MOVE WS-SUPERSEDED-ITEM TO IM-ITEM-CODE
                           READ INVENTORY-MASTER
                               INVALID KEY
                                   CONTINUE
                           END-READ
                           MOVE 'Y' TO WS-CHAIN-END-SWITCH
                       NOT INVALID KEY
                           DISPLAY "ITEM " WS-SUPERSEDED-ITEM
                               " SUPERSEDED AND OUT OF STOCK - "
                               "ORDERED AS " IM-ITEM-CODE " "
                               IM-ITEM-DESCRIPTION
                   END-READ
               END-IF
           END-PERFORM
           MOVE IM-ITEM-CODE TO WS-ENTRY-ITEM.

           GET-CUSTOMER-PARA.

           IF NOT WS-CUSTMAST-OPEN
           IF WS-CUSTMAST-OPEN
      *> the credit scan reads through the order file, so the new
      *> record is only built in the record area after it
               COMPUTE WS-NEW-ORDER-VALUE =
                   WS-ENTRY-QTY * IM-UNIT-COST
               PERFORM CHECK-CREDIT-PARA
           END-IF
           IF NOT WS-CREDIT-OK
               MOVE ZERO TO CO-BACKORDER-QTY
               MOVE WS-RUN-DATE TO CO-ORDER-DATE
               MOVE 'O' TO CO-STATUS
               MOVE 'N' TO CO-INVOICED-FLAG
               MOVE ZERO TO CO-QUOTED-PRICE
               MOVE ZERO TO CO-QUOTE-NUMBER
               MOVE ZERO TO CO-DISPATCHED-QTY
               MOVE ZERO TO CO-INVOICED-QTY
               WRITE CUSTOMER-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO WRITE CUSTOMER ORDER"
               END-WRITE
               DISPLAY "ORDER " CO-ORDER-NUMBER " TAKEN FOR "
                   CO-CUSTOMER-NAME
               PERFORM QUOTE-PRICE-PARA
           END-IF.

           QUOTE-PRICE-PARA.

      *> the invoicing run prices the order through the same lookup
      *> on the order date, so the quote is what will be billed
           CALL "ContractPrice" USING WS-ENTRY-CUSTOMER WS-ENTRY-ITEM
               WS-ENTRY-QTY WS-RUN-DATE IM-SELLING-PRICE
               WS-QUOTE-PRICE WS-QUOTE-SOURCE
           COMPUTE WS-QUOTE-VALUE = WS-ENTRY-QTY * WS-QUOTE-PRICE
           MOVE WS-QUOTE-PRICE TO WS-EDIT-PRICE
           MOVE WS-QUOTE-VALUE TO WS-EDIT-VALUE
           IF WS-QUOTE-CONTRACT
               DISPLAY "PRICE " WS-EDIT-PRICE " EACH (CONTRACT)  "
                   "ORDER VALUE " WS-EDIT-VALUE
           ELSE
               IF WS-QUOTE-PRICE = ZERO
                   DISPLAY "*** ITEM HAS NO SELLING PRICE AND NO "
                       "CONTRACT PRICE - REFER TO SALES ***"
               ELSE
                   DISPLAY "PRICE " WS-EDIT-PRICE " EACH (LIST)  "
                       "ORDER VALUE " WS-EDIT-VALUE
               END-IF
           END-IF.

           CHECK-CREDIT-PARA.

      *> an account the statement run has put on credit hold takes
      *> no new orders without a supervisor override - the limit
      *> check still runs on an overridden hold
           IF CM-ON-CREDIT-HOLD
               DISPLAY "*** CUSTOMER " CM-CUSTOMER-CODE
                   " IS ON CREDIT HOLD - DUNNING LEVEL "
                   CM-DUNNING-LEVEL " ***"
               DISPLAY "ENTER SUPERVISOR OVERRIDE CODE OR BLANK "
                   "TO REFUSE "
               ACCEPT WS-OVERRIDE-CODE
               PERFORM VALIDATE-OVERRIDE-PARA
               IF WS-OVERRIDE-OK
                   DISPLAY "OVERRIDE ACCEPTED"
               ELSE
                   MOVE 'N' TO WS-CREDIT-OK-SWITCH
               END-IF
           END-IF
           IF WS-CREDIT-OK
               PERFORM CHECK-EXPOSURE-PARA
           END-IF.

           CHECK-EXPOSURE-PARA.

      *> the caller has valued the new business at item cost in
      *> WS-NEW-ORDER-VALUE - the scan reads other items through the
      *> inventory record area, so an order entry's item is put
      *> back afterwards for the capture to see
           PERFORM SUM-OPEN-ORDERS-PARA
           IF WS-ENTRY-ITEM NOT = ZERO
               MOVE WS-ENTRY-ITEM TO IM-ITEM-CODE
               READ INVENTORY-MASTER
                   INVALID KEY
                       DISPLAY "ENTRY ITEM VANISHED DURING THE CREDIT "
                           "SCAN"
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           COMPUTE WS-EXPOSURE =
               CM-BALANCE-OWED + WS-OPEN-ORDER-VALUE
               + WS-NEW-ORDER-VALUE
                   MOVE IM-UNIT-COST TO WS-SCAN-COST
           END-READ.

      *>--------------- quotation conversion ---------------------

           CONVERT-QUOTE-PARA.

           DISPLAY "ENTER QUOTE NUMBER "
           ACCEPT WS-CONVERT-QUOTE
           MOVE WS-CONVERT-QUOTE TO QH-QUOTE-NUMBER
           EVALUATE TRUE
               WHEN NOT WS-QUOTES-OPEN
                   DISPLAY "NO QUOTATION FILES ON THIS SITE"
               WHEN NOT WS-CUSTMAST-OPEN
                   DISPLAY "QUOTES CONVERT ONLY AGAINST THE CUSTOMER "
                       "MASTER"
               WHEN OTHER
                   READ SALES-QUOTE-HEADER-FILE
                       INVALID KEY
                           DISPLAY "QUOTE NOT ON FILE"
                       NOT INVALID KEY
                           PERFORM CHECK-QUOTE-PARA
                   END-READ
           END-EVALUATE.

           CHECK-QUOTE-PARA.

           EVALUATE TRUE
               WHEN NOT QH-OPEN
                   DISPLAY "QUOTE IS NOT OPEN - STATUS " QH-STATUS
                       " - NOT CONVERTED"
               WHEN QH-VALID-UNTIL < WS-RUN-DATE
                   DISPLAY "QUOTE EXPIRED " QH-VALID-UNTIL
                       " - REQUOTE BEFORE CONVERTING"
               WHEN OTHER
                   MOVE QH-CUSTOMER-CODE TO WS-ENTRY-CUSTOMER
                   MOVE WS-ENTRY-CUSTOMER TO CM-CUSTOMER-CODE
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           DISPLAY "CUSTOMER " WS-ENTRY-CUSTOMER
                               " NOT ON CUSTOMER-MASTER - NOT "
                               "CONVERTED"
                       NOT INVALID KEY
                           PERFORM CREDIT-CHECK-QUOTE-PARA
                   END-READ
           END-EVALUATE.

           CREDIT-CHECK-QUOTE-PARA.

      *> the whole quote goes through the order-entry credit check
      *> once, its lines valued at item cost the way keyed orders
      *> are
           MOVE ZERO TO WS-NEW-ORDER-VALUE
           MOVE ZERO TO WS-ENTRY-ITEM
           MOVE 'N' TO WS-LINE-EOF-SWITCH
           PERFORM START-QUOTE-LINES-PARA
           PERFORM VALUE-QUOTE-LINE-PARA UNTIL WS-LINE-EOF
           MOVE 'Y' TO WS-CREDIT-OK-SWITCH
           PERFORM CHECK-CREDIT-PARA
           IF NOT WS-CREDIT-OK
               DISPLAY "QUOTE NOT CONVERTED"
           ELSE
               DISPLAY "ENTER PRIORITY (1=HIGHEST 9=LOWEST) "
               ACCEPT WS-CONVERT-PRIORITY
               MOVE ZERO TO WS-CONVERT-COUNT
               MOVE 'N' TO WS-LINE-EOF-SWITCH
               PERFORM START-QUOTE-LINES-PARA
               PERFORM CONVERT-QUOTE-LINE-PARA UNTIL WS-LINE-EOF
               MOVE 'C' TO QH-STATUS
               MOVE WS-RUN-DATE TO QH-CONVERTED-DATE
               REWRITE SALES-QUOTE-HEADER-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO MARK QUOTE CONVERTED"
               END-REWRITE
               DISPLAY "QUOTE " QH-QUOTE-NUMBER " CONVERTED TO "
                   WS-CONVERT-COUNT " ORDERS FOR "
                   CM-CUSTOMER-NAME
           END-IF.

           START-QUOTE-LINES-PARA.

           MOVE WS-CONVERT-QUOTE TO QL-QUOTE-NUMBER
           MOVE ZERO TO QL-LINE-NO
           START SALES-QUOTE-LINE-FILE KEY >= QL-LINE-KEY
               INVALID KEY MOVE 'Y' TO WS-LINE-EOF-SWITCH
           END-START.

           VALUE-QUOTE-LINE-PARA.

           READ SALES-QUOTE-LINE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LINE-EOF-SWITCH
               NOT AT END
                   IF QL-QUOTE-NUMBER NOT = WS-CONVERT-QUOTE
                       MOVE 'Y' TO WS-LINE-EOF-SWITCH
                   ELSE
                       MOVE QL-ITEM-CODE TO IM-ITEM-CODE
                       READ INVENTORY-MASTER
                           INVALID KEY
                               MOVE ZERO TO IM-UNIT-COST
                       END-READ
                       COMPUTE WS-NEW-ORDER-VALUE = WS-NEW-ORDER-VALUE
                           + (QL-QTY * IM-UNIT-COST)
                   END-IF
           END-READ.

           CONVERT-QUOTE-LINE-PARA.

           READ SALES-QUOTE-LINE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LINE-EOF-SWITCH
               NOT AT END
                   IF QL-QUOTE-NUMBER NOT = WS-CONVERT-QUOTE
                       MOVE 'Y' TO WS-LINE-EOF-SWITCH
                   ELSE
                       PERFORM WRITE-QUOTE-ORDER-PARA
                   END-IF
           END-READ.

           WRITE-QUOTE-ORDER-PARA.

           PERFORM FIND-NEXT-ORDER-NUMBER-PARA
           MOVE WS-NEXT-ORDER-NUMBER TO CO-ORDER-NUMBER
           MOVE CM-CUSTOMER-NAME TO CO-CUSTOMER-NAME
           MOVE WS-ENTRY-CUSTOMER TO CO-CUSTOMER-CODE
           MOVE QL-ITEM-CODE TO CO-ITEM-CODE
           MOVE QL-QTY TO CO-ORDER-QTY
           MOVE WS-CONVERT-PRIORITY TO CO-PRIORITY
           MOVE ZERO TO CO-ALLOCATED-QTY
           MOVE ZERO TO CO-BACKORDER-QTY
           MOVE WS-RUN-DATE TO CO-ORDER-DATE
           MOVE 'O' TO CO-STATUS
           MOVE 'N' TO CO-INVOICED-FLAG
           MOVE QL-QUOTED-PRICE TO CO-QUOTED-PRICE
           MOVE QL-QUOTE-NUMBER TO CO-QUOTE-NUMBER
           MOVE ZERO TO CO-DISPATCHED-QTY
           MOVE ZERO TO CO-INVOICED-QTY
           WRITE CUSTOMER-ORDER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO WRITE CUSTOMER ORDER FOR LINE "
                       QL-LINE-NO
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERT-COUNT
                   MOVE CO-ORDER-NUMBER TO QL-ORDER-NUMBER
                   REWRITE SALES-QUOTE-LINE-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO STAMP ORDER ON LINE "
                               QL-LINE-NO
                   END-REWRITE
                   MOVE QL-QUOTED-PRICE TO WS-EDIT-PRICE
                   DISPLAY "ORDER " CO-ORDER-NUMBER " ITEM "
                       CO-ITEM-CODE " QTY " CO-ORDER-QTY
                       " AT QUOTED PRICE " WS-EDIT-PRICE
           END-WRITE.

           LOAD-AUTHORITY-PARA.

           MOVE 'N' TO WS-AUTH-EOF-SWITCH
