       IDENTIFICATION DIVISION.
       PROGRAM-ID. LandedCostVoucher.
       ENVIRONMENT DIVISION.
           *> landed-cost voucher against a purchase order receipt -
           *> freight, import duty or another charge invoiced apart
           *> from the goods is spread over the PO lines received so
           *> far by value, quantity or shipped weight, instead of
           *> going straight to expense and understating stock
           *> each line's share is split between the stock still
           *> held (on hand plus quality hold, up to the quantity
           *> received) and the goods already issued: the held part
           *> re-averages IM-UNIT-COST with a PRICE-HISTORY row, the
           *> issued part goes to cost of sales, and the whole charge
           *> is journalled out of the expense account it was first
           *> booked to - the voucher itself is kept on LANDCOST
           *> a multi-line PO on the header file spreads over its
           *> lines; a number not on the header file is looked up on
           *> the old single-item POMAST file, the same fall-through
           *> receiving uses
           *> the run sets the batch-window in-use marker on INVMAST
           *> through the shared BatchLock subprogram, and every
           *> master update logs a before/after image through
           *> UpdateJournal for the roll-forward rebuild
           *> journal lines now carry source LAND with the voucher
           *> and PO as document reference and the voucher date
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.

           SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

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

           SELECT OPTIONAL PRICE-HISTORY-FILE ASSIGN TO "PRICEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICEHST-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL LANDED-COST-FILE ASSIGN TO "LANDCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANDCOST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PURCHASE-ORDER-FILE.
           COPY PORDER.

       FD INVENTORY-MASTER.
           COPY INVMSTR.

       FD PO-HEADER-FILE.
           COPY POHDR.

       FD PO-LINE-FILE.
           COPY POLINE.

       FD PRICE-HISTORY-FILE.
           COPY PRICEHST.

       FD JOURNAL-FILE.
           COPY JRNLENT.

       FD LANDED-COST-FILE.
           COPY LANDCOST.

       WORKING-STORAGE SECTION.

           01 WS-PO-STATUS PIC X(02) VALUE SPACES.
           01 WS-INVENTORY-STATUS PIC X(02) VALUE SPACES.
           01 WS-HEADER-STATUS PIC X(02) VALUE SPACES.
           01 WS-LINE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRICEHST-STATUS PIC X(02) VALUE SPACES.
           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-LANDCOST-STATUS PIC X(02) VALUE SPACES.

           01 WS-UJ-MASTER PIC X(08) VALUE "INVMAST ".
           01 WS-UJ-ACTION PIC X(01) VALUE 'R'.
           01 WS-UJ-KEY PIC X(10) VALUE SPACES.
           01 WS-UJ-PROGRAM PIC X(08) VALUE "LANDCOST".
           01 WS-UJ-OPERATOR PIC X(10) VALUE "LANDCOST".
           01 WS-UJ-BEFORE PIC X(120) VALUE SPACES.
           01 WS-UJ-AFTER PIC X(120) VALUE SPACES.

           01 WS-LOCK-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-LOCK-MASTER PIC X(08) VALUE "INVMAST ".
           01 WS-LOCK-JOB PIC X(08) VALUE "LANDCOST".
           01 WS-LOCK-ANSWER PIC X(01) VALUE 'F'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-MORE-SWITCH PIC X(01) VALUE 'Y'.
               88 WS-MORE-VOUCHERS VALUE 'Y'.
           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCAN-EOF VALUE 'Y'.
           01 WS-CHARGE-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CHARGE-OK VALUE 'Y'.

           01 WS-ENTRY-PO-NUMBER PIC 9(06) VALUE ZERO.
           01 WS-NEXT-VOUCHER-NO PIC 9(06) VALUE ZERO.
           01 WS-VOUCHERS-POSTED PIC 9(05) VALUE ZERO.
           01 WS-JOURNAL-VOUCHER-NO PIC 9(06) VALUE ZERO.

           01 WS-CHARGE-TYPE PIC X(01) VALUE SPACE.
               88 WS-VALID-CHARGE-TYPE VALUE 'F' 'D' 'O'.
           01 WS-BASIS PIC X(01) VALUE SPACE.
               88 WS-VALID-BASIS VALUE 'V' 'Q' 'W'.
               88 WS-BASIS-VALUE VALUE 'V'.
               88 WS-BASIS-QUANTITY VALUE 'Q'.
               88 WS-BASIS-WEIGHT VALUE 'W'.
           01 WS-INVOICE-REF PIC X(08) VALUE SPACES.
           01 WS-CHARGE-AMOUNT PIC 9(09)V99 VALUE ZERO.

      *> the received lines of the PO, with the spreading basis and
      *> the share of the charge each one carries
           01 WS-RECEIPT-TABLE.
               02 WS-RCPT-ENTRY OCCURS 99 TIMES
                       INDEXED BY WS-RCPT-IDX.
                   05 WS-RCPT-LINE-NO PIC 9(03).
                   05 WS-RCPT-ITEM PIC 9(05).
                   05 WS-RCPT-QTY PIC 9(07).
                   05 WS-RCPT-UNIT-COST PIC 9(05)V99.
                   05 WS-RCPT-WEIGHT PIC 9(07)V99.
                   05 WS-RCPT-BASIS PIC 9(11)V99.
                   05 WS-RCPT-SHARE PIC 9(09)V99.
           01 WS-RECEIPT-COUNT PIC 9(03) VALUE ZERO.
           01 WS-BASIS-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-SHARED-SO-FAR PIC 9(09)V99 VALUE ZERO.

           01 WS-STOCK-QTY PIC 9(07) VALUE ZERO.
           01 WS-HELD-QTY PIC 9(07) VALUE ZERO.
           01 WS-HELD-SHARE PIC 9(09)V99 VALUE ZERO.
           01 WS-OLD-UNIT-COST PIC 9(05)V99 VALUE ZERO.
           01 WS-NEW-UNIT-COST PIC 9(05)V99 VALUE ZERO.
           01 WS-REVALUATION PIC 9(09)V99 VALUE ZERO.
           01 WS-TO-STOCK PIC 9(09)V99 VALUE ZERO.
           01 WS-TO-COST-OF-SALES PIC 9(09)V99 VALUE ZERO.

           01 WS-GL-ACCOUNTS.
               02 WS-STOCK-ACCT PIC X(10) VALUE "STOCKVALUE".
               02 WS-COST-OF-SALES-ACCT PIC X(10) VALUE "COSTOFSALE".
               02 WS-FREIGHT-ACCT PIC X(10) VALUE "FREIGHTEXP".
               02 WS-DUTY-ACCT PIC X(10) VALUE "DUTYEXP   ".
               02 WS-OTHER-CHARGE-ACCT PIC X(10) VALUE "LANDEDOTH ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM FIND-LAST-VOUCHER-PARA

           MOVE 'S' TO WS-LOCK-FUNCTION
           CALL "BatchLock" USING WS-LOCK-FUNCTION WS-LOCK-MASTER
               WS-LOCK-JOB WS-LOCK-ANSWER

           OPEN INPUT PURCHASE-ORDER-FILE
           OPEN I-O INVENTORY-MASTER
           OPEN INPUT PO-HEADER-FILE
           OPEN INPUT PO-LINE-FILE
           OPEN EXTEND PRICE-HISTORY-FILE
           OPEN EXTEND JOURNAL-FILE
           OPEN EXTEND LANDED-COST-FILE

           PERFORM VOUCHER-PARA UNTIL NOT WS-MORE-VOUCHERS

           CLOSE PURCHASE-ORDER-FILE
           CLOSE INVENTORY-MASTER
           CLOSE PO-HEADER-FILE
           CLOSE PO-LINE-FILE
           CLOSE PRICE-HISTORY-FILE
           CLOSE JOURNAL-FILE
           CLOSE LANDED-COST-FILE

           MOVE 'C' TO WS-LOCK-FUNCTION
           CALL "BatchLock" USING WS-LOCK-FUNCTION WS-LOCK-MASTER
               WS-LOCK-JOB WS-LOCK-ANSWER

           DISPLAY "LANDED-COST VOUCHERS POSTED : " WS-VOUCHERS-POSTED

            STOP RUN.

           FIND-LAST-VOUCHER-PARA.

           MOVE ZERO TO WS-NEXT-VOUCHER-NO
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT LANDED-COST-FILE
           PERFORM UNTIL WS-SCAN-EOF
               READ LANDED-COST-FILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   NOT AT END
                       IF LV-VOUCHER-NO > WS-NEXT-VOUCHER-NO
                           MOVE LV-VOUCHER-NO TO WS-NEXT-VOUCHER-NO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LANDED-COST-FILE.

           VOUCHER-PARA.

           DISPLAY "ENTER PO NUMBER (0 TO END) "
           ACCEPT WS-ENTRY-PO-NUMBER
           IF WS-ENTRY-PO-NUMBER = ZERO
               MOVE 'N' TO WS-MORE-SWITCH
           ELSE
               PERFORM LOAD-RECEIPTS-PARA
               IF WS-RECEIPT-COUNT = ZERO
                   DISPLAY "NOTHING RECEIVED ON PO "
                       WS-ENTRY-PO-NUMBER
                       " - NO CHARGE TO SPREAD"
               ELSE
                   PERFORM ENTER-CHARGE-PARA
                   IF WS-CHARGE-OK
                       PERFORM SPREAD-CHARGE-PARA
                       PERFORM APPLY-CHARGE-PARA
                   END-IF
               END-IF
           END-IF.

      *>--------------- received lines -----------------------------

           LOAD-RECEIPTS-PARA.

           MOVE ZERO TO WS-RECEIPT-COUNT
           MOVE WS-ENTRY-PO-NUMBER TO PH-PO-NUMBER
           READ PO-HEADER-FILE
               INVALID KEY
                   PERFORM LOAD-LEGACY-RECEIPT-PARA
               NOT INVALID KEY
                   MOVE 'N' TO WS-SCAN-EOF-SWITCH
                   MOVE WS-ENTRY-PO-NUMBER TO PL-PO-NUMBER
                   MOVE ZERO TO PL-LINE-NO
                   START PO-LINE-FILE KEY >= PL-LINE-KEY
                       INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   END-START
                   PERFORM LOAD-ONE-LINE-PARA UNTIL WS-SCAN-EOF
           END-READ.

           LOAD-ONE-LINE-PARA.

           READ PO-LINE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF PL-PO-NUMBER NOT = WS-ENTRY-PO-NUMBER
                       MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   ELSE
                       IF PL-RECEIVED-QTY > ZERO
                               AND WS-RECEIPT-COUNT < 99
                           ADD 1 TO WS-RECEIPT-COUNT
                           SET WS-RCPT-IDX TO WS-RECEIPT-COUNT
                           MOVE PL-LINE-NO
                               TO WS-RCPT-LINE-NO(WS-RCPT-IDX)
                           MOVE PL-ITEM-CODE
                               TO WS-RCPT-ITEM(WS-RCPT-IDX)
                           MOVE PL-RECEIVED-QTY
                               TO WS-RCPT-QTY(WS-RCPT-IDX)
                           MOVE PL-UNIT-COST
                               TO WS-RCPT-UNIT-COST(WS-RCPT-IDX)
                       END-IF
                   END-IF
           END-READ.

           LOAD-LEGACY-RECEIPT-PARA.

           MOVE WS-ENTRY-PO-NUMBER TO PO-NUMBER
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   DISPLAY "PO NUMBER NOT FOUND"
               NOT INVALID KEY
                   IF PO-RECEIVED-QTY > ZERO
                       MOVE 1 TO WS-RECEIPT-COUNT
                       SET WS-RCPT-IDX TO 1
                       MOVE 1 TO WS-RCPT-LINE-NO(WS-RCPT-IDX)
                       MOVE PO-ITEM-CODE TO WS-RCPT-ITEM(WS-RCPT-IDX)
                       MOVE PO-RECEIVED-QTY
                           TO WS-RCPT-QTY(WS-RCPT-IDX)
                       MOVE PO-UNIT-COST
                           TO WS-RCPT-UNIT-COST(WS-RCPT-IDX)
                   END-IF
           END-READ.

      *>--------------- the charge ---------------------------------

           ENTER-CHARGE-PARA.

           MOVE 'N' TO WS-CHARGE-OK-SWITCH
           DISPLAY "ENTER CHARGE TYPE (F=FREIGHT D=DUTY O=OTHER) "
           ACCEPT WS-CHARGE-TYPE
           DISPLAY "ENTER CHARGE INVOICE REFERENCE "
           ACCEPT WS-INVOICE-REF
           DISPLAY "ENTER CHARGE AMOUNT "
           ACCEPT WS-CHARGE-AMOUNT
           DISPLAY "SPREAD BY (V=VALUE Q=QUANTITY W=WEIGHT) "
           ACCEPT WS-BASIS
           EVALUATE TRUE
               WHEN NOT WS-VALID-CHARGE-TYPE
                   DISPLAY "INVALID CHARGE TYPE - VOUCHER REFUSED"
               WHEN WS-CHARGE-AMOUNT = ZERO
                   DISPLAY "ZERO CHARGE - VOUCHER REFUSED"
               WHEN NOT WS-VALID-BASIS
                   DISPLAY "INVALID SPREAD BASIS - VOUCHER REFUSED"
               WHEN OTHER
                   PERFORM SET-BASIS-PARA
                   IF WS-BASIS-TOTAL = ZERO
                       DISPLAY "NOTHING TO SPREAD ON - VOUCHER "
                           "REFUSED"
                   ELSE
                       MOVE 'Y' TO WS-CHARGE-OK-SWITCH
                   END-IF
           END-EVALUATE.

           SET-BASIS-PARA.

      *> the weight of a line comes off the shipping documents for
      *> the consignment, so it is keyed here line by line
           MOVE ZERO TO WS-BASIS-TOTAL
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                   UNTIL WS-RCPT-IDX > WS-RECEIPT-COUNT
               EVALUATE TRUE
                   WHEN WS-BASIS-VALUE
                       COMPUTE WS-RCPT-BASIS(WS-RCPT-IDX) =
                           WS-RCPT-QTY(WS-RCPT-IDX)
                               * WS-RCPT-UNIT-COST(WS-RCPT-IDX)
                   WHEN WS-BASIS-QUANTITY
                       MOVE WS-RCPT-QTY(WS-RCPT-IDX)
                           TO WS-RCPT-BASIS(WS-RCPT-IDX)
                   WHEN OTHER
                       DISPLAY "LINE " WS-RCPT-LINE-NO(WS-RCPT-IDX)
                           " ITEM " WS-RCPT-ITEM(WS-RCPT-IDX)
                           " RECEIVED " WS-RCPT-QTY(WS-RCPT-IDX)
                       DISPLAY "ENTER SHIPPED WEIGHT FOR THE LINE "
                       ACCEPT WS-RCPT-WEIGHT(WS-RCPT-IDX)
                       MOVE WS-RCPT-WEIGHT(WS-RCPT-IDX)
                           TO WS-RCPT-BASIS(WS-RCPT-IDX)
               END-EVALUATE
               ADD WS-RCPT-BASIS(WS-RCPT-IDX) TO WS-BASIS-TOTAL
           END-PERFORM.

           SPREAD-CHARGE-PARA.

      *> each line its proportion of the charge, the last line the
      *> remainder so the shares add back to the penny
           MOVE ZERO TO WS-SHARED-SO-FAR
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                   UNTIL WS-RCPT-IDX > WS-RECEIPT-COUNT
               IF WS-RCPT-IDX = WS-RECEIPT-COUNT
                   COMPUTE WS-RCPT-SHARE(WS-RCPT-IDX) =
                       WS-CHARGE-AMOUNT - WS-SHARED-SO-FAR
               ELSE
                   COMPUTE WS-RCPT-SHARE(WS-RCPT-IDX) ROUNDED =
                       WS-CHARGE-AMOUNT * WS-RCPT-BASIS(WS-RCPT-IDX)
                           / WS-BASIS-TOTAL
                   ADD WS-RCPT-SHARE(WS-RCPT-IDX) TO WS-SHARED-SO-FAR
               END-IF
           END-PERFORM.

      *>--------------- posting ------------------------------------

           APPLY-CHARGE-PARA.

           MOVE ZERO TO WS-TO-STOCK
           MOVE ZERO TO WS-TO-COST-OF-SALES
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                   UNTIL WS-RCPT-IDX > WS-RECEIPT-COUNT
               PERFORM APPLY-LINE-PARA
           END-PERFORM

           PERFORM JOURNAL-CHARGE-PARA

           ADD 1 TO WS-NEXT-VOUCHER-NO
           MOVE WS-NEXT-VOUCHER-NO TO LV-VOUCHER-NO
           MOVE WS-ENTRY-PO-NUMBER TO LV-PO-NUMBER
           MOVE WS-CHARGE-TYPE TO LV-CHARGE-TYPE
           MOVE WS-INVOICE-REF TO LV-INVOICE-REF
           MOVE WS-BASIS TO LV-BASIS
           MOVE WS-CHARGE-AMOUNT TO LV-AMOUNT
           MOVE WS-TO-STOCK TO LV-TO-STOCK
           MOVE WS-TO-COST-OF-SALES TO LV-TO-COST-OF-SALES
           MOVE WS-RECEIPT-COUNT TO LV-LINES-CHARGED
           MOVE WS-RUN-DATE TO LV-VOUCHER-DATE
           WRITE LANDED-COST-VOUCHER-RECORD
           ADD 1 TO WS-VOUCHERS-POSTED
           DISPLAY "VOUCHER " LV-VOUCHER-NO " - " WS-CHARGE-AMOUNT
               " SPREAD : TO STOCK " WS-TO-STOCK
               "  TO COST OF SALES " WS-TO-COST-OF-SALES.

           APPLY-LINE-PARA.

      *> the receipt is only still on the shelf as far as the item's
      *> stock (on hand plus quality hold) covers it - the rest has
      *> been issued and its share of the charge is cost of sales.
      *> The new cost is truncated, never rounded up, so the stock
      *> is never revalued by more than its share; the odd cents
      *> left over go to cost of sales with the issued part.
           MOVE WS-RCPT-ITEM(WS-RCPT-IDX) TO IM-ITEM-CODE
           READ INVENTORY-MASTER
               INVALID KEY
                   DISPLAY "ITEM " WS-RCPT-ITEM(WS-RCPT-IDX)
                       " NOT ON INVENTORY MASTER - SHARE TO COST "
                       "OF SALES"
                   ADD WS-RCPT-SHARE(WS-RCPT-IDX)
                       TO WS-TO-COST-OF-SALES
               NOT INVALID KEY
                   COMPUTE WS-STOCK-QTY =
                       IM-QTY-ON-HAND + IM-QTY-ON-HOLD
                   IF WS-STOCK-QTY < WS-RCPT-QTY(WS-RCPT-IDX)
                       MOVE WS-STOCK-QTY TO WS-HELD-QTY
                   ELSE
                       MOVE WS-RCPT-QTY(WS-RCPT-IDX) TO WS-HELD-QTY
                   END-IF
                   COMPUTE WS-HELD-SHARE ROUNDED =
                       WS-RCPT-SHARE(WS-RCPT-IDX) * WS-HELD-QTY
                           / WS-RCPT-QTY(WS-RCPT-IDX)
                   MOVE ZERO TO WS-REVALUATION
                   IF WS-HELD-SHARE > ZERO
                       PERFORM REAVERAGE-COST-PARA
                   END-IF
                   ADD WS-REVALUATION TO WS-TO-STOCK
                   COMPUTE WS-TO-COST-OF-SALES =
                       WS-TO-COST-OF-SALES
                           + WS-RCPT-SHARE(WS-RCPT-IDX)
                           - WS-REVALUATION
           END-READ.

           REAVERAGE-COST-PARA.

           MOVE IM-UNIT-COST TO WS-OLD-UNIT-COST
           COMPUTE WS-NEW-UNIT-COST =
               ((WS-STOCK-QTY * WS-OLD-UNIT-COST) + WS-HELD-SHARE)
                   / WS-STOCK-QTY
           IF WS-NEW-UNIT-COST NOT = WS-OLD-UNIT-COST
               COMPUTE WS-REVALUATION =
                   WS-STOCK-QTY * (WS-NEW-UNIT-COST - WS-OLD-UNIT-COST)
               MOVE INVENTORY-MASTER-RECORD TO WS-UJ-BEFORE
               MOVE WS-NEW-UNIT-COST TO IM-UNIT-COST
               REWRITE INVENTORY-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO UPDATE INVENTORY - SHARE "
                           "TO COST OF SALES"
                       MOVE ZERO TO WS-REVALUATION
                   NOT INVALID KEY
                       MOVE IM-ITEM-CODE TO WS-UJ-KEY
                       MOVE INVENTORY-MASTER-RECORD TO WS-UJ-AFTER
                       PERFORM WRITE-UPDATE-JOURNAL-PARA
                       PERFORM LOG-PRICE-HISTORY-PARA
                       DISPLAY "ITEM " IM-ITEM-CODE " COST "
                           WS-OLD-UNIT-COST " -> " WS-NEW-UNIT-COST
               END-REWRITE
           END-IF.

           WRITE-UPDATE-JOURNAL-PARA.

           CALL "UpdateJournal" USING WS-UJ-MASTER WS-UJ-ACTION
               WS-UJ-KEY WS-UJ-PROGRAM WS-UJ-OPERATOR
               WS-UJ-BEFORE WS-UJ-AFTER
           MOVE SPACES TO WS-UJ-BEFORE
           MOVE SPACES TO WS-UJ-AFTER.

           LOG-PRICE-HISTORY-PARA.

           MOVE IM-ITEM-CODE TO PH-ITEM-CODE
           MOVE WS-OLD-UNIT-COST TO PH-OLD-PRICE
           MOVE WS-NEW-UNIT-COST TO PH-NEW-PRICE
           MOVE WS-RUN-DATE TO PH-EFFECTIVE-DATE
           MOVE "LANDCOST" TO PH-CHANGED-BY
           WRITE PRICE-HISTORY-RECORD.

           JOURNAL-CHARGE-PARA.

      *> the charge leaves the expense account it was booked to -
      *> into stock for the part still held, cost of sales for the
      *> rest
           MOVE "LNDCT" TO JE-BATCH-ID
           MOVE WS-RUN-DATE(1:6) TO JE-PERIOD
           MOVE 'N' TO JE-POSTED-FLAG
      *> the voucher is numbered once its lines are charged
           COMPUTE WS-JOURNAL-VOUCHER-NO = WS-NEXT-VOUCHER-NO + 1
           MOVE "LAND" TO JE-SOURCE-SYSTEM
           MOVE SPACES TO JE-DOCUMENT-REF
           STRING "VCH " DELIMITED BY SIZE
               WS-JOURNAL-VOUCHER-NO DELIMITED BY SIZE
               " PO " DELIMITED BY SIZE
               WS-ENTRY-PO-NUMBER DELIMITED BY SIZE
               INTO JE-DOCUMENT-REF
           END-STRING
           MOVE WS-RUN-DATE TO JE-TRANS-DATE
           IF WS-TO-STOCK > ZERO
               MOVE WS-STOCK-ACCT TO JE-ACCOUNT
               MOVE WS-TO-STOCK TO JE-DEBIT-AMOUNT
               MOVE ZERO TO JE-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
           END-IF
           IF WS-TO-COST-OF-SALES > ZERO
               MOVE WS-COST-OF-SALES-ACCT TO JE-ACCOUNT
               MOVE WS-TO-COST-OF-SALES TO JE-DEBIT-AMOUNT
               MOVE ZERO TO JE-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
           END-IF
           EVALUATE WS-CHARGE-TYPE
               WHEN 'F'
                   MOVE WS-FREIGHT-ACCT TO JE-ACCOUNT
               WHEN 'D'
                   MOVE WS-DUTY-ACCT TO JE-ACCOUNT
               WHEN OTHER
                   MOVE WS-OTHER-CHARGE-ACCT TO JE-ACCOUNT
           END-EVALUATE
           MOVE ZERO TO JE-DEBIT-AMOUNT
           MOVE WS-CHARGE-AMOUNT TO JE-CREDIT-AMOUNT
           WRITE JOURNAL-ENTRY-RECORD.

       END PROGRAM LandedCostVoucher.
