           *> it rewrites stock and clears it at end of run, so the
           *> ArrayIndex screen falls back to inquiry instead of a
           *> change being silently lost under the batch REWRITE
           *> pick lines now name the bin - the take comes off the
           *> item's BIN-STOCK rows in the chosen warehouse in
           *> walking sequence, one line per bin, stock not yet put
           *> away on a line with no bin, and each warehouse's list
           *> prints in the order the storeman walks the bins
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-ORDER-FILE ASSIGN TO "COMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-STATUS.

           SELECT OPTIONAL BIN-LOCATION-FILE ASSIGN TO "BINMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLM-BIN-KEY
               FILE STATUS IS WS-BINMAST-STATUS.

           SELECT OPTIONAL BIN-STOCK-FILE ASSIGN TO "BINSTOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BINSTOCK-STATUS.

           SELECT PRINT-FILE ASSIGN TO "PICKLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       FD PICK-FILE.
           COPY PICKLIST.

       FD BIN-LOCATION-FILE.
           COPY BINLOC.

       FD BIN-STOCK-FILE.
           COPY BINSTOCK.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
                   05 WS-PK-QTY PIC 9(07).
                   05 WS-PK-CUSTOMER PIC X(20).
                   05 WS-PK-LISTED PIC X(01).
                   05 WS-PK-BIN PIC X(06).
                   05 WS-PK-SEQUENCE PIC 9(05).
           01 WS-PICK-COUNT PIC 9(03) VALUE ZERO.
           01 WS-CURRENT-WAREHOUSE PIC X(03) VALUE SPACES.
           01 WS-PICK-SUB PIC 9(03) VALUE ZERO.
           01 WS-LIST-SUB PIC 9(03) VALUE ZERO.

           01 WS-BINMAST-STATUS PIC X(02) VALUE SPACES.
           01 WS-BINSTOCK-STATUS PIC X(02) VALUE SPACES.
           01 WS-BIN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BIN-EOF VALUE 'Y'.
      *> the item x bin balances, each carrying its bin's place in
      *> the walking sequence off BIN-LOCATION (99999 for a bin no
      *> longer on file, so it is walked last)
           01 WS-BIN-TABLE.
               02 WS-BIN-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-BIN-IDX.
                   05 WS-BN-WAREHOUSE PIC X(03).
                   05 WS-BN-BIN PIC X(06).
                   05 WS-BN-ITEM PIC 9(05).
                   05 WS-BN-QTY PIC 9(07).
                   05 WS-BN-SEQUENCE PIC 9(05).
           01 WS-BIN-COUNT PIC 9(03) VALUE ZERO.
           01 WS-BIN-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BIN-OVERFLOWED VALUE 'Y'.
           01 WS-BEST-BIN-SUB PIC 9(03) VALUE ZERO.
           01 WS-BIN-REMAINING PIC 9(07) VALUE ZERO.
           01 WS-BIN-TAKE PIC 9(07) VALUE ZERO.
           01 WS-PICK-BIN PIC X(06) VALUE SPACES.
           01 WS-PICK-SEQUENCE PIC 9(05) VALUE ZERO.
           01 WS-PICK-QTY PIC 9(07) VALUE ZERO.
           01 WS-LISTED-COUNT PIC 9(03) VALUE ZERO.
           01 WS-WAREHOUSE-LINES PIC 9(03) VALUE ZERO.
           01 WS-PRINT-BIN PIC X(07) VALUE SPACES.


           01 WS-UJ-MASTER PIC X(08) VALUE "INVMAST ".
           01 WS-UJ-ACTION PIC X(01) VALUE 'R'.
                   WS-LOCK-MASTER WS-LOCK-JOB WS-LOCK-ANSWER
                STOP RUN
           END-IF
           PERFORM LOAD-BIN-STOCK-PARA
           IF WS-BIN-OVERFLOWED
               DISPLAY "*** BINSTOCK HOLDS MORE ROWS THAN THE "
                   "TABLE - NOTHING ALLOCATED AND NOTHING SAVED, "
                   "THE WRITE-BACK WOULD DESTROY THE ROWS PAST "
                   "THE LIMIT ***"
               CLOSE CUSTOMER-ORDER-FILE
               CLOSE INVENTORY-MASTER
               MOVE 'C' TO WS-LOCK-FUNCTION
               CALL "BatchLock" USING WS-LOCK-FUNCTION
                   WS-LOCK-MASTER WS-LOCK-JOB WS-LOCK-ANSWER
                STOP RUN
           END-IF
           PERFORM LOAD-OPEN-ORDERS-PARA
           MOVE ZERO TO WS-DONE-COUNT
           PERFORM ALLOCATE-NEXT-PARA
               WS-LOCK-JOB WS-LOCK-ANSWER

           PERFORM SAVE-WAREHOUSE-STOCK-PARA
           PERFORM SAVE-BIN-STOCK-PARA
           PERFORM WRITE-PICK-FILE-PARA
           PERFORM PRINT-PICK-LISTS-PARA

               CLOSE WAREHOUSE-STOCK-FILE
           END-IF.

           LOAD-BIN-STOCK-PARA.

           MOVE 'N' TO WS-BIN-EOF-SWITCH
           OPEN INPUT BIN-LOCATION-FILE
           OPEN INPUT BIN-STOCK-FILE
           PERFORM UNTIL WS-BIN-EOF
               READ BIN-STOCK-FILE
                   AT END MOVE 'Y' TO WS-BIN-EOF-SWITCH
                   NOT AT END
                       PERFORM BUILD-BIN-TABLE-PARA
               END-READ
           END-PERFORM
           CLOSE BIN-STOCK-FILE
           CLOSE BIN-LOCATION-FILE.

           BUILD-BIN-TABLE-PARA.

           IF WS-BIN-COUNT = 500
               MOVE 'Y' TO WS-BIN-OVERFLOW-SWITCH
               MOVE 'Y' TO WS-BIN-EOF-SWITCH
           ELSE
               ADD 1 TO WS-BIN-COUNT
               SET WS-BIN-IDX TO WS-BIN-COUNT
               MOVE BNS-WAREHOUSE-CODE TO WS-BN-WAREHOUSE(WS-BIN-IDX)
               MOVE BNS-BIN-CODE TO WS-BN-BIN(WS-BIN-IDX)
               MOVE BNS-ITEM-CODE TO WS-BN-ITEM(WS-BIN-IDX)
               MOVE BNS-QTY-ON-HAND TO WS-BN-QTY(WS-BIN-IDX)
               MOVE BNS-WAREHOUSE-CODE TO BLM-WAREHOUSE-CODE
               MOVE BNS-BIN-CODE TO BLM-BIN-CODE
               READ BIN-LOCATION-FILE
                   INVALID KEY
                       MOVE 99999 TO WS-BN-SEQUENCE(WS-BIN-IDX)
                   NOT INVALID KEY
                       MOVE BLM-PICK-SEQUENCE
                           TO WS-BN-SEQUENCE(WS-BIN-IDX)
               END-READ
           END-IF.

           SAVE-BIN-STOCK-PARA.

           IF WS-BIN-COUNT > ZERO
               OPEN OUTPUT BIN-STOCK-FILE
               PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
                       UNTIL WS-BIN-IDX > WS-BIN-COUNT
                   MOVE WS-BN-WAREHOUSE(WS-BIN-IDX)
                       TO BNS-WAREHOUSE-CODE
                   MOVE WS-BN-BIN(WS-BIN-IDX) TO BNS-BIN-CODE
                   MOVE WS-BN-ITEM(WS-BIN-IDX) TO BNS-ITEM-CODE
                   MOVE WS-BN-QTY(WS-BIN-IDX) TO BNS-QTY-ON-HAND
                   WRITE BIN-STOCK-RECORD
               END-PERFORM
               CLOSE BIN-STOCK-FILE
           END-IF.

           LOAD-OPEN-ORDERS-PARA.

           MOVE 'N' TO WS-SCAN-EOF-SWITCH
                   MOVE ZERO TO WS-WH-QTY(WS-BEST-WH-SUB)
               END-IF
           END-IF
           PERFORM PICK-FROM-BINS-PARA.

           PICK-FROM-BINS-PARA.

      *> within the warehouse the take comes off the item's bins in
      *> walking sequence, one pick line per bin; whatever the bins
      *> cannot cover is stock not yet put away and goes on a line
      *> with no bin
           MOVE WS-TAKE-QTY TO WS-BIN-REMAINING
           MOVE 1 TO WS-BEST-BIN-SUB
           PERFORM UNTIL WS-BIN-REMAINING = ZERO
                   OR WS-BEST-BIN-SUB = ZERO
               MOVE ZERO TO WS-BEST-BIN-SUB
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BIN-COUNT
                   IF WS-BN-ITEM(I) = CO-ITEM-CODE
                           AND WS-BN-WAREHOUSE(I)
                               = WS-CURRENT-WAREHOUSE
                           AND WS-BN-QTY(I) > ZERO
                           AND (WS-BEST-BIN-SUB = ZERO
                               OR WS-BN-SEQUENCE(I)
                                   < WS-BN-SEQUENCE(WS-BEST-BIN-SUB))
                       MOVE I TO WS-BEST-BIN-SUB
                   END-IF
               END-PERFORM
               IF WS-BEST-BIN-SUB NOT = ZERO
                   IF WS-BN-QTY(WS-BEST-BIN-SUB) >= WS-BIN-REMAINING
                       MOVE WS-BIN-REMAINING TO WS-BIN-TAKE
                   ELSE
                       MOVE WS-BN-QTY(WS-BEST-BIN-SUB) TO WS-BIN-TAKE
                   END-IF
                   SUBTRACT WS-BIN-TAKE
                       FROM WS-BN-QTY(WS-BEST-BIN-SUB)
                   SUBTRACT WS-BIN-TAKE FROM WS-BIN-REMAINING
                   MOVE WS-BN-BIN(WS-BEST-BIN-SUB) TO WS-PICK-BIN
                   MOVE WS-BN-SEQUENCE(WS-BEST-BIN-SUB)
                       TO WS-PICK-SEQUENCE
                   MOVE WS-BIN-TAKE TO WS-PICK-QTY
                   PERFORM ADD-PICK-LINE-PARA
               END-IF
           END-PERFORM
           IF WS-BIN-REMAINING > ZERO
               MOVE SPACES TO WS-PICK-BIN
               MOVE 99999 TO WS-PICK-SEQUENCE
               MOVE WS-BIN-REMAINING TO WS-PICK-QTY
               PERFORM ADD-PICK-LINE-PARA
           END-IF.

           ADD-PICK-LINE-PARA.

           IF WS-PICK-COUNT < 500
               ADD 1 TO WS-PICK-COUNT
               SET WS-PICK-IDX TO WS-PICK-COUNT
                   TO WS-PK-WAREHOUSE(WS-PICK-IDX)
               MOVE CO-ORDER-NUMBER TO WS-PK-ORDER(WS-PICK-IDX)
               MOVE CO-ITEM-CODE TO WS-PK-ITEM(WS-PICK-IDX)
               MOVE WS-PICK-QTY TO WS-PK-QTY(WS-PICK-IDX)
               MOVE CO-CUSTOMER-NAME
                   TO WS-PK-CUSTOMER(WS-PICK-IDX)
               MOVE 'N' TO WS-PK-LISTED(WS-PICK-IDX)
               MOVE WS-PICK-BIN TO WS-PK-BIN(WS-PICK-IDX)
               MOVE WS-PICK-SEQUENCE TO WS-PK-SEQUENCE(WS-PICK-IDX)
           END-IF.

           WRITE-PICK-FILE-PARA.
                   MOVE WS-PK-CUSTOMER(WS-PICK-SUB)
                       TO PK-CUSTOMER-NAME
                   MOVE 'P' TO PK-STATUS
                   MOVE WS-PK-BIN(WS-PICK-SUB) TO PK-BIN-CODE
                   WRITE PICK-LIST-RECORD
               END-PERFORM
               CLOSE PICK-FILE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-PAGE-PARA
           MOVE ZERO TO WS-WAREHOUSE-LINES
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                   UNTIL WS-LIST-SUB > WS-PICK-COUNT
               IF WS-PK-WAREHOUSE(WS-LIST-SUB)
                       = WS-CURRENT-WAREHOUSE
                       AND WS-PK-LISTED(WS-LIST-SUB) = 'N'
                   ADD 1 TO WS-WAREHOUSE-LINES
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-LISTED-COUNT
           PERFORM PRINT-NEXT-PICK-PARA
               UNTIL WS-LISTED-COUNT = WS-WAREHOUSE-LINES.

           PRINT-NEXT-PICK-PARA.

      *> the warehouse's lines print in walking sequence - the
      *> lowest unprinted bin next, order number within the bin
           MOVE ZERO TO WS-LIST-SUB
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PICK-COUNT
               IF WS-PK-WAREHOUSE(I) = WS-CURRENT-WAREHOUSE
                       AND WS-PK-LISTED(I) = 'N'
                       AND (WS-LIST-SUB = ZERO
                           OR WS-PK-SEQUENCE(I)
                               < WS-PK-SEQUENCE(WS-LIST-SUB)
                           OR (WS-PK-SEQUENCE(I)
                                   = WS-PK-SEQUENCE(WS-LIST-SUB)
                               AND WS-PK-BIN(I)
                                   < WS-PK-BIN(WS-LIST-SUB))
                           OR (WS-PK-SEQUENCE(I)
                                   = WS-PK-SEQUENCE(WS-LIST-SUB)
                               AND WS-PK-BIN(I)
                                   = WS-PK-BIN(WS-LIST-SUB)
                               AND WS-PK-ORDER(I)
                                   < WS-PK-ORDER(WS-LIST-SUB)))
                   MOVE I TO WS-LIST-SUB
               END-IF
           END-PERFORM
           ADD 1 TO WS-LISTED-COUNT
           MOVE 'Y' TO WS-PK-LISTED(WS-LIST-SUB)
           IF WS-PK-BIN(WS-LIST-SUB) = SPACES
               MOVE "NO BIN " TO WS-PRINT-BIN
           ELSE
               MOVE WS-PK-BIN(WS-LIST-SUB) TO WS-PRINT-BIN
           END-IF
           STRING "BIN " DELIMITED BY SIZE
               WS-PRINT-BIN DELIMITED BY SIZE
               " ORDER " DELIMITED BY SIZE
               WS-PK-ORDER(WS-LIST-SUB) DELIMITED BY SIZE
               " ITEM " DELIMITED BY SIZE
               WS-PK-ITEM(WS-LIST-SUB) DELIMITED BY SIZE
               " QTY " DELIMITED BY SIZE
               WS-PK-QTY(WS-LIST-SUB) DELIMITED BY SIZE
               " FOR " DELIMITED BY SIZE
               WS-PK-CUSTOMER(WS-LIST-SUB) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-LINE-PARA.

