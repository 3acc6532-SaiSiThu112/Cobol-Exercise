           *> it rewrites stock and clears it at end of run, so the
           *> ArrayIndex screen falls back to inquiry instead of a
           *> change being silently lost under the batch REWRITE
           *> a short pick now goes back into the bin it was to be
           *> picked from as well as the warehouse balance
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PICK-FILE ASSIGN TO "PICKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSTOCK-STATUS.

           SELECT OPTIONAL BIN-STOCK-FILE ASSIGN TO "BINSTOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BINSTOCK-STATUS.

           SELECT CUSTOMER-ORDER-FILE ASSIGN TO "COMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD WAREHOUSE-STOCK-FILE.
           COPY WHSSTOCK.

       FD BIN-STOCK-FILE.
           COPY BINSTOCK.

       FD CUSTOMER-ORDER-FILE.
           COPY CUSTORD.

                   05 WS-PK-QTY PIC 9(07).
                   05 WS-PK-CUSTOMER PIC X(20).
                   05 WS-PK-STATUS PIC X(01).
                   05 WS-PK-BIN PIC X(06).
           01 WS-PICK-COUNT PIC 9(03) VALUE ZERO.
           01 WS-PICK-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PICK-OVERFLOWED VALUE 'Y'.
           01 WS-WH-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-WH-OVERFLOWED VALUE 'Y'.

           01 WS-BINSTOCK-STATUS PIC X(02) VALUE SPACES.
           01 WS-BIN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BIN-EOF VALUE 'Y'.
           01 WS-BIN-TABLE.
               02 WS-BIN-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-BIN-IDX.
                   05 WS-BN-WAREHOUSE PIC X(03).
                   05 WS-BN-BIN PIC X(06).
                   05 WS-BN-ITEM PIC 9(05).
                   05 WS-BN-QTY PIC 9(07).
           01 WS-BIN-COUNT PIC 9(03) VALUE ZERO.
           01 WS-BIN-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BIN-OVERFLOWED VALUE 'Y'.
           01 WS-BIN-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BIN-FOUND VALUE 'Y'.


           01 WS-UJ-MASTER PIC X(08) VALUE "INVMAST ".
           01 WS-UJ-ACTION PIC X(01) VALUE 'R'.
                   "THE LIMIT ***"
                STOP RUN
           END-IF
           PERFORM LOAD-BIN-STOCK-PARA
           IF WS-BIN-OVERFLOWED
               DISPLAY "*** BINSTOCK HOLDS MORE ROWS THAN THE "
                   "TABLE - NOTHING CONFIRMED AND NOTHING SAVED, "
                   "THE WRITE-BACK WOULD DESTROY THE ROWS PAST "
                   "THE LIMIT ***"
                STOP RUN
           END-IF

           MOVE 'S' TO WS-LOCK-FUNCTION
           CALL "BatchLock" USING WS-LOCK-FUNCTION WS-LOCK-MASTER

           PERFORM SAVE-PICKS-PARA
           PERFORM SAVE-WAREHOUSE-STOCK-PARA
           PERFORM SAVE-BIN-STOCK-PARA

           DISPLAY "CONFIRMED : " WS-CONFIRMED-COUNT
               "  SHORTED : " WS-SHORTED-COUNT
               MOVE PK-QTY TO WS-PK-QTY(WS-PICK-IDX)
               MOVE PK-CUSTOMER-NAME TO WS-PK-CUSTOMER(WS-PICK-IDX)
               MOVE PK-STATUS TO WS-PK-STATUS(WS-PICK-IDX)
               MOVE PK-BIN-CODE TO WS-PK-BIN(WS-PICK-IDX)
           END-IF
           IF NOT WS-PICK-EOF
               PERFORM READ-PICK-PARA
               MOVE WS-PK-QTY(WS-PICK-IDX) TO PK-QTY
               MOVE WS-PK-CUSTOMER(WS-PICK-IDX) TO PK-CUSTOMER-NAME
               MOVE WS-PK-STATUS(WS-PICK-IDX) TO PK-STATUS
               MOVE WS-PK-BIN(WS-PICK-IDX) TO PK-BIN-CODE
               WRITE PICK-LIST-RECORD
           END-PERFORM
           CLOSE PICK-FILE.
               CLOSE WAREHOUSE-STOCK-FILE
           END-IF.

           LOAD-BIN-STOCK-PARA.

           MOVE 'N' TO WS-BIN-EOF-SWITCH
           OPEN INPUT BIN-STOCK-FILE
           PERFORM UNTIL WS-BIN-EOF
               READ BIN-STOCK-FILE
                   AT END MOVE 'Y' TO WS-BIN-EOF-SWITCH
                   NOT AT END
                       IF WS-BIN-COUNT = 500
                           MOVE 'Y' TO WS-BIN-OVERFLOW-SWITCH
                           MOVE 'Y' TO WS-BIN-EOF-SWITCH
                       ELSE
                           ADD 1 TO WS-BIN-COUNT
                           SET WS-BIN-IDX TO WS-BIN-COUNT
                           MOVE BNS-WAREHOUSE-CODE
                               TO WS-BN-WAREHOUSE(WS-BIN-IDX)
                           MOVE BNS-BIN-CODE TO WS-BN-BIN(WS-BIN-IDX)
                           MOVE BNS-ITEM-CODE TO WS-BN-ITEM(WS-BIN-IDX)
                           MOVE BNS-QTY-ON-HAND
                               TO WS-BN-QTY(WS-BIN-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIN-STOCK-FILE.

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

           WRITE-UPDATE-JOURNAL-PARA.

           CALL "UpdateJournal" USING WS-UJ-MASTER WS-UJ-ACTION
           CONFIRM-ONE-PARA.

           DISPLAY "PICK: WAREHOUSE " WS-PK-WAREHOUSE(WS-PICK-IDX)
               " BIN " WS-PK-BIN(WS-PICK-IDX)
               " ORDER " WS-PK-ORDER(WS-PICK-IDX)
               " ITEM " WS-PK-ITEM(WS-PICK-IDX)
               " QTY " WS-PK-QTY(WS-PICK-IDX)
                   ADD WS-SHORT-QTY TO WS-WH-QTY(WS-WH-IDX)
               END-IF
           END-PERFORM
           IF WS-PK-BIN(WS-PICK-IDX) NOT = SPACES
               PERFORM RETURN-SHORT-TO-BIN-PARA
           END-IF
           MOVE WS-PK-ITEM(WS-PICK-IDX) TO IM-ITEM-CODE
           READ INVENTORY-MASTER
               INVALID KEY
                   END-REWRITE
           END-READ.

           RETURN-SHORT-TO-BIN-PARA.

      *> back onto the shelf it was to be picked from - a bin row
      *> emptied meanwhile is still in the table at zero
           MOVE 'N' TO WS-BIN-FOUND-SWITCH
           PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
                   UNTIL WS-BIN-IDX > WS-BIN-COUNT OR WS-BIN-FOUND
               IF WS-BN-ITEM(WS-BIN-IDX) = WS-PK-ITEM(WS-PICK-IDX)
                       AND WS-BN-WAREHOUSE(WS-BIN-IDX)
                           = WS-PK-WAREHOUSE(WS-PICK-IDX)
                       AND WS-BN-BIN(WS-BIN-IDX)
                           = WS-PK-BIN(WS-PICK-IDX)
                   ADD WS-SHORT-QTY TO WS-BN-QTY(WS-BIN-IDX)
                   MOVE 'Y' TO WS-BIN-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT WS-BIN-FOUND
               IF WS-BIN-COUNT < 500
                   ADD 1 TO WS-BIN-COUNT
                   SET WS-BIN-IDX TO WS-BIN-COUNT
                   MOVE WS-PK-WAREHOUSE(WS-PICK-IDX)
                       TO WS-BN-WAREHOUSE(WS-BIN-IDX)
                   MOVE WS-PK-BIN(WS-PICK-IDX) TO WS-BN-BIN(WS-BIN-IDX)
                   MOVE WS-PK-ITEM(WS-PICK-IDX)
                       TO WS-BN-ITEM(WS-BIN-IDX)
                   MOVE WS-SHORT-QTY TO WS-BN-QTY(WS-BIN-IDX)
               ELSE
                   DISPLAY "BIN TABLE FULL - SHORT LEFT UNBINNED"
               END-IF
           END-IF.

       END PROGRAM PickConfirm.
