           *> updates to the master now log a before/after image
           *> through the shared UpdateJournal subprogram, so the
           *> roll-forward rebuild replays them
           *> a backorder on a superseded item whose own stock is
           *> gone moves to the successor; one already part-filled
           *> from the old stock is split onto a new order
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-ORDER-FILE ASSIGN TO "COMAST"
           01 WS-STILL-OPEN-COUNT PIC 9(05) VALUE ZERO.
           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.

      *> supersession - a backorder on a replaced item that has run
      *> dry moves to the successor; an order already part-filled
      *> from the old stock is split, the rest going on a new order
           01 WS-NEXT-ORDER-NUMBER PIC 9(06) VALUE ZERO.
           01 WS-OLD-ITEM-CODE PIC 9(05) VALUE ZERO.
           01 WS-SPLIT-QTY PIC 9(07) VALUE ZERO.
           01 WS-CHAIN-HOPS PIC 9(02) VALUE ZERO.
           01 WS-CHAIN-END-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CHAIN-END VALUE 'Y'.
           01 WS-SUBSTITUTED-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY " "
           DISPLAY "BACKORDERS RELEASED     : " WS-RELEASED-COUNT
           DISPLAY "BACKORDERS STILL OPEN   : " WS-STILL-OPEN-COUNT
           DISPLAY "MOVED TO SUCCESSOR ITEM : " WS-SUBSTITUTED-COUNT

            STOP RUN.

           READ CUSTOMER-ORDER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF CO-ORDER-NUMBER > WS-NEXT-ORDER-NUMBER
                       MOVE CO-ORDER-NUMBER TO WS-NEXT-ORDER-NUMBER
                   END-IF
                   IF CO-BACKORDERED
                       ADD 1 TO WS-WORK-COUNT
                       SET WS-WORK-IDX TO WS-WORK-COUNT
                       CO-ITEM-CODE " NOT ON MASTER - SKIPPED"
               NOT INVALID KEY
                   PERFORM RELEASE-STOCK-PARA
                   MOVE ZERO TO WS-CHAIN-HOPS
                   MOVE 'N' TO WS-CHAIN-END-SWITCH
                   PERFORM SUBSTITUTE-PARA UNTIL WS-CHAIN-END
           END-READ.

           SUBSTITUTE-PARA.

      *> the old item's own stock has already been released above,
      *> so only a shortfall on a replaced, empty item moves on
           IF NOT CO-BACKORDERED
                   OR IM-NOT-SUPERSEDED
                   OR IM-SUPERSEDE-DATE > WS-RUN-DATE
                   OR IM-QTY-ON-HAND > ZERO
                   OR WS-CHAIN-HOPS NOT < 10
               MOVE 'Y' TO WS-CHAIN-END-SWITCH
           ELSE
               ADD 1 TO WS-CHAIN-HOPS
               MOVE IM-ITEM-CODE TO WS-OLD-ITEM-CODE
               MOVE IM-SUCCESSOR-CODE TO IM-ITEM-CODE
               READ INVENTORY-MASTER
                   INVALID KEY
                       DISPLAY "ORDER " CO-ORDER-NUMBER " SUCCESSOR "
                           IM-ITEM-CODE " NOT ON MASTER - LEFT ON "
                           WS-OLD-ITEM-CODE
                       MOVE 'Y' TO WS-CHAIN-END-SWITCH
                   NOT INVALID KEY
                       PERFORM MOVE-TO-SUCCESSOR-PARA
               END-READ
           END-IF.

           MOVE-TO-SUCCESSOR-PARA.

      *> the order was counted still open by the release just done;
      *> the release against the successor counts it again
           SUBTRACT 1 FROM WS-STILL-OPEN-COUNT
           ADD 1 TO WS-SUBSTITUTED-COUNT
           IF CO-ALLOCATED-QTY = ZERO
               MOVE IM-ITEM-CODE TO CO-ITEM-CODE
               DISPLAY "ORDER " CO-ORDER-NUMBER " ITEM "
                   WS-OLD-ITEM-CODE " SUPERSEDED - NOW ON "
                   IM-ITEM-CODE
           ELSE
               MOVE CO-BACKORDER-QTY TO WS-SPLIT-QTY
               SUBTRACT WS-SPLIT-QTY FROM CO-ORDER-QTY
               MOVE ZERO TO CO-BACKORDER-QTY
               MOVE 'F' TO CO-STATUS
               REWRITE CUSTOMER-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO UPDATE ORDER "
                           CO-ORDER-NUMBER
               END-REWRITE
               ADD 1 TO WS-NEXT-ORDER-NUMBER
               DISPLAY "ORDER " CO-ORDER-NUMBER " ITEM "
                   WS-OLD-ITEM-CODE " SUPERSEDED - " WS-SPLIT-QTY
                   " MOVED TO ORDER " WS-NEXT-ORDER-NUMBER
                   " ON " IM-ITEM-CODE
      *> the new order keeps the customer, priority, date and any
      *> quoted price of the one it came from
               MOVE WS-NEXT-ORDER-NUMBER TO CO-ORDER-NUMBER
               MOVE IM-ITEM-CODE TO CO-ITEM-CODE
               MOVE WS-SPLIT-QTY TO CO-ORDER-QTY
               MOVE ZERO TO CO-ALLOCATED-QTY
               MOVE WS-SPLIT-QTY TO CO-BACKORDER-QTY
               MOVE 'B' TO CO-STATUS
               MOVE 'N' TO CO-INVOICED-FLAG
               MOVE ZERO TO CO-DISPATCHED-QTY
               MOVE ZERO TO CO-INVOICED-QTY
               WRITE CUSTOMER-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO WRITE ORDER "
                           CO-ORDER-NUMBER
               END-WRITE
           END-IF
           PERFORM RELEASE-STOCK-PARA.

           WRITE-UPDATE-JOURNAL-PARA.

           CALL "UpdateJournal" USING WS-UJ-MASTER WS-UJ-ACTION
