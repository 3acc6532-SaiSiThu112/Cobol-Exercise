           *> an unknown or inactive location is rejected and logged
           *> to the shared EXCEPTION-FILE, after exactly such a
           *> typo lost a trucked transfer to warehouse XXX
           *> bin transactions: a putaway places stock not yet in a
           *> bin onto a shelf, suggested by the shared PutawayBin
           *> routine, and a bin-to-bin move shifts stock between
           *> shelves of one warehouse - neither touches the
           *> warehouse total; a shipment takes from the bins what
           *> the unbinned stock cannot cover, and a confirmed
           *> arrival shows where to put the goods away
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WAREHOUSE-STOCK-FILE ASSIGN TO "WHSSTOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT OPTIONAL BIN-LOCATION-FILE ASSIGN TO "BINMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLM-BIN-KEY
               FILE STATUS IS WS-BINMAST-STATUS.

           SELECT OPTIONAL BIN-STOCK-FILE ASSIGN TO "BINSTOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BINSTOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WAREHOUSE-STOCK-FILE.
       FD EXCEPTION-FILE.
           COPY EXCPREC.

       FD BIN-LOCATION-FILE.
           COPY BINLOC.

       FD BIN-STOCK-FILE.
           COPY BINSTOCK.

       WORKING-STORAGE SECTION.

           01 WS-WHSTOCK-STATUS PIC X(02) VALUE SPACES.
               88 WS-TRAN-SHIP VALUE 'S'.
               88 WS-TRAN-CONFIRM VALUE 'C'.
               88 WS-TRAN-OPEN-REPORT VALUE 'O'.
               88 WS-TRAN-PUTAWAY VALUE 'P'.
               88 WS-TRAN-BIN-MOVE VALUE 'B'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-ENTRY-ITEM PIC 9(05) VALUE ZERO.
           01 WS-WAREHOUSE-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-WAREHOUSE-OK VALUE 'Y'.

           01 WS-BINMAST-STATUS PIC X(02) VALUE SPACES.
           01 WS-BINSTOCK-STATUS PIC X(02) VALUE SPACES.
           01 WS-BIN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BIN-EOF VALUE 'Y'.
           01 WS-ENTRY-BIN PIC X(06) VALUE SPACES.
           01 WS-ENTRY-TO-BIN PIC X(06) VALUE SPACES.
           01 WS-POST-BIN PIC X(06) VALUE SPACES.
           01 WS-BIN-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BIN-OK VALUE 'Y'.
           01 WS-BIN-QTY PIC 9(07) VALUE ZERO.
           01 WS-BINNED-QTY PIC 9(09) VALUE ZERO.
           01 WS-UNBINNED-QTY PIC S9(09) VALUE ZERO.
           01 WS-EXCESS-QTY PIC S9(09) VALUE ZERO.
           01 WS-RELIEVE-QTY PIC 9(07) VALUE ZERO.
           01 WS-PUTAWAY-WAREHOUSE PIC X(03) VALUE SPACES.
           01 WS-PUTAWAY-BIN PIC X(06) VALUE SPACES.
           01 WS-PUTAWAY-FOUND PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (S=SHIP C=CONFIRM ARRIVAL "
               "O=OPEN IN-TRANSIT REPORT P=PUT AWAY "
               "B=BIN TO BIN E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
                   PERFORM CONFIRM-PARA
               WHEN WS-TRAN-OPEN-REPORT
                   PERFORM OPEN-TRANSIT-REPORT-PARA
               WHEN WS-TRAN-PUTAWAY
                   PERFORM PUTAWAY-PARA
               WHEN WS-TRAN-BIN-MOVE
                   PERFORM BIN-MOVE-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
           MOVE WS-ENTRY-FROM TO WS-POST-WHSE
           COMPUTE WS-POST-QTY = ZERO - WS-ENTRY-QTY
           PERFORM POST-WAREHOUSE-PARA
           PERFORM RELIEVE-BINS-PARA

           MOVE WS-ENTRY-ITEM TO XF-ITEM-CODE
           MOVE WS-ENTRY-FROM TO XF-FROM-WAREHOUSE
               PERFORM POST-WAREHOUSE-PARA
               DISPLAY "ARRIVAL CONFIRMED - " WS-ENTRY-QTY
                   " OF " WS-ENTRY-ITEM " POSTED INTO " WS-ENTRY-TO
               MOVE WS-ENTRY-TO TO WS-PUTAWAY-WAREHOUSE
               PERFORM SUGGEST-PUTAWAY-PARA
           ELSE
               DISPLAY "NO OPEN IN-TRANSIT TRANSFER MATCHES - "
                   "NOTHING CONFIRMED"
           END-IF
           PERFORM READ-TRANSFER-PARA.

      *>--------------- bins ---------------------------------------

           PUTAWAY-PARA.

      *> stock that has arrived in the warehouse but sits in no bin
      *> yet goes onto a shelf - the warehouse total does not move,
      *> only its breakdown by bin
           DISPLAY "ENTER ITEM CODE "
           ACCEPT WS-ENTRY-ITEM
           DISPLAY "ENTER WAREHOUSE "
           ACCEPT WS-ENTRY-FROM
           PERFORM UNBINNED-QTY-PARA
           IF WS-UNBINNED-QTY NOT > ZERO
               DISPLAY "NOTHING OF " WS-ENTRY-ITEM " WAITING TO BE "
                   "PUT AWAY IN " WS-ENTRY-FROM
           ELSE
               DISPLAY "WAITING TO BE PUT AWAY : " WS-UNBINNED-QTY
               MOVE WS-ENTRY-FROM TO WS-PUTAWAY-WAREHOUSE
               PERFORM SUGGEST-PUTAWAY-PARA
               DISPLAY "ENTER BIN (BLANK TAKES THE SUGGESTION) "
               ACCEPT WS-ENTRY-BIN
               IF WS-ENTRY-BIN = SPACES
                   MOVE WS-PUTAWAY-BIN TO WS-ENTRY-BIN
               END-IF
               MOVE WS-ENTRY-BIN TO WS-POST-BIN
               PERFORM CHECK-BIN-PARA
               IF NOT WS-BIN-OK
                   DISPLAY "NOT PUT AWAY"
               ELSE
                   DISPLAY "ENTER QUANTITY "
                   ACCEPT WS-ENTRY-QTY
                   IF WS-ENTRY-QTY = ZERO
                           OR WS-ENTRY-QTY > WS-UNBINNED-QTY
                       DISPLAY "QUANTITY MUST BE 1 TO "
                           WS-UNBINNED-QTY " - NOT PUT AWAY"
                   ELSE
                       MOVE WS-ENTRY-ITEM TO WS-POST-ITEM
                       MOVE WS-ENTRY-FROM TO WS-POST-WHSE
                       MOVE WS-ENTRY-QTY TO WS-POST-QTY
                       PERFORM POST-BIN-PARA
                       DISPLAY "PUT AWAY " WS-ENTRY-QTY " OF "
                           WS-ENTRY-ITEM " IN " WS-ENTRY-FROM
                           " BIN " WS-ENTRY-BIN
                   END-IF
               END-IF
           END-IF.

           BIN-MOVE-PARA.

      *> a move between two bins of the same warehouse - one bin
      *> down, the other up by the same quantity, so the warehouse
      *> total on WAREHOUSE-STOCK is left exactly as it was
           DISPLAY "ENTER ITEM CODE "
           ACCEPT WS-ENTRY-ITEM
           DISPLAY "ENTER WAREHOUSE "
           ACCEPT WS-ENTRY-FROM
           DISPLAY "ENTER FROM BIN "
           ACCEPT WS-ENTRY-BIN
           DISPLAY "ENTER TO BIN "
           ACCEPT WS-ENTRY-TO-BIN
           PERFORM FIND-BIN-QTY-PARA
           MOVE WS-ENTRY-TO-BIN TO WS-POST-BIN
           PERFORM CHECK-BIN-PARA
           EVALUATE TRUE
               WHEN WS-ENTRY-BIN = WS-ENTRY-TO-BIN
                   DISPLAY "FROM AND TO BINS ARE THE SAME - NOT MOVED"
               WHEN WS-BIN-QTY = ZERO
                   DISPLAY "ITEM NOT IN BIN " WS-ENTRY-BIN
                       " - NOT MOVED"
               WHEN NOT WS-BIN-OK
                   DISPLAY "NOT MOVED"
               WHEN OTHER
                   DISPLAY "ENTER QUANTITY "
                   ACCEPT WS-ENTRY-QTY
                   IF WS-ENTRY-QTY = ZERO
                           OR WS-ENTRY-QTY > WS-BIN-QTY
                       DISPLAY "ONLY " WS-BIN-QTY " IN BIN "
                           WS-ENTRY-BIN " - NOT MOVED"
                   ELSE
                       MOVE WS-ENTRY-ITEM TO WS-POST-ITEM
                       MOVE WS-ENTRY-FROM TO WS-POST-WHSE
                       MOVE WS-ENTRY-BIN TO WS-POST-BIN
                       COMPUTE WS-POST-QTY = ZERO - WS-ENTRY-QTY
                       PERFORM POST-BIN-PARA
                       MOVE WS-ENTRY-TO-BIN TO WS-POST-BIN
                       MOVE WS-ENTRY-QTY TO WS-POST-QTY
                       PERFORM POST-BIN-PARA
                       DISPLAY "MOVED " WS-ENTRY-QTY " OF "
                           WS-ENTRY-ITEM " FROM BIN " WS-ENTRY-BIN
                           " TO BIN " WS-ENTRY-TO-BIN
                   END-IF
           END-EVALUATE.

           SUGGEST-PUTAWAY-PARA.

           MOVE SPACES TO WS-PUTAWAY-BIN
           CALL "PutawayBin" USING WS-ENTRY-ITEM WS-PUTAWAY-WAREHOUSE
               WS-PUTAWAY-BIN WS-PUTAWAY-FOUND
           IF WS-PUTAWAY-FOUND = 'Y'
               DISPLAY "PUT AWAY TO BIN " WS-PUTAWAY-BIN
                   " IN " WS-PUTAWAY-WAREHOUSE
           ELSE
               DISPLAY "NO FREE BIN IN " WS-PUTAWAY-WAREHOUSE
                   " - CHOOSE ONE"
           END-IF.

           CHECK-BIN-PARA.

           MOVE 'N' TO WS-BIN-OK-SWITCH
           OPEN INPUT BIN-LOCATION-FILE
           MOVE WS-ENTRY-FROM TO BLM-WAREHOUSE-CODE
           MOVE WS-POST-BIN TO BLM-BIN-CODE
           READ BIN-LOCATION-FILE
               INVALID KEY
                   DISPLAY "BIN " WS-POST-BIN " NOT ON FILE IN "
                       WS-ENTRY-FROM
               NOT INVALID KEY
                   IF BLM-ACTIVE
                       MOVE 'Y' TO WS-BIN-OK-SWITCH
                   ELSE
                       DISPLAY "BIN " WS-POST-BIN " IS INACTIVE"
                   END-IF
           END-READ
           CLOSE BIN-LOCATION-FILE.

           UNBINNED-QTY-PARA.

           PERFORM CHECK-FROM-BALANCE-PARA
           MOVE ZERO TO WS-BINNED-QTY
           MOVE 'N' TO WS-BIN-EOF-SWITCH
           OPEN INPUT BIN-STOCK-FILE
           PERFORM UNTIL WS-BIN-EOF
               READ BIN-STOCK-FILE
                   AT END MOVE 'Y' TO WS-BIN-EOF-SWITCH
                   NOT AT END
                       IF BNS-ITEM-CODE = WS-ENTRY-ITEM
                               AND BNS-WAREHOUSE-CODE = WS-ENTRY-FROM
                           ADD BNS-QTY-ON-HAND TO WS-BINNED-QTY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIN-STOCK-FILE
           COMPUTE WS-UNBINNED-QTY = WS-FROM-QTY - WS-BINNED-QTY.

           FIND-BIN-QTY-PARA.

           MOVE ZERO TO WS-BIN-QTY
           MOVE 'N' TO WS-BIN-EOF-SWITCH
           OPEN INPUT BIN-STOCK-FILE
           PERFORM UNTIL WS-BIN-EOF
               READ BIN-STOCK-FILE
                   AT END MOVE 'Y' TO WS-BIN-EOF-SWITCH
                   NOT AT END
                       IF BNS-ITEM-CODE = WS-ENTRY-ITEM
                               AND BNS-WAREHOUSE-CODE = WS-ENTRY-FROM
                               AND BNS-BIN-CODE = WS-ENTRY-BIN
                           MOVE BNS-QTY-ON-HAND TO WS-BIN-QTY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIN-STOCK-FILE.

           POST-BIN-PARA.

           MOVE 'N' TO WS-POST-FOUND-SWITCH
           MOVE 'N' TO WS-BIN-EOF-SWITCH
           OPEN I-O BIN-STOCK-FILE
           PERFORM UNTIL WS-BIN-EOF
               READ BIN-STOCK-FILE
                   AT END MOVE 'Y' TO WS-BIN-EOF-SWITCH
                   NOT AT END
                       IF BNS-ITEM-CODE = WS-POST-ITEM
                               AND BNS-WAREHOUSE-CODE = WS-POST-WHSE
                               AND BNS-BIN-CODE = WS-POST-BIN
                               AND NOT WS-POST-FOUND
                           ADD WS-POST-QTY TO BNS-QTY-ON-HAND
                           REWRITE BIN-STOCK-RECORD
                           MOVE 'Y' TO WS-POST-FOUND-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIN-STOCK-FILE
           IF NOT WS-POST-FOUND AND WS-POST-QTY > ZERO
               OPEN EXTEND BIN-STOCK-FILE
               MOVE WS-POST-WHSE TO BNS-WAREHOUSE-CODE
               MOVE WS-POST-BIN TO BNS-BIN-CODE
               MOVE WS-POST-ITEM TO BNS-ITEM-CODE
               MOVE WS-POST-QTY TO BNS-QTY-ON-HAND
               WRITE BIN-STOCK-RECORD
               CLOSE BIN-STOCK-FILE
           END-IF.

           RELIEVE-BINS-PARA.

      *> the bins of an item never hold more than its warehouse
      *> row - whatever a shipment takes beyond the stock not yet
      *> put away comes off the bins, and the storeman is told
      *> which ones to pull it from
           PERFORM UNBINNED-QTY-PARA
           IF WS-UNBINNED-QTY < ZERO
               COMPUTE WS-EXCESS-QTY = ZERO - WS-UNBINNED-QTY
               MOVE 'N' TO WS-BIN-EOF-SWITCH
               OPEN I-O BIN-STOCK-FILE
               PERFORM UNTIL WS-BIN-EOF OR WS-EXCESS-QTY = ZERO
                   READ BIN-STOCK-FILE
                       AT END MOVE 'Y' TO WS-BIN-EOF-SWITCH
                       NOT AT END
                           IF BNS-ITEM-CODE = WS-ENTRY-ITEM
                                   AND BNS-WAREHOUSE-CODE
                                       = WS-ENTRY-FROM
                                   AND BNS-QTY-ON-HAND > ZERO
                               PERFORM RELIEVE-ONE-BIN-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BIN-STOCK-FILE
           END-IF.

           RELIEVE-ONE-BIN-PARA.

           IF BNS-QTY-ON-HAND > WS-EXCESS-QTY
               MOVE WS-EXCESS-QTY TO WS-RELIEVE-QTY
           ELSE
               MOVE BNS-QTY-ON-HAND TO WS-RELIEVE-QTY
           END-IF
           SUBTRACT WS-RELIEVE-QTY FROM BNS-QTY-ON-HAND
           SUBTRACT WS-RELIEVE-QTY FROM WS-EXCESS-QTY
           REWRITE BIN-STOCK-RECORD
           DISPLAY "TAKE " WS-RELIEVE-QTY " FROM BIN " BNS-BIN-CODE.

       END PROGRAM WarehouseTransfer.
