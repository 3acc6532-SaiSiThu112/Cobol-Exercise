       IDENTIFICATION DIVISION.
       PROGRAM-ID. PutawayBin.
       ENVIRONMENT DIVISION.
           *> shared putaway suggestion, called the way SalesTax is -
           *> receiving, transfer arrivals and the putaway
           *> transaction all ask this one routine where an item
           *> should go on the shelf
           *> given an item and a warehouse (blank to let the routine
           *> choose the location holding the most of the item off
           *> WAREHOUSE-STOCK), it returns the warehouse, a bin and a
           *> found flag: a bin that already holds the item comes
           *> first (the one holding the most), so stock of an item
           *> stays together; failing that, the empty active bin
           *> earliest in the walking sequence; N when the warehouse
           *> has no bin free
           *> the files are read afresh on every call, since stock
           *> moves between calls in an interactive session
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BIN-LOCATION-FILE ASSIGN TO "BINMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLM-BIN-KEY
               FILE STATUS IS WS-BINMAST-STATUS.

           SELECT OPTIONAL BIN-STOCK-FILE ASSIGN TO "BINSTOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BINSTOCK-STATUS.

           SELECT OPTIONAL WAREHOUSE-STOCK-FILE ASSIGN TO "WHSSTOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSTOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BIN-LOCATION-FILE.
           COPY BINLOC.

       FD BIN-STOCK-FILE.
           COPY BINSTOCK.

       FD WAREHOUSE-STOCK-FILE.
           COPY WHSSTOCK.

       WORKING-STORAGE SECTION.

           01 WS-BINMAST-STATUS PIC X(02) VALUE SPACES.
           01 WS-BINSTOCK-STATUS PIC X(02) VALUE SPACES.
           01 WS-WHSTOCK-STATUS PIC X(02) VALUE SPACES.
           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCAN-EOF VALUE 'Y'.

           01 WS-BEST-QTY PIC 9(07) VALUE ZERO.
           01 WS-BEST-SEQUENCE PIC 9(05) VALUE ZERO.

      *> bins holding any stock at all - an empty bin is one not
      *> on this list
           01 WS-OCCUPIED-TABLE.
               02 WS-OCC-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-OCC-IDX.
                   05 WS-OCC-WAREHOUSE PIC X(03).
                   05 WS-OCC-BIN PIC X(06).
           01 WS-OCC-COUNT PIC 9(03) VALUE ZERO.
           01 WS-OCCUPIED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BIN-OCCUPIED VALUE 'Y'.

       LINKAGE SECTION.

           01 LK-ITEM-CODE PIC 9(05).
           01 LK-WAREHOUSE-CODE PIC X(03).
           01 LK-BIN-CODE PIC X(06).
           01 LK-BIN-FOUND PIC X(01).

       PROCEDURE DIVISION USING LK-ITEM-CODE LK-WAREHOUSE-CODE
               LK-BIN-CODE LK-BIN-FOUND.
       MAIN-PROCEDURE.

           MOVE SPACES TO LK-BIN-CODE
           MOVE 'N' TO LK-BIN-FOUND

           IF LK-WAREHOUSE-CODE = SPACES
               PERFORM CHOOSE-WAREHOUSE-PARA
           END-IF

           PERFORM FIND-HOLDING-BIN-PARA
           IF LK-BIN-FOUND = 'N'
               PERFORM FIND-EMPTY-BIN-PARA
           END-IF

           GOBACK.

           CHOOSE-WAREHOUSE-PARA.

           MOVE ZERO TO WS-BEST-QTY
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT WAREHOUSE-STOCK-FILE
           PERFORM UNTIL WS-SCAN-EOF
               READ WAREHOUSE-STOCK-FILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   NOT AT END
                       IF WH-ITEM-CODE = LK-ITEM-CODE
                               AND (LK-WAREHOUSE-CODE = SPACES
                                   OR WH-QTY-ON-HAND > WS-BEST-QTY)
                           MOVE WH-WAREHOUSE-CODE
                               TO LK-WAREHOUSE-CODE
                           MOVE WH-QTY-ON-HAND TO WS-BEST-QTY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAREHOUSE-STOCK-FILE.

           FIND-HOLDING-BIN-PARA.

      *> the occupied-bin list is built on the same pass
           MOVE ZERO TO WS-BEST-QTY
           MOVE ZERO TO WS-OCC-COUNT
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT BIN-STOCK-FILE
           PERFORM UNTIL WS-SCAN-EOF
               READ BIN-STOCK-FILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   NOT AT END
                       IF BNS-QTY-ON-HAND > ZERO
                           PERFORM NOTE-OCCUPIED-PARA
                           IF BNS-ITEM-CODE = LK-ITEM-CODE
                                   AND (LK-WAREHOUSE-CODE = SPACES
                                       OR BNS-WAREHOUSE-CODE
                                           = LK-WAREHOUSE-CODE)
                                   AND BNS-QTY-ON-HAND > WS-BEST-QTY
                               MOVE BNS-QTY-ON-HAND TO WS-BEST-QTY
                               MOVE BNS-WAREHOUSE-CODE
                                   TO LK-WAREHOUSE-CODE
                               MOVE BNS-BIN-CODE TO LK-BIN-CODE
                               MOVE 'Y' TO LK-BIN-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIN-STOCK-FILE.

           NOTE-OCCUPIED-PARA.

           IF WS-OCC-COUNT < 500
               ADD 1 TO WS-OCC-COUNT
               SET WS-OCC-IDX TO WS-OCC-COUNT
               MOVE BNS-WAREHOUSE-CODE TO WS-OCC-WAREHOUSE(WS-OCC-IDX)
               MOVE BNS-BIN-CODE TO WS-OCC-BIN(WS-OCC-IDX)
           END-IF.

           FIND-EMPTY-BIN-PARA.

           MOVE 99999 TO WS-BEST-SEQUENCE
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT BIN-LOCATION-FILE
           IF WS-BINMAST-STATUS NOT = "00"
                   AND WS-BINMAST-STATUS NOT = "05"
               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-IF
           PERFORM UNTIL WS-SCAN-EOF
               READ BIN-LOCATION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   NOT AT END
                       IF BLM-ACTIVE
                               AND (LK-WAREHOUSE-CODE = SPACES
                                   OR BLM-WAREHOUSE-CODE
                                       = LK-WAREHOUSE-CODE)
                               AND (LK-BIN-FOUND = 'N'
                                   OR BLM-PICK-SEQUENCE
                                       < WS-BEST-SEQUENCE)
                           PERFORM CHECK-OCCUPIED-PARA
                           IF NOT WS-BIN-OCCUPIED
                               MOVE BLM-PICK-SEQUENCE
                                   TO WS-BEST-SEQUENCE
                               MOVE BLM-BIN-CODE TO LK-BIN-CODE
                               MOVE 'Y' TO LK-BIN-FOUND
                               IF LK-WAREHOUSE-CODE = SPACES
                                   MOVE BLM-WAREHOUSE-CODE
                                       TO LK-WAREHOUSE-CODE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIN-LOCATION-FILE.

           CHECK-OCCUPIED-PARA.

           MOVE 'N' TO WS-OCCUPIED-SWITCH
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                   UNTIL WS-OCC-IDX > WS-OCC-COUNT
               IF WS-OCC-WAREHOUSE(WS-OCC-IDX) = BLM-WAREHOUSE-CODE
                       AND WS-OCC-BIN(WS-OCC-IDX) = BLM-BIN-CODE
                   MOVE 'Y' TO WS-OCCUPIED-SWITCH
               END-IF
           END-PERFORM.

       END PROGRAM PutawayBin.
