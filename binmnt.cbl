       IDENTIFICATION DIVISION.
       PROGRAM-ID. BinLocationMaintenance.
       ENVIRONMENT DIVISION.
           *> add/change/delete maintenance against the new
           *> BIN-LOCATION file - the bins inside each
           *> WAREHOUSE-MASTER location, their description, walking
           *> sequence and active flag - so the pick list can name
           *> the shelf and print in the order the storeman walks
           *> the warehouse must be on WAREHOUSE-MASTER and active to
           *> take a new bin, and a bin still holding stock on
           *> BIN-STOCK cannot be deleted or made inactive
           *> the list shows a warehouse's bins in walking sequence
           *> with what each one holds, and the item inquiry shows
           *> every bin an item sits in against its warehouse total,
           *> with the quantity not yet put away
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIN-LOCATION-FILE ASSIGN TO "BINMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLM-BIN-KEY
               FILE STATUS IS WS-BINMAST-STATUS.

           SELECT OPTIONAL WAREHOUSE-MASTER ASSIGN TO "WHSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHM-WAREHOUSE-CODE
               FILE STATUS IS WS-WHSMAST-STATUS.

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

       FD WAREHOUSE-MASTER.
           COPY WHSMSTR.

       FD BIN-STOCK-FILE.
           COPY BINSTOCK.

       FD WAREHOUSE-STOCK-FILE.
           COPY WHSSTOCK.

       WORKING-STORAGE SECTION.

           01 WS-BINMAST-STATUS PIC X(02) VALUE SPACES.
           01 WS-WHSMAST-STATUS PIC X(02) VALUE SPACES.
           01 WS-BINSTOCK-STATUS PIC X(02) VALUE SPACES.
           01 WS-WHSTOCK-STATUS PIC X(02) VALUE SPACES.
           01 WS-WHSMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88 WS-WHSMAST-OPEN VALUE 'Y'.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-ADD VALUE 'A'.
               88 WS-TRAN-CHANGE VALUE 'C'.
               88 WS-TRAN-DELETE VALUE 'D'.
               88 WS-TRAN-LIST VALUE 'L'.
               88 WS-TRAN-ITEM-INQUIRY VALUE 'I'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-LIST-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LIST-EOF VALUE 'Y'.
           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCAN-EOF VALUE 'Y'.
           01 WS-WAREHOUSE-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-WAREHOUSE-OK VALUE 'Y'.

           01 WS-ENTRY-WAREHOUSE PIC X(03) VALUE SPACES.
           01 WS-ENTRY-ITEM PIC 9(05) VALUE ZERO.
           01 WS-BIN-HELD-QTY PIC 9(09) VALUE ZERO.
           01 WS-BINNED-QTY PIC 9(09) VALUE ZERO.
           01 WS-WAREHOUSE-QTY PIC 9(09) VALUE ZERO.
           01 WS-UNBINNED-QTY PIC S9(09) VALUE ZERO.
           01 WS-NEW-FLAG PIC X(01) VALUE SPACE.

      *> the warehouse's bins held in walking sequence for the list
           01 WS-BIN-TABLE.
               02 WS-BIN-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-BIN-IDX.
                   05 WS-BN-CODE PIC X(06).
                   05 WS-BN-SEQUENCE PIC 9(05).
                   05 WS-BN-DESCRIPTION PIC X(20).
                   05 WS-BN-FLAG PIC X(01).
                   05 WS-BN-LISTED PIC X(01).
           01 WS-BIN-COUNT PIC 9(03) VALUE ZERO.
           01 WS-NEXT-SUB PIC 9(03) VALUE ZERO.
           01 WS-LISTED-COUNT PIC 9(03) VALUE ZERO.
           01 I PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN I-O BIN-LOCATION-FILE
           IF WS-BINMAST-STATUS = "35"
               OPEN OUTPUT BIN-LOCATION-FILE
               CLOSE BIN-LOCATION-FILE
               OPEN I-O BIN-LOCATION-FILE
           END-IF

           OPEN INPUT WAREHOUSE-MASTER
           IF WS-WHSMAST-STATUS = "00" OR WS-WHSMAST-STATUS = "05"
               MOVE 'Y' TO WS-WHSMAST-OPEN-SWITCH
           ELSE
               DISPLAY "*** WARNING - NO WAREHOUSE-MASTER FILE - "
                   "LOCATION CODES NOT VALIDATED ***"
           END-IF

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

           CLOSE BIN-LOCATION-FILE
           IF WS-WHSMAST-OPEN
               CLOSE WAREHOUSE-MASTER
           END-IF

            STOP RUN.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (A=ADD C=CHANGE D=DELETE "
               "L=LIST I=ITEM BINS E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM ADD-PARA
               WHEN WS-TRAN-CHANGE
                   PERFORM CHANGE-PARA
               WHEN WS-TRAN-DELETE
                   PERFORM DELETE-PARA
               WHEN WS-TRAN-LIST
                   PERFORM LIST-PARA
               WHEN WS-TRAN-ITEM-INQUIRY
                   PERFORM ITEM-INQUIRY-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

           ENTER-BIN-KEY-PARA.

           DISPLAY "ENTER WAREHOUSE CODE "
           ACCEPT BLM-WAREHOUSE-CODE
           DISPLAY "ENTER BIN CODE "
           ACCEPT BLM-BIN-CODE.

           CHECK-WAREHOUSE-PARA.

           IF NOT WS-WHSMAST-OPEN
               MOVE 'Y' TO WS-WAREHOUSE-OK-SWITCH
           ELSE
               MOVE 'N' TO WS-WAREHOUSE-OK-SWITCH
               MOVE BLM-WAREHOUSE-CODE TO WHM-WAREHOUSE-CODE
               READ WAREHOUSE-MASTER
                   INVALID KEY
                       DISPLAY "WAREHOUSE " BLM-WAREHOUSE-CODE
                           " NOT ON WAREHOUSE-MASTER"
                   NOT INVALID KEY
                       IF WHM-ACTIVE
                           MOVE 'Y' TO WS-WAREHOUSE-OK-SWITCH
                       ELSE
                           DISPLAY "WAREHOUSE " BLM-WAREHOUSE-CODE
                               " IS INACTIVE"
                       END-IF
               END-READ
           END-IF.

           ADD-PARA.

           PERFORM ENTER-BIN-KEY-PARA
           READ BIN-LOCATION-FILE
               INVALID KEY
                   PERFORM CHECK-WAREHOUSE-PARA
                   IF NOT WS-WAREHOUSE-OK
                       DISPLAY "BIN NOT ADDED"
                   ELSE
                       DISPLAY "ENTER DESCRIPTION "
                       ACCEPT BLM-DESCRIPTION
                       DISPLAY "ENTER WALKING SEQUENCE "
                       ACCEPT BLM-PICK-SEQUENCE
                       MOVE 'A' TO BLM-ACTIVE-FLAG
                       WRITE BIN-LOCATION-RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO ADD BIN"
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   DISPLAY "BIN ALREADY ON FILE"
           END-READ.

           CHANGE-PARA.

           PERFORM ENTER-BIN-KEY-PARA
           READ BIN-LOCATION-FILE
               INVALID KEY
                   DISPLAY "BIN NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "ENTER NEW DESCRIPTION "
                   ACCEPT BLM-DESCRIPTION
                   DISPLAY "ENTER NEW WALKING SEQUENCE "
                   ACCEPT BLM-PICK-SEQUENCE
                   DISPLAY "ENTER ACTIVE FLAG (A=ACTIVE I=INACTIVE) "
                   ACCEPT WS-NEW-FLAG
                   IF WS-NEW-FLAG = 'I'
                       PERFORM BIN-HELD-QTY-PARA
                   ELSE
                       MOVE ZERO TO WS-BIN-HELD-QTY
                   END-IF
                   IF WS-BIN-HELD-QTY > ZERO
                       DISPLAY "BIN STILL HOLDS " WS-BIN-HELD-QTY
                           " - ACTIVE FLAG NOT CHANGED"
                   ELSE
                       MOVE WS-NEW-FLAG TO BLM-ACTIVE-FLAG
                   END-IF
                   REWRITE BIN-LOCATION-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO CHANGE BIN"
                   END-REWRITE
           END-READ.

           DELETE-PARA.

           PERFORM ENTER-BIN-KEY-PARA
           READ BIN-LOCATION-FILE
               INVALID KEY
                   DISPLAY "BIN NOT ON FILE"
               NOT INVALID KEY
                   PERFORM BIN-HELD-QTY-PARA
                   IF WS-BIN-HELD-QTY > ZERO
                       DISPLAY "BIN STILL HOLDS " WS-BIN-HELD-QTY
                           " - MOVE THE STOCK OUT BEFORE DELETING"
                   ELSE
                       DELETE BIN-LOCATION-FILE RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO DELETE BIN"
                       END-DELETE
                   END-IF
           END-READ.

           BIN-HELD-QTY-PARA.

           MOVE ZERO TO WS-BIN-HELD-QTY
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT BIN-STOCK-FILE
           PERFORM UNTIL WS-SCAN-EOF
               READ BIN-STOCK-FILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   NOT AT END
                       IF BNS-WAREHOUSE-CODE = BLM-WAREHOUSE-CODE
                               AND BNS-BIN-CODE = BLM-BIN-CODE
                           ADD BNS-QTY-ON-HAND TO WS-BIN-HELD-QTY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIN-STOCK-FILE.

           LIST-PARA.

           DISPLAY "ENTER WAREHOUSE CODE "
           ACCEPT WS-ENTRY-WAREHOUSE
           MOVE ZERO TO WS-BIN-COUNT
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE WS-ENTRY-WAREHOUSE TO BLM-WAREHOUSE-CODE
           MOVE SPACES TO BLM-BIN-CODE
           START BIN-LOCATION-FILE KEY >= BLM-BIN-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-START
           PERFORM LOAD-ONE-BIN-PARA UNTIL WS-LIST-EOF

           DISPLAY "----- Bins - Warehouse " WS-ENTRY-WAREHOUSE
               " - Walking Sequence -----"
           MOVE ZERO TO WS-LISTED-COUNT
           PERFORM LIST-NEXT-BIN-PARA
               UNTIL WS-LISTED-COUNT = WS-BIN-COUNT
           DISPLAY "BINS : " WS-BIN-COUNT.

           LOAD-ONE-BIN-PARA.

           READ BIN-LOCATION-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LIST-EOF-SWITCH
               NOT AT END
                   IF BLM-WAREHOUSE-CODE NOT = WS-ENTRY-WAREHOUSE
                       MOVE 'Y' TO WS-LIST-EOF-SWITCH
                   ELSE
                       IF WS-BIN-COUNT < 500
                           ADD 1 TO WS-BIN-COUNT
                           SET WS-BIN-IDX TO WS-BIN-COUNT
                           MOVE BLM-BIN-CODE TO WS-BN-CODE(WS-BIN-IDX)
                           MOVE BLM-PICK-SEQUENCE
                               TO WS-BN-SEQUENCE(WS-BIN-IDX)
                           MOVE BLM-DESCRIPTION
                               TO WS-BN-DESCRIPTION(WS-BIN-IDX)
                           MOVE BLM-ACTIVE-FLAG
                               TO WS-BN-FLAG(WS-BIN-IDX)
                           MOVE 'N' TO WS-BN-LISTED(WS-BIN-IDX)
                       END-IF
                   END-IF
           END-READ.

           LIST-NEXT-BIN-PARA.

           MOVE ZERO TO WS-NEXT-SUB
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BIN-COUNT
               IF WS-BN-LISTED(I) = 'N'
                       AND (WS-NEXT-SUB = ZERO
                           OR WS-BN-SEQUENCE(I)
                               < WS-BN-SEQUENCE(WS-NEXT-SUB))
                   MOVE I TO WS-NEXT-SUB
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-BN-LISTED(WS-NEXT-SUB)
           ADD 1 TO WS-LISTED-COUNT
           DISPLAY WS-BN-SEQUENCE(WS-NEXT-SUB) " "
               WS-BN-CODE(WS-NEXT-SUB) " "
               WS-BN-DESCRIPTION(WS-NEXT-SUB)
               " ACTIVE " WS-BN-FLAG(WS-NEXT-SUB)
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT BIN-STOCK-FILE
           PERFORM UNTIL WS-SCAN-EOF
               READ BIN-STOCK-FILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   NOT AT END
                       IF BNS-WAREHOUSE-CODE = WS-ENTRY-WAREHOUSE
                               AND BNS-BIN-CODE
                                   = WS-BN-CODE(WS-NEXT-SUB)
                               AND BNS-QTY-ON-HAND > ZERO
                           DISPLAY "      ITEM " BNS-ITEM-CODE
                               " QTY " BNS-QTY-ON-HAND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIN-STOCK-FILE.

           ITEM-INQUIRY-PARA.

           DISPLAY "ENTER ITEM CODE "
           ACCEPT WS-ENTRY-ITEM
           DISPLAY "ENTER WAREHOUSE CODE "
           ACCEPT WS-ENTRY-WAREHOUSE

           MOVE ZERO TO WS-WAREHOUSE-QTY
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT WAREHOUSE-STOCK-FILE
           PERFORM UNTIL WS-SCAN-EOF
               READ WAREHOUSE-STOCK-FILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   NOT AT END
                       IF WH-ITEM-CODE = WS-ENTRY-ITEM
                               AND WH-WAREHOUSE-CODE
                                   = WS-ENTRY-WAREHOUSE
                           ADD WH-QTY-ON-HAND TO WS-WAREHOUSE-QTY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAREHOUSE-STOCK-FILE

           DISPLAY "----- Item " WS-ENTRY-ITEM " - Warehouse "
               WS-ENTRY-WAREHOUSE " -----"
           MOVE ZERO TO WS-BINNED-QTY
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT BIN-STOCK-FILE
           PERFORM UNTIL WS-SCAN-EOF
               READ BIN-STOCK-FILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   NOT AT END
                       IF BNS-ITEM-CODE = WS-ENTRY-ITEM
                               AND BNS-WAREHOUSE-CODE
                                   = WS-ENTRY-WAREHOUSE
                               AND BNS-QTY-ON-HAND > ZERO
                           ADD BNS-QTY-ON-HAND TO WS-BINNED-QTY
                           DISPLAY "BIN " BNS-BIN-CODE
                               " QTY " BNS-QTY-ON-HAND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIN-STOCK-FILE
           COMPUTE WS-UNBINNED-QTY = WS-WAREHOUSE-QTY - WS-BINNED-QTY
           DISPLAY "WAREHOUSE TOTAL  : " WS-WAREHOUSE-QTY
           DISPLAY "IN BINS          : " WS-BINNED-QTY
           DISPLAY "NOT YET PUT AWAY : " WS-UNBINNED-QTY.

       END PROGRAM BinLocationMaintenance.
