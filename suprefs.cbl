       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupersededItemReferences.
       ENVIRONMENT DIVISION.
           *> items superseded on or before the run date that are
           *> still referenced somewhere - stock left on the shelf,
           *> a reorder point still set, open or backordered customer
           *> orders, open purchase orders and PO lines, kit bills of
           *> material, pending or approved requisitions and current
           *> contract prices - one line per item with the count of
           *> each, so purchasing and sales can move the stragglers
           *> over to the successor and the old item can be retired
           *> cleared by the job schedule like the other batch jobs,
           *> spooled to SUPREF and logged to RUN-CONTROL
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT OPTIONAL CUSTOMER-ORDER-FILE ASSIGN TO "COMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ORDER-NUMBER
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT OPTIONAL PURCHASE-ORDER-FILE ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.

           SELECT OPTIONAL PO-LINE-FILE ASSIGN TO "POLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-LINE-KEY
               FILE STATUS IS WS-POLINE-STATUS.

           SELECT OPTIONAL BOM-FILE ASSIGN TO "BOMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BOM-KEY
               FILE STATUS IS WS-BOM-STATUS.

           SELECT OPTIONAL REQUISITION-FILE ASSIGN TO "REQUISN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQ-KEY
               FILE STATUS IS WS-REQ-STATUS.

           SELECT OPTIONAL CUSTOMER-PRICE-FILE ASSIGN TO "PRICELST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-PRICE-KEY
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "SUPREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD INVENTORY-MASTER.
           COPY INVMSTR.

       FD CUSTOMER-ORDER-FILE.
           COPY CUSTORD.

       FD PURCHASE-ORDER-FILE.
           COPY PORDER.

       FD PO-LINE-FILE.
           COPY POLINE.

       FD BOM-FILE.
           COPY BOMFILE.

       FD REQUISITION-FILE.
           COPY REQUISN.

       FD CUSTOMER-PRICE-FILE.
           COPY PRICELST.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       FD OPERATOR-ALERT-FILE.
           COPY OPALERT.

       WORKING-STORAGE SECTION.

           01 WS-ALERT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ALERT-JOB PIC X(08) VALUE "SUPREF  ".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-INVENTORY-STATUS PIC X(02) VALUE SPACES.
           01 WS-ORDER-STATUS PIC X(02) VALUE SPACES.
           01 WS-PO-STATUS PIC X(02) VALUE SPACES.
           01 WS-POLINE-STATUS PIC X(02) VALUE SPACES.
           01 WS-BOM-STATUS PIC X(02) VALUE SPACES.
           01 WS-REQ-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRICE-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-PER-PAGE PIC 9(03) VALUE 50.
           01 WS-PAGE-TITLE PIC X(50) VALUE SPACES.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "SUPREF  ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

      *> one row per item superseded as of the run date, with the
      *> count of each kind of reference still pointing at it
           01 WS-SUPERSEDED-TABLE.
               02 WS-SUP-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-SUP-IDX.
                   05 WS-SUP-ITEM PIC 9(05).
                   05 WS-SUP-SUCCESSOR PIC 9(05).
                   05 WS-SUP-DATE PIC 9(08).
                   05 WS-SUP-ON-HAND PIC 9(07).
                   05 WS-SUP-REORDER-POINT PIC 9(07).
                   05 WS-SUP-ORDERS PIC 9(05).
                   05 WS-SUP-PO-LINES PIC 9(05).
                   05 WS-SUP-KITS PIC 9(05).
                   05 WS-SUP-REQNS PIC 9(05).
                   05 WS-SUP-PRICES PIC 9(05).
           01 WS-SUPERSEDED-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LOOKUP-ITEM PIC 9(05) VALUE ZERO.

           01 WS-RECORDS-READ PIC 9(07) VALUE ZERO.
           01 WS-REFERENCED-COUNT PIC 9(05) VALUE ZERO.

           01 WS-EDIT-QTY PIC Z,ZZZ,ZZ9.
           01 WS-EDIT-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA

           PERFORM LOAD-SUPERSEDED-PARA
           IF WS-SUPERSEDED-COUNT > ZERO
               PERFORM SCAN-ORDERS-PARA
               PERFORM SCAN-PURCHASE-ORDERS-PARA
               PERFORM SCAN-PO-LINES-PARA
               PERFORM SCAN-BOM-PARA
               PERFORM SCAN-REQUISITIONS-PARA
               PERFORM SCAN-PRICES-PARA
           END-IF

           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "SUPREF  " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE "----- Superseded Items Still Referenced -----"
               TO WS-PAGE-TITLE
           PERFORM PRINT-HEADER-PARA
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUPERSEDED-COUNT
               IF WS-SUP-ON-HAND(WS-SUP-IDX) > ZERO
                       OR WS-SUP-REORDER-POINT(WS-SUP-IDX) > ZERO
                       OR WS-SUP-ORDERS(WS-SUP-IDX) > ZERO
                       OR WS-SUP-PO-LINES(WS-SUP-IDX) > ZERO
                       OR WS-SUP-KITS(WS-SUP-IDX) > ZERO
                       OR WS-SUP-REQNS(WS-SUP-IDX) > ZERO
                       OR WS-SUP-PRICES(WS-SUP-IDX) > ZERO
                   PERFORM PRINT-ITEM-PARA
               END-IF
           END-PERFORM

           PERFORM PRINT-LINE-PARA
           IF WS-REFERENCED-COUNT = ZERO
               MOVE "NO SUPERSEDED ITEM IS STILL REFERENCED"
                   TO WS-PRINT-LINE
           ELSE
               MOVE WS-REFERENCED-COUNT TO WS-EDIT-COUNT
               STRING "SUPERSEDED ITEMS STILL REFERENCED "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM PRINT-LINE-PARA
           CLOSE PRINT-FILE
           PERFORM LOG-RUN-CONTROL-PARA

           DISPLAY "----- Superseded Items Still Referenced -----"
           DISPLAY "ITEMS SUPERSEDED BY " WS-RUN-DATE " : "
               WS-SUPERSEDED-COUNT
           DISPLAY "STILL REFERENCED     : " WS-REFERENCED-COUNT
           DISPLAY "REPORT SPOOLED TO SUPREF - "
               WS-PAGE-NUMBER " PAGES"

            STOP RUN.

           CHECK-FILE-STATUS-PARA.

           IF WS-CHECK-STATUS = "00" OR WS-CHECK-STATUS = "02"
                   OR WS-CHECK-STATUS = "04"
                   OR WS-CHECK-STATUS = "05"
                   OR WS-CHECK-STATUS = "10"
               CONTINUE
           ELSE
               OPEN EXTEND OPERATOR-ALERT-FILE
               MOVE WS-ALERT-JOB TO OA-JOB-NAME
               MOVE WS-CHECK-FILE TO OA-FILE-NAME
               MOVE WS-CHECK-STATUS TO OA-FILE-STATUS
               MOVE WS-CHECK-KEY TO OA-RECORD-KEY
               MOVE WS-CHECK-PARAGRAPH TO OA-PARAGRAPH
               ACCEPT OA-ALERT-DATE FROM DATE YYYYMMDD
               ACCEPT OA-ALERT-TIME FROM TIME
               WRITE OPERATOR-ALERT-RECORD
               CLOSE OPERATOR-ALERT-FILE
               DISPLAY "*** FILE STATUS " WS-CHECK-STATUS
                   " ON " WS-CHECK-FILE
                   " IN " WS-CHECK-PARAGRAPH
                   " - OPERATOR ALERT WRITTEN ***"
               IF WS-CHECK-STATUS(1:1) = '3'
                       OR WS-CHECK-STATUS(1:1) = '4'
                       OR WS-CHECK-STATUS(1:1) = '9'
                   DISPLAY "*** UNSAFE TO CONTINUE - RUN STOPPED ***"
                   STOP RUN
               END-IF
           END-IF.

           LOAD-RUN-PARM-PARA.

           OPEN INPUT RUN-PARM-FILE
           READ RUN-PARM-FILE
               AT END DISPLAY "RUN-PARM RECORD MISSING - USING TODAY"
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE RP-RUN-DATE TO WS-RUN-DATE
           END-READ
           CLOSE RUN-PARM-FILE.

           SCHEDULE-CHECK-PARA.

           CALL "JobScheduleCheck"
               USING WS-JOBCHK-JOB WS-RUN-DATE WS-JOBCHK-OK
           IF WS-JOBCHK-OK = 'N'
               DISPLAY "RUN REFUSED BY THE JOB SCHEDULE"
               STOP RUN
           END-IF.

      *>--------------- reference scans -------------------------------

           LOAD-SUPERSEDED-PARA.

           OPEN INPUT INVENTORY-MASTER
           MOVE WS-INVENTORY-STATUS TO WS-CHECK-STATUS
           MOVE "INVMAST " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "LOAD-SUPERSEDED-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ INVENTORY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF NOT IM-NOT-SUPERSEDED
                               AND IM-SUPERSEDE-DATE NOT > WS-RUN-DATE
                           PERFORM ADD-SUPERSEDED-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY-MASTER.

           ADD-SUPERSEDED-PARA.

           IF WS-SUPERSEDED-COUNT < 500
               ADD 1 TO WS-SUPERSEDED-COUNT
               SET WS-SUP-IDX TO WS-SUPERSEDED-COUNT
               MOVE IM-ITEM-CODE TO WS-SUP-ITEM(WS-SUP-IDX)
               MOVE IM-SUCCESSOR-CODE TO WS-SUP-SUCCESSOR(WS-SUP-IDX)
               MOVE IM-SUPERSEDE-DATE TO WS-SUP-DATE(WS-SUP-IDX)
               MOVE IM-QTY-ON-HAND TO WS-SUP-ON-HAND(WS-SUP-IDX)
               MOVE IM-REORDER-POINT
                   TO WS-SUP-REORDER-POINT(WS-SUP-IDX)
               MOVE ZERO TO WS-SUP-ORDERS(WS-SUP-IDX)
               MOVE ZERO TO WS-SUP-PO-LINES(WS-SUP-IDX)
               MOVE ZERO TO WS-SUP-KITS(WS-SUP-IDX)
               MOVE ZERO TO WS-SUP-REQNS(WS-SUP-IDX)
               MOVE ZERO TO WS-SUP-PRICES(WS-SUP-IDX)
           ELSE
               DISPLAY "SUPERSEDED ITEM TABLE FULL - ITEM "
                   IM-ITEM-CODE " NOT CHECKED"
           END-IF.

           FIND-SUPERSEDED-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUPERSEDED-COUNT
                       OR WS-FOUND
               IF WS-SUP-ITEM(WS-SUP-IDX) = WS-LOOKUP-ITEM
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
      *> the VARYING steps once past the match before the test
           IF WS-FOUND
               SET WS-SUP-IDX DOWN BY 1
           END-IF.

           SCAN-ORDERS-PARA.

           OPEN INPUT CUSTOMER-ORDER-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF CO-OPEN OR CO-BACKORDERED
                           MOVE CO-ITEM-CODE TO WS-LOOKUP-ITEM
                           PERFORM FIND-SUPERSEDED-PARA
                           IF WS-FOUND
                               ADD 1 TO WS-SUP-ORDERS(WS-SUP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-ORDER-FILE.

           SCAN-PURCHASE-ORDERS-PARA.

           OPEN INPUT PURCHASE-ORDER-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ PURCHASE-ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF PO-OPEN OR PO-PENDING-APPROVAL
                           MOVE PO-ITEM-CODE TO WS-LOOKUP-ITEM
                           PERFORM FIND-SUPERSEDED-PARA
                           IF WS-FOUND
                               ADD 1 TO WS-SUP-PO-LINES(WS-SUP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDER-FILE.

           SCAN-PO-LINES-PARA.

           OPEN INPUT PO-LINE-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ PO-LINE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF PL-LINE-OPEN
                           MOVE PL-ITEM-CODE TO WS-LOOKUP-ITEM
                           PERFORM FIND-SUPERSEDED-PARA
                           IF WS-FOUND
                               ADD 1 TO WS-SUP-PO-LINES(WS-SUP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PO-LINE-FILE.

           SCAN-BOM-PARA.

      *> the old item still built into a kit, or still a kit itself
           OPEN INPUT BOM-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ BOM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE BM-COMPONENT-ITEM TO WS-LOOKUP-ITEM
                       PERFORM FIND-SUPERSEDED-PARA
                       IF WS-FOUND
                           ADD 1 TO WS-SUP-KITS(WS-SUP-IDX)
                       END-IF
                       MOVE BM-KIT-ITEM TO WS-LOOKUP-ITEM
                       PERFORM FIND-SUPERSEDED-PARA
                       IF WS-FOUND
                           ADD 1 TO WS-SUP-KITS(WS-SUP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOM-FILE.

           SCAN-REQUISITIONS-PARA.

           OPEN INPUT REQUISITION-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ REQUISITION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF (RQ-PENDING OR RQ-APPROVED)
                               AND NOT RQ-FREE-TEXT
                           MOVE RQ-ITEM-CODE TO WS-LOOKUP-ITEM
                           PERFORM FIND-SUPERSEDED-PARA
                           IF WS-FOUND
                               ADD 1 TO WS-SUP-REQNS(WS-SUP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUISITION-FILE.

           SCAN-PRICES-PARA.

      *> only contracts still running count - an expired price row
      *> is history
           OPEN INPUT CUSTOMER-PRICE-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-PRICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF PX-OPEN-ENDED
                               OR PX-EXPIRY-DATE NOT < WS-RUN-DATE
                           MOVE PX-ITEM-CODE TO WS-LOOKUP-ITEM
                           PERFORM FIND-SUPERSEDED-PARA
                           IF WS-FOUND
                               ADD 1 TO WS-SUP-PRICES(WS-SUP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-PRICE-FILE.

      *>--------------- report -----------------------------------------

           PRINT-LINE-PARA.

           MOVE SPACE TO PR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PR-TEXT
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

           PRINT-PAGE-PARA.

           MOVE '1' TO PR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PR-TEXT
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

           PRINT-HEADER-PARA.

           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-TITLE TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "ITEM   NOW    FROM" TO WS-PRINT-LINE
           MOVE "ON HAND" TO WS-PRINT-LINE(27:7)
           MOVE "REORDER" TO WS-PRINT-LINE(38:7)
           MOVE "ORDERS" TO WS-PRINT-LINE(46:6)
           MOVE "PO LNS" TO WS-PRINT-LINE(53:6)
           MOVE "KITS" TO WS-PRINT-LINE(62:4)
           MOVE "REQNS" TO WS-PRINT-LINE(68:5)
           MOVE "PRICES" TO WS-PRINT-LINE(74:6)
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

           PRINT-ITEM-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
           END-IF
           ADD 1 TO WS-REFERENCED-COUNT
           MOVE WS-SUP-ITEM(WS-SUP-IDX) TO WS-PRINT-LINE(1:5)
           MOVE WS-SUP-SUCCESSOR(WS-SUP-IDX) TO WS-PRINT-LINE(8:5)
           MOVE WS-SUP-DATE(WS-SUP-IDX) TO WS-PRINT-LINE(15:8)
           MOVE WS-SUP-ON-HAND(WS-SUP-IDX) TO WS-EDIT-QTY
           MOVE WS-EDIT-QTY TO WS-PRINT-LINE(25:9)
           MOVE WS-SUP-REORDER-POINT(WS-SUP-IDX) TO WS-EDIT-QTY
           MOVE WS-EDIT-QTY TO WS-PRINT-LINE(36:9)
           MOVE WS-SUP-ORDERS(WS-SUP-IDX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(47:5)
           MOVE WS-SUP-PO-LINES(WS-SUP-IDX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(54:5)
           MOVE WS-SUP-KITS(WS-SUP-IDX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(61:5)
           MOVE WS-SUP-REQNS(WS-SUP-IDX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(68:5)
           MOVE WS-SUP-PRICES(WS-SUP-IDX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(75:5)
           PERFORM PRINT-LINE-PARA.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "SUPREF  " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-RECORDS-READ TO RC-RECORDS-PROCESSED
           MOVE WS-REFERENCED-COUNT TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM SupersededItemReferences.
