       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesMarginAnalysis.
       ENVIRONMENT DIVISION.
           *> sales and gross-margin analysis - the invoices the
           *> invoicing run wrote to SALES-HISTORY, less the
           *> CREDIT-NOTE returns, for the run month set against the
           *> same month last year: quantity, revenue, cost at the
           *> moving-average unit cost captured on the sales line at
           *> invoicing, gross margin and margin percent, broken down
           *> by customer and by item (largest revenue first) and by
           *> the item's ABC class
           *> a credit note takes its cost back at the unit cost its
           *> order was invoiced at; a return whose invoice predates
           *> the sales history is costed at the item's current
           *> average and counted on the report
           *> cleared by the job schedule like the other batch jobs,
           *> spooled to SALESAN and logged to RUN-CONTROL
           *> a credit note's revenue is now its amount less the
           *> output tax given back on it
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL SALES-HISTORY-FILE ASSIGN TO "SLSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-HISTORY-STATUS.

           SELECT OPTIONAL CREDIT-NOTE-FILE ASSIGN TO "CREDNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-STATUS.

           SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-CODE
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "SALESAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD SALES-HISTORY-FILE.
           COPY SLSHIST.

       FD CREDIT-NOTE-FILE.
           COPY CREDNOTE.

       FD INVENTORY-MASTER.
           COPY INVMSTR.

       FD CUSTOMER-MASTER.
           COPY CUSTMSTR.

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
           01 WS-ALERT-JOB PIC X(08) VALUE "SALESAN ".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-SALES-HISTORY-STATUS PIC X(02) VALUE SPACES.
           01 WS-CREDIT-STATUS PIC X(02) VALUE SPACES.
           01 WS-INVENTORY-STATUS PIC X(02) VALUE SPACES.
           01 WS-CUSTOMER-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-PER-PAGE PIC 9(03) VALUE 50.
           01 WS-PAGE-TITLE PIC X(50) VALUE SPACES.
           01 WS-COLUMN-TITLE PIC X(27) VALUE SPACES.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-CUSTMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CUSTMAST-OPEN VALUE 'Y'.
           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-OVERFLOWED VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "SALESAN ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

      *> YYYYMM of the run month and of the same month a year back
           01 WS-THIS-MONTH PIC 9(06) VALUE ZERO.
           01 WS-LAST-YEAR-MONTH PIC 9(06) VALUE ZERO.
           01 WS-LINE-MONTH PIC 9(06) VALUE ZERO.

      *> credit notes dated in either month, waiting for the cost
      *> their order was invoiced at
           01 WS-CREDIT-TABLE.
               02 WS-CR-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-CR-IDX.
                   05 WS-CR-ORDER PIC 9(06).
                   05 WS-CR-CUSTOMER PIC 9(05).
                   05 WS-CR-ITEM PIC 9(05).
                   05 WS-CR-QTY PIC 9(07).
                   05 WS-CR-AMOUNT PIC 9(09)V99.
                   05 WS-CR-YEAR PIC X(01).
                   05 WS-CR-UNIT-COST PIC 9(05)V99.
                   05 WS-CR-COSTED PIC X(01).
                       88 WS-CR-COST-FOUND VALUE 'Y'.
           01 WS-CREDIT-COUNT PIC 9(03) VALUE ZERO.
           01 WS-UNMATCHED-CREDITS PIC 9(05) VALUE ZERO.

      *> one line to be added into the breakdowns - signed so a
      *> credit note takes its figures back out
           01 WS-POSTING.
               05 WS-POST-CUSTOMER PIC 9(05).
               05 WS-POST-ITEM PIC 9(05).
               05 WS-POST-YEAR PIC X(01).
                   88 WS-POST-THIS-YEAR VALUE 'T'.
               05 WS-POST-QTY PIC S9(09).
               05 WS-POST-REVENUE PIC S9(11)V99.
               05 WS-POST-COST PIC S9(11)V99.

           01 WS-CUSTOMER-TABLE.
               02 WS-CU-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-CU-IDX.
                   05 WS-CU-CODE PIC 9(05).
                   05 WS-CU-NAME PIC X(20).
                   05 WS-CU-FIGURES.
                       10 WS-CU-TY-QTY PIC S9(09).
                       10 WS-CU-TY-REVENUE PIC S9(11)V99.
                       10 WS-CU-TY-COST PIC S9(11)V99.
                       10 WS-CU-LY-QTY PIC S9(09).
                       10 WS-CU-LY-REVENUE PIC S9(11)V99.
                       10 WS-CU-LY-COST PIC S9(11)V99.
           01 WS-CUSTOMER-COUNT PIC 9(04) VALUE ZERO.

           01 WS-ITEM-TABLE.
               02 WS-IT-ENTRY OCCURS 1000 TIMES
                       INDEXED BY WS-IT-IDX.
                   05 WS-IT-CODE PIC 9(05).
                   05 WS-IT-DESCRIPTION PIC X(20).
                   05 WS-IT-CLASS PIC X(01).
                   05 WS-IT-FIGURES.
                       10 WS-IT-TY-QTY PIC S9(09).
                       10 WS-IT-TY-REVENUE PIC S9(11)V99.
                       10 WS-IT-TY-COST PIC S9(11)V99.
                       10 WS-IT-LY-QTY PIC S9(09).
                       10 WS-IT-LY-REVENUE PIC S9(11)V99.
                       10 WS-IT-LY-COST PIC S9(11)V99.
           01 WS-ITEM-COUNT PIC 9(04) VALUE ZERO.

           01 WS-CLASS-TABLE.
               02 WS-CL-ENTRY OCCURS 3 TIMES.
                   05 WS-CL-CLASS PIC X(01).
                   05 WS-CL-FIGURES.
                       10 WS-CL-TY-QTY PIC S9(09).
                       10 WS-CL-TY-REVENUE PIC S9(11)V99.
                       10 WS-CL-TY-COST PIC S9(11)V99.
                       10 WS-CL-LY-QTY PIC S9(09).
                       10 WS-CL-LY-REVENUE PIC S9(11)V99.
                       10 WS-CL-LY-COST PIC S9(11)V99.
           01 WS-CLASS-SUB PIC 9(01) VALUE ZERO.

           01 WS-GRAND-FIGURES.
               05 WS-GT-TY-QTY PIC S9(09) VALUE ZERO.
               05 WS-GT-TY-REVENUE PIC S9(11)V99 VALUE ZERO.
               05 WS-GT-TY-COST PIC S9(11)V99 VALUE ZERO.
               05 WS-GT-LY-QTY PIC S9(09) VALUE ZERO.
               05 WS-GT-LY-REVENUE PIC S9(11)V99 VALUE ZERO.
               05 WS-GT-LY-COST PIC S9(11)V99 VALUE ZERO.

      *> the figures of whichever line is being printed
           01 WS-PRINT-FIGURES.
               05 WS-PF-TY-QTY PIC S9(09).
               05 WS-PF-TY-REVENUE PIC S9(11)V99.
               05 WS-PF-TY-COST PIC S9(11)V99.
               05 WS-PF-LY-QTY PIC S9(09).
               05 WS-PF-LY-REVENUE PIC S9(11)V99.
               05 WS-PF-LY-COST PIC S9(11)V99.
           01 WS-PRINT-LABEL PIC X(27) VALUE SPACES.

           01 WS-SUB PIC 9(04) VALUE ZERO.
           01 WS-SORT-SUB PIC 9(04) VALUE ZERO.
           01 WS-SORT-HOLD PIC X(100) VALUE SPACES.
           01 WS-LINES-READ PIC 9(07) VALUE ZERO.
           01 WS-MARGIN PIC S9(11)V99 VALUE ZERO.
           01 WS-MARGIN-PCT PIC S9(05)V9 VALUE ZERO.
           01 WS-PCT-REVENUE PIC S9(11)V99 VALUE ZERO.
           01 WS-PCT-COST PIC S9(11)V99 VALUE ZERO.

           01 WS-EDIT-QTY PIC ZZZ,ZZ9-.
           01 WS-EDIT-REVENUE PIC ZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-COST PIC ZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-MARGIN PIC ZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-PCT PIC ZZZZ9.9-.
           01 WS-EDIT-LY-REVENUE PIC ZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-LY-MARGIN PIC ZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-LY-PCT PIC ZZZZ9.9-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           COMPUTE WS-THIS-MONTH = WS-RUN-DATE / 100
           COMPUTE WS-LAST-YEAR-MONTH = WS-THIS-MONTH - 100

           OPEN INPUT INVENTORY-MASTER
           MOVE WS-INVENTORY-STATUS TO WS-CHECK-STATUS
           MOVE "INVMAST " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "05"
               MOVE 'Y' TO WS-CUSTMAST-OPEN-SWITCH
           END-IF
           MOVE 'A' TO WS-CL-CLASS(1)
           MOVE 'B' TO WS-CL-CLASS(2)
           MOVE 'C' TO WS-CL-CLASS(3)
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > 3
               INITIALIZE WS-CL-FIGURES(WS-CLASS-SUB)
           END-PERFORM

           PERFORM LOAD-CREDITS-PARA
           PERFORM SCAN-SALES-PARA
           PERFORM APPLY-CREDITS-PARA
           IF WS-OVERFLOWED
               DISPLAY "*** MORE CUSTOMERS, ITEMS OR CREDIT NOTES THAN "
                   "THE TABLES HOLD - RUN STOPPED ***"
               STOP RUN
           END-IF
           PERFORM SORT-CUSTOMERS-PARA
           PERFORM SORT-ITEMS-PARA

           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "SALESAN " TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA

           PERFORM PRINT-BY-CUSTOMER-PARA
           PERFORM PRINT-BY-ITEM-PARA
           PERFORM PRINT-BY-CLASS-PARA

           CLOSE PRINT-FILE
           CLOSE INVENTORY-MASTER
           IF WS-CUSTMAST-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           PERFORM LOG-RUN-CONTROL-PARA

           MOVE WS-GT-TY-REVENUE TO WS-EDIT-REVENUE
           MOVE WS-GT-LY-REVENUE TO WS-EDIT-LY-REVENUE
           DISPLAY "----- Sales and Margin Analysis -----"
           DISPLAY "MONTH " WS-THIS-MONTH " REVENUE " WS-EDIT-REVENUE
           DISPLAY "MONTH " WS-LAST-YEAR-MONTH " REVENUE "
               WS-EDIT-LY-REVENUE
           DISPLAY "CUSTOMERS : " WS-CUSTOMER-COUNT
               "   ITEMS : " WS-ITEM-COUNT
           IF WS-UNMATCHED-CREDITS > ZERO
               DISPLAY "CREDIT NOTES COSTED AT CURRENT AVERAGE : "
                   WS-UNMATCHED-CREDITS
           END-IF
           DISPLAY "REPORT SPOOLED TO SALESAN - "
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

      *>--------------- sales and credits --------------------------

           LOAD-CREDITS-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CREDIT-NOTE-FILE
           PERFORM UNTIL WS-EOF
               READ CREDIT-NOTE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       COMPUTE WS-LINE-MONTH = CN-CREDIT-DATE / 100
                       IF WS-LINE-MONTH = WS-THIS-MONTH
                               OR WS-LINE-MONTH = WS-LAST-YEAR-MONTH
                           PERFORM NOTE-CREDIT-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDIT-NOTE-FILE.

           NOTE-CREDIT-PARA.

           IF WS-CREDIT-COUNT = 500
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
           ELSE
               ADD 1 TO WS-CREDIT-COUNT
               SET WS-CR-IDX TO WS-CREDIT-COUNT
               MOVE CN-ORDER-NUMBER TO WS-CR-ORDER(WS-CR-IDX)
               MOVE CN-CUSTOMER-CODE TO WS-CR-CUSTOMER(WS-CR-IDX)
               MOVE CN-ITEM-CODE TO WS-CR-ITEM(WS-CR-IDX)
               MOVE CN-QTY TO WS-CR-QTY(WS-CR-IDX)
               COMPUTE WS-CR-AMOUNT(WS-CR-IDX) =
                   CN-AMOUNT - CN-TAX-AMOUNT
               IF WS-LINE-MONTH = WS-THIS-MONTH
                   MOVE 'T' TO WS-CR-YEAR(WS-CR-IDX)
               ELSE
                   MOVE 'L' TO WS-CR-YEAR(WS-CR-IDX)
               END-IF
               MOVE ZERO TO WS-CR-UNIT-COST(WS-CR-IDX)
               MOVE 'N' TO WS-CR-COSTED(WS-CR-IDX)
           END-IF.

           SCAN-SALES-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SALES-HISTORY-FILE
           PERFORM UNTIL WS-EOF
               READ SALES-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM NOTE-SALE-PARA
               END-READ
           END-PERFORM
           CLOSE SALES-HISTORY-FILE.

           NOTE-SALE-PARA.

      *> any sales line, in the months or not, can be the invoice a
      *> credit note in the months is returning against
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CREDIT-COUNT
               IF WS-CR-ORDER(WS-CR-IDX) = SI-ORDER-NUMBER
                   MOVE SI-UNIT-COST TO WS-CR-UNIT-COST(WS-CR-IDX)
                   MOVE 'Y' TO WS-CR-COSTED(WS-CR-IDX)
               END-IF
           END-PERFORM
           COMPUTE WS-LINE-MONTH = SI-INVOICE-DATE / 100
           IF WS-LINE-MONTH = WS-THIS-MONTH
                   OR WS-LINE-MONTH = WS-LAST-YEAR-MONTH
               ADD 1 TO WS-LINES-READ
               MOVE SI-CUSTOMER-CODE TO WS-POST-CUSTOMER
               MOVE SI-ITEM-CODE TO WS-POST-ITEM
               IF WS-LINE-MONTH = WS-THIS-MONTH
                   MOVE 'T' TO WS-POST-YEAR
               ELSE
                   MOVE 'L' TO WS-POST-YEAR
               END-IF
               MOVE SI-QTY TO WS-POST-QTY
               MOVE SI-REVENUE TO WS-POST-REVENUE
               MOVE SI-COST TO WS-POST-COST
               PERFORM POST-LINE-PARA
           END-IF.

           APPLY-CREDITS-PARA.

           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CREDIT-COUNT
               IF NOT WS-CR-COST-FOUND(WS-CR-IDX)
                   ADD 1 TO WS-UNMATCHED-CREDITS
                   MOVE WS-CR-ITEM(WS-CR-IDX) TO IM-ITEM-CODE
                   READ INVENTORY-MASTER
                       INVALID KEY
                           MOVE ZERO TO IM-UNIT-COST
                   END-READ
                   MOVE IM-UNIT-COST TO WS-CR-UNIT-COST(WS-CR-IDX)
               END-IF
               ADD 1 TO WS-LINES-READ
               MOVE WS-CR-CUSTOMER(WS-CR-IDX) TO WS-POST-CUSTOMER
               MOVE WS-CR-ITEM(WS-CR-IDX) TO WS-POST-ITEM
               MOVE WS-CR-YEAR(WS-CR-IDX) TO WS-POST-YEAR
               COMPUTE WS-POST-QTY = ZERO - WS-CR-QTY(WS-CR-IDX)
               COMPUTE WS-POST-REVENUE =
                   ZERO - WS-CR-AMOUNT(WS-CR-IDX)
               COMPUTE WS-POST-COST = ZERO -
                   (WS-CR-QTY(WS-CR-IDX) * WS-CR-UNIT-COST(WS-CR-IDX))
               PERFORM POST-LINE-PARA
           END-PERFORM.

      *>--------------- breakdowns ---------------------------------

           POST-LINE-PARA.

           PERFORM FIND-CUSTOMER-PARA
           PERFORM FIND-ITEM-PARA
           IF NOT WS-OVERFLOWED
               IF WS-POST-THIS-YEAR
                   ADD WS-POST-QTY TO WS-CU-TY-QTY(WS-CU-IDX)
                       WS-IT-TY-QTY(WS-IT-IDX)
                       WS-CL-TY-QTY(WS-CLASS-SUB) WS-GT-TY-QTY
                   ADD WS-POST-REVENUE TO WS-CU-TY-REVENUE(WS-CU-IDX)
                       WS-IT-TY-REVENUE(WS-IT-IDX)
                       WS-CL-TY-REVENUE(WS-CLASS-SUB) WS-GT-TY-REVENUE
                   ADD WS-POST-COST TO WS-CU-TY-COST(WS-CU-IDX)
                       WS-IT-TY-COST(WS-IT-IDX)
                       WS-CL-TY-COST(WS-CLASS-SUB) WS-GT-TY-COST
               ELSE
                   ADD WS-POST-QTY TO WS-CU-LY-QTY(WS-CU-IDX)
                       WS-IT-LY-QTY(WS-IT-IDX)
                       WS-CL-LY-QTY(WS-CLASS-SUB) WS-GT-LY-QTY
                   ADD WS-POST-REVENUE TO WS-CU-LY-REVENUE(WS-CU-IDX)
                       WS-IT-LY-REVENUE(WS-IT-IDX)
                       WS-CL-LY-REVENUE(WS-CLASS-SUB) WS-GT-LY-REVENUE
                   ADD WS-POST-COST TO WS-CU-LY-COST(WS-CU-IDX)
                       WS-IT-LY-COST(WS-IT-IDX)
                       WS-CL-LY-COST(WS-CLASS-SUB) WS-GT-LY-COST
               END-IF
           END-IF.

           FIND-CUSTOMER-PARA.

           SET WS-CU-IDX TO 1
           SEARCH WS-CU-ENTRY
               AT END
                   PERFORM ADD-CUSTOMER-PARA
               WHEN WS-CU-IDX > WS-CUSTOMER-COUNT
                   PERFORM ADD-CUSTOMER-PARA
               WHEN WS-CU-CODE(WS-CU-IDX) = WS-POST-CUSTOMER
                   CONTINUE
           END-SEARCH.

           ADD-CUSTOMER-PARA.

           IF WS-CUSTOMER-COUNT = 500
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
               SET WS-CU-IDX TO 1
           ELSE
               ADD 1 TO WS-CUSTOMER-COUNT
               SET WS-CU-IDX TO WS-CUSTOMER-COUNT
               MOVE WS-POST-CUSTOMER TO WS-CU-CODE(WS-CU-IDX)
               INITIALIZE WS-CU-FIGURES(WS-CU-IDX)
               MOVE "** NOT ON MASTER **" TO WS-CU-NAME(WS-CU-IDX)
               IF WS-POST-CUSTOMER = ZERO
                   MOVE "NAME-ONLY ORDERS" TO WS-CU-NAME(WS-CU-IDX)
               ELSE
                   IF WS-CUSTMAST-OPEN
                       MOVE WS-POST-CUSTOMER TO CM-CUSTOMER-CODE
                       READ CUSTOMER-MASTER
                           NOT INVALID KEY
                               MOVE CM-CUSTOMER-NAME
                                   TO WS-CU-NAME(WS-CU-IDX)
                       END-READ
                   END-IF
               END-IF
           END-IF.

           FIND-ITEM-PARA.

           SET WS-IT-IDX TO 1
           SEARCH WS-IT-ENTRY
               AT END
                   PERFORM ADD-ITEM-PARA
               WHEN WS-IT-IDX > WS-ITEM-COUNT
                   PERFORM ADD-ITEM-PARA
               WHEN WS-IT-CODE(WS-IT-IDX) = WS-POST-ITEM
                   CONTINUE
           END-SEARCH
      *> the class breakdown follows the item's current class
           EVALUATE WS-IT-CLASS(WS-IT-IDX)
               WHEN 'A'
                   MOVE 1 TO WS-CLASS-SUB
               WHEN 'B'
                   MOVE 2 TO WS-CLASS-SUB
               WHEN OTHER
                   MOVE 3 TO WS-CLASS-SUB
           END-EVALUATE.

           ADD-ITEM-PARA.

           IF WS-ITEM-COUNT = 1000
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
               SET WS-IT-IDX TO 1
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               SET WS-IT-IDX TO WS-ITEM-COUNT
               MOVE WS-POST-ITEM TO WS-IT-CODE(WS-IT-IDX)
               INITIALIZE WS-IT-FIGURES(WS-IT-IDX)
               MOVE WS-POST-ITEM TO IM-ITEM-CODE
               READ INVENTORY-MASTER
                   INVALID KEY
                       MOVE "** NOT ON MASTER **"
                           TO WS-IT-DESCRIPTION(WS-IT-IDX)
                       MOVE 'C' TO WS-IT-CLASS(WS-IT-IDX)
                   NOT INVALID KEY
                       MOVE IM-ITEM-DESCRIPTION
                           TO WS-IT-DESCRIPTION(WS-IT-IDX)
                       MOVE IM-ABC-CLASS TO WS-IT-CLASS(WS-IT-IDX)
                       IF IM-CLASS-C
                           MOVE 'C' TO WS-IT-CLASS(WS-IT-IDX)
                       END-IF
               END-READ
           END-IF.

           SORT-CUSTOMERS-PARA.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CUSTOMER-COUNT
               PERFORM VARYING WS-SORT-SUB FROM WS-SUB BY 1
                       UNTIL WS-SORT-SUB > WS-CUSTOMER-COUNT
                   IF WS-CU-TY-REVENUE(WS-SORT-SUB) >
                           WS-CU-TY-REVENUE(WS-SUB)
                       MOVE WS-CU-ENTRY(WS-SUB) TO WS-SORT-HOLD
                       MOVE WS-CU-ENTRY(WS-SORT-SUB)
                           TO WS-CU-ENTRY(WS-SUB)
                       MOVE WS-SORT-HOLD TO WS-CU-ENTRY(WS-SORT-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

           SORT-ITEMS-PARA.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ITEM-COUNT
               PERFORM VARYING WS-SORT-SUB FROM WS-SUB BY 1
                       UNTIL WS-SORT-SUB > WS-ITEM-COUNT
                   IF WS-IT-TY-REVENUE(WS-SORT-SUB) >
                           WS-IT-TY-REVENUE(WS-SUB)
                       MOVE WS-IT-ENTRY(WS-SUB) TO WS-SORT-HOLD
                       MOVE WS-IT-ENTRY(WS-SORT-SUB)
                           TO WS-IT-ENTRY(WS-SUB)
                       MOVE WS-SORT-HOLD TO WS-IT-ENTRY(WS-SORT-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>--------------- report -------------------------------------

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
               "   MONTH : " DELIMITED BY SIZE
               WS-THIS-MONTH DELIMITED BY SIZE
               "   AGAINST : " DELIMITED BY SIZE
               WS-LAST-YEAR-MONTH DELIMITED BY SIZE
               "   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE WS-COLUMN-TITLE TO WS-PRINT-LINE
           MOVE "THIS YEAR" TO WS-PRINT-LINE(30:9)
           MOVE "SAME MONTH LAST YEAR" TO WS-PRINT-LINE(97:20)
           PERFORM PRINT-LINE-PARA
           STRING "                                QTY"
                   DELIMITED BY SIZE
               "        REVENUE           COST         MARGIN"
                   DELIMITED BY SIZE
               "    GM PCT        REVENUE         MARGIN    GM PCT"
                   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

           PRINT-BY-CUSTOMER-PARA.

           MOVE "----- Sales and Margin by Customer -----"
               TO WS-PAGE-TITLE
           MOVE "CUSTOMER" TO WS-COLUMN-TITLE
           PERFORM PRINT-HEADER-PARA
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CUSTOMER-COUNT
               IF WS-LINE-COUNT > WS-LINES-PER-PAGE
                   PERFORM PRINT-HEADER-PARA
               END-IF
               MOVE SPACES TO WS-PRINT-LABEL
               STRING WS-CU-CODE(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CU-NAME(WS-SUB) DELIMITED BY SIZE
                   INTO WS-PRINT-LABEL
               END-STRING
               MOVE WS-CU-FIGURES(WS-SUB) TO WS-PRINT-FIGURES
               PERFORM PRINT-FIGURES-PARA
           END-PERFORM
           PERFORM PRINT-TOTAL-PARA.

           PRINT-BY-ITEM-PARA.

           MOVE "----- Sales and Margin by Item -----"
               TO WS-PAGE-TITLE
           MOVE "ITEM  DESCRIPTION        CL" TO WS-COLUMN-TITLE
           PERFORM PRINT-HEADER-PARA
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ITEM-COUNT
               IF WS-LINE-COUNT > WS-LINES-PER-PAGE
                   PERFORM PRINT-HEADER-PARA
               END-IF
               MOVE SPACES TO WS-PRINT-LABEL
               STRING WS-IT-CODE(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IT-DESCRIPTION(WS-SUB) DELIMITED BY SIZE
                   INTO WS-PRINT-LABEL
               END-STRING
               MOVE WS-IT-CLASS(WS-SUB) TO WS-PRINT-LABEL(27:1)
               MOVE WS-IT-FIGURES(WS-SUB) TO WS-PRINT-FIGURES
               PERFORM PRINT-FIGURES-PARA
           END-PERFORM
           PERFORM PRINT-TOTAL-PARA.

           PRINT-BY-CLASS-PARA.

           MOVE "----- Sales and Margin by ABC Class -----"
               TO WS-PAGE-TITLE
           MOVE "ABC CLASS" TO WS-COLUMN-TITLE
           PERFORM PRINT-HEADER-PARA
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > 3
               MOVE SPACES TO WS-PRINT-LABEL
               STRING "CLASS " DELIMITED BY SIZE
                   WS-CL-CLASS(WS-CLASS-SUB) DELIMITED BY SIZE
                   INTO WS-PRINT-LABEL
               END-STRING
               MOVE WS-CL-FIGURES(WS-CLASS-SUB) TO WS-PRINT-FIGURES
               PERFORM PRINT-FIGURES-PARA
           END-PERFORM
           PERFORM PRINT-TOTAL-PARA
           IF WS-UNMATCHED-CREDITS > ZERO
               PERFORM PRINT-LINE-PARA
               STRING "CREDIT NOTES WITH NO SALES-HISTORY INVOICE, "
                   DELIMITED BY SIZE
                   "COSTED AT THE ITEM'S CURRENT AVERAGE : "
                   DELIMITED BY SIZE
                   WS-UNMATCHED-CREDITS DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-IF.

           PRINT-TOTAL-PARA.

           PERFORM PRINT-LINE-PARA
           MOVE "ALL SALES" TO WS-PRINT-LABEL
           MOVE WS-GRAND-FIGURES TO WS-PRINT-FIGURES
           PERFORM PRINT-FIGURES-PARA.

           PRINT-FIGURES-PARA.

           MOVE WS-PF-TY-QTY TO WS-EDIT-QTY
           MOVE WS-PF-TY-REVENUE TO WS-EDIT-REVENUE
           MOVE WS-PF-TY-COST TO WS-EDIT-COST
           COMPUTE WS-MARGIN = WS-PF-TY-REVENUE - WS-PF-TY-COST
           MOVE WS-MARGIN TO WS-EDIT-MARGIN
           MOVE WS-PF-TY-REVENUE TO WS-PCT-REVENUE
           MOVE WS-PF-TY-COST TO WS-PCT-COST
           PERFORM MARGIN-PERCENT-PARA
           MOVE WS-MARGIN-PCT TO WS-EDIT-PCT
           MOVE WS-PF-LY-REVENUE TO WS-EDIT-LY-REVENUE
           COMPUTE WS-MARGIN = WS-PF-LY-REVENUE - WS-PF-LY-COST
           MOVE WS-MARGIN TO WS-EDIT-LY-MARGIN
           MOVE WS-PF-LY-REVENUE TO WS-PCT-REVENUE
           MOVE WS-PF-LY-COST TO WS-PCT-COST
           PERFORM MARGIN-PERCENT-PARA
           MOVE WS-MARGIN-PCT TO WS-EDIT-LY-PCT
           STRING WS-PRINT-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-QTY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-REVENUE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-COST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-MARGIN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-PCT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-LY-REVENUE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-LY-MARGIN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-LY-PCT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           MARGIN-PERCENT-PARA.

           IF WS-PCT-REVENUE = ZERO
               MOVE ZERO TO WS-MARGIN-PCT
           ELSE
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   (WS-PCT-REVENUE - WS-PCT-COST) * 100
                       / WS-PCT-REVENUE
                   ON SIZE ERROR
                       MOVE ZERO TO WS-MARGIN-PCT
               END-COMPUTE
           END-IF.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "SALESAN " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-LINES-READ TO RC-RECORDS-PROCESSED
           MOVE WS-GT-TY-REVENUE TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM SalesMarginAnalysis.
