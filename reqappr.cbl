       IDENTIFICATION DIVISION.
       PROGRAM-ID. RequisitionPurchasing.
       ENVIRONMENT DIVISION.
           *> purchasing's side of departmental requisitions - the
           *> buyer signs on against USER-AUTHORITY as in PO entry
           *> L lists the requisitions waiting on purchasing
           *> A approves one: a free-text line is given the item
           *> code it has been catalogued under, the vendor is taken
           *> (the item's usual vendor by default) and checked on
           *> VENDOR-MASTER, the agreed unit cost replaces the
           *> estimate, and a line flagged over budget or with no
           *> budget needs a second yes; R rejects one
           *> C converts every approved requisition onto purchase
           *> orders - one multi-line PO-HEADER per vendor, numbered
           *> on from the highest PO on either PO file, one PO-LINE
           *> per requisition, promised for the earliest needed-by
           *> date among its lines, and held pending approval when
           *> its value runs past the buyer's limit, the same gate
           *> as PO entry; each requisition keeps its PO and line
           *> number so the department can follow it
           *> every sign-on, good or bad, now goes through
           *> SignOnControl, which logs it to SIGNLOG, locks the
           *> operator out after repeated failures and makes an
           *> expired password be changed before going on
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISITION-FILE ASSIGN TO "REQUISN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQ-KEY
               FILE STATUS IS WS-REQ-STATUS.

           SELECT PO-HEADER-FILE ASSIGN TO "POHDRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-PO-NUMBER
               FILE STATUS IS WS-HEADER-STATUS.

           SELECT PO-LINE-FILE ASSIGN TO "POLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-LINE-KEY
               FILE STATUS IS WS-LINE-STATUS.

           SELECT OPTIONAL PURCHASE-ORDER-FILE ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.

           SELECT OPTIONAL USER-AUTHORITY-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUISITION-FILE.
           COPY REQUISN.

       FD PO-HEADER-FILE.
           COPY POHDR.

       FD PO-LINE-FILE.
           COPY POLINE.

       FD PURCHASE-ORDER-FILE.
           COPY PORDER.

       FD USER-AUTHORITY-FILE.
           COPY USERAUTH.

       FD VENDOR-MASTER.
           COPY VENDMSTR.

       FD INVENTORY-MASTER.
           COPY INVMSTR.

       WORKING-STORAGE SECTION.

           01 WS-REQ-STATUS PIC X(02) VALUE SPACES.
           01 WS-HEADER-STATUS PIC X(02) VALUE SPACES.
           01 WS-LINE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PO-STATUS PIC X(02) VALUE SPACES.
           01 WS-VENDOR-STATUS PIC X(02) VALUE SPACES.
           01 WS-INVENTORY-STATUS PIC X(02) VALUE SPACES.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-LIST VALUE 'L'.
               88 WS-TRAN-APPROVE VALUE 'A'.
               88 WS-TRAN-REJECT VALUE 'R'.
               88 WS-TRAN-CONVERT VALUE 'C'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-LIST-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LIST-EOF VALUE 'Y'.
           01 WS-ANSWER PIC X(01) VALUE SPACE.
               88 WS-ANSWER-YES VALUE 'Y'.
           01 WS-APPROVE-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-APPROVE-OK VALUE 'Y'.

           01 WS-ENTRY-DEPT PIC X(10) VALUE SPACES.
           01 WS-ENTRY-REQ-NO PIC 9(06) VALUE ZERO.
           01 WS-ENTRY-ITEM PIC 9(05) VALUE ZERO.
           01 WS-ENTRY-VENDOR PIC 9(04) VALUE ZERO.
           01 WS-ENTRY-COST PIC 9(05)V99 VALUE ZERO.
           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-LIST-COUNT PIC 9(05) VALUE ZERO.

           01 WS-AUTH-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUTH-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-AUTH-EOF VALUE 'Y'.
           01 WS-AUTH-COUNT PIC 9(02) VALUE ZERO.
           01 WS-AUTH-PROGRAM-NAME PIC X(08) VALUE "REQAPPR ".
           01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
           01 WS-OPERATOR-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-SIGNED-ON-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SIGNED-ON VALUE 'Y'.
           01 WS-SIGNON-MATCHED PIC X(01) VALUE 'N'.
           01 WS-SIGNON-RESULT PIC X(01) VALUE SPACE.
               88 WS-SIGNON-PASSED VALUE 'P'.
           01 WS-BUYER-LIMIT PIC 9(09)V99 VALUE ZERO.
           01 WS-BUYER-LIMIT-SET-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BUYER-LIMIT-SET VALUE 'Y'.

      *> the approved requisitions a conversion works through
           01 WS-CONVERT-TABLE.
               02 WS-CONVERT-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-CV-IDX.
                   05 WS-CV-DEPT PIC X(10).
                   05 WS-CV-REQ-NO PIC 9(06).
                   05 WS-CV-VENDOR PIC 9(04).
                   05 WS-CV-ITEM PIC 9(05).
                   05 WS-CV-QTY PIC 9(07).
                   05 WS-CV-UNIT-COST PIC 9(05)V99.
                   05 WS-CV-NEEDED-BY PIC 9(08).
                   05 WS-CV-PO-NUMBER PIC 9(06).
                   05 WS-CV-LINE-NO PIC 9(03).
           01 WS-CONVERT-COUNT PIC 9(03) VALUE ZERO.
           01 WS-CONVERT-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CONVERT-OVERFLOWED VALUE 'Y'.
           01 WS-VENDOR-SUB PIC 9(03) VALUE ZERO.

           01 WS-NEXT-PO-NUMBER PIC 9(06) VALUE ZERO.
           01 WS-CURRENT-VENDOR PIC 9(04) VALUE ZERO.
           01 WS-LINE-NO PIC 9(03) VALUE ZERO.
           01 WS-HEADER-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-LINE-VALUE PIC 9(09)V99 VALUE ZERO.
           01 WS-PROMISED-DATE PIC 9(08) VALUE ZERO.
           01 WS-PO-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM SIGN-ON-PARA
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O REQUISITION-FILE
           IF WS-REQ-STATUS = "35"
               OPEN OUTPUT REQUISITION-FILE
               CLOSE REQUISITION-FILE
               OPEN I-O REQUISITION-FILE
           END-IF
           OPEN I-O PO-HEADER-FILE
           IF WS-HEADER-STATUS = "35"
               OPEN OUTPUT PO-HEADER-FILE
               CLOSE PO-HEADER-FILE
               OPEN I-O PO-HEADER-FILE
           END-IF
           OPEN I-O PO-LINE-FILE
           IF WS-LINE-STATUS = "35"
               OPEN OUTPUT PO-LINE-FILE
               CLOSE PO-LINE-FILE
               OPEN I-O PO-LINE-FILE
           END-IF
           OPEN INPUT VENDOR-MASTER
           OPEN INPUT INVENTORY-MASTER

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

           CLOSE REQUISITION-FILE
           CLOSE PO-HEADER-FILE
           CLOSE PO-LINE-FILE
           CLOSE VENDOR-MASTER
           CLOSE INVENTORY-MASTER

            STOP RUN.

           SIGN-ON-PARA.

           MOVE 'N' TO WS-AUTH-EOF-SWITCH
           OPEN INPUT USER-AUTHORITY-FILE
           PERFORM READ-AUTHORITY-PARA
           PERFORM MATCH-AUTHORITY-PARA UNTIL WS-AUTH-EOF
           CLOSE USER-AUTHORITY-FILE
           IF WS-SIGNED-ON AND WS-AUTH-COUNT NOT = ZERO
               PERFORM SIGN-ON-CONTROL-PARA
               IF NOT WS-SIGNED-ON
                   DISPLAY "SIGN-ON REJECTED"
                   STOP RUN
               END-IF
           END-IF
           IF WS-AUTH-COUNT = ZERO
               DISPLAY "NO USER-AUTHORITY FILE - SIGN-ON WAIVED, "
                   "NO PO LIMIT IN FORCE"
               MOVE 'Y' TO WS-SIGNED-ON-SWITCH
               MOVE "BUYER" TO WS-OPERATOR-ID
           END-IF.

           SIGN-ON-CONTROL-PARA.

           MOVE WS-SIGNED-ON-SWITCH TO WS-SIGNON-MATCHED
           CALL "SignOnControl" USING WS-AUTH-PROGRAM-NAME
               WS-OPERATOR-ID WS-OPERATOR-PASSWORD
               WS-SIGNON-MATCHED WS-SIGNON-RESULT
           IF NOT WS-SIGNON-PASSED
               MOVE 'N' TO WS-SIGNED-ON-SWITCH
           END-IF.

           READ-AUTHORITY-PARA.

           READ USER-AUTHORITY-FILE
               AT END MOVE 'Y' TO WS-AUTH-EOF-SWITCH
           END-READ.

           MATCH-AUTHORITY-PARA.

           IF WS-AUTH-COUNT = ZERO
               DISPLAY "ENTER OPERATOR ID "
               ACCEPT WS-OPERATOR-ID
               DISPLAY "ENTER PASSWORD "
               ACCEPT WS-OPERATOR-PASSWORD
           END-IF
           ADD 1 TO WS-AUTH-COUNT
           IF UA-OPERATOR-ID = WS-OPERATOR-ID
                   AND UA-PASSWORD = WS-OPERATOR-PASSWORD
                   AND UA-PROGRAM = WS-AUTH-PROGRAM-NAME
               MOVE 'Y' TO WS-SIGNED-ON-SWITCH
               MOVE UA-PO-LIMIT TO WS-BUYER-LIMIT
               MOVE 'Y' TO WS-BUYER-LIMIT-SET-SWITCH
           END-IF
           PERFORM READ-AUTHORITY-PARA
           IF WS-AUTH-EOF AND NOT WS-SIGNED-ON
               PERFORM SIGN-ON-CONTROL-PARA
               DISPLAY "SIGN-ON REJECTED - NO AUTHORITY FOR THIS "
                   "PROGRAM"
               STOP RUN
           END-IF.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (L=LIST A=APPROVE R=REJECT "
               "C=CONVERT TO PURCHASE ORDERS E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-LIST
                   PERFORM LIST-PARA
               WHEN WS-TRAN-APPROVE
                   PERFORM APPROVE-PARA
               WHEN WS-TRAN-REJECT
                   PERFORM REJECT-PARA
               WHEN WS-TRAN-CONVERT
                   PERFORM CONVERT-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

      *>--------------- list -----------------------------------------

           LIST-PARA.

           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE LOW-VALUES TO RQ-REQ-KEY
           START REQUISITION-FILE KEY >= RQ-REQ-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ REQUISITION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF-SWITCH
                   NOT AT END
                       IF RQ-PENDING OR RQ-APPROVED
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM SHOW-REQUISITION-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO REQUISITIONS WAITING ON PURCHASING"
           END-IF.

           SHOW-REQUISITION-PARA.

           DISPLAY RQ-DEPT-CODE " REQ " RQ-REQ-NO " STATUS "
               RQ-STATUS " " RQ-REQUESTER " NEEDED BY "
               RQ-NEEDED-BY
           DISPLAY "    ITEM " RQ-ITEM-CODE " " RQ-DESCRIPTION
               " QTY " RQ-QTY " AT " RQ-UNIT-COST
           EVALUATE TRUE
               WHEN RQ-OVER-BUDGET
                   DISPLAY "    *** OVER BUDGET ON "
                       RQ-EXPENSE-ACCOUNT " - " RQ-BUDGET-REMAINING
                       " WAS LEFT WHEN RAISED"
               WHEN RQ-NO-BUDGET
                   DISPLAY "    *** NO BUDGET ON "
                       RQ-EXPENSE-ACCOUNT " WHEN RAISED"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RQ-APPROVED
               DISPLAY "    APPROVED BY " RQ-APPROVED-BY
                   " FOR VENDOR " RQ-VENDOR-CODE
           END-IF.

      *>--------------- approve / reject ---------------------------

           FIND-REQUISITION-PARA.

           DISPLAY "ENTER DEPARTMENT CODE "
           ACCEPT WS-ENTRY-DEPT
           DISPLAY "ENTER REQUISITION NUMBER "
           ACCEPT WS-ENTRY-REQ-NO
           MOVE WS-ENTRY-DEPT TO RQ-DEPT-CODE
           MOVE WS-ENTRY-REQ-NO TO RQ-REQ-NO
           READ REQUISITION-FILE
               INVALID KEY
                   DISPLAY "REQUISITION NOT ON FILE"
                   MOVE SPACE TO RQ-STATUS
               NOT INVALID KEY
                   PERFORM SHOW-REQUISITION-PARA
                   IF NOT RQ-PENDING
                       DISPLAY "REQUISITION IS NOT AWAITING APPROVAL"
                   END-IF
           END-READ.

           APPROVE-PARA.

           PERFORM FIND-REQUISITION-PARA
           IF RQ-PENDING
               MOVE 'Y' TO WS-APPROVE-OK-SWITCH
               IF RQ-OVER-BUDGET OR RQ-NO-BUDGET
                   DISPLAY "NOT COVERED BY THE BUDGET - APPROVE "
                       "ANYWAY (Y/N) "
                   ACCEPT WS-ANSWER
                   IF NOT WS-ANSWER-YES
                       MOVE 'N' TO WS-APPROVE-OK-SWITCH
                       DISPLAY "LEFT AWAITING APPROVAL"
                   END-IF
               END-IF
               IF WS-APPROVE-OK AND RQ-FREE-TEXT
                   PERFORM CATALOGUE-ITEM-PARA
               END-IF
               IF WS-APPROVE-OK
                   PERFORM CHOOSE-VENDOR-PARA
               END-IF
               IF WS-APPROVE-OK
                   DISPLAY "ENTER AGREED UNIT COST (0 = KEEP "
                       RQ-UNIT-COST ") "
                   ACCEPT WS-ENTRY-COST
                   IF WS-ENTRY-COST > ZERO
                       MOVE WS-ENTRY-COST TO RQ-UNIT-COST
                   END-IF
                   MOVE 'A' TO RQ-STATUS
                   MOVE WS-OPERATOR-ID TO RQ-APPROVED-BY
                   REWRITE REQUISITION-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO UPDATE REQUISITION"
                       NOT INVALID KEY
                           DISPLAY "APPROVED - VENDOR "
                               RQ-VENDOR-CODE " ITEM " RQ-ITEM-CODE
                   END-REWRITE
               END-IF
           END-IF.

           CATALOGUE-ITEM-PARA.

      *> a purchase order line is for a stocked item, so a free-text
      *> request is set up on INVENTORY-MASTER before it is approved
           DISPLAY "FREE-TEXT LINE - ENTER THE ITEM CODE IT IS "
               "CATALOGUED UNDER "
           ACCEPT WS-ENTRY-ITEM
           MOVE WS-ENTRY-ITEM TO IM-ITEM-CODE
           READ INVENTORY-MASTER
               INVALID KEY
                   DISPLAY "ITEM NOT ON INVENTORY MASTER - SET IT "
                       "UP FIRST, NOT APPROVED"
                   MOVE 'N' TO WS-APPROVE-OK-SWITCH
               NOT INVALID KEY
                   MOVE IM-ITEM-CODE TO RQ-ITEM-CODE
           END-READ.

           CHOOSE-VENDOR-PARA.

           MOVE RQ-ITEM-CODE TO IM-ITEM-CODE
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE ZERO TO IM-VENDOR-CODE
           END-READ
           DISPLAY "ENTER VENDOR CODE (0 = ITEM'S USUAL VENDOR "
               IM-VENDOR-CODE ") "
           ACCEPT WS-ENTRY-VENDOR
           IF WS-ENTRY-VENDOR = ZERO
               MOVE IM-VENDOR-CODE TO WS-ENTRY-VENDOR
           END-IF
           MOVE WS-ENTRY-VENDOR TO VM-VENDOR-CODE
           READ VENDOR-MASTER
               INVALID KEY
                   DISPLAY "VENDOR NOT ON VENDOR-MASTER - NOT APPROVED"
                   MOVE 'N' TO WS-APPROVE-OK-SWITCH
               NOT INVALID KEY
                   MOVE VM-VENDOR-CODE TO RQ-VENDOR-CODE
           END-READ.

           REJECT-PARA.

           PERFORM FIND-REQUISITION-PARA
           IF RQ-PENDING
               MOVE 'R' TO RQ-STATUS
               MOVE WS-OPERATOR-ID TO RQ-APPROVED-BY
               REWRITE REQUISITION-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO UPDATE REQUISITION"
                   NOT INVALID KEY
                       DISPLAY "REJECTED"
               END-REWRITE
           END-IF.

      *>--------------- convert to purchase orders ------------------

           CONVERT-PARA.

           PERFORM LOAD-APPROVED-PARA
           EVALUATE TRUE
               WHEN WS-CONVERT-OVERFLOWED
                   DISPLAY "*** MORE APPROVED REQUISITIONS THAN THE "
                       "TABLE HOLDS - NOTHING CONVERTED ***"
               WHEN WS-CONVERT-COUNT = ZERO
                   DISPLAY "NO APPROVED REQUISITIONS TO CONVERT"
               WHEN OTHER
                   PERFORM FIND-LAST-PO-PARA
                   MOVE ZERO TO WS-PO-COUNT
                   PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
                           UNTIL WS-VENDOR-SUB > WS-CONVERT-COUNT
                       IF WS-CV-PO-NUMBER(WS-VENDOR-SUB) = ZERO
                           PERFORM RAISE-VENDOR-PO-PARA
                       END-IF
                   END-PERFORM
                   PERFORM MARK-ORDERED-PARA
                   DISPLAY WS-CONVERT-COUNT " REQUISITIONS CONVERTED "
                       "ONTO " WS-PO-COUNT " PURCHASE ORDERS"
           END-EVALUATE.

           LOAD-APPROVED-PARA.

           MOVE ZERO TO WS-CONVERT-COUNT
           MOVE 'N' TO WS-CONVERT-OVERFLOW-SWITCH
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE LOW-VALUES TO RQ-REQ-KEY
           START REQUISITION-FILE KEY >= RQ-REQ-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ REQUISITION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF-SWITCH
                   NOT AT END
                       IF RQ-APPROVED
                           PERFORM TAKE-APPROVED-PARA
                       END-IF
               END-READ
           END-PERFORM.

           TAKE-APPROVED-PARA.

           IF WS-CONVERT-COUNT = 500
               MOVE 'Y' TO WS-CONVERT-OVERFLOW-SWITCH
           ELSE
               ADD 1 TO WS-CONVERT-COUNT
               SET WS-CV-IDX TO WS-CONVERT-COUNT
               MOVE RQ-DEPT-CODE TO WS-CV-DEPT(WS-CV-IDX)
               MOVE RQ-REQ-NO TO WS-CV-REQ-NO(WS-CV-IDX)
               MOVE RQ-VENDOR-CODE TO WS-CV-VENDOR(WS-CV-IDX)
               MOVE RQ-ITEM-CODE TO WS-CV-ITEM(WS-CV-IDX)
               MOVE RQ-QTY TO WS-CV-QTY(WS-CV-IDX)
               MOVE RQ-UNIT-COST TO WS-CV-UNIT-COST(WS-CV-IDX)
               MOVE RQ-NEEDED-BY TO WS-CV-NEEDED-BY(WS-CV-IDX)
               MOVE ZERO TO WS-CV-PO-NUMBER(WS-CV-IDX)
               MOVE ZERO TO WS-CV-LINE-NO(WS-CV-IDX)
           END-IF.

           FIND-LAST-PO-PARA.

      *> PO numbers run across the single-item and multi-line files
           MOVE ZERO TO WS-NEXT-PO-NUMBER
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE ZERO TO PH-PO-NUMBER
           START PO-HEADER-FILE KEY >= PH-PO-NUMBER
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ PO-HEADER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF-SWITCH
                   NOT AT END
                       MOVE PH-PO-NUMBER TO WS-NEXT-PO-NUMBER
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PO-STATUS NOT = "00"
               MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-IF
           PERFORM UNTIL WS-LIST-EOF
               READ PURCHASE-ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF-SWITCH
                   NOT AT END
                       IF PO-NUMBER > WS-NEXT-PO-NUMBER
                           MOVE PO-NUMBER TO WS-NEXT-PO-NUMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDER-FILE.

           RAISE-VENDOR-PO-PARA.

           ADD 1 TO WS-NEXT-PO-NUMBER
           ADD 1 TO WS-PO-COUNT
           MOVE WS-CV-VENDOR(WS-VENDOR-SUB) TO WS-CURRENT-VENDOR
           MOVE ZERO TO WS-LINE-NO
           MOVE ZERO TO WS-HEADER-TOTAL
           MOVE WS-CV-NEEDED-BY(WS-VENDOR-SUB) TO WS-PROMISED-DATE
           PERFORM VARYING WS-CV-IDX FROM WS-VENDOR-SUB BY 1
                   UNTIL WS-CV-IDX > WS-CONVERT-COUNT
               IF WS-CV-VENDOR(WS-CV-IDX) = WS-CURRENT-VENDOR
                       AND WS-CV-PO-NUMBER(WS-CV-IDX) = ZERO
                   PERFORM WRITE-PO-LINE-PARA
               END-IF
           END-PERFORM

           MOVE WS-NEXT-PO-NUMBER TO PH-PO-NUMBER
           MOVE WS-CURRENT-VENDOR TO PH-VENDOR-CODE
           MOVE WS-RUN-DATE TO PH-ORDER-DATE
           MOVE 'O' TO PH-STATUS
           MOVE WS-LINE-NO TO PH-LINE-COUNT
           MOVE WS-HEADER-TOTAL TO PH-TOTAL-VALUE
           MOVE WS-PROMISED-DATE TO PH-PROMISED-DATE
           MOVE ZERO TO PH-FIRST-RECEIPT-DATE
           MOVE ZERO TO PH-FIRST-RECEIPT-QTY
           IF WS-BUYER-LIMIT-SET
                   AND WS-HEADER-TOTAL > WS-BUYER-LIMIT
               MOVE 'P' TO PH-STATUS
           END-IF
           WRITE PO-HEADER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO WRITE PO HEADER "
                       WS-NEXT-PO-NUMBER
               NOT INVALID KEY
                   DISPLAY "PO " PH-PO-NUMBER " VENDOR "
                       PH-VENDOR-CODE " - " PH-LINE-COUNT
                       " LINES, VALUE " PH-TOTAL-VALUE
                   IF PH-PENDING-APPROVAL
                       DISPLAY "    EXCEEDS YOUR APPROVAL LIMIT OF "
                           WS-BUYER-LIMIT
                           " - WRITTEN PENDING APPROVAL"
                   END-IF
           END-WRITE.

           WRITE-PO-LINE-PARA.

           ADD 1 TO WS-LINE-NO
           MOVE WS-NEXT-PO-NUMBER TO PL-PO-NUMBER
           MOVE WS-LINE-NO TO PL-LINE-NO
           MOVE WS-CV-ITEM(WS-CV-IDX) TO PL-ITEM-CODE
           MOVE WS-CV-QTY(WS-CV-IDX) TO PL-ORDER-QTY
           MOVE WS-CV-UNIT-COST(WS-CV-IDX) TO PL-UNIT-COST
           MOVE ZERO TO PL-RECEIVED-QTY
           MOVE 'O' TO PL-LINE-STATUS
           WRITE PO-LINE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO WRITE PO LINE " PL-LINE-KEY
           END-WRITE
           MOVE WS-NEXT-PO-NUMBER TO WS-CV-PO-NUMBER(WS-CV-IDX)
           MOVE WS-LINE-NO TO WS-CV-LINE-NO(WS-CV-IDX)
           COMPUTE WS-LINE-VALUE = PL-ORDER-QTY * PL-UNIT-COST
           ADD WS-LINE-VALUE TO WS-HEADER-TOTAL
           IF WS-CV-NEEDED-BY(WS-CV-IDX) < WS-PROMISED-DATE
               MOVE WS-CV-NEEDED-BY(WS-CV-IDX) TO WS-PROMISED-DATE
           END-IF.

           MARK-ORDERED-PARA.

           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CONVERT-COUNT
               MOVE WS-CV-DEPT(WS-CV-IDX) TO RQ-DEPT-CODE
               MOVE WS-CV-REQ-NO(WS-CV-IDX) TO RQ-REQ-NO
               READ REQUISITION-FILE
                   INVALID KEY
                       DISPLAY "REQUISITION " RQ-REQ-KEY
                           " VANISHED DURING CONVERSION"
                   NOT INVALID KEY
                       MOVE 'O' TO RQ-STATUS
                       MOVE WS-CV-PO-NUMBER(WS-CV-IDX) TO RQ-PO-NUMBER
                       MOVE WS-CV-LINE-NO(WS-CV-IDX) TO RQ-PO-LINE-NO
                       REWRITE REQUISITION-RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO UPDATE REQUISITION "
                                   RQ-REQ-KEY
                       END-REWRITE
               END-READ
           END-PERFORM.

       END PROGRAM RequisitionPurchasing.
