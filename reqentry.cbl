       IDENTIFICATION DIVISION.
       PROGRAM-ID. RequisitionEntry.
       ENVIRONMENT DIVISION.
           *> departmental purchase requisitions - a department asks
           *> purchasing for goods here instead of by e-mail, so who
           *> asked for what, and when it is needed, is on file
           *> A adds a requisition line under the department's next
           *> requisition number - an inventory item, or (item 0) a
           *> free-text description with an estimated unit cost -
           *> and checks the line's value against what is left of
           *> the department's BUDGET on its expense account this
           *> period: the budget less the GL-MASTER actual less the
           *> department's requisitions still awaiting approval or
           *> conversion; a line over budget is still taken but is
           *> flagged for the approver
           *> I lists a department's requisitions with their status
           *> and the purchase order each was converted onto
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISITION-FILE ASSIGN TO "REQUISN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQ-KEY
               FILE STATUS IS WS-REQ-STATUS.

           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT OPTIONAL BUDGET-FILE ASSIGN TO "BUDGET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-BUDGET-KEY
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT OPTIONAL GL-MASTER-FILE ASSIGN TO "GLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-BALANCE-KEY
               FILE STATUS IS WS-GLMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUISITION-FILE.
           COPY REQUISN.

       FD DEPARTMENT-MASTER.
           COPY DEPTMSTR.

       FD INVENTORY-MASTER.
           COPY INVMSTR.

       FD BUDGET-FILE.
           COPY BUDGET.

       FD GL-MASTER-FILE.
           COPY GLMASTER.

       WORKING-STORAGE SECTION.

           01 WS-REQ-STATUS PIC X(02) VALUE SPACES.
           01 WS-DEPT-STATUS PIC X(02) VALUE SPACES.
           01 WS-INVENTORY-STATUS PIC X(02) VALUE SPACES.
           01 WS-BUDGET-STATUS PIC X(02) VALUE SPACES.
           01 WS-GLMAST-STATUS PIC X(02) VALUE SPACES.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-ADD VALUE 'A'.
               88 WS-TRAN-INQUIRE VALUE 'I'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-LIST-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LIST-EOF VALUE 'Y'.
           01 WS-LINE-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LINE-OK VALUE 'Y'.
           01 WS-BUDGET-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BUDGET-OPEN VALUE 'Y'.
           01 WS-GLMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88 WS-GLMAST-OPEN VALUE 'Y'.

           01 WS-ENTRY-DEPT PIC X(10) VALUE SPACES.
           01 WS-ENTRY-ITEM PIC 9(05) VALUE ZERO.

      *> the line as keyed, held aside while the department's
      *> requisitions are scanned for the number and the budget
           01 WS-HELD-REQUESTER PIC X(20) VALUE SPACES.
           01 WS-HELD-ITEM PIC 9(05) VALUE ZERO.
           01 WS-HELD-DESCRIPTION PIC X(30) VALUE SPACES.
           01 WS-HELD-QTY PIC 9(07) VALUE ZERO.
           01 WS-HELD-UNIT-COST PIC 9(05)V99 VALUE ZERO.
           01 WS-HELD-NEEDED-BY PIC 9(08) VALUE ZERO.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-NEXT-REQ-NO PIC 9(06) VALUE ZERO.
           01 WS-LIST-COUNT PIC 9(05) VALUE ZERO.

      *> the department's budget position for the period
           01 WS-BUDGET-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-ACTUAL PIC S9(11)V99 VALUE ZERO.
           01 WS-COMMITTED PIC 9(11)V99 VALUE ZERO.
           01 WS-REMAINING PIC S9(11)V99 VALUE ZERO.
           01 WS-LINE-VALUE PIC 9(11)V99 VALUE ZERO.
           01 WS-BUDGET-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BUDGET-FOUND VALUE 'Y'.

           01 WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-VALUE PIC ZZZ,ZZZ,ZZ9.99-.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD

           OPEN I-O REQUISITION-FILE
           IF WS-REQ-STATUS = "35"
               OPEN OUTPUT REQUISITION-FILE
               CLOSE REQUISITION-FILE
               OPEN I-O REQUISITION-FILE
           END-IF
           OPEN INPUT DEPARTMENT-MASTER
           OPEN INPUT INVENTORY-MASTER
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS = "00"
               MOVE 'Y' TO WS-BUDGET-OPEN-SWITCH
           ELSE
               IF WS-BUDGET-STATUS = "05"
                   CLOSE BUDGET-FILE
               END-IF
           END-IF
           OPEN INPUT GL-MASTER-FILE
           IF WS-GLMAST-STATUS = "00"
               MOVE 'Y' TO WS-GLMAST-OPEN-SWITCH
           ELSE
               IF WS-GLMAST-STATUS = "05"
                   CLOSE GL-MASTER-FILE
               END-IF
           END-IF

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

           CLOSE REQUISITION-FILE
           CLOSE DEPARTMENT-MASTER
           CLOSE INVENTORY-MASTER
           IF WS-BUDGET-OPEN
               CLOSE BUDGET-FILE
           END-IF
           IF WS-GLMAST-OPEN
               CLOSE GL-MASTER-FILE
           END-IF

            STOP RUN.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (A=ADD REQUISITION "
               "I=INQUIRE BY DEPARTMENT E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM ADD-REQUISITION-PARA
               WHEN WS-TRAN-INQUIRE
                   PERFORM INQUIRE-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

           ADD-REQUISITION-PARA.

           DISPLAY "ENTER DEPARTMENT CODE "
           ACCEPT WS-ENTRY-DEPT
           MOVE WS-ENTRY-DEPT TO DP-DEPT-CODE
           READ DEPARTMENT-MASTER
               INVALID KEY
                   DISPLAY "DEPARTMENT NOT ON DEPARTMENT-MASTER"
               NOT INVALID KEY
                   PERFORM CAPTURE-LINE-PARA
                   IF WS-LINE-OK
                       PERFORM SCAN-DEPARTMENT-PARA
                       PERFORM CHECK-BUDGET-PARA
                       PERFORM WRITE-REQUISITION-PARA
                   END-IF
           END-READ.

           CAPTURE-LINE-PARA.

           MOVE 'N' TO WS-LINE-OK-SWITCH
           MOVE ZERO TO WS-HELD-ITEM
           MOVE SPACES TO WS-HELD-DESCRIPTION
           MOVE ZERO TO WS-HELD-UNIT-COST
           DISPLAY "ENTER REQUESTED BY "
           ACCEPT WS-HELD-REQUESTER
           DISPLAY "ENTER ITEM CODE (0 FOR A FREE-TEXT LINE) "
           ACCEPT WS-ENTRY-ITEM
           IF WS-ENTRY-ITEM = ZERO
               DISPLAY "ENTER DESCRIPTION OF WHAT IS NEEDED "
               ACCEPT WS-HELD-DESCRIPTION
               DISPLAY "ENTER ESTIMATED UNIT COST "
               ACCEPT WS-HELD-UNIT-COST
           ELSE
               MOVE WS-ENTRY-ITEM TO IM-ITEM-CODE
               READ INVENTORY-MASTER
                   INVALID KEY
                       DISPLAY "ITEM NOT ON INVENTORY MASTER - "
                           "ENTER IT AS A FREE-TEXT LINE"
                       MOVE ZERO TO WS-ENTRY-ITEM
                   NOT INVALID KEY
                       MOVE IM-ITEM-CODE TO WS-HELD-ITEM
                       MOVE IM-ITEM-DESCRIPTION TO WS-HELD-DESCRIPTION
                       MOVE IM-UNIT-COST TO WS-HELD-UNIT-COST
               END-READ
           END-IF
           DISPLAY "ENTER QUANTITY "
           ACCEPT WS-HELD-QTY
           DISPLAY "ENTER NEEDED-BY DATE (YYYYMMDD) "
           ACCEPT WS-HELD-NEEDED-BY
           MOVE 'V' TO WS-DS-FUNCTION
           MOVE WS-HELD-NEEDED-BY TO WS-DS-DATE-1
           CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
           EVALUATE TRUE
               WHEN WS-ENTRY-ITEM = ZERO
                       AND WS-HELD-DESCRIPTION = SPACES
                   DISPLAY "NO ITEM OR DESCRIPTION - NOT RECORDED"
               WHEN WS-HELD-QTY = ZERO
                   DISPLAY "NO QUANTITY - NOT RECORDED"
               WHEN WS-HELD-REQUESTER = SPACES
                   DISPLAY "NO REQUESTER - NOT RECORDED"
               WHEN WS-DS-RESULT = 'N'
                   DISPLAY "NEEDED-BY IS NOT A REAL DATE - "
                       "NOT RECORDED"
               WHEN WS-HELD-NEEDED-BY < WS-RUN-DATE
                   DISPLAY "NEEDED-BY DATE HAS PASSED - NOT RECORDED"
               WHEN OTHER
                   MOVE 'Y' TO WS-LINE-OK-SWITCH
           END-EVALUATE.

           SCAN-DEPARTMENT-PARA.

      *> one pass over the department's requisitions gives the next
      *> requisition number and what is already committed against
      *> the budget this period
           MOVE ZERO TO WS-NEXT-REQ-NO
           MOVE ZERO TO WS-COMMITTED
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE WS-ENTRY-DEPT TO RQ-DEPT-CODE
           MOVE ZERO TO RQ-REQ-NO
           START REQUISITION-FILE KEY >= RQ-REQ-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ REQUISITION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF-SWITCH
                   NOT AT END
                       IF RQ-DEPT-CODE NOT = WS-ENTRY-DEPT
                           MOVE 'Y' TO WS-LIST-EOF-SWITCH
                       ELSE
                           MOVE RQ-REQ-NO TO WS-NEXT-REQ-NO
                           IF (RQ-PENDING OR RQ-APPROVED)
                                   AND RQ-REQ-DATE(1:6) = WS-PERIOD
                               COMPUTE WS-COMMITTED = WS-COMMITTED
                                   + RQ-QTY * RQ-UNIT-COST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-REQ-NO.

           CHECK-BUDGET-PARA.

           MOVE 'N' TO WS-BUDGET-FOUND-SWITCH
           MOVE ZERO TO WS-BUDGET-AMOUNT
           MOVE ZERO TO WS-ACTUAL
           IF WS-BUDGET-OPEN
               MOVE DP-EXPENSE-ACCOUNT TO BG-ACCOUNT
               MOVE WS-PERIOD TO BG-PERIOD
               READ BUDGET-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BUDGET-FOUND-SWITCH
                       MOVE BG-AMOUNT TO WS-BUDGET-AMOUNT
               END-READ
           END-IF
           IF WS-GLMAST-OPEN
               MOVE DP-EXPENSE-ACCOUNT TO GL-ACCOUNT
               MOVE WS-PERIOD TO GL-PERIOD
               READ GL-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-ACTUAL = GL-DEBITS - GL-CREDITS
               END-READ
           END-IF
           COMPUTE WS-REMAINING =
               WS-BUDGET-AMOUNT - WS-ACTUAL - WS-COMMITTED.

           WRITE-REQUISITION-PARA.

           PERFORM CAPTURED-LINE-BACK-PARA
           MOVE WS-ENTRY-DEPT TO RQ-DEPT-CODE
           MOVE WS-NEXT-REQ-NO TO RQ-REQ-NO
           MOVE WS-RUN-DATE TO RQ-REQ-DATE
           MOVE DP-EXPENSE-ACCOUNT TO RQ-EXPENSE-ACCOUNT
           MOVE WS-REMAINING TO RQ-BUDGET-REMAINING
           COMPUTE WS-LINE-VALUE = RQ-QTY * RQ-UNIT-COST
           EVALUATE TRUE
               WHEN NOT WS-BUDGET-FOUND
                   MOVE 'N' TO RQ-BUDGET-FLAG
               WHEN WS-LINE-VALUE > WS-REMAINING
                   MOVE 'O' TO RQ-BUDGET-FLAG
               WHEN OTHER
                   MOVE 'W' TO RQ-BUDGET-FLAG
           END-EVALUATE
           MOVE 'P' TO RQ-STATUS
           MOVE ZERO TO RQ-VENDOR-CODE
           MOVE SPACES TO RQ-APPROVED-BY
           MOVE ZERO TO RQ-PO-NUMBER
           MOVE ZERO TO RQ-PO-LINE-NO
           WRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO WRITE REQUISITION"
               NOT INVALID KEY
                   MOVE WS-LINE-VALUE TO WS-EDIT-VALUE
                   MOVE WS-REMAINING TO WS-EDIT-AMOUNT
                   DISPLAY "REQUISITION " RQ-DEPT-CODE " "
                       RQ-REQ-NO " RECORDED - VALUE " WS-EDIT-VALUE
                   EVALUATE TRUE
                       WHEN RQ-NO-BUDGET
                           DISPLAY "*** NO BUDGET FOR ACCOUNT "
                               RQ-EXPENSE-ACCOUNT " IN PERIOD "
                               WS-PERIOD " - FLAGGED FOR APPROVER"
                       WHEN RQ-OVER-BUDGET
                           DISPLAY "*** OVER BUDGET - ONLY "
                               WS-EDIT-AMOUNT " LEFT ON "
                               RQ-EXPENSE-ACCOUNT
                               " - FLAGGED FOR APPROVER"
                       WHEN OTHER
                           DISPLAY "WITHIN BUDGET - " WS-EDIT-AMOUNT
                               " LEFT ON " RQ-EXPENSE-ACCOUNT
                   END-EVALUATE
           END-WRITE.

           CAPTURED-LINE-BACK-PARA.

           MOVE WS-HELD-REQUESTER TO RQ-REQUESTER
           MOVE WS-HELD-ITEM TO RQ-ITEM-CODE
           MOVE WS-HELD-DESCRIPTION TO RQ-DESCRIPTION
           MOVE WS-HELD-QTY TO RQ-QTY
           MOVE WS-HELD-UNIT-COST TO RQ-UNIT-COST
           MOVE WS-HELD-NEEDED-BY TO RQ-NEEDED-BY.

           INQUIRE-PARA.

           DISPLAY "ENTER DEPARTMENT CODE "
           ACCEPT WS-ENTRY-DEPT
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE WS-ENTRY-DEPT TO RQ-DEPT-CODE
           MOVE ZERO TO RQ-REQ-NO
           START REQUISITION-FILE KEY >= RQ-REQ-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ REQUISITION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF-SWITCH
                   NOT AT END
                       IF RQ-DEPT-CODE NOT = WS-ENTRY-DEPT
                           MOVE 'Y' TO WS-LIST-EOF-SWITCH
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM SHOW-REQUISITION-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO REQUISITIONS FOR THE DEPARTMENT"
           END-IF.

           SHOW-REQUISITION-PARA.

           DISPLAY "REQ " RQ-REQ-NO " " RQ-REQ-DATE " "
               RQ-REQUESTER " ITEM " RQ-ITEM-CODE " "
               RQ-DESCRIPTION
           DISPLAY "    QTY " RQ-QTY " AT " RQ-UNIT-COST
               " NEEDED BY " RQ-NEEDED-BY " BUDGET " RQ-BUDGET-FLAG
           EVALUATE TRUE
               WHEN RQ-PENDING
                   DISPLAY "    AWAITING APPROVAL"
               WHEN RQ-APPROVED
                   DISPLAY "    APPROVED BY " RQ-APPROVED-BY
                       " - VENDOR " RQ-VENDOR-CODE
                       ", AWAITING PURCHASE ORDER"
               WHEN RQ-REJECTED
                   DISPLAY "    REJECTED BY " RQ-APPROVED-BY
               WHEN RQ-ORDERED
                   DISPLAY "    ORDERED ON PO " RQ-PO-NUMBER
                       " LINE " RQ-PO-LINE-NO
                       " FROM VENDOR " RQ-VENDOR-CODE
           END-EVALUATE.

       END PROGRAM RequisitionEntry.
