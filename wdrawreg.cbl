           *> graduated or suspended) with the status effective date,
           *> now that the rosters, summaries and extracts all skip
           *> those students
           *> each withdrawal now shows the refund credited to the
           *> student by the withdrawal refund run, with the total
           *> refunded at the foot
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT OPTIONAL STUDENT-BILLING-FILE ASSIGN TO "STUBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
           COPY STUDMSTR.

       FD STUDENT-BILLING-FILE.
           COPY STUBILL.

       WORKING-STORAGE SECTION.

           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-BILLING-STATUS PIC X(02) VALUE SPACES.
           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-BILL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BILL-EOF VALUE 'Y'.

      *> refund credits posted by the withdrawal refund run
           01 WS-REFUND-TABLE.
               02 WS-REFUND-ENTRY OCCURS 1000 TIMES
                       INDEXED BY WS-REFUND-IDX.
                   05 WS-RF-STUDENT-ID PIC 9(05).
                   05 WS-RF-AMOUNT PIC 9(07)V99.
           01 WS-REFUND-COUNT PIC 9(04) VALUE ZERO.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.
           01 WS-STUDENT-REFUND PIC 9(07)V99 VALUE ZERO.
           01 WS-REFUND-TOTAL PIC 9(09)V99 VALUE ZERO.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-WITHDRAWN-COUNT PIC 9(05) VALUE ZERO.
           DISPLAY "RUN DATE : " WS-RUN-DATE
           DISPLAY " "

           PERFORM LOAD-REFUNDS-PARA

           OPEN INPUT STUDENT-MASTER
           PERFORM READ-PARA
           PERFORM REGISTER-PARA UNTIL WS-EOF
           DISPLAY "WITHDRAWN : " WS-WITHDRAWN-COUNT
           DISPLAY "GRADUATED : " WS-GRADUATED-COUNT
           DISPLAY "SUSPENDED : " WS-SUSPENDED-COUNT
           DISPLAY "REFUNDED  : " WS-REFUND-TOTAL

            STOP RUN.

               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

           LOAD-REFUNDS-PARA.

           OPEN INPUT STUDENT-BILLING-FILE
           PERFORM READ-BILLING-PARA
           PERFORM NOTE-REFUND-PARA UNTIL WS-BILL-EOF
           CLOSE STUDENT-BILLING-FILE.

           READ-BILLING-PARA.

           READ STUDENT-BILLING-FILE
               AT END MOVE 'Y' TO WS-BILL-EOF-SWITCH
           END-READ.

           NOTE-REFUND-PARA.

           IF BL-REFUND-CREDIT
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM VARYING WS-REFUND-IDX FROM 1 BY 1
                       UNTIL WS-REFUND-IDX > WS-REFUND-COUNT
                   IF WS-RF-STUDENT-ID(WS-REFUND-IDX) = BL-STUDENT-ID
                       ADD BL-AMOUNT TO WS-RF-AMOUNT(WS-REFUND-IDX)
                       MOVE 'Y' TO WS-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND AND WS-REFUND-COUNT < 1000
                   ADD 1 TO WS-REFUND-COUNT
                   SET WS-REFUND-IDX TO WS-REFUND-COUNT
                   MOVE BL-STUDENT-ID TO WS-RF-STUDENT-ID(WS-REFUND-IDX)
                   MOVE BL-AMOUNT TO WS-RF-AMOUNT(WS-REFUND-IDX)
               END-IF
           END-IF
           PERFORM READ-BILLING-PARA.

           REGISTER-PARA.

           EVALUATE TRUE
               WHEN SM-WITHDRAWN
                   ADD 1 TO WS-WITHDRAWN-COUNT
                   PERFORM PRINT-WITHDRAWAL-PARA
               WHEN SM-GRADUATED
                   ADD 1 TO WS-GRADUATED-COUNT
                   PERFORM PRINT-STUDENT-PARA
               " STATUS " SM-ENROLL-STATUS
               " SINCE " SM-STATUS-DATE.

           PRINT-WITHDRAWAL-PARA.

           MOVE ZERO TO WS-STUDENT-REFUND
           PERFORM VARYING WS-REFUND-IDX FROM 1 BY 1
                   UNTIL WS-REFUND-IDX > WS-REFUND-COUNT
               IF WS-RF-STUDENT-ID(WS-REFUND-IDX) = SM-STUDENT-ID
                   MOVE WS-RF-AMOUNT(WS-REFUND-IDX)
                       TO WS-STUDENT-REFUND
               END-IF
           END-PERFORM
           ADD WS-STUDENT-REFUND TO WS-REFUND-TOTAL
           DISPLAY SM-STUDENT-ID " " SM-STUDENT-NAME
               " CLASS " SM-STUDENT-CLASS
               " STATUS " SM-ENROLL-STATUS
               " SINCE " SM-STATUS-DATE
               " REFUND " WS-STUDENT-REFUND.

       END PROGRAM WithdrawalRegister.
