       IDENTIFICATION DIVISION.
       PROGRAM-ID. InstalmentPlanMaintenance.
       ENVIRONMENT DIVISION.
           *> maintenance over the new INSTALMENT-PLAN file - a
           *> family that agrees to pay a term in parts has the
           *> student's term charge off STUDENT-BILLING split into two
           *> to four due-dated parts here, instead of on paper, so
           *> the nightly late-fee run can tell when a part is overdue
           *> S sets up (or replaces) a plan - the parts share the
           *> charge evenly with any odd cents on the last part, and
           *> each due date must be a real date later than the part
           *> before - D removes a plan, L lists a student's plans
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALMENT-PLAN ASSIGN TO "INSTPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IP-PLAN-KEY
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT OPTIONAL STUDENT-BILLING-FILE ASSIGN TO "STUBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INSTALMENT-PLAN.
           COPY INSTPLAN.

       FD STUDENT-MASTER.
           COPY STUDMSTR.

       FD STUDENT-BILLING-FILE.
           COPY STUBILL.

       WORKING-STORAGE SECTION.

           01 WS-PLAN-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-BILLING-STATUS PIC X(02) VALUE SPACES.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-SETUP VALUE 'S'.
               88 WS-TRAN-DELETE VALUE 'D'.
               88 WS-TRAN-LIST VALUE 'L'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-BILL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BILL-EOF VALUE 'Y'.
           01 WS-LIST-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LIST-EOF VALUE 'Y'.
           01 WS-PLAN-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PLAN-OK VALUE 'Y'.

           01 WS-ENTRY-STUDENT-ID PIC 9(05) VALUE ZERO.
           01 WS-ENTRY-TERM PIC X(06) VALUE SPACES.
           01 WS-TERM-CHARGE PIC 9(07)V99 VALUE ZERO.
           01 WS-PART-AMOUNT PIC 9(07)V99 VALUE ZERO.
           01 WS-PART-SUB PIC 9(01) VALUE ZERO.
           01 WS-PREVIOUS-DUE PIC 9(08) VALUE ZERO.
           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O INSTALMENT-PLAN
           IF WS-PLAN-STATUS = "35"
               OPEN OUTPUT INSTALMENT-PLAN
               CLOSE INSTALMENT-PLAN
               OPEN I-O INSTALMENT-PLAN
           END-IF
           OPEN INPUT STUDENT-MASTER

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

           CLOSE INSTALMENT-PLAN
           CLOSE STUDENT-MASTER

            STOP RUN.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (S=SET UP PLAN D=DELETE PLAN "
               "L=LIST E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-SETUP
                   PERFORM SETUP-PARA
               WHEN WS-TRAN-DELETE
                   PERFORM DELETE-PARA
               WHEN WS-TRAN-LIST
                   PERFORM LIST-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

           SETUP-PARA.

           DISPLAY "ENTER STUDENT ID "
           ACCEPT WS-ENTRY-STUDENT-ID
           DISPLAY "ENTER TERM CODE "
           ACCEPT WS-ENTRY-TERM
           MOVE WS-ENTRY-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "STUDENT NOT ON FILE - NO PLAN"
               NOT INVALID KEY
                   PERFORM SUM-TERM-CHARGE-PARA
                   IF WS-TERM-CHARGE = ZERO
                       DISPLAY "NO TERM CHARGE ON STUDENT-BILLING "
                           "FOR THIS TERM - BILL THE TERM FIRST"
                   ELSE
                       PERFORM CAPTURE-PARTS-PARA
                       IF WS-PLAN-OK
                           PERFORM STORE-PLAN-PARA
                       END-IF
                   END-IF
           END-READ.

           SUM-TERM-CHARGE-PARA.

           MOVE ZERO TO WS-TERM-CHARGE
           MOVE 'N' TO WS-BILL-EOF-SWITCH
           OPEN INPUT STUDENT-BILLING-FILE
           PERFORM READ-BILLING-PARA
           PERFORM NOTE-CHARGE-PARA UNTIL WS-BILL-EOF
           CLOSE STUDENT-BILLING-FILE.

           READ-BILLING-PARA.

           READ STUDENT-BILLING-FILE
               AT END MOVE 'Y' TO WS-BILL-EOF-SWITCH
           END-READ.

           NOTE-CHARGE-PARA.

           IF BL-CHARGE AND BL-STUDENT-ID = WS-ENTRY-STUDENT-ID
                   AND BL-TERM-CODE = WS-ENTRY-TERM
               ADD BL-AMOUNT TO WS-TERM-CHARGE
           END-IF
           PERFORM READ-BILLING-PARA.

           CAPTURE-PARTS-PARA.

           MOVE 'Y' TO WS-PLAN-OK-SWITCH
           MOVE SPACES TO INSTALMENT-PLAN-RECORD
           MOVE WS-ENTRY-STUDENT-ID TO IP-STUDENT-ID
           MOVE WS-ENTRY-TERM TO IP-TERM-CODE
           MOVE WS-RUN-DATE TO IP-PLAN-DATE
           DISPLAY "TERM CHARGE IS " WS-TERM-CHARGE
           DISPLAY "ENTER NUMBER OF PARTS (2-4) "
           ACCEPT IP-PART-COUNT
           IF IP-PART-COUNT < 2 OR IP-PART-COUNT > 4
               DISPLAY "A PLAN HAS TWO TO FOUR PARTS - NO PLAN"
               MOVE 'N' TO WS-PLAN-OK-SWITCH
           ELSE
               COMPUTE WS-PART-AMOUNT =
                   WS-TERM-CHARGE / IP-PART-COUNT
               MOVE ZERO TO WS-PREVIOUS-DUE
               PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                       UNTIL WS-PART-SUB > 4
                   MOVE ZERO TO IP-DUE-DATE(WS-PART-SUB)
                   MOVE ZERO TO IP-DUE-AMOUNT(WS-PART-SUB)
                   MOVE 'N' TO IP-LATE-FEE-FLAG(WS-PART-SUB)
               END-PERFORM
               PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                       UNTIL WS-PART-SUB > IP-PART-COUNT
                           OR NOT WS-PLAN-OK
                   PERFORM CAPTURE-ONE-PART-PARA
               END-PERFORM
           END-IF.

           CAPTURE-ONE-PART-PARA.

           DISPLAY "ENTER DUE DATE OF PART " WS-PART-SUB
               " (YYYYMMDD) "
           ACCEPT IP-DUE-DATE(WS-PART-SUB)
           MOVE 'V' TO WS-DS-FUNCTION
           MOVE IP-DUE-DATE(WS-PART-SUB) TO WS-DS-DATE-1
           CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
           IF WS-DS-RESULT NOT = 'Y'
                   OR IP-DUE-DATE(WS-PART-SUB) NOT > WS-PREVIOUS-DUE
               DISPLAY "DUE DATE MUST BE A REAL DATE AFTER THE "
                   "PART BEFORE - NO PLAN"
               MOVE 'N' TO WS-PLAN-OK-SWITCH
           ELSE
               MOVE IP-DUE-DATE(WS-PART-SUB) TO WS-PREVIOUS-DUE
               IF WS-PART-SUB = IP-PART-COUNT
                   COMPUTE IP-DUE-AMOUNT(WS-PART-SUB) =
                       WS-TERM-CHARGE
                       - (WS-PART-AMOUNT * (IP-PART-COUNT - 1))
               ELSE
                   MOVE WS-PART-AMOUNT TO IP-DUE-AMOUNT(WS-PART-SUB)
               END-IF
           END-IF.

           STORE-PLAN-PARA.

           WRITE INSTALMENT-PLAN-RECORD
               INVALID KEY
                   REWRITE INSTALMENT-PLAN-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO STORE PLAN"
                       NOT INVALID KEY
                           DISPLAY "PLAN REPLACED FOR "
                               SM-STUDENT-NAME
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "PLAN SET UP FOR " SM-STUDENT-NAME
           END-WRITE.

           DELETE-PARA.

           DISPLAY "ENTER STUDENT ID "
           ACCEPT IP-STUDENT-ID
           DISPLAY "ENTER TERM CODE "
           ACCEPT IP-TERM-CODE
           READ INSTALMENT-PLAN
               INVALID KEY
                   DISPLAY "NO PLAN ON FILE"
               NOT INVALID KEY
                   DELETE INSTALMENT-PLAN RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO DELETE PLAN"
                   END-DELETE
           END-READ.

           LIST-PARA.

           DISPLAY "ENTER STUDENT ID "
           ACCEPT WS-ENTRY-STUDENT-ID
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE WS-ENTRY-STUDENT-ID TO IP-STUDENT-ID
           MOVE LOW-VALUES TO IP-TERM-CODE
           START INSTALMENT-PLAN KEY >= IP-PLAN-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-START
           DISPLAY "----- Instalment Plans -----"
           PERFORM LIST-ONE-PARA UNTIL WS-LIST-EOF.

           LIST-ONE-PARA.

           READ INSTALMENT-PLAN NEXT RECORD
               AT END MOVE 'Y' TO WS-LIST-EOF-SWITCH
               NOT AT END
                   IF IP-STUDENT-ID NOT = WS-ENTRY-STUDENT-ID
                       MOVE 'Y' TO WS-LIST-EOF-SWITCH
                   ELSE
                       DISPLAY "TERM " IP-TERM-CODE " PARTS "
                           IP-PART-COUNT " SET UP " IP-PLAN-DATE
                       PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                               UNTIL WS-PART-SUB > IP-PART-COUNT
                           DISPLAY "  PART " WS-PART-SUB " DUE "
                               IP-DUE-DATE(WS-PART-SUB) " "
                               IP-DUE-AMOUNT(WS-PART-SUB)
                               " LATE FEE "
                               IP-LATE-FEE-FLAG(WS-PART-SUB)
                       END-PERFORM
                   END-IF
           END-READ.

       END PROGRAM InstalmentPlanMaintenance.
