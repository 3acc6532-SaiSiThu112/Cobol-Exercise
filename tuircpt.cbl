           *> prints
           *> the term code typed for each payment is now validated
           *> against the TERM-MASTER file before posting
           *> every receipt records its tender - cash, cheque or card -
           *> and the session close balances each tender separately
           *> an R transaction reverses a payment whose cheque the bank
           *> returned, under supervisor override, and charges the
           *> CTLPARM CHQFEE returned-cheque fee; a family with CHQLIMIT
           *> returned cheques inside a year has cheques refused
           *> every sign-on, good or bad, now goes through
           *> SignOnControl, which logs it to SIGNLOG, locks the
           *> operator out after repeated failures and makes an
           *> expired password be changed before going on
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               RECORD KEY IS TRM-TERM-CODE
               FILE STATUS IS WS-TERMMAST-STATUS.

           SELECT OPTIONAL GUARDIAN-MASTER ASSIGN TO "GUARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-STUDENT-ID
               FILE STATUS IS WS-GUARDIAN-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
       FD TERM-MASTER.
           COPY TERMMSTR.

       FD GUARDIAN-MASTER.
           COPY GUARDIAN.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       WORKING-STORAGE SECTION.

           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERATOR-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-SIGNED-ON-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SIGNED-ON VALUE 'Y'.
           01 WS-SIGNON-MATCHED PIC X(01) VALUE 'N'.
           01 WS-SIGNON-RESULT PIC X(01) VALUE SPACE.
               88 WS-SIGNON-PASSED VALUE 'P'.

           01 WS-RECEIPT-STATUS PIC X(02) VALUE SPACES.
           01 WS-SESSION-STATUS PIC X(02) VALUE SPACES.
           01 WS-COUNTED-CASH PIC 9(09)V99 VALUE ZERO.
           01 WS-OVER-SHORT PIC S9(07)V99 VALUE ZERO.

      *> the drawer by tender - net of voids, balanced separately
      *> at session close
           01 WS-ENTRY-TENDER PIC X(01) VALUE SPACE.
               88 WS-TENDER-CASH VALUE 'C'.
               88 WS-TENDER-CHEQUE VALUE 'Q'.
               88 WS-TENDER-CARD VALUE 'D'.
               88 WS-TENDER-VALID VALUE 'C' 'Q' 'D'.
           01 WS-ENTRY-CHEQUE-NO PIC X(10) VALUE SPACES.
           01 WS-CASH-SYSTEM PIC S9(09)V99 VALUE ZERO.
           01 WS-CHEQUE-SYSTEM PIC S9(09)V99 VALUE ZERO.
           01 WS-CARD-SYSTEM PIC S9(09)V99 VALUE ZERO.
           01 WS-COUNTED-CHEQUES PIC 9(09)V99 VALUE ZERO.
           01 WS-COUNTED-CARD PIC 9(09)V99 VALUE ZERO.
           01 WS-CASH-OVER-SHORT PIC S9(07)V99 VALUE ZERO.
           01 WS-CHEQUE-OVER-SHORT PIC S9(07)V99 VALUE ZERO.
           01 WS-CARD-OVER-SHORT PIC S9(07)V99 VALUE ZERO.

      *> returned cheques - the fee charged for each (CTLPARM code
      *> CHQFEE) and how many returns inside a year stop a family
      *> paying by cheque (CTLPARM code CHQLIMIT)
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PARM-EOF VALUE 'Y'.
           01 WS-CHEQUE-FEE PIC 9(07)V99 VALUE 25.00.
           01 WS-BOUNCE-LIMIT PIC 9(03) VALUE 2.
           01 WS-CHEQUE-FEE-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CHEQUE-FEE-FOUND VALUE 'Y'.
           01 WS-BOUNCE-LIMIT-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BOUNCE-LIMIT-FOUND VALUE 'Y'.
           01 WS-GUARDIAN-STATUS PIC X(02) VALUE SPACES.
           01 WS-RETURN-COUNT PIC 9(05) VALUE ZERO.
           01 WS-RETURN-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-RETURN-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-RETURN-FOUND VALUE 'Y'.
           01 WS-REVERSED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ALREADY-REVERSED VALUE 'Y'.
           01 WS-RETURN-STUDENT-ID PIC 9(05) VALUE ZERO.
           01 WS-RETURN-TERM PIC X(06) VALUE SPACES.
           01 WS-RETURN-AMOUNT PIC 9(07)V99 VALUE ZERO.
           01 WS-RETURN-TENDER PIC X(01) VALUE SPACE.
           01 WS-RETURN-CHEQUE-NO PIC X(10) VALUE SPACES.
           01 WS-FAMILY-STUDENT-ID PIC 9(05) VALUE ZERO.
           01 WS-FAMILY-KEY PIC X(11) VALUE SPACES.
           01 WS-CHECK-FAMILY PIC X(11) VALUE SPACES.
           01 WS-BOUNCE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-YEAR-AGO PIC 9(08) VALUE ZERO.
           01 WS-CHEQUES-BARRED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CHEQUES-BARRED VALUE 'Y'.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-PAYMENT VALUE 'P'.
               88 WS-TRAN-VOID VALUE 'V'.
               88 WS-TRAN-RETURNED VALUE 'R'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-ENTRY-RECEIPT-NO PIC 9(06) VALUE ZERO.
           01 WS-VOID-STUDENT-ID PIC 9(05) VALUE ZERO.
           01 WS-VOID-TERM PIC X(06) VALUE SPACES.
           01 WS-VOID-AMOUNT PIC 9(07)V99 VALUE ZERO.
           01 WS-VOID-TENDER PIC X(01) VALUE SPACE.
           01 WS-OVERRIDE-CODE PIC X(04) VALUE SPACES.
           01 WS-OVERRIDE-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-OVERRIDE-OK VALUE 'Y'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-OPEN-TIME FROM TIME
           COMPUTE WS-YEAR-AGO = WS-RUN-DATE - 10000

           PERFORM SIGN-ON-PARA
           PERFORM LOAD-CONTROL-PARMS-PARA
           PERFORM FIND-LAST-RECEIPT-PARA

           OPEN INPUT STUDENT-MASTER
           OPEN EXTEND STUDENT-BILLING-FILE
           OPEN EXTEND CASH-RECEIPT-FILE
           OPEN INPUT TERM-MASTER
           OPEN INPUT GUARDIAN-MASTER

           PERFORM SESSION-PARA UNTIL NOT WS-MORE-RECEIPTS

           CLOSE STUDENT-BILLING-FILE
           CLOSE CASH-RECEIPT-FILE
           CLOSE TERM-MASTER
           CLOSE GUARDIAN-MASTER

           PERFORM CLOSE-SESSION-PARA

           DISPLAY "RECEIPTS POSTED : " WS-RECEIPTS-POSTED
           DISPLAY "RECEIPTS TOTAL  : " WS-RECEIPTS-TOTAL
           DISPLAY "CHEQUES RETURNED : " WS-RETURN-COUNT
               " TOTAL " WS-RETURN-TOTAL

            STOP RUN.

                       MOVE 'Y' TO WS-SIGNED-ON-SWITCH
                   END-IF
               END-PERFORM
               PERFORM SIGN-ON-CONTROL-PARA
               IF NOT WS-SIGNED-ON
                   DISPLAY "SIGN-ON REJECTED - NO AUTHORITY FOR THIS "
                       "PROGRAM"
               END-IF
           END-IF.

           SIGN-ON-CONTROL-PARA.

           MOVE WS-SIGNED-ON-SWITCH TO WS-SIGNON-MATCHED
           CALL "SignOnControl" USING WS-AUTH-PROGRAM-NAME
               WS-OPERATOR-ID WS-OPERATOR-PASSWORD
               WS-SIGNON-MATCHED WS-SIGNON-RESULT
           IF NOT WS-SIGNON-PASSED
               MOVE 'N' TO WS-SIGNED-ON-SWITCH
           END-IF.

           LOAD-AUTHORITY-PARA.

           MOVE 'N' TO WS-AUTH-EOF-SWITCH
               END-IF
           END-PERFORM.

           LOAD-CONTROL-PARMS-PARA.

           OPEN INPUT CONTROL-PARAMETER-FILE
           PERFORM READ-CONTROL-PARM-PARA
           PERFORM NOTE-CONTROL-PARM-PARA UNTIL WS-PARM-EOF
           CLOSE CONTROL-PARAMETER-FILE
           IF NOT WS-CHEQUE-FEE-FOUND
               DISPLAY "NO CHQFEE ROW ON CTLPARM - USING DEFAULT "
                   WS-CHEQUE-FEE
           END-IF
           IF NOT WS-BOUNCE-LIMIT-FOUND
               DISPLAY "NO CHQLIMIT ROW ON CTLPARM - USING DEFAULT "
                   WS-BOUNCE-LIMIT
           END-IF.

           READ-CONTROL-PARM-PARA.

           READ CONTROL-PARAMETER-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-SWITCH
           END-READ.

           NOTE-CONTROL-PARM-PARA.

           EVALUATE CP-PARM-CODE
               WHEN "CHQFEE  "
                   MOVE CP-PARM-VALUE TO WS-CHEQUE-FEE
                   MOVE 'Y' TO WS-CHEQUE-FEE-SWITCH
               WHEN "CHQLIMIT"
                   MOVE CP-PARM-VALUE TO WS-BOUNCE-LIMIT
                   MOVE 'Y' TO WS-BOUNCE-LIMIT-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-CONTROL-PARM-PARA.

           FIND-LAST-RECEIPT-PARA.

           MOVE ZERO TO WS-NEXT-RECEIPT-NO
           SESSION-PARA.

           DISPLAY "ENTER TRANSACTION (P=PAYMENT V=VOID "
               "R=RETURNED CHEQUE E=CLOSE SESSION) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
                   PERFORM RECEIPT-PARA
               WHEN WS-TRAN-VOID
                   PERFORM VOID-PARA
               WHEN WS-TRAN-RETURNED
                   PERFORM RETURNED-CHEQUE-PARA
               WHEN WS-TRAN-END
                   MOVE 'N' TO WS-MORE-SWITCH
               WHEN OTHER
           ACCEPT WS-ENTRY-AMOUNT
           IF WS-ENTRY-AMOUNT = ZERO
               DISPLAY "ZERO AMOUNT - NOT POSTED"
           ELSE
           PERFORM ACCEPT-TENDER-PARA
           IF NOT WS-TENDER-VALID
               DISPLAY "INVALID TENDER - NOT POSTED"
           ELSE
           IF WS-CHEQUES-BARRED
               DISPLAY "*** CHEQUES REFUSED FOR THIS FAMILY - "
                   WS-BOUNCE-COUNT " RETURNED IN THE LAST YEAR - "
                   "NOT POSTED ***"
           ELSE
               MOVE WS-ENTRY-STUDENT-ID TO BL-STUDENT-ID
               MOVE WS-ENTRY-TERM TO BL-TERM-CODE
           WRITE STUDENT-BILLING-RECORD
               ADD 1 TO WS-RECEIPTS-POSTED
               ADD WS-ENTRY-AMOUNT TO WS-RECEIPTS-TOTAL
               EVALUATE TRUE
                   WHEN WS-TENDER-CHEQUE
                       ADD WS-ENTRY-AMOUNT TO WS-CHEQUE-SYSTEM
                   WHEN WS-TENDER-CARD
                       ADD WS-ENTRY-AMOUNT TO WS-CARD-SYSTEM
                   WHEN OTHER
                       ADD WS-ENTRY-AMOUNT TO WS-CASH-SYSTEM
               END-EVALUATE
               ADD 1 TO WS-NEXT-RECEIPT-NO
               PERFORM WRITE-RECEIPT-JOURNAL-PARA
               DISPLAY "RECEIPT NO " WS-NEXT-RECEIPT-NO
                   " : " SM-STUDENT-NAME
                   " TERM " WS-ENTRY-TERM
                   " PAID " WS-ENTRY-AMOUNT
                   " TENDER " WS-ENTRY-TENDER
           END-IF
           END-IF
           END-IF
           END-IF.

           ACCEPT-TENDER-PARA.

           MOVE 'N' TO WS-CHEQUES-BARRED-SWITCH
           MOVE SPACES TO WS-ENTRY-CHEQUE-NO
           DISPLAY "ENTER TENDER (C=CASH Q=CHEQUE D=CARD) "
           ACCEPT WS-ENTRY-TENDER
           IF WS-TENDER-CHEQUE
               MOVE WS-ENTRY-STUDENT-ID TO WS-FAMILY-STUDENT-ID
               PERFORM FIND-FAMILY-PARA
               MOVE WS-FAMILY-KEY TO WS-CHECK-FAMILY
               PERFORM COUNT-FAMILY-RETURNS-PARA
               IF WS-BOUNCE-COUNT NOT < WS-BOUNCE-LIMIT
                   MOVE 'Y' TO WS-CHEQUES-BARRED-SWITCH
               ELSE
                   DISPLAY "ENTER CHEQUE NUMBER "
                   ACCEPT WS-ENTRY-CHEQUE-NO
               END-IF
           END-IF.

           FIND-FAMILY-PARA.

      *> the family a student pays under - GUARDIAN-CONTACT rows
      *> sharing a family code are one family, the same grouping
      *> the family statements use; no code is a family of one
           MOVE SPACES TO WS-FAMILY-KEY
           MOVE WS-FAMILY-STUDENT-ID TO GC-STUDENT-ID
           IF WS-GUARDIAN-STATUS = "35"
               MOVE SPACES TO GC-FAMILY-CODE
           ELSE
               READ GUARDIAN-MASTER
                   INVALID KEY
                       MOVE SPACES TO GC-FAMILY-CODE
               END-READ
           END-IF
           IF GC-FAMILY-CODE = SPACES
               STRING "STU" DELIMITED BY SIZE
                   WS-FAMILY-STUDENT-ID DELIMITED BY SIZE
                   INTO WS-FAMILY-KEY
               END-STRING
           ELSE
               STRING "FAM" DELIMITED BY SIZE
                   GC-FAMILY-CODE DELIMITED BY SIZE
                   INTO WS-FAMILY-KEY
               END-STRING
           END-IF.

           COUNT-FAMILY-RETURNS-PARA.

           MOVE ZERO TO WS-BOUNCE-COUNT
           MOVE 'N' TO WS-RCPT-EOF-SWITCH
           CLOSE CASH-RECEIPT-FILE
           OPEN INPUT CASH-RECEIPT-FILE
           PERFORM READ-RECEIPT-PARA
           PERFORM MATCH-FAMILY-RETURN-PARA UNTIL WS-RCPT-EOF
           CLOSE CASH-RECEIPT-FILE
           OPEN EXTEND CASH-RECEIPT-FILE.

           MATCH-FAMILY-RETURN-PARA.

           IF RCP-RETURNED AND RCP-SESSION-DATE > WS-YEAR-AGO
               MOVE RCP-STUDENT-ID TO WS-FAMILY-STUDENT-ID
               PERFORM FIND-FAMILY-PARA
               IF WS-FAMILY-KEY = WS-CHECK-FAMILY
                   ADD 1 TO WS-BOUNCE-COUNT
               END-IF
           END-IF
           PERFORM READ-RECEIPT-PARA.

           CHECK-TERM-PARA.

           IF WS-TERMMAST-STATUS = "35"
           MOVE WS-ENTRY-AMOUNT TO RCP-AMOUNT
           MOVE 'G' TO RCP-STATUS
           MOVE SPACES TO RCP-VOID-OVERRIDE
           MOVE WS-ENTRY-TENDER TO RCP-TENDER-TYPE
           MOVE WS-ENTRY-CHEQUE-NO TO RCP-CHEQUE-NO
           WRITE CASH-RECEIPT-RECORD.

           VOID-PARA.

           IF RCP-RECEIPT-NO = WS-ENTRY-RECEIPT-NO
                   AND RCP-SESSION-DATE = WS-RUN-DATE
               IF RCP-VOIDED OR RCP-RETURNED
                   MOVE 'N' TO WS-VOID-FOUND-SWITCH
                   DISPLAY "RECEIPT ALREADY VOIDED OR RETURNED"
                   MOVE 'Y' TO WS-RCPT-EOF-SWITCH
               ELSE
                   MOVE 'Y' TO WS-VOID-FOUND-SWITCH
                   MOVE RCP-STUDENT-ID TO WS-VOID-STUDENT-ID
                   MOVE RCP-TERM-CODE TO WS-VOID-TERM
                   MOVE RCP-AMOUNT TO WS-VOID-AMOUNT
                   MOVE RCP-TENDER-TYPE TO WS-VOID-TENDER
                   MOVE RCP-CHEQUE-NO TO WS-RETURN-CHEQUE-NO
               END-IF
           END-IF
           IF NOT WS-RCPT-EOF
           MOVE WS-VOID-AMOUNT TO RCP-AMOUNT
           MOVE 'V' TO RCP-STATUS
           MOVE WS-OVERRIDE-CODE TO RCP-VOID-OVERRIDE
           MOVE WS-VOID-TENDER TO RCP-TENDER-TYPE
           MOVE WS-RETURN-CHEQUE-NO TO RCP-CHEQUE-NO
           WRITE CASH-RECEIPT-RECORD
           ADD 1 TO WS-VOID-COUNT
           ADD WS-VOID-AMOUNT TO WS-VOID-TOTAL
           EVALUATE WS-VOID-TENDER
               WHEN 'Q'
                   SUBTRACT WS-VOID-AMOUNT FROM WS-CHEQUE-SYSTEM
               WHEN 'D'
                   SUBTRACT WS-VOID-AMOUNT FROM WS-CARD-SYSTEM
               WHEN OTHER
                   SUBTRACT WS-VOID-AMOUNT FROM WS-CASH-SYSTEM
           END-EVALUATE
           DISPLAY "RECEIPT " WS-ENTRY-RECEIPT-NO " VOIDED - "
               WS-VOID-AMOUNT " REVERSED ON THE LEDGER".

           RETURNED-CHEQUE-PARA.

           DISPLAY "ENTER RECEIPT NUMBER OF THE RETURNED CHEQUE "
           ACCEPT WS-ENTRY-RECEIPT-NO
           DISPLAY "ENTER SUPERVISOR OVERRIDE CODE "
           ACCEPT WS-OVERRIDE-CODE
           PERFORM VALIDATE-OVERRIDE-PARA
           IF NOT WS-OVERRIDE-OK
               DISPLAY "OVERRIDE CODE NOT VALID - NOT REVERSED"
           ELSE
               PERFORM FIND-RETURN-RECEIPT-PARA
               EVALUATE TRUE
                   WHEN NOT WS-RETURN-FOUND
                       DISPLAY "RECEIPT NOT FOUND - NOT REVERSED"
                   WHEN WS-ALREADY-REVERSED
                       DISPLAY "RECEIPT ALREADY VOIDED OR RETURNED"
                   WHEN WS-RETURN-TENDER NOT = 'Q'
                       DISPLAY "RECEIPT WAS NOT PAID BY CHEQUE - "
                           "NOT REVERSED"
                   WHEN OTHER
                       PERFORM POST-RETURNED-CHEQUE-PARA
               END-EVALUATE
           END-IF.

           FIND-RETURN-RECEIPT-PARA.

      *> a cheque can come back days after the session that took
      *> it, so the whole receipt journal is searched
           MOVE 'N' TO WS-RETURN-FOUND-SWITCH
           MOVE 'N' TO WS-REVERSED-SWITCH
           MOVE 'N' TO WS-RCPT-EOF-SWITCH
           CLOSE CASH-RECEIPT-FILE
           OPEN INPUT CASH-RECEIPT-FILE
           PERFORM READ-RECEIPT-PARA
           PERFORM MATCH-RETURN-PARA UNTIL WS-RCPT-EOF
           CLOSE CASH-RECEIPT-FILE
           OPEN EXTEND CASH-RECEIPT-FILE.

           MATCH-RETURN-PARA.

           IF RCP-RECEIPT-NO = WS-ENTRY-RECEIPT-NO
               IF RCP-VOIDED OR RCP-RETURNED
                   MOVE 'Y' TO WS-REVERSED-SWITCH
               ELSE
                   MOVE 'Y' TO WS-RETURN-FOUND-SWITCH
                   MOVE RCP-STUDENT-ID TO WS-RETURN-STUDENT-ID
                   MOVE RCP-TERM-CODE TO WS-RETURN-TERM
                   MOVE RCP-AMOUNT TO WS-RETURN-AMOUNT
                   MOVE RCP-TENDER-TYPE TO WS-RETURN-TENDER
                   MOVE RCP-CHEQUE-NO TO WS-RETURN-CHEQUE-NO
               END-IF
           END-IF
           PERFORM READ-RECEIPT-PARA.

           POST-RETURNED-CHEQUE-PARA.

      *> the payment comes back off the account under its own
      *> type and the bank's returned-cheque fee goes on it; the
      *> drawer is not touched - the cheque left it when banked
           MOVE WS-RETURN-STUDENT-ID TO BL-STUDENT-ID
           MOVE WS-RETURN-TERM TO BL-TERM-CODE
           MOVE 'Q' TO BL-TRAN-TYPE
           MOVE WS-RETURN-AMOUNT TO BL-AMOUNT
           MOVE WS-RUN-DATE TO BL-TRAN-DATE
           MOVE 'N' TO BL-JOURNALED-FLAG
           WRITE STUDENT-BILLING-RECORD
           IF WS-CHEQUE-FEE > ZERO
               MOVE 'F' TO BL-TRAN-TYPE
               MOVE WS-CHEQUE-FEE TO BL-AMOUNT
               WRITE STUDENT-BILLING-RECORD
           END-IF
           MOVE WS-ENTRY-RECEIPT-NO TO RCP-RECEIPT-NO
           MOVE WS-OPERATOR-ID TO RCP-CASHIER-ID
           MOVE WS-RUN-DATE TO RCP-SESSION-DATE
           ACCEPT RCP-RECEIPT-TIME FROM TIME
           MOVE WS-RETURN-STUDENT-ID TO RCP-STUDENT-ID
           MOVE WS-RETURN-TERM TO RCP-TERM-CODE
           MOVE WS-RETURN-AMOUNT TO RCP-AMOUNT
           MOVE 'B' TO RCP-STATUS
           MOVE WS-OVERRIDE-CODE TO RCP-VOID-OVERRIDE
           MOVE 'Q' TO RCP-TENDER-TYPE
           MOVE WS-RETURN-CHEQUE-NO TO RCP-CHEQUE-NO
           WRITE CASH-RECEIPT-RECORD
           ADD 1 TO WS-RETURN-COUNT
           ADD WS-RETURN-AMOUNT TO WS-RETURN-TOTAL
           DISPLAY "CHEQUE ON RECEIPT " WS-ENTRY-RECEIPT-NO
               " RETURNED - " WS-RETURN-AMOUNT
               " REVERSED, FEE " WS-CHEQUE-FEE " CHARGED"
           MOVE WS-RETURN-STUDENT-ID TO WS-FAMILY-STUDENT-ID
           PERFORM FIND-FAMILY-PARA
           MOVE WS-FAMILY-KEY TO WS-CHECK-FAMILY
           PERFORM COUNT-FAMILY-RETURNS-PARA
           IF WS-BOUNCE-COUNT NOT < WS-BOUNCE-LIMIT
               DISPLAY "*** " WS-CHECK-FAMILY " HAS "
                   WS-BOUNCE-COUNT " RETURNED CHEQUES IN A YEAR - "
                   "CHEQUES NOW REFUSED ***"
           END-IF.

           CLOSE-SESSION-PARA.

           COMPUTE WS-SYSTEM-TOTAL =
               WS-RECEIPTS-TOTAL - WS-VOID-TOTAL
           DISPLAY "SESSION SYSTEM TOTAL : " WS-SYSTEM-TOTAL
           DISPLAY "  CASH " WS-CASH-SYSTEM
               "  CHEQUES " WS-CHEQUE-SYSTEM
               "  CARD " WS-CARD-SYSTEM
           DISPLAY "ENTER COUNTED CASH "
           ACCEPT WS-COUNTED-CASH
           DISPLAY "ENTER TOTAL OF CHEQUES IN THE DRAWER "
           ACCEPT WS-COUNTED-CHEQUES
           DISPLAY "ENTER CARD TERMINAL SETTLEMENT TOTAL "
           ACCEPT WS-COUNTED-CARD
           COMPUTE WS-CASH-OVER-SHORT =
               WS-COUNTED-CASH - WS-CASH-SYSTEM
           COMPUTE WS-CHEQUE-OVER-SHORT =
               WS-COUNTED-CHEQUES - WS-CHEQUE-SYSTEM
           COMPUTE WS-CARD-OVER-SHORT =
               WS-COUNTED-CARD - WS-CARD-SYSTEM
           COMPUTE WS-OVER-SHORT = WS-CASH-OVER-SHORT
               + WS-CHEQUE-OVER-SHORT + WS-CARD-OVER-SHORT
           IF WS-CASH-OVER-SHORT NOT = ZERO
               DISPLAY "*** CASH OVER/SHORT BY "
                   WS-CASH-OVER-SHORT " ***"
           END-IF
           IF WS-CHEQUE-OVER-SHORT NOT = ZERO
               DISPLAY "*** CHEQUES OVER/SHORT BY "
                   WS-CHEQUE-OVER-SHORT " ***"
           END-IF
           IF WS-CARD-OVER-SHORT NOT = ZERO
               DISPLAY "*** CARD OVER/SHORT BY "
                   WS-CARD-OVER-SHORT " ***"
           END-IF
           IF WS-CASH-OVER-SHORT = ZERO
                   AND WS-CHEQUE-OVER-SHORT = ZERO
                   AND WS-CARD-OVER-SHORT = ZERO
               DISPLAY "DRAWER BALANCES"
           END-IF
           OPEN EXTEND CASH-SESSION-FILE
           MOVE WS-OPERATOR-ID TO CS-CASHIER-ID
           MOVE WS-SYSTEM-TOTAL TO CS-SYSTEM-TOTAL
           MOVE WS-COUNTED-CASH TO CS-COUNTED-CASH
           MOVE WS-OVER-SHORT TO CS-OVER-SHORT
           MOVE WS-CASH-SYSTEM TO CS-CASH-SYSTEM
           MOVE WS-CHEQUE-SYSTEM TO CS-CHEQUE-SYSTEM
           MOVE WS-COUNTED-CHEQUES TO CS-CHEQUE-COUNTED
           MOVE WS-CARD-SYSTEM TO CS-CARD-SYSTEM
           MOVE WS-COUNTED-CARD TO CS-CARD-COUNTED
           WRITE CASH-SESSION-RECORD
           CLOSE CASH-SESSION-FILE.

