       IDENTIFICATION DIVISION.
       PROGRAM-ID. SchoolShopSale.
       ENVIRONMENT DIVISION.
           *> the school shop sells textbooks and uniforms out of the
           *> same INVENTORY-MASTER the ArrayIndex maintenance keeps,
           *> straight onto the student's tuition account instead of
           *> into a charge book the bursar keys in later
           *> the shop clerk signs on against USER-AUTHORITY, names
           *> an enrolled student and a term on TERM-MASTER, then
           *> keys the sale line by line - each line issues from
           *> stock exactly as the ArrayIndex issue path does (on
           *> hand comes down, usage posts to USAGE-HISTORY and a
           *> lot-tracked item consumes its earliest-expiring
           *> non-expired lots first), is priced at the item's
           *> selling price, and posts a shop-sale charge to
           *> STUDENT-BILLING; the item's unit cost at the moment
           *> of sale goes to the SHOP-SALE file so the tuition
           *> ledger feed can book cost of goods
           *> every sign-on, good or bad, now goes through
           *> SignOnControl, which logs it to SIGNLOG, locks the
           *> operator out after repeated failures and makes an
           *> expired password be changed before going on
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT OPTIONAL TERM-MASTER ASSIGN TO "TERMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TERM-CODE
               FILE STATUS IS WS-TERMMAST-STATUS.

           SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT OPTIONAL LOT-MASTER ASSIGN TO "LOTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT OPTIONAL USAGE-HISTORY-FILE ASSIGN TO "USAGEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.

           SELECT OPTIONAL STUDENT-BILLING-FILE ASSIGN TO "STUBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT OPTIONAL SHOP-SALE-FILE ASSIGN TO "SHOPSALE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHOP-STATUS.

           SELECT OPTIONAL USER-AUTHORITY-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
           COPY STUDMSTR.

       FD TERM-MASTER.
           COPY TERMMSTR.

       FD INVENTORY-MASTER.
           COPY INVMSTR.

       FD LOT-MASTER.
           COPY LOTMSTR.

       FD USAGE-HISTORY-FILE.
           COPY USAGEHST.

       FD STUDENT-BILLING-FILE.
           COPY STUBILL.

       FD SHOP-SALE-FILE.
           COPY SHOPSALE.

       FD USER-AUTHORITY-FILE.
           COPY USERAUTH.

       WORKING-STORAGE SECTION.

           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-TERMMAST-STATUS PIC X(02) VALUE SPACES.
           01 WS-INVENTORY-STATUS PIC X(02) VALUE SPACES.
           01 WS-LOT-STATUS PIC X(02) VALUE SPACES.
           01 WS-USAGE-STATUS PIC X(02) VALUE SPACES.
           01 WS-BILLING-STATUS PIC X(02) VALUE SPACES.
           01 WS-SHOP-STATUS PIC X(02) VALUE SPACES.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-SALE VALUE 'S'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-ENTRY-STUDENT-ID PIC 9(05) VALUE ZERO.
           01 WS-ENTRY-TERM PIC X(06) VALUE SPACES.
           01 WS-ENTRY-ITEM PIC 9(05) VALUE ZERO.
           01 WS-ENTRY-QTY PIC 9(05) VALUE ZERO.
           01 WS-TERM-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TERM-OK VALUE 'Y'.
           01 WS-MORE-LINES-SWITCH PIC X(01) VALUE 'N'.
               88 WS-MORE-LINES VALUE 'Y'.

           01 WS-LINE-AMOUNT PIC 9(07)V99 VALUE ZERO.
           01 WS-LINE-COST PIC 9(07)V99 VALUE ZERO.
           01 WS-SALE-TOTAL PIC 9(07)V99 VALUE ZERO.
           01 WS-SALE-LINES PIC 9(03) VALUE ZERO.
           01 WS-SESSION-SALES PIC 9(05) VALUE ZERO.
           01 WS-SESSION-LINES PIC 9(05) VALUE ZERO.
           01 WS-SESSION-TOTAL PIC 9(09)V99 VALUE ZERO.

           01 WS-AUTH-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUTH-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-AUTH-EOF VALUE 'Y'.
           01 WS-AUTH-TABLE.
               02 WS-AUTH-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-AUTH-IDX.
                   05 WS-AUTH-OPERATOR PIC X(10).
                   05 WS-AUTH-PASSWORD PIC X(08).
                   05 WS-AUTH-PROGRAM PIC X(08).
                   05 WS-AUTH-FUNCTIONS PIC X(08).
           01 WS-AUTH-COUNT PIC 9(02) VALUE ZERO.
           01 WS-AUTH-PROGRAM-NAME PIC X(08) VALUE "SHOPSALE".
           01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
           01 WS-OPERATOR-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-SIGNED-ON-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SIGNED-ON VALUE 'Y'.
           01 WS-SIGNON-MATCHED PIC X(01) VALUE 'N'.
           01 WS-SIGNON-RESULT PIC X(01) VALUE SPACE.
               88 WS-SIGNON-PASSED VALUE 'P'.

           01 WS-UJ-MASTER PIC X(08) VALUE "INVMAST ".
           01 WS-UJ-ACTION PIC X(01) VALUE 'R'.
           01 WS-UJ-KEY PIC X(10) VALUE SPACES.
           01 WS-UJ-PROGRAM PIC X(08) VALUE "SHOPSALE".
           01 WS-UJ-OPERATOR PIC X(10) VALUE SPACES.
           01 WS-UJ-BEFORE PIC X(120) VALUE SPACES.
           01 WS-UJ-AFTER PIC X(120) VALUE SPACES.

           01 WS-ISSUE-DATE PIC 9(08) VALUE ZERO.
           01 WS-LOT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LOT-EOF VALUE 'Y'.
           01 WS-ITEM-HAS-LOTS-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ITEM-HAS-LOTS VALUE 'Y'.
           01 WS-USABLE-LOT-QTY PIC 9(09) VALUE ZERO.
           01 WS-REMAINING-QTY PIC 9(07) VALUE ZERO.
           01 WS-TAKE-QTY PIC 9(07) VALUE ZERO.
           01 WS-BEST-LOT-NUMBER PIC X(08) VALUE SPACES.
           01 WS-BEST-EXPIRY PIC 9(08) VALUE ZERO.
           01 WS-BEST-LOT-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BEST-LOT-FOUND VALUE 'Y'.

           01 WS-USAGE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-USAGE-EOF VALUE 'Y'.
           01 WS-USAGE-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-USAGE-FOUND VALUE 'Y'.
           01 WS-USAGE-ITEM PIC 9(05) VALUE ZERO.
           01 WS-USAGE-QTY PIC 9(07) VALUE ZERO.
           01 WS-USAGE-MONTH PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-ISSUE-DATE FROM DATE YYYYMMDD

           PERFORM SIGN-ON-PARA
           MOVE WS-OPERATOR-ID TO WS-UJ-OPERATOR

           OPEN INPUT STUDENT-MASTER
           OPEN INPUT TERM-MASTER
           OPEN I-O INVENTORY-MASTER
           OPEN I-O LOT-MASTER
           OPEN EXTEND STUDENT-BILLING-FILE
           OPEN EXTEND SHOP-SALE-FILE

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

           CLOSE STUDENT-MASTER
           CLOSE TERM-MASTER
           CLOSE INVENTORY-MASTER
           CLOSE LOT-MASTER
           CLOSE STUDENT-BILLING-FILE
           CLOSE SHOP-SALE-FILE

           DISPLAY "SHOP SALES POSTED : " WS-SESSION-SALES
           DISPLAY "SALE LINES ISSUED : " WS-SESSION-LINES
           DISPLAY "CHARGED TO ACCOUNTS : " WS-SESSION-TOTAL

            STOP RUN.

           SIGN-ON-PARA.

           PERFORM LOAD-AUTHORITY-PARA
           IF WS-AUTH-COUNT = ZERO
               DISPLAY "NO USER-AUTHORITY FILE - SIGN-ON WAIVED"
               MOVE 'Y' TO WS-SIGNED-ON-SWITCH
               MOVE "SHOP" TO WS-OPERATOR-ID
           ELSE
               DISPLAY "ENTER OPERATOR ID "
               ACCEPT WS-OPERATOR-ID
               DISPLAY "ENTER PASSWORD "
               ACCEPT WS-OPERATOR-PASSWORD
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                   IF WS-AUTH-OPERATOR(WS-AUTH-IDX) = WS-OPERATOR-ID
                           AND WS-AUTH-PASSWORD(WS-AUTH-IDX)
                               = WS-OPERATOR-PASSWORD
                           AND WS-AUTH-PROGRAM(WS-AUTH-IDX)
                               = WS-AUTH-PROGRAM-NAME
                       MOVE 'Y' TO WS-SIGNED-ON-SWITCH
                   END-IF
               END-PERFORM
               PERFORM SIGN-ON-CONTROL-PARA
               IF NOT WS-SIGNED-ON
                   DISPLAY "SIGN-ON REJECTED - NO AUTHORITY FOR THIS "
                       "PROGRAM"
                   STOP RUN
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
           OPEN INPUT USER-AUTHORITY-FILE
           PERFORM READ-AUTHORITY-PARA
           PERFORM BUILD-AUTHORITY-PARA UNTIL WS-AUTH-EOF
           CLOSE USER-AUTHORITY-FILE.

           READ-AUTHORITY-PARA.

           READ USER-AUTHORITY-FILE
               AT END MOVE 'Y' TO WS-AUTH-EOF-SWITCH
           END-READ.

           BUILD-AUTHORITY-PARA.

           IF WS-AUTH-COUNT < 50
               ADD 1 TO WS-AUTH-COUNT
               SET WS-AUTH-IDX TO WS-AUTH-COUNT
               MOVE UA-OPERATOR-ID TO WS-AUTH-OPERATOR(WS-AUTH-IDX)
               MOVE UA-PASSWORD TO WS-AUTH-PASSWORD(WS-AUTH-IDX)
               MOVE UA-PROGRAM TO WS-AUTH-PROGRAM(WS-AUTH-IDX)
               MOVE UA-ALLOWED-FUNCTIONS
                   TO WS-AUTH-FUNCTIONS(WS-AUTH-IDX)
           END-IF
           PERFORM READ-AUTHORITY-PARA.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (S=SALE E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-SALE
                   PERFORM SALE-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

           SALE-PARA.

           DISPLAY "ENTER STUDENT ID "
           ACCEPT WS-ENTRY-STUDENT-ID
           MOVE WS-ENTRY-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "STUDENT ID NOT FOUND - NO SALE"
               NOT INVALID KEY
                   IF NOT SM-ENROLLED
                       DISPLAY "STUDENT NOT ENROLLED - NO SALE "
                           "ON ACCOUNT"
                   ELSE
                       PERFORM SALE-TERM-PARA
                   END-IF
           END-READ.

           SALE-TERM-PARA.

           DISPLAY "ENTER TERM CODE "
           ACCEPT WS-ENTRY-TERM
           PERFORM CHECK-TERM-PARA
           IF NOT WS-TERM-OK
               DISPLAY "TERM NOT ON TERM-MASTER - NO SALE"
           ELSE
               MOVE ZERO TO WS-SALE-TOTAL
               MOVE ZERO TO WS-SALE-LINES
               MOVE 'Y' TO WS-MORE-LINES-SWITCH
               PERFORM SALE-LINE-PARA UNTIL NOT WS-MORE-LINES
               IF WS-SALE-LINES > ZERO
                   ADD 1 TO WS-SESSION-SALES
                   DISPLAY "SALE FOR " SM-STUDENT-NAME
                       " TERM " WS-ENTRY-TERM " : " WS-SALE-LINES
                       " LINES CHARGED " WS-SALE-TOTAL
               ELSE
                   DISPLAY "NO LINES SOLD - NOTHING CHARGED"
               END-IF
           END-IF.

           CHECK-TERM-PARA.

           IF WS-TERMMAST-STATUS = "35"
      *> no term master yet - wave the term through as the
      *> counter does
               MOVE 'Y' TO WS-TERM-OK-SWITCH
           ELSE
               MOVE 'N' TO WS-TERM-OK-SWITCH
               MOVE WS-ENTRY-TERM TO TRM-TERM-CODE
               READ TERM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TERM-OK-SWITCH
               END-READ
           END-IF.

           SALE-LINE-PARA.

           DISPLAY "ENTER ITEM CODE (0=END OF SALE) "
           ACCEPT WS-ENTRY-ITEM
           IF WS-ENTRY-ITEM = ZERO
               MOVE 'N' TO WS-MORE-LINES-SWITCH
           ELSE
               MOVE WS-ENTRY-ITEM TO IM-ITEM-CODE
               READ INVENTORY-MASTER
                   INVALID KEY
                       DISPLAY "ITEM NOT ON INVENTORY MASTER"
                   NOT INVALID KEY
                       PERFORM SALE-QUANTITY-PARA
               END-READ
           END-IF.

           SALE-QUANTITY-PARA.

           IF IM-SELLING-PRICE = ZERO
               DISPLAY "ITEM HAS NO SELLING PRICE - LINE REJECTED"
           ELSE
               DISPLAY IM-ITEM-DESCRIPTION " AT " IM-SELLING-PRICE
                   " - ON HAND " IM-QTY-ON-HAND
               DISPLAY "ENTER QUANTITY SOLD "
               ACCEPT WS-ENTRY-QTY
               IF WS-ENTRY-QTY = ZERO
                   DISPLAY "ZERO QUANTITY - LINE REJECTED"
               ELSE
                   IF WS-ENTRY-QTY > IM-QTY-ON-HAND
                       DISPLAY "LINE REJECTED - ONLY "
                           IM-QTY-ON-HAND " ON HAND"
                   ELSE
                       PERFORM CHECK-LOT-COVER-PARA
                       IF WS-ITEM-HAS-LOTS
                               AND WS-USABLE-LOT-QTY < WS-ENTRY-QTY
                           DISPLAY "LINE REJECTED - ONLY "
                               WS-USABLE-LOT-QTY
                               " NON-EXPIRED LOT STOCK"
                       ELSE
                           PERFORM ISSUE-LINE-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.

           ISSUE-LINE-PARA.

           MOVE INVENTORY-MASTER-RECORD TO WS-UJ-BEFORE
           SUBTRACT WS-ENTRY-QTY FROM IM-QTY-ON-HAND
           ACCEPT IM-LAST-ISSUED-DATE FROM DATE YYYYMMDD
           REWRITE INVENTORY-MASTER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO POST SALE ISSUE - NOT CHARGED"
               NOT INVALID KEY
                   MOVE IM-ITEM-CODE TO WS-UJ-KEY
                   MOVE INVENTORY-MASTER-RECORD TO WS-UJ-AFTER
                   PERFORM WRITE-UPDATE-JOURNAL-PARA
                   PERFORM POST-USAGE-PARA
                   PERFORM CONSUME-LOTS-PARA
                   PERFORM CHARGE-LINE-PARA
           END-REWRITE.

           CHARGE-LINE-PARA.

           COMPUTE WS-LINE-AMOUNT = WS-ENTRY-QTY * IM-SELLING-PRICE
           COMPUTE WS-LINE-COST = WS-ENTRY-QTY * IM-UNIT-COST
           MOVE WS-ENTRY-STUDENT-ID TO BL-STUDENT-ID
           MOVE WS-ENTRY-TERM TO BL-TERM-CODE
           MOVE 'S' TO BL-TRAN-TYPE
           MOVE WS-LINE-AMOUNT TO BL-AMOUNT
           MOVE WS-ISSUE-DATE TO BL-TRAN-DATE
           MOVE 'N' TO BL-JOURNALED-FLAG
           WRITE STUDENT-BILLING-RECORD
           MOVE WS-ISSUE-DATE TO SJ-SALE-DATE
           MOVE WS-ENTRY-STUDENT-ID TO SJ-STUDENT-ID
           MOVE WS-ENTRY-TERM TO SJ-TERM-CODE
           MOVE IM-ITEM-CODE TO SJ-ITEM-CODE
           MOVE WS-ENTRY-QTY TO SJ-QUANTITY
           MOVE IM-SELLING-PRICE TO SJ-UNIT-PRICE
           MOVE WS-LINE-AMOUNT TO SJ-SALE-AMOUNT
           MOVE IM-UNIT-COST TO SJ-UNIT-COST
           MOVE WS-LINE-COST TO SJ-COST-AMOUNT
           MOVE WS-OPERATOR-ID TO SJ-OPERATOR-ID
           MOVE 'N' TO SJ-JOURNALED-FLAG
           WRITE SHOP-SALE-RECORD
           ADD 1 TO WS-SALE-LINES
           ADD 1 TO WS-SESSION-LINES
           ADD WS-LINE-AMOUNT TO WS-SALE-TOTAL
           ADD WS-LINE-AMOUNT TO WS-SESSION-TOTAL
           DISPLAY "  " WS-ENTRY-QTY " X " IM-ITEM-DESCRIPTION
               " = " WS-LINE-AMOUNT " - ON HAND NOW " IM-QTY-ON-HAND.

           WRITE-UPDATE-JOURNAL-PARA.

           CALL "UpdateJournal" USING WS-UJ-MASTER WS-UJ-ACTION
               WS-UJ-KEY WS-UJ-PROGRAM WS-UJ-OPERATOR
               WS-UJ-BEFORE WS-UJ-AFTER
           MOVE SPACES TO WS-UJ-BEFORE
           MOVE SPACES TO WS-UJ-AFTER.

           POST-USAGE-PARA.

           MOVE IM-ITEM-CODE TO WS-USAGE-ITEM
           MOVE WS-ENTRY-QTY TO WS-USAGE-QTY
           COMPUTE WS-USAGE-MONTH = IM-LAST-ISSUED-DATE / 100
           MOVE 'N' TO WS-USAGE-FOUND-SWITCH
           MOVE 'N' TO WS-USAGE-EOF-SWITCH
           OPEN I-O USAGE-HISTORY-FILE
           PERFORM READ-USAGE-PARA
           PERFORM ACCUMULATE-USAGE-PARA UNTIL WS-USAGE-EOF
           CLOSE USAGE-HISTORY-FILE
           IF NOT WS-USAGE-FOUND
               OPEN EXTEND USAGE-HISTORY-FILE
               MOVE WS-USAGE-ITEM TO UH-ITEM-CODE
               MOVE WS-USAGE-MONTH TO UH-USAGE-MONTH
               MOVE WS-USAGE-QTY TO UH-QTY-ISSUED
               WRITE USAGE-HISTORY-RECORD
               CLOSE USAGE-HISTORY-FILE
           END-IF.

           READ-USAGE-PARA.

           READ USAGE-HISTORY-FILE
               AT END MOVE 'Y' TO WS-USAGE-EOF-SWITCH
           END-READ.

           ACCUMULATE-USAGE-PARA.

           IF UH-ITEM-CODE = WS-USAGE-ITEM
                   AND UH-USAGE-MONTH = WS-USAGE-MONTH
                   AND NOT WS-USAGE-FOUND
               ADD WS-USAGE-QTY TO UH-QTY-ISSUED
               REWRITE USAGE-HISTORY-RECORD
               MOVE 'Y' TO WS-USAGE-FOUND-SWITCH
           END-IF
           PERFORM READ-USAGE-PARA.

           CHECK-LOT-COVER-PARA.

           MOVE 'N' TO WS-ITEM-HAS-LOTS-SWITCH
           MOVE ZERO TO WS-USABLE-LOT-QTY
           MOVE 'N' TO WS-LOT-EOF-SWITCH
           MOVE IM-ITEM-CODE TO LM-ITEM-CODE
           MOVE LOW-VALUES TO LM-LOT-NUMBER
           START LOT-MASTER KEY IS NOT LESS THAN LM-LOT-KEY
               INVALID KEY MOVE 'Y' TO WS-LOT-EOF-SWITCH
           END-START
           PERFORM SUM-USABLE-LOT-PARA UNTIL WS-LOT-EOF.

           SUM-USABLE-LOT-PARA.

           READ LOT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-LOT-EOF-SWITCH
               NOT AT END
                   IF LM-ITEM-CODE NOT = IM-ITEM-CODE
                       MOVE 'Y' TO WS-LOT-EOF-SWITCH
                   ELSE
                       IF LM-QTY-ON-HAND > ZERO
                           MOVE 'Y' TO WS-ITEM-HAS-LOTS-SWITCH
                           IF LM-EXPIRY-DATE NOT < WS-ISSUE-DATE
                               ADD LM-QTY-ON-HAND
                                   TO WS-USABLE-LOT-QTY
                           END-IF
                       END-IF
                   END-IF
           END-READ.

           CONSUME-LOTS-PARA.

           PERFORM CHECK-LOT-COVER-PARA
           IF WS-ITEM-HAS-LOTS
               MOVE WS-ENTRY-QTY TO WS-REMAINING-QTY
               MOVE 'Y' TO WS-BEST-LOT-FOUND-SWITCH
               PERFORM CONSUME-ONE-LOT-PARA
                   UNTIL WS-REMAINING-QTY = ZERO
                       OR NOT WS-BEST-LOT-FOUND
           END-IF.

           CONSUME-ONE-LOT-PARA.

           PERFORM FIND-EARLIEST-LOT-PARA
           IF WS-BEST-LOT-FOUND
               MOVE IM-ITEM-CODE TO LM-ITEM-CODE
               MOVE WS-BEST-LOT-NUMBER TO LM-LOT-NUMBER
               READ LOT-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-BEST-LOT-FOUND-SWITCH
                   NOT INVALID KEY
                       IF LM-QTY-ON-HAND > WS-REMAINING-QTY
                           MOVE WS-REMAINING-QTY TO WS-TAKE-QTY
                       ELSE
                           MOVE LM-QTY-ON-HAND TO WS-TAKE-QTY
                       END-IF
                       SUBTRACT WS-TAKE-QTY FROM LM-QTY-ON-HAND
                       SUBTRACT WS-TAKE-QTY FROM WS-REMAINING-QTY
                       REWRITE LOT-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO UPDATE LOT"
                       END-REWRITE
                       DISPLAY "    LOT " WS-BEST-LOT-NUMBER
                           " CONSUMED " WS-TAKE-QTY
               END-READ
           END-IF.

           FIND-EARLIEST-LOT-PARA.

           MOVE 'N' TO WS-BEST-LOT-FOUND-SWITCH
           MOVE SPACES TO WS-BEST-LOT-NUMBER
           MOVE 99999999 TO WS-BEST-EXPIRY
           MOVE 'N' TO WS-LOT-EOF-SWITCH
           MOVE IM-ITEM-CODE TO LM-ITEM-CODE
           MOVE LOW-VALUES TO LM-LOT-NUMBER
           START LOT-MASTER KEY IS NOT LESS THAN LM-LOT-KEY
               INVALID KEY MOVE 'Y' TO WS-LOT-EOF-SWITCH
           END-START
           PERFORM SCAN-EARLIEST-PARA UNTIL WS-LOT-EOF.

           SCAN-EARLIEST-PARA.

           READ LOT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-LOT-EOF-SWITCH
               NOT AT END
                   IF LM-ITEM-CODE NOT = IM-ITEM-CODE
                       MOVE 'Y' TO WS-LOT-EOF-SWITCH
                   ELSE
                       IF LM-QTY-ON-HAND > ZERO
                               AND LM-EXPIRY-DATE NOT < WS-ISSUE-DATE
                               AND LM-EXPIRY-DATE < WS-BEST-EXPIRY
                           MOVE LM-EXPIRY-DATE TO WS-BEST-EXPIRY
                           MOVE LM-LOT-NUMBER TO WS-BEST-LOT-NUMBER
                           MOVE 'Y' TO WS-BEST-LOT-FOUND-SWITCH
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM SchoolShopSale.
