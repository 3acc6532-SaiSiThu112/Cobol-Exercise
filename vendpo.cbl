           *> report prints the vendor's delivery scorecard off the
           *> VENDSCOR file beside the price comparison, so cheap
           *> but six-weeks-late stops winning on price alone
           *> a superseded item is no longer suggested for reorder -
           *> its usage counts toward the item that replaced it, and
           *> the O transaction raises the PO on the successor
           *> the vendor's billing currency is captured on add and
           *> change - blank keeps the vendor in local currency
           *> every sign-on, good or bad, now goes through
           *> SignOnControl, which logs it to SIGNLOG, locks the
           *> operator out after repeated failures and makes an
           *> expired password be changed before going on
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
           01 WS-CARRYING-COST PIC 9(07)V99 VALUE ZERO.
           01 WS-EOQ-QTY PIC 9(07) VALUE ZERO.

      *> items replaced by a successor as of the run date - their
      *> usage counts toward the last item in the chain, which is
      *> the one now bought
           01 WS-SUPERSEDED-TABLE.
               02 WS-SUP-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-SUP-IDX WS-SUP-IDX-2.
                   05 WS-SUP-OLD-ITEM PIC 9(05).
                   05 WS-SUP-SUCCESSOR PIC 9(05).
                   05 WS-SUP-FINAL-ITEM PIC 9(05).
           01 WS-SUPERSEDED-COUNT PIC 9(03) VALUE ZERO.
           01 WS-CHAIN-HOPS PIC 9(02) VALUE ZERO.
           01 WS-CHAIN-END-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CHAIN-END VALUE 'Y'.
           01 WS-OLD-ITEM-CODE PIC 9(05) VALUE ZERO.
           01 WS-OLD-USAGE PIC 9(09) VALUE ZERO.

           01 WS-QUOTE-STATUS PIC X(02) VALUE SPACES.
           01 WS-QUOTE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-QUOTE-EOF VALUE 'Y'.
           01 WS-OPERATOR-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-SIGNED-ON-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SIGNED-ON VALUE 'Y'.
           01 WS-SIGNON-MATCHED PIC X(01) VALUE 'N'.
           01 WS-SIGNON-RESULT PIC X(01) VALUE SPACE.
               88 WS-SIGNON-PASSED VALUE 'P'.
           01 WS-BUYER-LIMIT PIC 9(09)V99 VALUE ZERO.
           01 WS-BUYER-LIMIT-SET-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BUYER-LIMIT-SET VALUE 'Y'.
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
           END-IF
           PERFORM READ-AUTHORITY-PARA
           IF WS-AUTH-EOF AND NOT WS-SIGNED-ON
               PERFORM SIGN-ON-CONTROL-PARA
               DISPLAY "SIGN-ON REJECTED - NO AUTHORITY FOR THIS "
                   "PROGRAM"
               STOP RUN
                   ACCEPT VM-BANK-CODE
                   DISPLAY "ENTER BANK ACCOUNT NUMBER "
                   ACCEPT VM-BANK-ACCOUNT
                   DISPLAY "ENTER BILLING CURRENCY (BLANK FOR LOCAL) "
                   ACCEPT VM-CURRENCY-CODE
                   WRITE VENDOR-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO ADD VENDOR RECORD"
                   ACCEPT VM-BANK-CODE
                   DISPLAY "ENTER NEW BANK ACCOUNT NUMBER "
                   ACCEPT VM-BANK-ACCOUNT
                   DISPLAY "BILLING CURRENCY NOW '" VM-CURRENCY-CODE
                       "' - ENTER NEW (BLANK FOR LOCAL) "
                   ACCEPT VM-CURRENCY-CODE
                   REWRITE VENDOR-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO CHANGE VENDOR RECORD"
           PERFORM LOAD-USAGE-PARA
           PERFORM LOAD-QUOTES-PARA
           PERFORM LOAD-SCORES-PARA
           PERFORM LOAD-SUPERSEDED-PARA
           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-HEADER-PARA
           OPEN INPUT INVENTORY-MASTER

           EVALUATE-ITEM-PARA.

           EVALUATE TRUE
               WHEN IM-QTY-ON-HAND NOT < IM-REORDER-POINT
                   CONTINUE
               WHEN NOT IM-NOT-SUPERSEDED
                       AND IM-SUPERSEDE-DATE NOT > WS-RUN-DATE
                   STRING "ITEM " DELIMITED BY SIZE
                       IM-ITEM-CODE DELIMITED BY SIZE
                       " QTY " DELIMITED BY SIZE
                       IM-QTY-ON-HAND DELIMITED BY SIZE
                       " SUPERSEDED BY " DELIMITED BY SIZE
                       IM-SUCCESSOR-CODE DELIMITED BY SIZE
                       " - NOT REORDERED" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM PRINT-LINE-PARA
                   ADD 1 TO WS-LINE-COUNT
                   IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                       PERFORM PRINT-HEADER-PARA
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-SUGGESTION-COUNT
                   MOVE IM-VENDOR-CODE TO VM-VENDOR-CODE
                   READ VENDOR-MASTER
                       INVALID KEY
                           STRING "ITEM " DELIMITED BY SIZE
                               IM-ITEM-CODE DELIMITED BY SIZE
                               " QTY " DELIMITED BY SIZE
                               IM-QTY-ON-HAND DELIMITED BY SIZE
                               " REORDER PT " DELIMITED BY SIZE
                               IM-REORDER-POINT DELIMITED BY SIZE
                               " VENDOR UNKNOWN" DELIMITED BY SIZE
                               INTO WS-PRINT-LINE
                           END-STRING
                       NOT INVALID KEY
                           STRING "ITEM " DELIMITED BY SIZE
                               IM-ITEM-CODE DELIMITED BY SIZE
                               " QTY " DELIMITED BY SIZE
                               IM-QTY-ON-HAND DELIMITED BY SIZE
                               " REORDER PT " DELIMITED BY SIZE
                               IM-REORDER-POINT DELIMITED BY SIZE
                               " VENDOR " DELIMITED BY SIZE
                               VM-VENDOR-NAME DELIMITED BY SIZE
                               INTO WS-PRINT-LINE
                           END-STRING
                   END-READ
                   PERFORM PRINT-LINE-PARA
                   PERFORM SUGGEST-QUANTITY-PARA
                   PERFORM COMPARE-QUOTES-PARA
                   ADD 2 TO WS-LINE-COUNT
                   IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                       PERFORM PRINT-HEADER-PARA
                   END-IF
           END-EVALUATE
           PERFORM READ-INVENTORY-PARA.

           LOAD-SUPERSEDED-PARA.

           MOVE ZERO TO WS-SUPERSEDED-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT INVENTORY-MASTER
           PERFORM READ-INVENTORY-PARA
           PERFORM UNTIL WS-EOF
               IF NOT IM-NOT-SUPERSEDED
                       AND IM-SUPERSEDE-DATE NOT > WS-RUN-DATE
                   IF WS-SUPERSEDED-COUNT < 500
                       ADD 1 TO WS-SUPERSEDED-COUNT
                       SET WS-SUP-IDX TO WS-SUPERSEDED-COUNT
                       MOVE IM-ITEM-CODE
                           TO WS-SUP-OLD-ITEM(WS-SUP-IDX)
                       MOVE IM-SUCCESSOR-CODE
                           TO WS-SUP-SUCCESSOR(WS-SUP-IDX)
                   ELSE
                       DISPLAY "SUPERSEDED ITEM TABLE FULL - ITEM "
                           IM-ITEM-CODE " USAGE NOT CARRIED OVER"
                   END-IF
               END-IF
               PERFORM READ-INVENTORY-PARA
           END-PERFORM
           CLOSE INVENTORY-MASTER
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUPERSEDED-COUNT
               PERFORM RESOLVE-FINAL-ITEM-PARA
           END-PERFORM.

           RESOLVE-FINAL-ITEM-PARA.

      *> follows the successor on down the table until it reaches
      *> an item that is not itself replaced
           MOVE WS-SUP-SUCCESSOR(WS-SUP-IDX)
               TO WS-SUP-FINAL-ITEM(WS-SUP-IDX)
           MOVE ZERO TO WS-CHAIN-HOPS
           MOVE 'N' TO WS-CHAIN-END-SWITCH
           PERFORM UNTIL WS-CHAIN-END
               MOVE 'Y' TO WS-CHAIN-END-SWITCH
               PERFORM VARYING WS-SUP-IDX-2 FROM 1 BY 1
                       UNTIL WS-SUP-IDX-2 > WS-SUPERSEDED-COUNT
                   IF WS-SUP-OLD-ITEM(WS-SUP-IDX-2)
                           = WS-SUP-FINAL-ITEM(WS-SUP-IDX)
                           AND WS-CHAIN-HOPS < 10
                       MOVE WS-SUP-SUCCESSOR(WS-SUP-IDX-2)
                           TO WS-SUP-FINAL-ITEM(WS-SUP-IDX)
                       ADD 1 TO WS-CHAIN-HOPS
                       MOVE 'N' TO WS-CHAIN-END-SWITCH
                       SET WS-SUP-IDX-2 TO WS-SUPERSEDED-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM.

           LOAD-EOQ-PARM-PARA.

           OPEN INPUT EOQ-PARAMETER-FILE
                       TO WS-ANNUAL-DEMAND
               END-IF
           END-PERFORM
      *> the items this one has replaced still carry the usage
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUPERSEDED-COUNT
               IF WS-SUP-FINAL-ITEM(WS-SUP-IDX) = IM-ITEM-CODE
                   MOVE WS-SUP-OLD-ITEM(WS-SUP-IDX) TO WS-OLD-ITEM-CODE
                   PERFORM ADD-OLD-USAGE-PARA
               END-IF
           END-PERFORM

           IF WS-ANNUAL-DEMAND = ZERO OR IM-UNIT-COST = ZERO
               COMPUTE WS-EOQ-QTY =
               END-IF
           END-IF.

           ADD-OLD-USAGE-PARA.

           MOVE ZERO TO WS-OLD-USAGE
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USAGE-COUNT
               IF WS-USE-ITEM(WS-USE-IDX) = WS-OLD-ITEM-CODE
                   MOVE WS-USE-ANNUAL-QTY(WS-USE-IDX)
                       TO WS-OLD-USAGE
               END-IF
           END-PERFORM
           IF WS-OLD-USAGE > ZERO
               ADD WS-OLD-USAGE TO WS-ANNUAL-DEMAND
               STRING "  INCLUDES USAGE OF SUPERSEDED ITEM "
                       DELIMITED BY SIZE
                   WS-OLD-ITEM-CODE DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-OLD-USAGE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
               ADD 1 TO WS-LINE-COUNT
           END-IF.

           PO-CREATE-PARA.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "ENTER ITEM CODE TO ORDER "
           ACCEPT WS-ORDER-ITEM
           DISPLAY "ENTER ORDER QUANTITY "
                   DISPLAY "ITEM CODE NOT FOUND - NO PO RAISED"
                   CLOSE INVENTORY-MASTER
               NOT INVALID KEY
                   MOVE ZERO TO WS-CHAIN-HOPS
                   MOVE 'N' TO WS-CHAIN-END-SWITCH
                   PERFORM FOLLOW-SUCCESSOR-PARA UNTIL WS-CHAIN-END
                   CLOSE INVENTORY-MASTER
                   MOVE IM-VENDOR-CODE TO VM-VENDOR-CODE
                   READ VENDOR-MASTER
                   END-READ
           END-READ.

           FOLLOW-SUCCESSOR-PARA.

      *> a replaced item is never bought again - the PO goes to
      *> the item that replaced it
           IF IM-NOT-SUPERSEDED
                   OR IM-SUPERSEDE-DATE > WS-RUN-DATE
                   OR WS-CHAIN-HOPS NOT < 10
               MOVE 'Y' TO WS-CHAIN-END-SWITCH
           ELSE
               ADD 1 TO WS-CHAIN-HOPS
               MOVE IM-ITEM-CODE TO WS-OLD-ITEM-CODE
               MOVE IM-SUCCESSOR-CODE TO IM-ITEM-CODE
               READ INVENTORY-MASTER
                   INVALID KEY
                       DISPLAY "SUCCESSOR " IM-ITEM-CODE
                           " NOT ON MASTER - ORDERING "
                           WS-OLD-ITEM-CODE
                       MOVE WS-OLD-ITEM-CODE TO IM-ITEM-CODE
                       READ INVENTORY-MASTER
                           INVALID KEY
                               CONTINUE
                       END-READ
                       MOVE 'Y' TO WS-CHAIN-END-SWITCH
                   NOT INVALID KEY
                       DISPLAY "ITEM " WS-OLD-ITEM-CODE
                           " SUPERSEDED - ORDERING " IM-ITEM-CODE
                           " " IM-ITEM-DESCRIPTION " INSTEAD"
               END-READ
           END-IF
           MOVE IM-ITEM-CODE TO WS-ORDER-ITEM.

           WRITE-PO-PARA.

           OPEN I-O PURCHASE-ORDER-FILE
