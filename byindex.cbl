           *> logs a before/after image through the shared
           *> UpdateJournal subprogram, so the roll-forward rebuild
           *> can replay the month since the last archive snapshot
           *> adds and changes now take the item's sales-tax code,
           *> checked against the SALES-TAX-CODE table through the
           *> shared SalesTax routine
           *> the U transaction links an item to the successor that
           *> replaces it from an effective date (0 removes the link),
           *> refusing a successor not on file or one whose own chain
           *> leads back to the item
           *> every sign-on, good or bad, now goes through
           *> SignOnControl, which logs it to SIGNLOG, locks the
           *> operator out after repeated failures and makes an
           *> expired password be changed before going on
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
           01 WS-OPERATOR-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-SIGNED-ON-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SIGNED-ON VALUE 'Y'.
           01 WS-SIGNON-MATCHED PIC X(01) VALUE 'N'.
           01 WS-SIGNON-RESULT PIC X(01) VALUE SPACE.
               88 WS-SIGNON-PASSED VALUE 'P'.
           01 WS-ALLOWED-FUNCTIONS PIC X(08) VALUE SPACES.
           01 WS-FUNCTION-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FUNCTION-OK VALUE 'Y'.
               88 WS-TRAN-RANGE VALUE 'L'.
               88 WS-TRAN-VARIANCE VALUE 'V'.
               88 WS-TRAN-SLOW-MOVING VALUE 'S'.
               88 WS-TRAN-SUPERSEDE VALUE 'U'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-MOVEMENT-QTY PIC 9(07) VALUE ZERO.
           01 WS-ITEMS-COUNTED PIC 9(05) VALUE ZERO.
           01 WS-ITEMS-FLAGGED PIC 9(05) VALUE ZERO.

      *> supersession - the successor chain is walked to refuse a
      *> link that would lead back to the item being replaced
           01 WS-OLD-ITEM-CODE PIC 9(05) VALUE ZERO.
           01 WS-SUCCESSOR-ITEM PIC 9(05) VALUE ZERO.
           01 WS-SUPERSEDE-DATE PIC 9(08) VALUE ZERO.
           01 WS-CHAIN-ITEM PIC 9(05) VALUE ZERO.
           01 WS-CHAIN-HOPS PIC 9(02) VALUE ZERO.
           01 WS-LINK-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LINK-OK VALUE 'Y'.
           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

           01 WS-PRICEHST-STATUS PIC X(02) VALUE SPACES.
           01 WS-OLD-UNIT-COST PIC 9(05)V99 VALUE ZERO.

      *> tax-code check - SalesTax is asked to tax nothing under the
      *> code just to learn whether the table holds it
           01 WS-TAX-CODE PIC X(02) VALUE SPACES.
           01 WS-TAX-NET PIC 9(09)V99 VALUE ZERO.
           01 WS-TAX-AMOUNT PIC 9(09)V99 VALUE ZERO.
           01 WS-TAX-OUTPUT-ACCOUNT PIC X(10) VALUE SPACES.
           01 WS-TAX-INPUT-ACCOUNT PIC X(10) VALUE SPACES.
           01 WS-TAX-RECOVERABLE PIC X(01) VALUE SPACE.
           01 WS-TAX-CODE-FOUND PIC X(01) VALUE SPACE.

           01 WS-USAGE-STATUS PIC X(02) VALUE SPACES.
           01 WS-USAGE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-USAGE-EOF VALUE 'Y'.
                           TO WS-ALLOWED-FUNCTIONS
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

           DISPLAY "ENTER TRANSACTION (A=ADD C=CHANGE D=DELETE "
               "R=RECEIPT I=ISSUE L=RANGE LOOKUP V=VARIANCE "
               "S=SLOW MOVING U=SUPERSEDE E=END) "
           ACCEPT WS-TRANSACTION-CODE
           PERFORM CHECK-BATCH-LOCK-PARA

                           PERFORM ISSUE-PARA
                       END-IF
                   END-IF
               WHEN WS-TRAN-SUPERSEDE
                   PERFORM CHECK-FUNCTION-PARA
                   IF WS-FUNCTION-OK
                       IF WS-UPDATES-LOCKED
                           DISPLAY "MASTER IN USE BY A BATCH RUN"
                               " - UPDATE REFUSED"
                       ELSE
                           PERFORM SUPERSEDE-PARA
                       END-IF
                   END-IF
               WHEN WS-TRAN-RANGE
                   PERFORM RANGE-LOOKUP-PARA
               WHEN WS-TRAN-VARIANCE
                   MOVE SPACE TO IM-ABC-CLASS
                   MOVE ZERO TO IM-SELLING-PRICE
                   MOVE ZERO TO IM-QTY-ON-HOLD
                   MOVE SPACES TO IM-TAX-CODE
                   MOVE ZERO TO IM-SUCCESSOR-CODE
                   MOVE ZERO TO IM-SUPERSEDE-DATE
                   PERFORM ENTER-TAX-CODE-PARA
                   MOVE WS-NEW-ITEM-CODE TO IM-ITEM-CODE
                   WRITE INVENTORY-MASTER-RECORD
                       INVALID KEY
                   ACCEPT IM-UNIT-COST
                   DISPLAY "ENTER NEW REORDER POINT "
                   ACCEPT IM-REORDER-POINT
                   PERFORM ENTER-TAX-CODE-PARA
                   IF IM-UNIT-COST NOT = WS-OLD-UNIT-COST
                       PERFORM LOG-PRICE-CHANGE-PARA
                   END-IF
                   END-REWRITE
           END-READ.

           ENTER-TAX-CODE-PARA.

      *> blank keeps the code the item has (a new item starts blank,
      *> the standard code); a code not on the SALES-TAX-CODE table
      *> is refused and the old one stands
           DISPLAY "ENTER SALES TAX CODE (BLANK = " IM-TAX-CODE
               " UNCHANGED, STANDARD IF NONE) "
           MOVE SPACES TO WS-TAX-CODE
           ACCEPT WS-TAX-CODE
           IF WS-TAX-CODE NOT = SPACES
               CALL "SalesTax" USING WS-TAX-CODE WS-TAX-NET
                   WS-TAX-AMOUNT WS-TAX-OUTPUT-ACCOUNT
                   WS-TAX-INPUT-ACCOUNT WS-TAX-RECOVERABLE
                   WS-TAX-CODE-FOUND
               IF WS-TAX-CODE-FOUND = 'Y'
                   MOVE WS-TAX-CODE TO IM-TAX-CODE
               ELSE
                   DISPLAY "TAX CODE " WS-TAX-CODE
                       " NOT ON SALES-TAX-CODE TABLE - NOT CHANGED"
               END-IF
           END-IF.

           LOG-PRICE-CHANGE-PARA.

           MOVE IM-ITEM-CODE TO PH-ITEM-CODE
                   END-DELETE
           END-READ.

           SUPERSEDE-PARA.

      *> links an item to the one replacing it - order entry, the
      *> backorder fill and the PO suggestions move demand across
      *> once the old item's stock is gone; successor 0 removes it
           DISPLAY "ENTER ITEM CODE BEING REPLACED "
           ACCEPT IM-ITEM-CODE
           READ INVENTORY-MASTER
               INVALID KEY
                   DISPLAY "ITEM CODE NOT FOUND"
               NOT INVALID KEY
                   MOVE IM-ITEM-CODE TO WS-OLD-ITEM-CODE
                   IF IM-NOT-SUPERSEDED
                       DISPLAY "ITEM " IM-ITEM-CODE " "
                           IM-ITEM-DESCRIPTION " IS NOT SUPERSEDED"
                   ELSE
                       DISPLAY "ITEM " IM-ITEM-CODE " "
                           IM-ITEM-DESCRIPTION " SUPERSEDED BY "
                           IM-SUCCESSOR-CODE " FROM "
                           IM-SUPERSEDE-DATE
                   END-IF
                   DISPLAY "ENTER SUCCESSOR ITEM CODE "
                       "(0 = REMOVE THE LINK) "
                   ACCEPT WS-SUCCESSOR-ITEM
                   MOVE 'Y' TO WS-LINK-OK-SWITCH
                   MOVE ZERO TO WS-SUPERSEDE-DATE
                   IF WS-SUCCESSOR-ITEM NOT = ZERO
                       PERFORM CHECK-SUCCESSOR-PARA
                   END-IF
                   IF WS-LINK-OK
                       PERFORM LINK-SUCCESSOR-PARA
                   END-IF
           END-READ.

           CHECK-SUCCESSOR-PARA.

           IF WS-SUCCESSOR-ITEM = WS-OLD-ITEM-CODE
               DISPLAY "AN ITEM CANNOT SUPERSEDE ITSELF"
               MOVE 'N' TO WS-LINK-OK-SWITCH
           END-IF
           MOVE WS-SUCCESSOR-ITEM TO WS-CHAIN-ITEM
           MOVE ZERO TO WS-CHAIN-HOPS
           PERFORM UNTIL NOT WS-LINK-OK OR WS-CHAIN-ITEM = ZERO
               MOVE WS-CHAIN-ITEM TO IM-ITEM-CODE
               READ INVENTORY-MASTER
                   INVALID KEY
                       DISPLAY "ITEM " WS-CHAIN-ITEM
                           " NOT ON INVENTORY MASTER - NOT LINKED"
                       MOVE 'N' TO WS-LINK-OK-SWITCH
                   NOT INVALID KEY
                       MOVE IM-SUCCESSOR-CODE TO WS-CHAIN-ITEM
                       ADD 1 TO WS-CHAIN-HOPS
                       IF WS-CHAIN-ITEM = WS-OLD-ITEM-CODE
                               OR WS-CHAIN-HOPS > 20
                           DISPLAY "SUCCESSOR LEADS BACK TO ITEM "
                               WS-OLD-ITEM-CODE " - NOT LINKED"
                           MOVE 'N' TO WS-LINK-OK-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LINK-OK
               DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD, 0 = TODAY) "
               ACCEPT WS-SUPERSEDE-DATE
               IF WS-SUPERSEDE-DATE = ZERO
                   ACCEPT WS-SUPERSEDE-DATE FROM DATE YYYYMMDD
               END-IF
               MOVE 'V' TO WS-DS-FUNCTION
               MOVE WS-SUPERSEDE-DATE TO WS-DS-DATE-1
               CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
                   WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
               IF WS-DS-RESULT = 'N'
                   DISPLAY "NOT A REAL DATE - NOT LINKED"
                   MOVE 'N' TO WS-LINK-OK-SWITCH
               END-IF
           END-IF.

           LINK-SUCCESSOR-PARA.

           MOVE WS-OLD-ITEM-CODE TO IM-ITEM-CODE
           READ INVENTORY-MASTER
               INVALID KEY
                   DISPLAY "ITEM CODE NOT FOUND"
               NOT INVALID KEY
                   MOVE INVENTORY-MASTER-RECORD TO WS-UJ-BEFORE
                   MOVE WS-SUCCESSOR-ITEM TO IM-SUCCESSOR-CODE
                   MOVE WS-SUPERSEDE-DATE TO IM-SUPERSEDE-DATE
                   REWRITE INVENTORY-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO CHANGE INVENTORY RECORD"
                       NOT INVALID KEY
                           MOVE 'R' TO WS-UJ-ACTION
                           MOVE IM-ITEM-CODE TO WS-UJ-KEY
                           MOVE WS-OPERATOR-ID TO WS-UJ-OPERATOR
                           MOVE INVENTORY-MASTER-RECORD
                               TO WS-UJ-AFTER
                           PERFORM WRITE-UPDATE-JOURNAL-PARA
                           IF IM-NOT-SUPERSEDED
                               DISPLAY "SUPERSESSION LINK REMOVED"
                           ELSE
                               DISPLAY "ITEM " IM-ITEM-CODE
                                   " SUPERSEDED BY "
                                   IM-SUCCESSOR-CODE " FROM "
                                   IM-SUPERSEDE-DATE
                           END-IF
                   END-REWRITE
           END-READ.

           VARIANCE-REPORT-PARA.

           MOVE ZERO TO WS-ITEMS-COUNTED
