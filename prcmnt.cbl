       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceListMaintenance.
       ENVIRONMENT DIVISION.
           *> add/change/delete maintenance against the
           *> CUSTOMER-PRICE-LIST - a customer's negotiated price
           *> for an item, its effective and expiry dates and the
           *> minimum order quantity it applies from - so contract
           *> prices are billed at invoicing instead of being put
           *> right with credit notes after the fact; the customer
           *> must be on CUSTOMER-MASTER and the item on
           *> INVENTORY-MASTER, and the L transaction lists a
           *> customer's contracts against the item's list price
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-PRICE-FILE ASSIGN TO "PRICELST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-PRICE-KEY
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-CODE
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-PRICE-FILE.
           COPY PRICELST.

       FD CUSTOMER-MASTER.
           COPY CUSTMSTR.

       FD INVENTORY-MASTER.
           COPY INVMSTR.

       WORKING-STORAGE SECTION.

           01 WS-PRICE-STATUS PIC X(02) VALUE SPACES.
           01 WS-CUSTOMER-STATUS PIC X(02) VALUE SPACES.
           01 WS-INVENTORY-STATUS PIC X(02) VALUE SPACES.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-ADD VALUE 'A'.
               88 WS-TRAN-CHANGE VALUE 'C'.
               88 WS-TRAN-DELETE VALUE 'D'.
               88 WS-TRAN-LIST VALUE 'L'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCAN-EOF VALUE 'Y'.
           01 WS-VALID-SWITCH PIC X(01) VALUE 'N'.
               88 WS-VALID VALUE 'Y'.
           01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-ENTRY-CUSTOMER PIC 9(05) VALUE ZERO.
           01 WS-LIST-COUNT PIC 9(04) VALUE ZERO.
           01 WS-NEW-EXPIRY PIC 9(08) VALUE ZERO.
           01 WS-NEW-PRICE PIC 9(05)V99 VALUE ZERO.
           01 WS-STATE-TEXT PIC X(08) VALUE SPACES.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O CUSTOMER-PRICE-FILE
           IF WS-PRICE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-PRICE-FILE
               CLOSE CUSTOMER-PRICE-FILE
               OPEN I-O CUSTOMER-PRICE-FILE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT INVENTORY-MASTER

           DISPLAY "ENTER YOUR OPERATOR ID "
           ACCEPT WS-OPERATOR-ID

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

           CLOSE CUSTOMER-PRICE-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE INVENTORY-MASTER

            STOP RUN.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (A=ADD C=CHANGE D=DELETE "
               "L=LIST CUSTOMER E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM ADD-PARA
               WHEN WS-TRAN-CHANGE
                   PERFORM CHANGE-PARA
               WHEN WS-TRAN-DELETE
                   PERFORM DELETE-PARA
               WHEN WS-TRAN-LIST
                   PERFORM LIST-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

           ACCEPT-KEY-PARA.

           DISPLAY "ENTER CUSTOMER CODE "
           ACCEPT PX-CUSTOMER-CODE
           DISPLAY "ENTER ITEM CODE "
           ACCEPT PX-ITEM-CODE
           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD) "
           ACCEPT PX-EFFECTIVE-DATE
           DISPLAY "ENTER MINIMUM QUANTITY (0=ANY QUANTITY) "
           ACCEPT PX-MINIMUM-QTY.

           ADD-PARA.

           PERFORM ACCEPT-KEY-PARA
           PERFORM VALIDATE-KEY-PARA
           IF WS-VALID
               READ CUSTOMER-PRICE-FILE
                   INVALID KEY
                       PERFORM ACCEPT-TERMS-PARA
                       IF WS-VALID
                           MOVE WS-NEW-EXPIRY TO PX-EXPIRY-DATE
                           MOVE WS-NEW-PRICE TO PX-CONTRACT-PRICE
                           MOVE WS-OPERATOR-ID TO PX-SET-BY
                           MOVE WS-RUN-DATE TO PX-SET-DATE
                           WRITE CUSTOMER-PRICE-RECORD
                               INVALID KEY
                                   DISPLAY "UNABLE TO ADD CONTRACT "
                                       "PRICE"
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "CONTRACT PRICE ALREADY ON FILE"
               END-READ
           END-IF.

           CHANGE-PARA.

           PERFORM ACCEPT-KEY-PARA
           READ CUSTOMER-PRICE-FILE
               INVALID KEY
                   DISPLAY "CONTRACT PRICE NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "CURRENT PRICE " PX-CONTRACT-PRICE
                       "  EXPIRES " PX-EXPIRY-DATE
                   PERFORM ACCEPT-TERMS-PARA
                   IF WS-VALID
                       MOVE WS-NEW-EXPIRY TO PX-EXPIRY-DATE
                       MOVE WS-NEW-PRICE TO PX-CONTRACT-PRICE
                       MOVE WS-OPERATOR-ID TO PX-SET-BY
                       MOVE WS-RUN-DATE TO PX-SET-DATE
                       REWRITE CUSTOMER-PRICE-RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO CHANGE CONTRACT "
                                   "PRICE"
                       END-REWRITE
                   END-IF
           END-READ.

           DELETE-PARA.

           PERFORM ACCEPT-KEY-PARA
           READ CUSTOMER-PRICE-FILE
               INVALID KEY
                   DISPLAY "CONTRACT PRICE NOT ON FILE"
               NOT INVALID KEY
                   DELETE CUSTOMER-PRICE-FILE RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO DELETE CONTRACT PRICE"
                   END-DELETE
           END-READ.

           VALIDATE-KEY-PARA.

           MOVE 'Y' TO WS-VALID-SWITCH
           MOVE PX-CUSTOMER-CODE TO CM-CUSTOMER-CODE
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON CUSTOMER-MASTER"
                   MOVE 'N' TO WS-VALID-SWITCH
           END-READ
           MOVE PX-ITEM-CODE TO IM-ITEM-CODE
           READ INVENTORY-MASTER
               INVALID KEY
                   DISPLAY "ITEM NOT ON INVENTORY-MASTER"
                   MOVE 'N' TO WS-VALID-SWITCH
           END-READ
           MOVE 'V' TO WS-DS-FUNCTION
           MOVE PX-EFFECTIVE-DATE TO WS-DS-DATE-1
           CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
           IF WS-DS-RESULT = 'N'
               DISPLAY "EFFECTIVE DATE IS NOT A REAL DATE"
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF.

           ACCEPT-TERMS-PARA.

           MOVE 'Y' TO WS-VALID-SWITCH
           DISPLAY "ENTER CONTRACT PRICE "
           ACCEPT WS-NEW-PRICE
           DISPLAY "ENTER EXPIRY DATE (YYYYMMDD, 0=OPEN-ENDED) "
           ACCEPT WS-NEW-EXPIRY
           IF WS-NEW-PRICE = ZERO
               DISPLAY "CONTRACT PRICE MUST NOT BE ZERO"
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF
           IF WS-NEW-EXPIRY NOT = ZERO
               MOVE 'V' TO WS-DS-FUNCTION
               MOVE WS-NEW-EXPIRY TO WS-DS-DATE-1
               CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
                   WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
               IF WS-DS-RESULT = 'N'
                   DISPLAY "EXPIRY DATE IS NOT A REAL DATE"
                   MOVE 'N' TO WS-VALID-SWITCH
               ELSE
                   IF WS-NEW-EXPIRY < PX-EFFECTIVE-DATE
                       DISPLAY "EXPIRY DATE IS BEFORE THE EFFECTIVE "
                           "DATE"
                       MOVE 'N' TO WS-VALID-SWITCH
                   END-IF
               END-IF
           END-IF
           IF NOT WS-VALID
               DISPLAY "CONTRACT PRICE NOT SAVED"
           END-IF.

           LIST-PARA.

           DISPLAY "ENTER CUSTOMER CODE "
           ACCEPT WS-ENTRY-CUSTOMER
           MOVE WS-ENTRY-CUSTOMER TO CM-CUSTOMER-CODE
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO CM-CUSTOMER-NAME
           END-READ
           DISPLAY "CONTRACT PRICES FOR " WS-ENTRY-CUSTOMER " "
               CM-CUSTOMER-NAME
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE WS-ENTRY-CUSTOMER TO PX-CUSTOMER-CODE
           MOVE ZERO TO PX-ITEM-CODE
           MOVE ZERO TO PX-EFFECTIVE-DATE
           MOVE ZERO TO PX-MINIMUM-QTY
           START CUSTOMER-PRICE-FILE KEY >= PX-PRICE-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM LIST-ONE-PARA UNTIL WS-SCAN-EOF
           DISPLAY "CONTRACTS LISTED : " WS-LIST-COUNT.

           LIST-ONE-PARA.

           READ CUSTOMER-PRICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF PX-CUSTOMER-CODE NOT = WS-ENTRY-CUSTOMER
                       MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   ELSE
                       PERFORM SHOW-CONTRACT-PARA
                   END-IF
           END-READ.

           SHOW-CONTRACT-PARA.

           ADD 1 TO WS-LIST-COUNT
           MOVE PX-ITEM-CODE TO IM-ITEM-CODE
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE SPACES TO IM-ITEM-DESCRIPTION
                   MOVE ZERO TO IM-SELLING-PRICE
           END-READ
           EVALUATE TRUE
               WHEN PX-EFFECTIVE-DATE > WS-RUN-DATE
                   MOVE "FUTURE" TO WS-STATE-TEXT
               WHEN NOT PX-OPEN-ENDED
                       AND PX-EXPIRY-DATE < WS-RUN-DATE
                   MOVE "EXPIRED" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "IN FORCE" TO WS-STATE-TEXT
           END-EVALUATE
           DISPLAY "  ITEM " PX-ITEM-CODE " " IM-ITEM-DESCRIPTION
               " FROM " PX-EFFECTIVE-DATE " TO " PX-EXPIRY-DATE
               " MIN QTY " PX-MINIMUM-QTY
               " PRICE " PX-CONTRACT-PRICE
               " LIST " IM-SELLING-PRICE
               " " WS-STATE-TEXT.

       END PROGRAM PriceListMaintenance.
