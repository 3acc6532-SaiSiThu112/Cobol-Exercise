       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContractPrice.
       ENVIRONMENT DIVISION.
           *> shared customer price lookup, called the way
           *> DateService is - order entry quotes and the invoicing
           *> run bills through this one routine so the price a
           *> customer is quoted is the price they are invoiced
           *> given the customer, item, order quantity, pricing date
           *> and the item's list price, it returns the unit price
           *> and a source flag: C where a CUSTOMER-PRICE-LIST
           *> contract is in force on that date for that quantity,
           *> L where none is and the list price stands - of several
           *> contracts in force the latest effective wins, and of
           *> those the highest minimum quantity the order reaches
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-PRICE-FILE ASSIGN TO "PRICELST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-PRICE-KEY
               FILE STATUS IS WS-PRICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-PRICE-FILE.
           COPY PRICELST.

       WORKING-STORAGE SECTION.

           01 WS-PRICE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRICE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PRICE-EOF VALUE 'Y'.

       LINKAGE SECTION.

           01 LK-CUSTOMER-CODE PIC 9(05).
           01 LK-ITEM-CODE PIC 9(05).
           01 LK-ORDER-QTY PIC 9(07).
           01 LK-PRICE-DATE PIC 9(08).
           01 LK-LIST-PRICE PIC 9(05)V99.
           01 LK-UNIT-PRICE PIC 9(05)V99.
           01 LK-PRICE-SOURCE PIC X(01).

       PROCEDURE DIVISION USING LK-CUSTOMER-CODE LK-ITEM-CODE
               LK-ORDER-QTY LK-PRICE-DATE LK-LIST-PRICE
               LK-UNIT-PRICE LK-PRICE-SOURCE.
       MAIN-PROCEDURE.

           MOVE LK-LIST-PRICE TO LK-UNIT-PRICE
           MOVE 'L' TO LK-PRICE-SOURCE
      *> name-only orders predating the customer master have no
      *> customer to hold a contract
           IF LK-CUSTOMER-CODE NOT = ZERO
               OPEN INPUT CUSTOMER-PRICE-FILE
               IF WS-PRICE-STATUS = "00"
                   PERFORM FIND-CONTRACT-PARA
                   CLOSE CUSTOMER-PRICE-FILE
               ELSE
                   IF WS-PRICE-STATUS = "05"
                       CLOSE CUSTOMER-PRICE-FILE
                   END-IF
               END-IF
           END-IF

           GOBACK.

           FIND-CONTRACT-PARA.

           MOVE 'N' TO WS-PRICE-EOF-SWITCH
           MOVE LK-CUSTOMER-CODE TO PX-CUSTOMER-CODE
           MOVE LK-ITEM-CODE TO PX-ITEM-CODE
           MOVE ZERO TO PX-EFFECTIVE-DATE
           MOVE ZERO TO PX-MINIMUM-QTY
           START CUSTOMER-PRICE-FILE KEY >= PX-PRICE-KEY
               INVALID KEY MOVE 'Y' TO WS-PRICE-EOF-SWITCH
           END-START
           PERFORM CHECK-CONTRACT-PARA UNTIL WS-PRICE-EOF.

           CHECK-CONTRACT-PARA.

      *> the key runs effective date then minimum quantity, so the
      *> last contract in force read is the one that wins
           READ CUSTOMER-PRICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PRICE-EOF-SWITCH
               NOT AT END
                   IF PX-CUSTOMER-CODE NOT = LK-CUSTOMER-CODE
                           OR PX-ITEM-CODE NOT = LK-ITEM-CODE
                       MOVE 'Y' TO WS-PRICE-EOF-SWITCH
                   ELSE
                       IF PX-EFFECTIVE-DATE <= LK-PRICE-DATE
                               AND (PX-OPEN-ENDED
                                   OR PX-EXPIRY-DATE >= LK-PRICE-DATE)
                               AND LK-ORDER-QTY >= PX-MINIMUM-QTY
                           MOVE PX-CONTRACT-PRICE TO LK-UNIT-PRICE
                           MOVE 'C' TO LK-PRICE-SOURCE
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM ContractPrice.
