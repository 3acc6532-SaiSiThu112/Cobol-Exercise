       IDENTIFICATION DIVISION.
       PROGRAM-ID. DispatchNotes.
       ENVIRONMENT DIVISION.
           *> dispatch and proof-of-delivery transactions behind the
           *> pick-confirm step, replacing the handwritten delivery
           *> note - the D transaction groups the confirmed picks
           *> (and what was picked on a short pick) by order and
           *> dispatching warehouse, takes the carrier and package
           *> count for each, numbers a DISPATCH-NOTE one past the
           *> highest on file, prints it through the DISPNOTE spool,
           *> marks the picks dispatched and adds the quantity to
           *> CO-DISPATCHED-QTY, which is what invoicing now bills
           *> a group with no carrier keyed is held back and offered
           *> again on the next dispatch
           *> the P transaction records proof of delivery against a
           *> dispatch note - the date the customer signed, checked
           *> through DateService, and who signed
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PICK-FILE ASSIGN TO "PICKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-STATUS.

           SELECT CUSTOMER-ORDER-FILE ASSIGN TO "COMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ORDER-NUMBER
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT OPTIONAL DISPATCH-FILE ASSIGN TO "DISPATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPATCH-STATUS.

           SELECT PRINT-FILE ASSIGN TO "DISPNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PICK-FILE.
           COPY PICKLIST.

       FD CUSTOMER-ORDER-FILE.
           COPY CUSTORD.

       FD DISPATCH-FILE.
           COPY DISPATCH.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-PICK-STATUS PIC X(02) VALUE SPACES.
           01 WS-ORDER-STATUS PIC X(02) VALUE SPACES.
           01 WS-DISPATCH-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-PICK-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PICK-EOF VALUE 'Y'.
           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCAN-EOF VALUE 'Y'.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-NOTE-FOUND VALUE 'Y'.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-DISPATCH VALUE 'D'.
               88 WS-TRAN-PROOF VALUE 'P'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-PICK-TABLE.
               02 WS-PICK-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-PICK-IDX.
                   05 WS-PK-RUN-DATE PIC 9(08).
                   05 WS-PK-WAREHOUSE PIC X(03).
                   05 WS-PK-ORDER PIC 9(06).
                   05 WS-PK-ITEM PIC 9(05).
                   05 WS-PK-QTY PIC 9(07).
                   05 WS-PK-CUSTOMER PIC X(20).
                   05 WS-PK-STATUS PIC X(01).
                   05 WS-PK-BIN PIC X(06).
                   05 WS-PK-SEEN PIC X(01).
           01 WS-PICK-COUNT PIC 9(03) VALUE ZERO.
           01 WS-PICK-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PICK-OVERFLOWED VALUE 'Y'.
           01 WS-PICKS-CHANGED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PICKS-CHANGED VALUE 'Y'.
           01 WS-GROUP-SUB PIC 9(03) VALUE ZERO.
           01 I PIC 9(03) VALUE ZERO.

           01 WS-GROUP-ORDER PIC 9(06) VALUE ZERO.
           01 WS-GROUP-WAREHOUSE PIC X(03) VALUE SPACES.
           01 WS-GROUP-QTY PIC 9(07) VALUE ZERO.
           01 WS-GROUP-COUNT PIC 9(05) VALUE ZERO.
           01 WS-ENTRY-CARRIER PIC X(10) VALUE SPACES.
           01 WS-ENTRY-PACKAGES PIC 9(03) VALUE ZERO.
           01 WS-ENTRY-DISPATCH-NO PIC 9(06) VALUE ZERO.
           01 WS-ENTRY-POD-DATE PIC 9(08) VALUE ZERO.
           01 WS-ENTRY-SIGNED-BY PIC X(20) VALUE SPACES.

           01 WS-NEXT-DISPATCH-NO PIC 9(06) VALUE ZERO.
           01 WS-NOTES-RAISED PIC 9(05) VALUE ZERO.
           01 WS-PROOFS-RECORDED PIC 9(05) VALUE ZERO.
           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-PICKS-PARA
           IF WS-PICK-OVERFLOWED
               DISPLAY "*** PICKFILE HOLDS MORE LINES THAN THE "
                   "TABLE - NOTHING DISPATCHED, THE WRITE-BACK "
                   "WOULD DESTROY THE LINES PAST THE LIMIT ***"
                STOP RUN
           END-IF
           PERFORM FIND-LAST-DISPATCH-PARA

           OPEN I-O CUSTOMER-ORDER-FILE
           OPEN OUTPUT PRINT-FILE

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

           CLOSE CUSTOMER-ORDER-FILE
           CLOSE PRINT-FILE
           IF WS-PICKS-CHANGED
               PERFORM SAVE-PICKS-PARA
           END-IF

           DISPLAY "DISPATCH NOTES RAISED : " WS-NOTES-RAISED
           DISPLAY "PROOFS OF DELIVERY    : " WS-PROOFS-RECORDED
           IF WS-NOTES-RAISED > ZERO
               DISPLAY "DISPATCH NOTES SPOOLED TO DISPNOTE"
           END-IF

            STOP RUN.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (D=DISPATCH CONFIRMED PICKS "
               "P=PROOF OF DELIVERY E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-DISPATCH
                   PERFORM DISPATCH-PARA
               WHEN WS-TRAN-PROOF
                   PERFORM PROOF-OF-DELIVERY-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

      *>--------------- pick file ----------------------------------

           LOAD-PICKS-PARA.

           MOVE 'N' TO WS-PICK-EOF-SWITCH
           OPEN INPUT PICK-FILE
           PERFORM READ-PICK-PARA
           PERFORM BUILD-PICK-TABLE-PARA UNTIL WS-PICK-EOF
           CLOSE PICK-FILE.

           READ-PICK-PARA.

           READ PICK-FILE
               AT END MOVE 'Y' TO WS-PICK-EOF-SWITCH
           END-READ.

           BUILD-PICK-TABLE-PARA.

           IF WS-PICK-COUNT = 500
               MOVE 'Y' TO WS-PICK-OVERFLOW-SWITCH
               MOVE 'Y' TO WS-PICK-EOF-SWITCH
           ELSE
               ADD 1 TO WS-PICK-COUNT
               SET WS-PICK-IDX TO WS-PICK-COUNT
               MOVE PK-RUN-DATE TO WS-PK-RUN-DATE(WS-PICK-IDX)
               MOVE PK-WAREHOUSE-CODE
                   TO WS-PK-WAREHOUSE(WS-PICK-IDX)
               MOVE PK-ORDER-NUMBER TO WS-PK-ORDER(WS-PICK-IDX)
               MOVE PK-ITEM-CODE TO WS-PK-ITEM(WS-PICK-IDX)
               MOVE PK-QTY TO WS-PK-QTY(WS-PICK-IDX)
               MOVE PK-CUSTOMER-NAME TO WS-PK-CUSTOMER(WS-PICK-IDX)
               MOVE PK-STATUS TO WS-PK-STATUS(WS-PICK-IDX)
               MOVE PK-BIN-CODE TO WS-PK-BIN(WS-PICK-IDX)
           END-IF
           IF NOT WS-PICK-EOF
               PERFORM READ-PICK-PARA
           END-IF.

           SAVE-PICKS-PARA.

           OPEN OUTPUT PICK-FILE
           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX > WS-PICK-COUNT
               MOVE WS-PK-RUN-DATE(WS-PICK-IDX) TO PK-RUN-DATE
               MOVE WS-PK-WAREHOUSE(WS-PICK-IDX)
                   TO PK-WAREHOUSE-CODE
               MOVE WS-PK-ORDER(WS-PICK-IDX) TO PK-ORDER-NUMBER
               MOVE WS-PK-ITEM(WS-PICK-IDX) TO PK-ITEM-CODE
               MOVE WS-PK-QTY(WS-PICK-IDX) TO PK-QTY
               MOVE WS-PK-CUSTOMER(WS-PICK-IDX) TO PK-CUSTOMER-NAME
               MOVE WS-PK-STATUS(WS-PICK-IDX) TO PK-STATUS
               MOVE WS-PK-BIN(WS-PICK-IDX) TO PK-BIN-CODE
               WRITE PICK-LIST-RECORD
           END-PERFORM
           CLOSE PICK-FILE.

           FIND-LAST-DISPATCH-PARA.

           MOVE ZERO TO WS-NEXT-DISPATCH-NO
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT DISPATCH-FILE
           PERFORM UNTIL WS-SCAN-EOF
               READ DISPATCH-FILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   NOT AT END
                       IF DN-DISPATCH-NO > WS-NEXT-DISPATCH-NO
                           MOVE DN-DISPATCH-NO TO WS-NEXT-DISPATCH-NO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPATCH-FILE.

      *>--------------- dispatch -----------------------------------

           DISPATCH-PARA.

      *> a pick confirmed in full, or the part actually picked on a
      *> short pick, is ready to go
           MOVE ZERO TO WS-GROUP-COUNT
           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX > WS-PICK-COUNT
               MOVE 'N' TO WS-PK-SEEN(WS-PICK-IDX)
           END-PERFORM
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-PICK-COUNT
               IF WS-PK-SEEN(WS-GROUP-SUB) = 'N'
                       AND (WS-PK-STATUS(WS-GROUP-SUB) = 'C'
                           OR (WS-PK-STATUS(WS-GROUP-SUB) = 'S'
                               AND WS-PK-QTY(WS-GROUP-SUB) > ZERO))
                   ADD 1 TO WS-GROUP-COUNT
                   PERFORM DISPATCH-GROUP-PARA
               END-IF
           END-PERFORM
           IF WS-GROUP-COUNT = ZERO
               DISPLAY "NO CONFIRMED PICKS WAITING FOR DISPATCH"
           END-IF.

           DISPATCH-GROUP-PARA.

           MOVE WS-PK-ORDER(WS-GROUP-SUB) TO WS-GROUP-ORDER
           MOVE WS-PK-WAREHOUSE(WS-GROUP-SUB) TO WS-GROUP-WAREHOUSE
           MOVE ZERO TO WS-GROUP-QTY
           PERFORM VARYING I FROM WS-GROUP-SUB BY 1
                   UNTIL I > WS-PICK-COUNT
               IF WS-PK-ORDER(I) = WS-GROUP-ORDER
                       AND WS-PK-WAREHOUSE(I) = WS-GROUP-WAREHOUSE
                       AND (WS-PK-STATUS(I) = 'C'
                           OR (WS-PK-STATUS(I) = 'S'
                               AND WS-PK-QTY(I) > ZERO))
                   MOVE 'Y' TO WS-PK-SEEN(I)
                   ADD WS-PK-QTY(I) TO WS-GROUP-QTY
               END-IF
           END-PERFORM

           MOVE WS-GROUP-ORDER TO CO-ORDER-NUMBER
           READ CUSTOMER-ORDER-FILE
               INVALID KEY
                   DISPLAY "ORDER " WS-GROUP-ORDER
                       " NOT ON FILE - PICKS NOT DISPATCHED"
               NOT INVALID KEY
                   DISPLAY "ORDER " CO-ORDER-NUMBER " "
                       CO-CUSTOMER-NAME " ITEM " CO-ITEM-CODE
                       " QTY " WS-GROUP-QTY
                       " FROM " WS-GROUP-WAREHOUSE
                   DISPLAY "ENTER CARRIER (BLANK TO HOLD BACK) "
                   ACCEPT WS-ENTRY-CARRIER
                   IF WS-ENTRY-CARRIER = SPACES
                       DISPLAY "HELD BACK - NOT DISPATCHED"
                   ELSE
                       DISPLAY "ENTER NUMBER OF PACKAGES "
                       ACCEPT WS-ENTRY-PACKAGES
                       IF WS-ENTRY-PACKAGES = ZERO
                           MOVE 1 TO WS-ENTRY-PACKAGES
                       END-IF
                       PERFORM RAISE-DISPATCH-NOTE-PARA
                   END-IF
           END-READ.

           RAISE-DISPATCH-NOTE-PARA.

           ADD 1 TO WS-NEXT-DISPATCH-NO
           MOVE WS-NEXT-DISPATCH-NO TO DN-DISPATCH-NO
           MOVE CO-ORDER-NUMBER TO DN-ORDER-NUMBER
           MOVE CO-CUSTOMER-CODE TO DN-CUSTOMER-CODE
           MOVE CO-CUSTOMER-NAME TO DN-CUSTOMER-NAME
           MOVE CO-ITEM-CODE TO DN-ITEM-CODE
           MOVE WS-GROUP-QTY TO DN-QTY
           MOVE WS-GROUP-WAREHOUSE TO DN-WAREHOUSE-CODE
           MOVE WS-ENTRY-CARRIER TO DN-CARRIER
           MOVE WS-ENTRY-PACKAGES TO DN-PACKAGES
           MOVE WS-RUN-DATE TO DN-DISPATCH-DATE
           MOVE 'T' TO DN-STATUS
           MOVE ZERO TO DN-POD-DATE
           MOVE SPACES TO DN-POD-SIGNED-BY
           OPEN EXTEND DISPATCH-FILE
           WRITE DISPATCH-NOTE-RECORD
           CLOSE DISPATCH-FILE

           PERFORM VARYING I FROM WS-GROUP-SUB BY 1
                   UNTIL I > WS-PICK-COUNT
               IF WS-PK-ORDER(I) = WS-GROUP-ORDER
                       AND WS-PK-WAREHOUSE(I) = WS-GROUP-WAREHOUSE
                       AND (WS-PK-STATUS(I) = 'C'
                           OR (WS-PK-STATUS(I) = 'S'
                               AND WS-PK-QTY(I) > ZERO))
                   MOVE 'D' TO WS-PK-STATUS(I)
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-PICKS-CHANGED-SWITCH

           ADD WS-GROUP-QTY TO CO-DISPATCHED-QTY
           REWRITE CUSTOMER-ORDER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO UPDATE ORDER " CO-ORDER-NUMBER
           END-REWRITE
           ADD 1 TO WS-NOTES-RAISED
           PERFORM PRINT-DISPATCH-NOTE-PARA
           DISPLAY "DISPATCH NOTE " DN-DISPATCH-NO " RAISED".

           PRINT-DISPATCH-NOTE-PARA.

           MOVE "==============================================="
               TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "DISPATCH NOTE " DELIMITED BY SIZE
               DN-DISPATCH-NO DELIMITED BY SIZE
               "   DATE " DELIMITED BY SIZE
               DN-DISPATCH-DATE DELIMITED BY SIZE
               "   FROM WAREHOUSE " DELIMITED BY SIZE
               DN-WAREHOUSE-CODE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "DELIVER TO " DELIMITED BY SIZE
               DN-CUSTOMER-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DN-CUSTOMER-NAME DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "ORDER " DELIMITED BY SIZE
               DN-ORDER-NUMBER DELIMITED BY SIZE
               "  ITEM " DELIMITED BY SIZE
               DN-ITEM-CODE DELIMITED BY SIZE
               "  QTY " DELIMITED BY SIZE
               DN-QTY DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "CARRIER " DELIMITED BY SIZE
               DN-CARRIER DELIMITED BY SIZE
               "  PACKAGES " DELIMITED BY SIZE
               DN-PACKAGES DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "RECEIVED IN GOOD ORDER - SIGNED ______________"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE "DATE ____________" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE "==============================================="
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA.

           PRINT-LINE-PARA.

           MOVE SPACE TO PR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PR-TEXT
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

           PRINT-PAGE-PARA.

           MOVE '1' TO PR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PR-TEXT
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

      *>--------------- proof of delivery --------------------------

           PROOF-OF-DELIVERY-PARA.

           DISPLAY "ENTER DISPATCH NOTE NUMBER "
           ACCEPT WS-ENTRY-DISPATCH-NO
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN I-O DISPATCH-FILE
           PERFORM UNTIL WS-SCAN-EOF OR WS-NOTE-FOUND
               READ DISPATCH-FILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   NOT AT END
                       IF DN-DISPATCH-NO = WS-ENTRY-DISPATCH-NO
                           MOVE 'Y' TO WS-FOUND-SWITCH
                           PERFORM RECORD-PROOF-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPATCH-FILE
           IF NOT WS-NOTE-FOUND
               DISPLAY "DISPATCH NOTE NOT ON FILE"
           END-IF.

           RECORD-PROOF-PARA.

           DISPLAY "NOTE " DN-DISPATCH-NO " ORDER " DN-ORDER-NUMBER
               " " DN-CUSTOMER-NAME " QTY " DN-QTY
               " CARRIER " DN-CARRIER " SENT " DN-DISPATCH-DATE
           IF DN-DELIVERED
               DISPLAY "PROOF OF DELIVERY ALREADY HELD - SIGNED "
                   DN-POD-DATE " BY " DN-POD-SIGNED-BY
           ELSE
               DISPLAY "ENTER DATE SIGNED FOR (YYYYMMDD, 0 = TODAY) "
               ACCEPT WS-ENTRY-POD-DATE
               IF WS-ENTRY-POD-DATE = ZERO
                   MOVE WS-RUN-DATE TO WS-ENTRY-POD-DATE
               END-IF
               DISPLAY "ENTER NAME OF PERSON WHO SIGNED "
               ACCEPT WS-ENTRY-SIGNED-BY
               MOVE 'V' TO WS-DS-FUNCTION
               MOVE WS-ENTRY-POD-DATE TO WS-DS-DATE-1
               CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
                   WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
               EVALUATE TRUE
                   WHEN WS-DS-RESULT = 'N'
                       DISPLAY "NOT A REAL DATE - NOT RECORDED"
                   WHEN WS-ENTRY-POD-DATE < DN-DISPATCH-DATE
                           OR WS-ENTRY-POD-DATE > WS-RUN-DATE
                       DISPLAY "DATE MUST FALL BETWEEN DISPATCH AND "
                           "TODAY - NOT RECORDED"
                   WHEN WS-ENTRY-SIGNED-BY = SPACES
                       DISPLAY "NO SIGNATORY - NOT RECORDED"
                   WHEN OTHER
                       MOVE 'D' TO DN-STATUS
                       MOVE WS-ENTRY-POD-DATE TO DN-POD-DATE
                       MOVE WS-ENTRY-SIGNED-BY TO DN-POD-SIGNED-BY
                       REWRITE DISPATCH-NOTE-RECORD
                       ADD 1 TO WS-PROOFS-RECORDED
                       DISPLAY "PROOF OF DELIVERY RECORDED"
               END-EVALUATE
           END-IF.

       END PROGRAM DispatchNotes.
