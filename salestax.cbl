       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesTax.
       ENVIRONMENT DIVISION.
           *> shared sales-tax calculation, called the way
           *> ContractPrice is - sales invoicing, customer credit
           *> notes and the vendor invoice run all tax through this
           *> one routine so output and input tax are worked to the
           *> same rule and land on the same accounts
           *> given a tax code (blank for the standard code ST) and a
           *> net amount, it returns the code used, the tax rounded
           *> half-up to the cent, the output and input tax accounts,
           *> whether input tax under the code is recoverable, and a
           *> found flag - N for a code missing from the
           *> SALES-TAX-CODE table, with the tax left at zero for the
           *> caller to report
           *> the table loads on the first call and is held for the
           *> rest of the run
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALES-TAX-CODE-FILE ASSIGN TO "TAXCODE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXCODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SALES-TAX-CODE-FILE.
           COPY TAXCODE.

       WORKING-STORAGE SECTION.

           01 WS-TAXCODE-STATUS PIC X(02) VALUE SPACES.
           01 WS-TAXCODE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TAXCODE-EOF VALUE 'Y'.
           01 WS-LOADED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TABLE-LOADED VALUE 'Y'.

           01 WS-STANDARD-CODE PIC X(02) VALUE "ST".
           01 WS-TAX-TABLE.
               02 WS-TAX-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-TAX-IDX.
                   05 WS-TAX-CODE PIC X(02).
                   05 WS-TAX-RATE PIC 9(02)V999.
                   05 WS-TAX-OUTPUT-ACCOUNT PIC X(10).
                   05 WS-TAX-INPUT-ACCOUNT PIC X(10).
                   05 WS-TAX-RECOVERABLE PIC X(01).
           01 WS-TAX-COUNT PIC 9(03) VALUE ZERO.

       LINKAGE SECTION.

           01 LK-TAX-CODE PIC X(02).
           01 LK-NET-AMOUNT PIC 9(09)V99.
           01 LK-TAX-AMOUNT PIC 9(09)V99.
           01 LK-OUTPUT-ACCOUNT PIC X(10).
           01 LK-INPUT-ACCOUNT PIC X(10).
           01 LK-RECOVERABLE PIC X(01).
           01 LK-CODE-FOUND PIC X(01).

       PROCEDURE DIVISION USING LK-TAX-CODE LK-NET-AMOUNT
               LK-TAX-AMOUNT LK-OUTPUT-ACCOUNT LK-INPUT-ACCOUNT
               LK-RECOVERABLE LK-CODE-FOUND.
       MAIN-PROCEDURE.

           IF NOT WS-TABLE-LOADED
               PERFORM LOAD-TAX-CODES-PARA
           END-IF

           IF LK-TAX-CODE = SPACES
               MOVE WS-STANDARD-CODE TO LK-TAX-CODE
           END-IF
           MOVE ZERO TO LK-TAX-AMOUNT
           MOVE SPACES TO LK-OUTPUT-ACCOUNT
           MOVE SPACES TO LK-INPUT-ACCOUNT
           MOVE 'N' TO LK-RECOVERABLE
           MOVE 'N' TO LK-CODE-FOUND

           SET WS-TAX-IDX TO 1
           SEARCH WS-TAX-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TAX-IDX > WS-TAX-COUNT
                   CONTINUE
               WHEN WS-TAX-CODE(WS-TAX-IDX) = LK-TAX-CODE
                   MOVE 'Y' TO LK-CODE-FOUND
                   COMPUTE LK-TAX-AMOUNT ROUNDED =
                       LK-NET-AMOUNT * WS-TAX-RATE(WS-TAX-IDX) / 100
                   MOVE WS-TAX-OUTPUT-ACCOUNT(WS-TAX-IDX)
                       TO LK-OUTPUT-ACCOUNT
                   MOVE WS-TAX-INPUT-ACCOUNT(WS-TAX-IDX)
                       TO LK-INPUT-ACCOUNT
                   MOVE WS-TAX-RECOVERABLE(WS-TAX-IDX)
                       TO LK-RECOVERABLE
           END-SEARCH

           GOBACK.

           LOAD-TAX-CODES-PARA.

           MOVE ZERO TO WS-TAX-COUNT
           MOVE 'N' TO WS-TAXCODE-EOF-SWITCH
           OPEN INPUT SALES-TAX-CODE-FILE
           PERFORM UNTIL WS-TAXCODE-EOF
               READ SALES-TAX-CODE-FILE
                   AT END MOVE 'Y' TO WS-TAXCODE-EOF-SWITCH
                   NOT AT END
                       IF WS-TAX-COUNT < 50
                           ADD 1 TO WS-TAX-COUNT
                           SET WS-TAX-IDX TO WS-TAX-COUNT
                           MOVE TX-TAX-CODE TO WS-TAX-CODE(WS-TAX-IDX)
                           MOVE TX-RATE TO WS-TAX-RATE(WS-TAX-IDX)
                           MOVE TX-OUTPUT-ACCOUNT
                               TO WS-TAX-OUTPUT-ACCOUNT(WS-TAX-IDX)
                           MOVE TX-INPUT-ACCOUNT
                               TO WS-TAX-INPUT-ACCOUNT(WS-TAX-IDX)
                           MOVE TX-RECOVERABLE
                               TO WS-TAX-RECOVERABLE(WS-TAX-IDX)
                       ELSE
                           DISPLAY "*** SALES-TAX-CODE TABLE FULL - "
                               "CODE " TX-TAX-CODE " IGNORED ***"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-TAX-CODE-FILE
           MOVE 'Y' TO WS-LOADED-SWITCH.

       END PROGRAM SalesTax.
