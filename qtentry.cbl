       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesQuotation.
       ENVIRONMENT DIVISION.
           *> sales quotation entry - one quote header per customer
           *> quotation on the SALES-QUOTE-HEADER file with its item
           *> lines on the SALES-QUOTE-LINE file, replacing quotes
           *> typed in a word processor and keyed again, at another
           *> price, when the customer accepts
           *> the salesperson signs on against USER-AUTHORITY and is
           *> recorded on the quote; the customer is validated on
           *> CUSTOMER-MASTER and each item on INVENTORY-MASTER, and
           *> each line offers the price the invoicing run would
           *> charge (contract or list, off ContractPrice) for the
           *> salesperson to accept or better
           *> a new quote is printed to the QUOTEPRT spool for the
           *> customer; P reprints one, I inquires, and D marks a
           *> quote the customer declined - acceptance is the Q
           *> conversion transaction in order entry
           *> every sign-on, good or bad, now goes through
           *> SignOnControl, which logs it to SIGNLOG, locks the
           *> operator out after repeated failures and makes an
           *> expired password be changed before going on
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-QUOTE-HEADER-FILE ASSIGN TO "QUOTEHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QH-QUOTE-NUMBER
               FILE STATUS IS WS-HEADER-STATUS.

           SELECT SALES-QUOTE-LINE-FILE ASSIGN TO "QUOTELIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QL-LINE-KEY
               FILE STATUS IS WS-LINE-STATUS.

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

           SELECT OPTIONAL USER-AUTHORITY-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT PRINT-FILE ASSIGN TO "QUOTEPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SALES-QUOTE-HEADER-FILE.
           COPY QUOTEHDR.

       FD SALES-QUOTE-LINE-FILE.
           COPY QUOTELIN.

       FD CUSTOMER-MASTER.
           COPY CUSTMSTR.

       FD INVENTORY-MASTER.
           COPY INVMSTR.

       FD USER-AUTHORITY-FILE.
           COPY USERAUTH.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-HEADER-STATUS PIC X(02) VALUE SPACES.
           01 WS-LINE-STATUS PIC X(02) VALUE SPACES.
           01 WS-CUSTOMER-STATUS PIC X(02) VALUE SPACES.
           01 WS-INVENTORY-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-ADD VALUE 'A'.
               88 WS-TRAN-INQUIRE VALUE 'I'.
               88 WS-TRAN-PRINT VALUE 'P'.
               88 WS-TRAN-DECLINE VALUE 'D'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-ENTRY-QUOTE PIC 9(06) VALUE ZERO.
           01 WS-ENTRY-ITEM PIC 9(05) VALUE ZERO.
           01 WS-ENTRY-QTY PIC 9(07) VALUE ZERO.
           01 WS-ENTRY-PRICE PIC 9(05)V99 VALUE ZERO.
           01 WS-ENTRY-VALID-UNTIL PIC 9(08) VALUE ZERO.
           01 WS-OFFER-PRICE PIC 9(05)V99 VALUE ZERO.
           01 WS-OFFER-SOURCE PIC X(01) VALUE SPACE.
               88 WS-OFFER-CONTRACT VALUE 'C'.
           01 WS-LINE-NO PIC 9(03) VALUE ZERO.
           01 WS-LINE-VALUE PIC 9(09)V99 VALUE ZERO.
           01 WS-QUOTE-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-NEXT-QUOTE-NUMBER PIC 9(06) VALUE ZERO.
           01 WS-MORE-LINES-SWITCH PIC X(01) VALUE 'Y'.
               88 WS-MORE-LINES VALUE 'Y'.
           01 WS-LIST-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LIST-EOF VALUE 'Y'.
           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCAN-EOF VALUE 'Y'.
           01 WS-PRINTING-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PRINTING VALUE 'Y'.
           01 WS-QUOTES-PRINTED PIC 9(05) VALUE ZERO.
           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-DEFAULT-VALID-DAYS PIC S9(07) VALUE 30.

           01 WS-AUTH-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUTH-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-AUTH-EOF VALUE 'Y'.
           01 WS-AUTH-COUNT PIC 9(02) VALUE ZERO.
           01 WS-AUTH-PROGRAM-NAME PIC X(08) VALUE "QTENTRY ".
           01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
           01 WS-OPERATOR-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-SIGNED-ON-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SIGNED-ON VALUE 'Y'.
           01 WS-SIGNON-MATCHED PIC X(01) VALUE 'N'.
           01 WS-SIGNON-RESULT PIC X(01) VALUE SPACE.
               88 WS-SIGNON-PASSED VALUE 'P'.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

           01 WS-EDIT-PRICE PIC ZZ,ZZ9.99.
           01 WS-EDIT-VALUE PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-QTY PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SIGN-ON-PARA

           OPEN I-O SALES-QUOTE-HEADER-FILE
           IF WS-HEADER-STATUS = "35"
               OPEN OUTPUT SALES-QUOTE-HEADER-FILE
               CLOSE SALES-QUOTE-HEADER-FILE
               OPEN I-O SALES-QUOTE-HEADER-FILE
           END-IF
           OPEN I-O SALES-QUOTE-LINE-FILE
           IF WS-LINE-STATUS = "35"
               OPEN OUTPUT SALES-QUOTE-LINE-FILE
               CLOSE SALES-QUOTE-LINE-FILE
               OPEN I-O SALES-QUOTE-LINE-FILE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT INVENTORY-MASTER
           OPEN OUTPUT PRINT-FILE

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

           CLOSE SALES-QUOTE-HEADER-FILE
           CLOSE SALES-QUOTE-LINE-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE INVENTORY-MASTER
           CLOSE PRINT-FILE
           DISPLAY "QUOTES SPOOLED TO QUOTEPRT : " WS-QUOTES-PRINTED

            STOP RUN.

           SIGN-ON-PARA.

           MOVE 'N' TO WS-AUTH-EOF-SWITCH
           OPEN INPUT USER-AUTHORITY-FILE
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
               DISPLAY "NO USER-AUTHORITY FILE - SIGN-ON WAIVED"
               MOVE 'Y' TO WS-SIGNED-ON-SWITCH
               MOVE "SALES" TO WS-OPERATOR-ID
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
               AT END MOVE 'Y' TO WS-AUTH-EOF-SWITCH
           END-READ.

           MATCH-AUTHORITY-PARA.

           IF WS-AUTH-COUNT = ZERO
               DISPLAY "ENTER OPERATOR ID "
               ACCEPT WS-OPERATOR-ID
               DISPLAY "ENTER PASSWORD "
               ACCEPT WS-OPERATOR-PASSWORD
           END-IF
           ADD 1 TO WS-AUTH-COUNT
           IF UA-OPERATOR-ID = WS-OPERATOR-ID
                   AND UA-PASSWORD = WS-OPERATOR-PASSWORD
                   AND UA-PROGRAM = WS-AUTH-PROGRAM-NAME
               MOVE 'Y' TO WS-SIGNED-ON-SWITCH
           END-IF
           PERFORM READ-AUTHORITY-PARA
           IF WS-AUTH-EOF AND NOT WS-SIGNED-ON
               PERFORM SIGN-ON-CONTROL-PARA
               DISPLAY "SIGN-ON REJECTED - NO AUTHORITY FOR THIS "
                   "PROGRAM"
               STOP RUN
           END-IF.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (A=ADD QUOTE I=INQUIRE "
               "P=PRINT D=DECLINED E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM ADD-QUOTE-PARA
               WHEN WS-TRAN-INQUIRE
                   MOVE 'N' TO WS-PRINTING-SWITCH
                   PERFORM SHOW-QUOTE-PARA
               WHEN WS-TRAN-PRINT
                   MOVE 'Y' TO WS-PRINTING-SWITCH
                   PERFORM SHOW-QUOTE-PARA
               WHEN WS-TRAN-DECLINE
                   PERFORM DECLINE-QUOTE-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

      *>--------------- add a quote --------------------------------

           ADD-QUOTE-PARA.

           DISPLAY "ENTER CUSTOMER CODE "
           ACCEPT CM-CUSTOMER-CODE
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON CUSTOMER-MASTER - QUOTE "
                       "REFUSED"
               NOT INVALID KEY
                   IF CM-ON-CREDIT-HOLD
                       DISPLAY "NOTE - CUSTOMER IS ON CREDIT HOLD; "
                           "CONVERSION WILL NEED AN OVERRIDE"
                   END-IF
                   PERFORM CAPTURE-HEADER-PARA
           END-READ.

           CAPTURE-HEADER-PARA.

           PERFORM FIND-NEXT-QUOTE-NUMBER-PARA
           MOVE WS-NEXT-QUOTE-NUMBER TO WS-ENTRY-QUOTE
           DISPLAY "ENTER VALID-UNTIL DATE (YYYYMMDD, 0="
               WS-DEFAULT-VALID-DAYS " DAYS) "
           ACCEPT WS-ENTRY-VALID-UNTIL
           IF WS-ENTRY-VALID-UNTIL = ZERO
               MOVE 'A' TO WS-DS-FUNCTION
               MOVE WS-RUN-DATE TO WS-DS-DATE-1
               MOVE WS-DEFAULT-VALID-DAYS TO WS-DS-DAYS
               CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
                   WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
               MOVE WS-DS-DATE-2 TO WS-ENTRY-VALID-UNTIL
           END-IF
           MOVE 'V' TO WS-DS-FUNCTION
           MOVE WS-ENTRY-VALID-UNTIL TO WS-DS-DATE-1
           CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
           IF WS-DS-RESULT = 'N' OR WS-ENTRY-VALID-UNTIL < WS-RUN-DATE
               DISPLAY "VALID-UNTIL DATE MUST BE A REAL DATE FROM "
                   "TODAY ON - QUOTE REFUSED"
           ELSE
               MOVE ZERO TO WS-LINE-NO
               MOVE ZERO TO WS-QUOTE-TOTAL
               MOVE 'Y' TO WS-MORE-LINES-SWITCH
               PERFORM CAPTURE-LINE-PARA UNTIL NOT WS-MORE-LINES
               IF WS-LINE-NO = ZERO
                   DISPLAY "NO LINES ENTERED - QUOTE NOT WRITTEN"
               ELSE
                   PERFORM WRITE-HEADER-PARA
               END-IF
           END-IF.

           WRITE-HEADER-PARA.

           MOVE WS-ENTRY-QUOTE TO QH-QUOTE-NUMBER
           MOVE CM-CUSTOMER-CODE TO QH-CUSTOMER-CODE
           MOVE WS-OPERATOR-ID TO QH-SALESPERSON
           MOVE WS-RUN-DATE TO QH-QUOTE-DATE
           MOVE WS-ENTRY-VALID-UNTIL TO QH-VALID-UNTIL
           MOVE 'O' TO QH-STATUS
           MOVE WS-LINE-NO TO QH-LINE-COUNT
           MOVE WS-QUOTE-TOTAL TO QH-TOTAL-VALUE
           MOVE ZERO TO QH-CONVERTED-DATE
           WRITE SALES-QUOTE-HEADER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO WRITE QUOTE HEADER"
               NOT INVALID KEY
                   DISPLAY "QUOTE " WS-ENTRY-QUOTE " WRITTEN - "
                       WS-LINE-NO " LINES, VALUE " WS-QUOTE-TOTAL
                   MOVE 'Y' TO WS-PRINTING-SWITCH
                   PERFORM SHOW-QUOTE-PARA
           END-WRITE.

           CAPTURE-LINE-PARA.

           DISPLAY "ENTER ITEM CODE (0 TO FINISH QUOTE) "
           ACCEPT WS-ENTRY-ITEM
           IF WS-ENTRY-ITEM = ZERO
               MOVE 'N' TO WS-MORE-LINES-SWITCH
           ELSE
               MOVE WS-ENTRY-ITEM TO IM-ITEM-CODE
               READ INVENTORY-MASTER
                   INVALID KEY
                       DISPLAY "ITEM NOT ON INVENTORY MASTER - "
                           "LINE SKIPPED"
                   NOT INVALID KEY
                       PERFORM WRITE-LINE-PARA
               END-READ
           END-IF.

           WRITE-LINE-PARA.

           DISPLAY "ENTER QUANTITY "
           ACCEPT WS-ENTRY-QTY
           CALL "ContractPrice" USING CM-CUSTOMER-CODE WS-ENTRY-ITEM
               WS-ENTRY-QTY WS-RUN-DATE IM-SELLING-PRICE
               WS-OFFER-PRICE WS-OFFER-SOURCE
           MOVE WS-OFFER-PRICE TO WS-EDIT-PRICE
           IF WS-OFFER-CONTRACT
               DISPLAY "CONTRACT PRICE " WS-EDIT-PRICE
           ELSE
               DISPLAY "LIST PRICE " WS-EDIT-PRICE
           END-IF
           DISPLAY "ENTER QUOTED PRICE (0=ACCEPT THAT PRICE) "
           ACCEPT WS-ENTRY-PRICE
           IF WS-ENTRY-PRICE = ZERO
               MOVE WS-OFFER-PRICE TO WS-ENTRY-PRICE
           END-IF
           IF WS-ENTRY-QTY = ZERO OR WS-ENTRY-PRICE = ZERO
               DISPLAY "QUANTITY AND PRICE MUST NOT BE ZERO - LINE "
                   "SKIPPED"
           ELSE
               ADD 1 TO WS-LINE-NO
               MOVE WS-ENTRY-QUOTE TO QL-QUOTE-NUMBER
               MOVE WS-LINE-NO TO QL-LINE-NO
               MOVE WS-ENTRY-ITEM TO QL-ITEM-CODE
               MOVE WS-ENTRY-QTY TO QL-QTY
               MOVE WS-ENTRY-PRICE TO QL-QUOTED-PRICE
               MOVE ZERO TO QL-ORDER-NUMBER
               WRITE SALES-QUOTE-LINE-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO WRITE QUOTE LINE"
                       SUBTRACT 1 FROM WS-LINE-NO
                   NOT INVALID KEY
                       COMPUTE WS-LINE-VALUE =
                           QL-QTY * QL-QUOTED-PRICE
                       ADD WS-LINE-VALUE TO WS-QUOTE-TOTAL
                       DISPLAY "LINE " QL-LINE-NO " : ITEM "
                           QL-ITEM-CODE " QTY " QL-QTY
                           " AT " QL-QUOTED-PRICE
               END-WRITE
           END-IF.

           FIND-NEXT-QUOTE-NUMBER-PARA.

           MOVE ZERO TO WS-NEXT-QUOTE-NUMBER
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE ZERO TO QH-QUOTE-NUMBER
           START SALES-QUOTE-HEADER-FILE KEY >= QH-QUOTE-NUMBER
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM SCAN-QUOTE-PARA UNTIL WS-SCAN-EOF
           ADD 1 TO WS-NEXT-QUOTE-NUMBER.

           SCAN-QUOTE-PARA.

           READ SALES-QUOTE-HEADER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF QH-QUOTE-NUMBER > WS-NEXT-QUOTE-NUMBER
                       MOVE QH-QUOTE-NUMBER TO WS-NEXT-QUOTE-NUMBER
                   END-IF
           END-READ.

      *>--------------- inquire, print, decline --------------------

           SHOW-QUOTE-PARA.

           IF WS-TRAN-ADD
               MOVE WS-ENTRY-QUOTE TO QH-QUOTE-NUMBER
           ELSE
               DISPLAY "ENTER QUOTE NUMBER "
               ACCEPT WS-ENTRY-QUOTE
               MOVE WS-ENTRY-QUOTE TO QH-QUOTE-NUMBER
           END-IF
           READ SALES-QUOTE-HEADER-FILE
               INVALID KEY
                   DISPLAY "QUOTE NOT ON FILE"
               NOT INVALID KEY
                   MOVE QH-CUSTOMER-CODE TO CM-CUSTOMER-CODE
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE "** NOT ON MASTER **"
                               TO CM-CUSTOMER-NAME
                           MOVE SPACES TO CM-ADDRESS
                   END-READ
                   IF WS-PRINTING
                       PERFORM PRINT-QUOTE-HEADER-PARA
                   ELSE
                       DISPLAY "QUOTE " QH-QUOTE-NUMBER
                           " CUSTOMER " QH-CUSTOMER-CODE " "
                           CM-CUSTOMER-NAME
                       DISPLAY "  BY " QH-SALESPERSON
                           " DATED " QH-QUOTE-DATE
                           " VALID UNTIL " QH-VALID-UNTIL
                           " STATUS " QH-STATUS
                           " VALUE " QH-TOTAL-VALUE
                   END-IF
                   PERFORM LIST-LINES-PARA
                   IF WS-PRINTING
                       PERFORM PRINT-QUOTE-FOOTER-PARA
                   END-IF
           END-READ.

           LIST-LINES-PARA.

           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE WS-ENTRY-QUOTE TO QL-QUOTE-NUMBER
           MOVE ZERO TO QL-LINE-NO
           START SALES-QUOTE-LINE-FILE KEY >= QL-LINE-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-START
           PERFORM LIST-ONE-LINE-PARA UNTIL WS-LIST-EOF.

           LIST-ONE-LINE-PARA.

           READ SALES-QUOTE-LINE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LIST-EOF-SWITCH
               NOT AT END
                   IF QL-QUOTE-NUMBER NOT = WS-ENTRY-QUOTE
                       MOVE 'Y' TO WS-LIST-EOF-SWITCH
                   ELSE
                       IF WS-PRINTING
                           PERFORM PRINT-QUOTE-LINE-PARA
                       ELSE
                           DISPLAY "  LINE " QL-LINE-NO
                               " ITEM " QL-ITEM-CODE
                               " QTY " QL-QTY
                               " AT " QL-QUOTED-PRICE
                               " ORDER " QL-ORDER-NUMBER
                       END-IF
                   END-IF
           END-READ.

           DECLINE-QUOTE-PARA.

           DISPLAY "ENTER QUOTE NUMBER "
           ACCEPT WS-ENTRY-QUOTE
           MOVE WS-ENTRY-QUOTE TO QH-QUOTE-NUMBER
           READ SALES-QUOTE-HEADER-FILE
               INVALID KEY
                   DISPLAY "QUOTE NOT ON FILE"
               NOT INVALID KEY
                   IF NOT QH-OPEN
                       DISPLAY "QUOTE IS NOT OPEN - STATUS " QH-STATUS
                   ELSE
                       MOVE 'D' TO QH-STATUS
                       REWRITE SALES-QUOTE-HEADER-RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO MARK QUOTE DECLINED"
                           NOT INVALID KEY
                               DISPLAY "QUOTE " QH-QUOTE-NUMBER
                                   " MARKED DECLINED"
                       END-REWRITE
                   END-IF
           END-READ.

      *>--------------- printed quotation --------------------------

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

           PRINT-QUOTE-HEADER-PARA.

           ADD 1 TO WS-QUOTES-PRINTED
           MOVE "==============================================="
               TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "SALES QUOTATION " DELIMITED BY SIZE
               QH-QUOTE-NUMBER DELIMITED BY SIZE
               "   DATE " DELIMITED BY SIZE
               QH-QUOTE-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "TO " DELIMITED BY SIZE
               QH-CUSTOMER-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CM-CUSTOMER-NAME DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE CM-ADDRESS TO WS-PRINT-LINE(4:30)
           PERFORM PRINT-LINE-PARA
           STRING "YOUR CONTACT " DELIMITED BY SIZE
               QH-SALESPERSON DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "LINE ITEM  DESCRIPTION                QTY"
               TO WS-PRINT-LINE
           MOVE "UNIT PRICE          VALUE" TO WS-PRINT-LINE(45:25)
           PERFORM PRINT-LINE-PARA.

           PRINT-QUOTE-LINE-PARA.

           MOVE QL-ITEM-CODE TO IM-ITEM-CODE
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE SPACES TO IM-ITEM-DESCRIPTION
           END-READ
           COMPUTE WS-LINE-VALUE = QL-QTY * QL-QUOTED-PRICE
           MOVE QL-QTY TO WS-EDIT-QTY
           MOVE QL-QUOTED-PRICE TO WS-EDIT-PRICE
           MOVE WS-LINE-VALUE TO WS-EDIT-VALUE
           STRING QL-LINE-NO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               QL-ITEM-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IM-ITEM-DESCRIPTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-QTY DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-EDIT-PRICE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-VALUE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-QUOTE-FOOTER-PARA.

           PERFORM PRINT-LINE-PARA
           MOVE QH-TOTAL-VALUE TO WS-EDIT-VALUE
           MOVE "TOTAL QUOTED" TO WS-PRINT-LINE
           MOVE WS-EDIT-VALUE TO WS-PRINT-LINE(56:14)
           PERFORM PRINT-LINE-PARA
           STRING "PRICES VALID UNTIL " DELIMITED BY SIZE
               QH-VALID-UNTIL DELIMITED BY SIZE
               " - PLEASE QUOTE OUR REFERENCE " DELIMITED BY SIZE
               QH-QUOTE-NUMBER DELIMITED BY SIZE
               " WHEN ORDERING" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE "==============================================="
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA.

       END PROGRAM SalesQuotation.
