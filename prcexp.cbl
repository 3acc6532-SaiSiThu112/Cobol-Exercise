       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContractExpiryReport.
       ENVIRONMENT DIVISION.
           *> contracts-expiring report for the sales team off the
           *> CUSTOMER-PRICE-LIST - every contract price whose expiry
           *> date falls within the warning window of the run date
           *> (the PRCWARN row on CTLPARM, 30 days when missing) is
           *> listed by customer with the item, contract and list
           *> price and the days left, so the account can be
           *> renegotiated before it quietly drops back to list
           *> price at invoicing - days counted in real calendar
           *> days off DateService
           *> cleared by the job schedule like the other batch jobs,
           *> spooled to PRCEXP and logged to RUN-CONTROL
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

           SELECT OPTIONAL CUSTOMER-PRICE-FILE ASSIGN TO "PRICELST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PX-PRICE-KEY
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-CODE
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "PRCEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       FD CUSTOMER-PRICE-FILE.
           COPY PRICELST.

       FD CUSTOMER-MASTER.
           COPY CUSTMSTR.

       FD INVENTORY-MASTER.
           COPY INVMSTR.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       FD OPERATOR-ALERT-FILE.
           COPY OPALERT.

       WORKING-STORAGE SECTION.

           01 WS-ALERT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ALERT-JOB PIC X(08) VALUE "PRCEXP  ".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRICE-STATUS PIC X(02) VALUE SPACES.
           01 WS-CUSTOMER-STATUS PIC X(02) VALUE SPACES.
           01 WS-INVENTORY-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-PER-PAGE PIC 9(03) VALUE 50.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-CUSTMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CUSTMAST-OPEN VALUE 'Y'.
           01 WS-WARN-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-WARN-FOUND VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "PRCEXP  ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

      *> warning window in days ahead of the run date - the CTLPARM
      *> row PRCWARN overrides it
           01 WS-WARN-DAYS PIC 9(03) VALUE 30.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

           01 WS-LAST-CUSTOMER PIC 9(05) VALUE ZERO.
           01 WS-CONTRACTS-READ PIC 9(07) VALUE ZERO.
           01 WS-EXPIRING-COUNT PIC 9(05) VALUE ZERO.
           01 WS-EXPIRING-CUSTOMERS PIC 9(05) VALUE ZERO.
           01 WS-DISCOUNT PIC S9(05)V99 VALUE ZERO.

           01 WS-EDIT-CONTRACT PIC ZZ,ZZ9.99.
           01 WS-EDIT-LIST PIC ZZ,ZZ9.99.
           01 WS-EDIT-DISCOUNT PIC ZZ,ZZ9.99-.
           01 WS-EDIT-MIN-QTY PIC Z,ZZZ,ZZ9.
           01 WS-EDIT-DAYS PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-CONTROL-PARMS-PARA

           OPEN INPUT CUSTOMER-PRICE-FILE
           MOVE WS-PRICE-STATUS TO WS-CHECK-STATUS
           MOVE "PRICELST" TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           OPEN INPUT INVENTORY-MASTER
           MOVE WS-INVENTORY-STATUS TO WS-CHECK-STATUS
           MOVE "INVMAST " TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "05"
               MOVE 'Y' TO WS-CUSTMAST-OPEN-SWITCH
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "PRCEXP  " TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA

           PERFORM PRINT-HEADER-PARA
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-PRICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-CONTRACTS-READ
                       PERFORM CHECK-CONTRACT-PARA
               END-READ
           END-PERFORM
           PERFORM PRINT-LINE-PARA
           IF WS-EXPIRING-COUNT = ZERO
               MOVE "NO CONTRACT PRICES EXPIRE IN THE WINDOW"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF
           STRING "CONTRACTS EXPIRING : " DELIMITED BY SIZE
               WS-EXPIRING-COUNT DELIMITED BY SIZE
               "   CUSTOMERS : " DELIMITED BY SIZE
               WS-EXPIRING-CUSTOMERS DELIMITED BY SIZE
               "   CONTRACTS ON FILE : " DELIMITED BY SIZE
               WS-CONTRACTS-READ DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA

           CLOSE CUSTOMER-PRICE-FILE
           CLOSE INVENTORY-MASTER
           IF WS-CUSTMAST-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE PRINT-FILE
           PERFORM LOG-RUN-CONTROL-PARA

           DISPLAY "----- Contract Price Expiry -----"
           DISPLAY "CONTRACTS EXPIRING WITHIN " WS-WARN-DAYS
               " DAYS : " WS-EXPIRING-COUNT
           DISPLAY "REPORT SPOOLED TO PRCEXP - "
               WS-PAGE-NUMBER " PAGES"

            STOP RUN.

           CHECK-FILE-STATUS-PARA.

           IF WS-CHECK-STATUS = "00" OR WS-CHECK-STATUS = "02"
                   OR WS-CHECK-STATUS = "04"
                   OR WS-CHECK-STATUS = "05"
                   OR WS-CHECK-STATUS = "10"
               CONTINUE
           ELSE
               OPEN EXTEND OPERATOR-ALERT-FILE
               MOVE WS-ALERT-JOB TO OA-JOB-NAME
               MOVE WS-CHECK-FILE TO OA-FILE-NAME
               MOVE WS-CHECK-STATUS TO OA-FILE-STATUS
               MOVE WS-CHECK-KEY TO OA-RECORD-KEY
               MOVE WS-CHECK-PARAGRAPH TO OA-PARAGRAPH
               ACCEPT OA-ALERT-DATE FROM DATE YYYYMMDD
               ACCEPT OA-ALERT-TIME FROM TIME
               WRITE OPERATOR-ALERT-RECORD
               CLOSE OPERATOR-ALERT-FILE
               DISPLAY "*** FILE STATUS " WS-CHECK-STATUS
                   " ON " WS-CHECK-FILE
                   " IN " WS-CHECK-PARAGRAPH
                   " - OPERATOR ALERT WRITTEN ***"
               IF WS-CHECK-STATUS(1:1) = '3'
                       OR WS-CHECK-STATUS(1:1) = '4'
                       OR WS-CHECK-STATUS(1:1) = '9'
                   DISPLAY "*** UNSAFE TO CONTINUE - RUN STOPPED ***"
                   STOP RUN
               END-IF
           END-IF.

           LOAD-RUN-PARM-PARA.

           OPEN INPUT RUN-PARM-FILE
           READ RUN-PARM-FILE
               AT END DISPLAY "RUN-PARM RECORD MISSING - USING TODAY"
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE RP-RUN-DATE TO WS-RUN-DATE
           END-READ
           CLOSE RUN-PARM-FILE.

           SCHEDULE-CHECK-PARA.

           CALL "JobScheduleCheck"
               USING WS-JOBCHK-JOB WS-RUN-DATE WS-JOBCHK-OK
           IF WS-JOBCHK-OK = 'N'
               DISPLAY "RUN REFUSED BY THE JOB SCHEDULE"
               STOP RUN
           END-IF.

           LOAD-CONTROL-PARMS-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CONTROL-PARAMETER-FILE
           PERFORM UNTIL WS-EOF
               READ CONTROL-PARAMETER-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF CP-PARM-CODE = "PRCWARN "
                           MOVE CP-PARM-VALUE TO WS-WARN-DAYS
                           MOVE 'Y' TO WS-WARN-FOUND-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-PARAMETER-FILE
           IF NOT WS-WARN-FOUND
               DISPLAY "NO PRCWARN ROW ON CTLPARM - WARNING "
                   WS-WARN-DAYS " DAYS AHEAD"
           END-IF.

      *>--------------- contracts ----------------------------------

           CHECK-CONTRACT-PARA.

      *> open-ended contracts never expire, and one already expired
      *> has dropped back to list price and is no longer news
           IF NOT PX-OPEN-ENDED AND PX-EXPIRY-DATE >= WS-RUN-DATE
               MOVE 'D' TO WS-DS-FUNCTION
               MOVE PX-EXPIRY-DATE TO WS-DS-DATE-1
               MOVE WS-RUN-DATE TO WS-DS-DATE-2
               CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
                   WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
               IF WS-DS-DAYS <= WS-WARN-DAYS
                   PERFORM PRINT-CONTRACT-PARA
               END-IF
           END-IF.

           PRINT-CONTRACT-PARA.

           ADD 1 TO WS-EXPIRING-COUNT
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
               MOVE ZERO TO WS-LAST-CUSTOMER
           END-IF
           IF PX-CUSTOMER-CODE NOT = WS-LAST-CUSTOMER
               IF WS-LAST-CUSTOMER NOT = ZERO
                   PERFORM PRINT-LINE-PARA
               END-IF
               PERFORM PRINT-CUSTOMER-PARA
           END-IF
           MOVE PX-ITEM-CODE TO IM-ITEM-CODE
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO IM-ITEM-DESCRIPTION
                   MOVE ZERO TO IM-SELLING-PRICE
           END-READ
           MOVE PX-CONTRACT-PRICE TO WS-EDIT-CONTRACT
           MOVE IM-SELLING-PRICE TO WS-EDIT-LIST
           COMPUTE WS-DISCOUNT = IM-SELLING-PRICE - PX-CONTRACT-PRICE
           MOVE WS-DISCOUNT TO WS-EDIT-DISCOUNT
           MOVE PX-MINIMUM-QTY TO WS-EDIT-MIN-QTY
           MOVE WS-DS-DAYS TO WS-EDIT-DAYS
           STRING "   " DELIMITED BY SIZE
               PX-ITEM-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IM-ITEM-DESCRIPTION DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PX-EFFECTIVE-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PX-EXPIRY-DATE DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-EDIT-DAYS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-MIN-QTY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-EDIT-CONTRACT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-LIST DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-DISCOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-CUSTOMER-PARA.

           ADD 1 TO WS-EXPIRING-CUSTOMERS
           MOVE PX-CUSTOMER-CODE TO WS-LAST-CUSTOMER
           MOVE "** NOT ON MASTER **" TO CM-CUSTOMER-NAME
           IF WS-CUSTMAST-OPEN
               MOVE PX-CUSTOMER-CODE TO CM-CUSTOMER-CODE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "** NOT ON MASTER **" TO CM-CUSTOMER-NAME
               END-READ
           END-IF
           STRING "CUSTOMER " DELIMITED BY SIZE
               PX-CUSTOMER-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CM-CUSTOMER-NAME DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

      *>--------------- report -------------------------------------

           PRINT-LINE-PARA.

           MOVE SPACE TO PR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PR-TEXT
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

           PRINT-PAGE-PARA.

           MOVE '1' TO PR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PR-TEXT
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

           PRINT-HEADER-PARA.

           ADD 1 TO WS-PAGE-NUMBER
           MOVE "----- Contract Prices Expiring - for Sales -----"
               TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   EXPIRING WITHIN " DELIMITED BY SIZE
               WS-WARN-DAYS DELIMITED BY SIZE
               " DAYS   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           STRING "   ITEM  DESCRIPTION           EFFECTIVE   EXPIRES"
                   DELIMITED BY SIZE
               "  DAYS    MIN QTY   CONTRACT       LIST    DISCOUNT"
                   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "PRCEXP  " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-CONTRACTS-READ TO RC-RECORDS-PROCESSED
           MOVE WS-EXPIRING-COUNT TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM ContractExpiryReport.
