       IDENTIFICATION DIVISION.
       PROGRAM-ID. CarrierManifest.
       ENVIRONMENT DIVISION.
           *> daily carrier manifest off the DISPATCH-NOTE file - every
           *> note dispatched on the run date, grouped by carrier in
           *> carrier order, one line per note with the order,
           *> customer, item, quantity and packages, and each
           *> carrier's count of notes and packages, for the driver
           *> to sign on collection
           *> cleared by the job schedule like the other batch jobs,
           *> spooled to MANIFEST and logged to RUN-CONTROL
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL DISPATCH-FILE ASSIGN TO "DISPATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPATCH-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "MANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD DISPATCH-FILE.
           COPY DISPATCH.

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
           01 WS-ALERT-JOB PIC X(08) VALUE "MANIFEST".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-DISPATCH-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-PER-PAGE PIC 9(03) VALUE 50.
           01 WS-PAGE-TITLE PIC X(50) VALUE SPACES.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-OVERFLOWED VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "MANIFEST".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

      *> the day's notes, and the carriers on them kept in carrier
      *> order as they are found
           01 WS-NOTE-TABLE.
               02 WS-NOTE-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-NOTE-IDX.
                   05 WS-NT-DISPATCH-NO PIC 9(06).
                   05 WS-NT-ORDER PIC 9(06).
                   05 WS-NT-CUSTOMER-CODE PIC 9(05).
                   05 WS-NT-CUSTOMER-NAME PIC X(20).
                   05 WS-NT-ITEM PIC 9(05).
                   05 WS-NT-QTY PIC 9(07).
                   05 WS-NT-WAREHOUSE PIC X(03).
                   05 WS-NT-CARRIER PIC X(10).
                   05 WS-NT-PACKAGES PIC 9(03).
           01 WS-NOTE-COUNT PIC 9(03) VALUE ZERO.

           01 WS-CARRIER-TABLE.
               02 WS-CARRIER-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-CARR-IDX.
                   05 WS-CR-CARRIER PIC X(10).
                   05 WS-CR-NOTES PIC 9(05).
                   05 WS-CR-PACKAGES PIC 9(07).
           01 WS-CARRIER-COUNT PIC 9(03) VALUE ZERO.
           01 WS-INSERT-AT PIC 9(03) VALUE ZERO.
           01 I PIC 9(03) VALUE ZERO.

           01 WS-TOTAL-NOTES PIC 9(05) VALUE ZERO.
           01 WS-TOTAL-PACKAGES PIC 9(07) VALUE ZERO.
           01 WS-NOTES-READ PIC 9(07) VALUE ZERO.

           01 WS-EDIT-QTY PIC Z,ZZZ,ZZ9.
           01 WS-EDIT-PACKAGES PIC ZZ9.
           01 WS-EDIT-COUNT PIC ZZ,ZZ9.
           01 WS-EDIT-TOTAL-PACKAGES PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA

           OPEN INPUT DISPATCH-FILE
           MOVE WS-DISPATCH-STATUS TO WS-CHECK-STATUS
           MOVE "DISPATCH" TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ DISPATCH-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NOTES-READ
                       IF DN-DISPATCH-DATE = WS-RUN-DATE
                           PERFORM TAKE-NOTE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPATCH-FILE
           IF WS-OVERFLOWED
               DISPLAY "*** MORE NOTES OR CARRIERS ON THE DAY THAN "
                   "THE TABLES HOLD - RUN STOPPED ***"
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "MANIFEST" TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM PRINT-MANIFEST-PARA
           CLOSE PRINT-FILE
           PERFORM LOG-RUN-CONTROL-PARA

           DISPLAY "----- Carrier Manifest -----"
           DISPLAY "DISPATCH DATE " WS-RUN-DATE
           DISPLAY "CARRIERS " WS-CARRIER-COUNT
               "  NOTES " WS-TOTAL-NOTES
               "  PACKAGES " WS-TOTAL-PACKAGES
           DISPLAY "MANIFEST SPOOLED TO MANIFEST - "
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

      *>--------------- accumulation ---------------------------------

           TAKE-NOTE-PARA.

           IF WS-NOTE-COUNT = 500
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
           ELSE
               ADD 1 TO WS-NOTE-COUNT
               SET WS-NOTE-IDX TO WS-NOTE-COUNT
               MOVE DN-DISPATCH-NO TO WS-NT-DISPATCH-NO(WS-NOTE-IDX)
               MOVE DN-ORDER-NUMBER TO WS-NT-ORDER(WS-NOTE-IDX)
               MOVE DN-CUSTOMER-CODE
                   TO WS-NT-CUSTOMER-CODE(WS-NOTE-IDX)
               MOVE DN-CUSTOMER-NAME
                   TO WS-NT-CUSTOMER-NAME(WS-NOTE-IDX)
               MOVE DN-ITEM-CODE TO WS-NT-ITEM(WS-NOTE-IDX)
               MOVE DN-QTY TO WS-NT-QTY(WS-NOTE-IDX)
               MOVE DN-WAREHOUSE-CODE TO WS-NT-WAREHOUSE(WS-NOTE-IDX)
               MOVE DN-CARRIER TO WS-NT-CARRIER(WS-NOTE-IDX)
               MOVE DN-PACKAGES TO WS-NT-PACKAGES(WS-NOTE-IDX)
               PERFORM FIND-CARRIER-PARA
           END-IF.

           FIND-CARRIER-PARA.

      *> the carrier's slot, opened up in carrier order when it is
      *> the first note for the carrier
           MOVE ZERO TO WS-INSERT-AT
           PERFORM VARYING WS-CARR-IDX FROM 1 BY 1
                   UNTIL WS-CARR-IDX > WS-CARRIER-COUNT
                       OR WS-INSERT-AT > ZERO
               IF WS-CR-CARRIER(WS-CARR-IDX) NOT < DN-CARRIER
                   SET WS-INSERT-AT TO WS-CARR-IDX
               END-IF
           END-PERFORM
           IF WS-INSERT-AT > ZERO
               SET WS-CARR-IDX TO WS-INSERT-AT
               IF WS-CR-CARRIER(WS-CARR-IDX) NOT = DN-CARRIER
                   PERFORM OPEN-CARRIER-SLOT-PARA
               END-IF
           ELSE
               COMPUTE WS-INSERT-AT = WS-CARRIER-COUNT + 1
               PERFORM OPEN-CARRIER-SLOT-PARA
           END-IF
           IF NOT WS-OVERFLOWED
               SET WS-CARR-IDX TO WS-INSERT-AT
               ADD 1 TO WS-CR-NOTES(WS-CARR-IDX)
               ADD DN-PACKAGES TO WS-CR-PACKAGES(WS-CARR-IDX)
               ADD 1 TO WS-TOTAL-NOTES
               ADD DN-PACKAGES TO WS-TOTAL-PACKAGES
           END-IF.

           OPEN-CARRIER-SLOT-PARA.

           IF WS-CARRIER-COUNT = 50
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
           ELSE
               PERFORM VARYING I FROM WS-CARRIER-COUNT BY -1
                       UNTIL I < WS-INSERT-AT
                   MOVE WS-CARRIER-ENTRY(I) TO WS-CARRIER-ENTRY(I + 1)
               END-PERFORM
               ADD 1 TO WS-CARRIER-COUNT
               SET WS-CARR-IDX TO WS-INSERT-AT
               MOVE DN-CARRIER TO WS-CR-CARRIER(WS-CARR-IDX)
               MOVE ZERO TO WS-CR-NOTES(WS-CARR-IDX)
               MOVE ZERO TO WS-CR-PACKAGES(WS-CARR-IDX)
           END-IF.

      *>--------------- report -----------------------------------------

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
           MOVE WS-PAGE-TITLE TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

           PRINT-MANIFEST-PARA.

           MOVE "----- Carrier Manifest -----" TO WS-PAGE-TITLE
           PERFORM PRINT-HEADER-PARA
           IF WS-CARRIER-COUNT = ZERO
               MOVE "NOTHING DISPATCHED ON THE RUN DATE"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF
           PERFORM VARYING WS-CARR-IDX FROM 1 BY 1
                   UNTIL WS-CARR-IDX > WS-CARRIER-COUNT
               PERFORM PRINT-CARRIER-PARA
           END-PERFORM
           MOVE WS-TOTAL-NOTES TO WS-EDIT-COUNT
           MOVE WS-TOTAL-PACKAGES TO WS-EDIT-TOTAL-PACKAGES
           STRING "ALL CARRIERS - NOTES " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  PACKAGES " DELIMITED BY SIZE
               WS-EDIT-TOTAL-PACKAGES DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-CARRIER-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 5
               PERFORM PRINT-HEADER-PARA
           END-IF
           STRING "CARRIER " DELIMITED BY SIZE
               WS-CR-CARRIER(WS-CARR-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE "NOTE   ORDER  WHS CUSTOMER" TO WS-PRINT-LINE
           MOVE "ITEM" TO WS-PRINT-LINE(47:4)
           MOVE "QTY" TO WS-PRINT-LINE(59:3)
           MOVE "PKGS" TO WS-PRINT-LINE(63:4)
           PERFORM PRINT-LINE-PARA
           PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
                   UNTIL WS-NOTE-IDX > WS-NOTE-COUNT
               IF WS-NT-CARRIER(WS-NOTE-IDX)
                       = WS-CR-CARRIER(WS-CARR-IDX)
                   PERFORM PRINT-NOTE-PARA
               END-IF
           END-PERFORM
           MOVE WS-CR-NOTES(WS-CARR-IDX) TO WS-EDIT-COUNT
           MOVE WS-CR-PACKAGES(WS-CARR-IDX) TO WS-EDIT-TOTAL-PACKAGES
           STRING "CARRIER TOTAL - NOTES " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  PACKAGES " DELIMITED BY SIZE
               WS-EDIT-TOTAL-PACKAGES DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE "COLLECTED BY (SIGNED) ____________________"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA.

           PRINT-NOTE-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
           END-IF
           MOVE WS-NT-QTY(WS-NOTE-IDX) TO WS-EDIT-QTY
           MOVE WS-NT-PACKAGES(WS-NOTE-IDX) TO WS-EDIT-PACKAGES
           STRING WS-NT-DISPATCH-NO(WS-NOTE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NT-ORDER(WS-NOTE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NT-WAREHOUSE(WS-NOTE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NT-CUSTOMER-CODE(WS-NOTE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NT-CUSTOMER-NAME(WS-NOTE-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-NT-ITEM(WS-NOTE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-QTY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-PACKAGES DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "MANIFEST" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-NOTES-READ TO RC-RECORDS-PROCESSED
           MOVE WS-TOTAL-PACKAGES TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM CarrierManifest.
