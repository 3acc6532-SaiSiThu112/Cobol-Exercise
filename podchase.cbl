       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProofOfDeliveryOutstanding.
       ENVIRONMENT DIVISION.
           *> dispatch notes still in transit with no proof of delivery
           *> recorded after the allowed number of days (the PODDAYS
           *> row on CTLPARM, five when missing) - one line per note
           *> with the carrier, customer, order, quantity, dispatch
           *> date and days outstanding, for the dispatch office to
           *> chase the carrier before the customer disputes the
           *> invoice
           *> cleared by the job schedule like the other batch jobs,
           *> spooled to PODOUT and logged to RUN-CONTROL
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

           SELECT OPTIONAL DISPATCH-FILE ASSIGN TO "DISPATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPATCH-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "PODOUT"
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
           01 WS-ALERT-JOB PIC X(08) VALUE "PODOUT  ".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
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
           01 WS-DAYS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DAYS-FOUND VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "PODOUT  ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

           01 WS-POD-DAYS PIC 9(03) VALUE 5.
           01 WS-CUTOFF-DATE PIC 9(08) VALUE ZERO.
           01 WS-DAYS-OUT PIC 9(05) VALUE ZERO.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

           01 WS-NOTES-READ PIC 9(07) VALUE ZERO.
           01 WS-OUTSTANDING-COUNT PIC 9(05) VALUE ZERO.
           01 WS-OUTSTANDING-QTY PIC 9(09) VALUE ZERO.

           01 WS-EDIT-QTY PIC Z,ZZZ,ZZ9.
           01 WS-EDIT-DAYS PIC ZZ,ZZ9.
           01 WS-EDIT-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-CONTROL-PARMS-PARA

      *> a note dispatched on or before the cut-off has been out
      *> for at least the allowed days
           MOVE 'A' TO WS-DS-FUNCTION
           MOVE WS-RUN-DATE TO WS-DS-DATE-1
           COMPUTE WS-DS-DAYS = 0 - WS-POD-DAYS
           CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
           MOVE WS-DS-DATE-2 TO WS-CUTOFF-DATE

           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "PODOUT  " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE "----- Proof of Delivery Outstanding -----"
               TO WS-PAGE-TITLE
           PERFORM PRINT-HEADER-PARA

           OPEN INPUT DISPATCH-FILE
           MOVE WS-DISPATCH-STATUS TO WS-CHECK-STATUS
           MOVE "DISPATCH" TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ DISPATCH-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NOTES-READ
                       IF DN-IN-TRANSIT
                               AND DN-DISPATCH-DATE NOT > WS-CUTOFF-DATE
                           PERFORM PRINT-NOTE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPATCH-FILE

           PERFORM PRINT-LINE-PARA
           IF WS-OUTSTANDING-COUNT = ZERO
               MOVE "EVERY NOTE PAST THE ALLOWED DAYS HAS PROOF OF "
                   TO WS-PRINT-LINE
               MOVE "DELIVERY" TO WS-PRINT-LINE(48:8)
           ELSE
               MOVE WS-OUTSTANDING-COUNT TO WS-EDIT-COUNT
               STRING "NOTES WITHOUT PROOF OF DELIVERY " DELIMITED
                       BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM PRINT-LINE-PARA
           CLOSE PRINT-FILE
           PERFORM LOG-RUN-CONTROL-PARA

           DISPLAY "----- Proof of Delivery Outstanding -----"
           DISPLAY "DISPATCHED ON OR BEFORE " WS-CUTOFF-DATE
               " (" WS-POD-DAYS " DAYS)"
           DISPLAY "NOTES WITHOUT PROOF OF DELIVERY "
               WS-OUTSTANDING-COUNT
           DISPLAY "REPORT SPOOLED TO PODOUT - "
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
                       IF CP-PARM-CODE = "PODDAYS"
                               AND CP-PARM-VALUE > ZERO
                           MOVE CP-PARM-VALUE TO WS-POD-DAYS
                           MOVE 'Y' TO WS-DAYS-FOUND-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-PARAMETER-FILE
           IF NOT WS-DAYS-FOUND
               DISPLAY "NO PODDAYS ROW ON CTLPARM - NOTES OUT "
                   WS-POD-DAYS " DAYS ARE LISTED"
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
               "   DISPATCHED ON OR BEFORE " DELIMITED BY SIZE
               WS-CUTOFF-DATE DELIMITED BY SIZE
               "   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "NOTE   CARRIER    ORDER  CUSTOMER" TO WS-PRINT-LINE
           MOVE "ITEM" TO WS-PRINT-LINE(54:4)
           MOVE "QTY" TO WS-PRINT-LINE(66:3)
           MOVE "SENT" TO WS-PRINT-LINE(71:4)
           MOVE "DAYS OUT" TO WS-PRINT-LINE(80:8)
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

           PRINT-NOTE-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
           END-IF
           MOVE 'D' TO WS-DS-FUNCTION
           MOVE WS-RUN-DATE TO WS-DS-DATE-1
           MOVE DN-DISPATCH-DATE TO WS-DS-DATE-2
           CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
           MOVE WS-DS-DAYS TO WS-DAYS-OUT
           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD DN-QTY TO WS-OUTSTANDING-QTY
           MOVE DN-QTY TO WS-EDIT-QTY
           MOVE WS-DAYS-OUT TO WS-EDIT-DAYS
           STRING DN-DISPATCH-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DN-CARRIER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DN-ORDER-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DN-CUSTOMER-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DN-CUSTOMER-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DN-ITEM-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-QTY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DN-DISPATCH-DATE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-EDIT-DAYS DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "PODOUT  " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-NOTES-READ TO RC-RECORDS-PROCESSED
           MOVE WS-OUTSTANDING-QTY TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM ProofOfDeliveryOutstanding.
