       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransportFeeRun.
       ENVIRONMENT DIVISION.
           *> school bus transport-fee run for the RUNPARM term -
           *> every student on the BUS-ASSIGNMENT file is charged
           *> their route's BR-TERM-FEE on the STUDENT-BILLING ledger
           *> as a transport line (type T), which the ledger feed
           *> books to transport revenue; a student already charged
           *> transport for the term is skipped, so a rerun charges
           *> nobody twice
           *> an assignment whose student has been withdrawn,
           *> graduated or removed from STUDENT-MASTER is dropped
           *> before billing - the status change drops it as it
           *> happens, this catches anything that slipped past - and
           *> each route's BR-SEATS-TAKEN is recounted from the
           *> assignments that remain; a suspended student keeps the
           *> seat and is charged
           *> an assignment to a route no longer on file is logged
           *> to the exception file and not charged; the fee list
           *> spools to BUSFEEL, the run is cleared by the job
           *> schedule and logged to RUN-CONTROL on completion
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL TERM-MASTER ASSIGN TO "TERMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT OPTIONAL BUS-ROUTE-FILE ASSIGN TO "BUSROUTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-ROUTE-CODE
               FILE STATUS IS WS-ROUTE-STATUS.

           SELECT OPTIONAL BUS-ASSIGNMENT-FILE ASSIGN TO "BUSASSGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-STUDENT-ID
               FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT OPTIONAL STUDENT-BILLING-FILE ASSIGN TO "STUBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "BUSFEEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD TERM-MASTER.
           COPY TERMMSTR.

       FD BUS-ROUTE-FILE.
           COPY BUSROUTE.

       FD BUS-ASSIGNMENT-FILE.
           COPY BUSASSGN.

       FD STUDENT-MASTER.
           COPY STUDMSTR.

       FD STUDENT-BILLING-FILE.
           COPY STUBILL.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-TERM-STATUS PIC X(02) VALUE SPACES.
           01 WS-ROUTE-STATUS PIC X(02) VALUE SPACES.
           01 WS-ASSIGN-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-BILLING-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-ROUTE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ROUTE-EOF VALUE 'Y'.
           01 WS-ASSIGN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ASSIGN-EOF VALUE 'Y'.
           01 WS-BILL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-BILL-EOF VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-TERM-CODE PIC X(06) VALUE SPACES.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "BUSFEE  ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

           01 WS-WRITE-SOURCE PIC X(08) VALUE "BUSFEE  ".
           01 WS-WRITE-KEY PIC X(10) VALUE SPACES.
           01 WS-WRITE-REASON PIC X(04) VALUE SPACES.
           01 WS-WRITE-TEXT PIC X(40) VALUE SPACES.
           01 WS-WRITE-DATE PIC 9(08) VALUE ZERO.
           01 WS-WRITE-SEQUENCE PIC 9(07) VALUE ZERO.

      *> every route with its fee and the riders counted this run
           01 WS-ROUTE-TABLE.
               02 WS-ROUTE-ENTRY OCCURS 100 TIMES
                       INDEXED BY WS-RTE-IDX.
                   05 WS-RTE-CODE PIC X(04).
                   05 WS-RTE-FEE PIC 9(05)V99.
                   05 WS-RTE-RIDERS PIC 9(03).
           01 WS-ROUTE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-ROUTE-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ROUTE-FOUND VALUE 'Y'.
           01 WS-TABLE-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TABLE-OVERFLOWED VALUE 'Y'.

           01 WS-CHARGED-TABLE.
               02 WS-CHARGED-ID PIC 9(05) OCCURS 1000 TIMES
                       INDEXED BY WS-CHARGED-IDX.
           01 WS-CHARGED-COUNT PIC 9(04) VALUE ZERO.
           01 WS-ALREADY-CHARGED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ALREADY-CHARGED VALUE 'Y'.

           01 WS-DROP-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DROP-ASSIGNMENT VALUE 'Y'.
           01 WS-OUTCOME PIC X(30) VALUE SPACES.
           01 WS-EDIT-FEE PIC ZZ,ZZ9.99.
           01 WS-EDIT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-STUDENTS-CHARGED PIC 9(05) VALUE ZERO.
           01 WS-STUDENTS-SKIPPED PIC 9(05) VALUE ZERO.
           01 WS-ASSIGNMENTS-DROPPED PIC 9(05) VALUE ZERO.
           01 WS-NO-ROUTE-COUNT PIC 9(05) VALUE ZERO.
           01 WS-ROUTES-CORRECTED PIC 9(03) VALUE ZERO.
           01 WS-FEE-TOTAL PIC 9(09)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM CHECK-TERM-PARA

           OPEN INPUT BUS-ROUTE-FILE
           PERFORM LOAD-ROUTES-PARA
           CLOSE BUS-ROUTE-FILE
           IF WS-TABLE-OVERFLOWED
               DISPLAY "*** MORE BUS ROUTES THAN THE TABLE HOLDS - "
                   "RUN STOPPED, NOTHING CHARGED ***"
               STOP RUN
           END-IF
           PERFORM LOAD-CHARGED-PARA

           OPEN I-O BUS-ASSIGNMENT-FILE
           OPEN INPUT STUDENT-MASTER
           OPEN EXTEND STUDENT-BILLING-FILE
           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-HEADING-PARA
           MOVE ZERO TO BA-STUDENT-ID
           START BUS-ASSIGNMENT-FILE KEY >= BA-STUDENT-ID
               INVALID KEY MOVE 'Y' TO WS-ASSIGN-EOF-SWITCH
           END-START
           PERFORM BILL-ASSIGNMENT-PARA UNTIL WS-ASSIGN-EOF
           CLOSE BUS-ASSIGNMENT-FILE
           CLOSE STUDENT-MASTER
           CLOSE STUDENT-BILLING-FILE

           OPEN I-O BUS-ROUTE-FILE
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > WS-ROUTE-COUNT
               PERFORM RECOUNT-ROUTE-PARA
           END-PERFORM
           CLOSE BUS-ROUTE-FILE
           PERFORM PRINT-TOTALS-PARA
           CLOSE PRINT-FILE

           MOVE WS-FEE-TOTAL TO WS-EDIT-TOTAL
           DISPLAY "----- Transport Fee Run -----"
           DISPLAY "RUN DATE : " WS-RUN-DATE
               "   TERM : " WS-TERM-CODE
           DISPLAY "STUDENTS CHARGED     : " WS-STUDENTS-CHARGED
           DISPLAY "ALREADY CHARGED      : " WS-STUDENTS-SKIPPED
           DISPLAY "ASSIGNMENTS DROPPED  : " WS-ASSIGNMENTS-DROPPED
           DISPLAY "ROUTE NOT ON FILE    : " WS-NO-ROUTE-COUNT
           DISPLAY "SEAT COUNTS CORRECTED: " WS-ROUTES-CORRECTED
           DISPLAY "TOTAL CHARGED        : " WS-EDIT-TOTAL
           DISPLAY "FEE LIST SPOOLED TO BUSFEEL"

           PERFORM LOG-RUN-CONTROL-PARA

            STOP RUN.

           LOAD-RUN-PARM-PARA.

           OPEN INPUT RUN-PARM-FILE
           READ RUN-PARM-FILE
               AT END DISPLAY "RUN-PARM RECORD MISSING - USING TODAY"
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE RP-RUN-DATE TO WS-RUN-DATE
                   MOVE RP-TERM-CODE TO WS-TERM-CODE
           END-READ
           CLOSE RUN-PARM-FILE.

           SCHEDULE-CHECK-PARA.

           CALL "JobScheduleCheck"
               USING WS-JOBCHK-JOB WS-RUN-DATE WS-JOBCHK-OK
           IF WS-JOBCHK-OK = 'N'
               DISPLAY "RUN REFUSED BY THE JOB SCHEDULE"
               STOP RUN
           END-IF.

           CHECK-TERM-PARA.

           OPEN INPUT TERM-MASTER
           IF WS-TERM-STATUS = "35" OR WS-TERM-STATUS = "05"
               DISPLAY "*** WARNING - NO TERM-MASTER FILE - TERM "
                   "NOT VALIDATED ***"
           ELSE
               MOVE WS-TERM-CODE TO TRM-TERM-CODE
               READ TERM-MASTER
                   INVALID KEY
                       DISPLAY "*** TERM " WS-TERM-CODE
                           " IS NOT ON TERM-MASTER - RUN STOPPED ***"
                       CLOSE TERM-MASTER
                       STOP RUN
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           CLOSE TERM-MASTER.

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

      *>--------------- routes and earlier charges ---------------

           LOAD-ROUTES-PARA.

           MOVE SPACES TO BR-ROUTE-CODE
           START BUS-ROUTE-FILE KEY >= BR-ROUTE-CODE
               INVALID KEY MOVE 'Y' TO WS-ROUTE-EOF-SWITCH
           END-START
           PERFORM LOAD-ONE-ROUTE-PARA UNTIL WS-ROUTE-EOF.

           LOAD-ONE-ROUTE-PARA.

           READ BUS-ROUTE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-ROUTE-EOF-SWITCH
               NOT AT END
                   IF WS-ROUTE-COUNT = 100
                       MOVE 'Y' TO WS-TABLE-OVERFLOW-SWITCH
                       MOVE 'Y' TO WS-ROUTE-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-ROUTE-COUNT
                       SET WS-RTE-IDX TO WS-ROUTE-COUNT
                       MOVE BR-ROUTE-CODE TO WS-RTE-CODE(WS-RTE-IDX)
                       MOVE BR-TERM-FEE TO WS-RTE-FEE(WS-RTE-IDX)
                       MOVE ZERO TO WS-RTE-RIDERS(WS-RTE-IDX)
                   END-IF
           END-READ.

           LOAD-CHARGED-PARA.

           OPEN INPUT STUDENT-BILLING-FILE
           PERFORM READ-BILLING-PARA
           PERFORM NOTE-CHARGED-PARA UNTIL WS-BILL-EOF
           CLOSE STUDENT-BILLING-FILE.

           READ-BILLING-PARA.

           READ STUDENT-BILLING-FILE
               AT END MOVE 'Y' TO WS-BILL-EOF-SWITCH
           END-READ.

           NOTE-CHARGED-PARA.

           IF BL-TRANSPORT AND BL-TERM-CODE = WS-TERM-CODE
                   AND WS-CHARGED-COUNT < 1000
               ADD 1 TO WS-CHARGED-COUNT
               SET WS-CHARGED-IDX TO WS-CHARGED-COUNT
               MOVE BL-STUDENT-ID TO WS-CHARGED-ID(WS-CHARGED-IDX)
           END-IF
           PERFORM READ-BILLING-PARA.

      *>--------------- riders ---------------

           BILL-ASSIGNMENT-PARA.

           READ BUS-ASSIGNMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-ASSIGN-EOF-SWITCH
               NOT AT END
                   PERFORM BILL-ONE-RIDER-PARA
           END-READ.

           BILL-ONE-RIDER-PARA.

           MOVE 'N' TO WS-DROP-SWITCH
           MOVE BA-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO SM-STUDENT-NAME
                   MOVE 'Y' TO WS-DROP-SWITCH
                   MOVE "DROPPED - NOT ON STUDENT FILE" TO WS-OUTCOME
               NOT INVALID KEY
                   IF SM-WITHDRAWN OR SM-GRADUATED
                       MOVE 'Y' TO WS-DROP-SWITCH
                       MOVE "DROPPED - NO LONGER ENROLLED"
                           TO WS-OUTCOME
                   END-IF
           END-READ
           IF WS-DROP-ASSIGNMENT
               PERFORM DROP-ASSIGNMENT-PARA
           ELSE
               PERFORM FIND-ROUTE-PARA
               IF WS-ROUTE-FOUND
                   ADD 1 TO WS-RTE-RIDERS(WS-RTE-IDX)
                   PERFORM CHECK-CHARGED-PARA
                   EVALUATE TRUE
                       WHEN WS-ALREADY-CHARGED
                           ADD 1 TO WS-STUDENTS-SKIPPED
                           MOVE "ALREADY CHARGED FOR TERM"
                               TO WS-OUTCOME
                       WHEN WS-RTE-FEE(WS-RTE-IDX) = ZERO
                           MOVE "NO FEE ON ROUTE" TO WS-OUTCOME
                       WHEN OTHER
                           PERFORM CHARGE-RIDER-PARA
                   END-EVALUATE
               ELSE
                   PERFORM LOG-NO-ROUTE-PARA
               END-IF
           END-IF
           PERFORM PRINT-RIDER-PARA.

           DROP-ASSIGNMENT-PARA.

           DELETE BUS-ASSIGNMENT-FILE RECORD
               INVALID KEY
                   MOVE "UNABLE TO DROP ASSIGNMENT" TO WS-OUTCOME
               NOT INVALID KEY
                   ADD 1 TO WS-ASSIGNMENTS-DROPPED
           END-DELETE.

           FIND-ROUTE-PARA.

           MOVE 'N' TO WS-ROUTE-FOUND-SWITCH
           SET WS-RTE-IDX TO 1
           SEARCH WS-ROUTE-ENTRY
               AT END CONTINUE
               WHEN WS-RTE-IDX > WS-ROUTE-COUNT
                   CONTINUE
               WHEN WS-RTE-CODE(WS-RTE-IDX) = BA-ROUTE-CODE
                   MOVE 'Y' TO WS-ROUTE-FOUND-SWITCH
           END-SEARCH.

           CHECK-CHARGED-PARA.

           MOVE 'N' TO WS-ALREADY-CHARGED-SWITCH
           PERFORM VARYING WS-CHARGED-IDX FROM 1 BY 1
                   UNTIL WS-CHARGED-IDX > WS-CHARGED-COUNT
               IF WS-CHARGED-ID(WS-CHARGED-IDX) = BA-STUDENT-ID
                   MOVE 'Y' TO WS-ALREADY-CHARGED-SWITCH
               END-IF
           END-PERFORM.

           CHARGE-RIDER-PARA.

           MOVE BA-STUDENT-ID TO BL-STUDENT-ID
           MOVE WS-TERM-CODE TO BL-TERM-CODE
           MOVE 'T' TO BL-TRAN-TYPE
           MOVE WS-RTE-FEE(WS-RTE-IDX) TO BL-AMOUNT
           MOVE WS-RUN-DATE TO BL-TRAN-DATE
           MOVE 'N' TO BL-JOURNALED-FLAG
           WRITE STUDENT-BILLING-RECORD
           ADD 1 TO WS-STUDENTS-CHARGED
           ADD WS-RTE-FEE(WS-RTE-IDX) TO WS-FEE-TOTAL
           MOVE WS-RTE-FEE(WS-RTE-IDX) TO WS-EDIT-FEE
           MOVE SPACES TO WS-OUTCOME
           STRING "CHARGED " DELIMITED BY SIZE
               WS-EDIT-FEE DELIMITED BY SIZE
               INTO WS-OUTCOME
           END-STRING.

           LOG-NO-ROUTE-PARA.

           ADD 1 TO WS-NO-ROUTE-COUNT
           MOVE "ROUTE NOT ON FILE - NOT CHARGED" TO WS-OUTCOME
           MOVE BA-STUDENT-ID TO WS-WRITE-KEY
           MOVE "NRTE" TO WS-WRITE-REASON
           MOVE "Bus assignment to a route not on file"
               TO WS-WRITE-TEXT
           MOVE WS-RUN-DATE TO WS-WRITE-DATE
           CALL "ExceptionWrite" USING WS-WRITE-SOURCE WS-WRITE-KEY
               WS-WRITE-REASON WS-WRITE-TEXT WS-WRITE-DATE
               WS-WRITE-SEQUENCE.

           RECOUNT-ROUTE-PARA.

           MOVE WS-RTE-CODE(WS-RTE-IDX) TO BR-ROUTE-CODE
           READ BUS-ROUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BR-SEATS-TAKEN NOT = WS-RTE-RIDERS(WS-RTE-IDX)
                       STRING "ROUTE " DELIMITED BY SIZE
                           BR-ROUTE-CODE DELIMITED BY SIZE
                           " SEATS TAKEN CORRECTED FROM "
                               DELIMITED BY SIZE
                           BR-SEATS-TAKEN DELIMITED BY SIZE
                           " TO " DELIMITED BY SIZE
                           WS-RTE-RIDERS(WS-RTE-IDX) DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM PRINT-LINE-PARA
                       MOVE WS-RTE-RIDERS(WS-RTE-IDX)
                           TO BR-SEATS-TAKEN
                       REWRITE BUS-ROUTE-RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO CORRECT SEATS ON "
                                   "ROUTE " BR-ROUTE-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-ROUTES-CORRECTED
                       END-REWRITE
                   END-IF
           END-READ.

      *>--------------- the fee list ---------------

           PRINT-HEADING-PARA.

           MOVE "----- Transport Fee Run - Fee List -----"
               TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "TERM : " DELIMITED BY SIZE
               WS-TERM-CODE DELIMITED BY SIZE
               "   RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   ROUTES : " DELIMITED BY SIZE
               WS-ROUTE-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "STUDENT NAME       ROUTE STOP OUTCOME"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA.

           PRINT-RIDER-PARA.

           STRING BA-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-STUDENT-NAME DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               BA-ROUTE-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BA-STOP-CODE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-OUTCOME DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-TOTALS-PARA.

           MOVE WS-FEE-TOTAL TO WS-EDIT-TOTAL
           PERFORM PRINT-LINE-PARA
           STRING "CHARGED " DELIMITED BY SIZE
               WS-STUDENTS-CHARGED DELIMITED BY SIZE
               "  ALREADY CHARGED " DELIMITED BY SIZE
               WS-STUDENTS-SKIPPED DELIMITED BY SIZE
               "  DROPPED " DELIMITED BY SIZE
               WS-ASSIGNMENTS-DROPPED DELIMITED BY SIZE
               "  NO ROUTE " DELIMITED BY SIZE
               WS-NO-ROUTE-COUNT DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BUSFEE  " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-STUDENTS-CHARGED TO RC-RECORDS-PROCESSED
           MOVE WS-FEE-TOTAL TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM TransportFeeRun.
