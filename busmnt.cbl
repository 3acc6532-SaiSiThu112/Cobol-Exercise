       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusRouteMaintenance.
       ENVIRONMENT DIVISION.
           *> maintenance over the new BUS-ROUTE master and the
           *> per-student BUS-ASSIGNMENT file - the school bus routes
           *> lived in the transport clerk's exercise book, with no
           *> way to see a route was full or to bill the riders
           *> A adds a route (vehicle, driver, seat capacity and the
           *> transport fee charged per rider each term), C changes
           *> one - the capacity can never drop below the seats
           *> already taken - and S keys its stops in pickup order;
           *> the stop set replaces the old one and is refused when
           *> it would leave a rider on a stop that no longer exists
           *> P assigns a student to a stop - the student must be
           *> enrolled, the route open and a seat free; moving to
           *> another route frees the seat on the old one - D drops
           *> an assignment and frees its seat, and L lists a
           *> route's stops and riders
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-ROUTE-FILE ASSIGN TO "BUSROUTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-ROUTE-CODE
               FILE STATUS IS WS-ROUTE-STATUS.

           SELECT BUS-ASSIGNMENT-FILE ASSIGN TO "BUSASSGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-STUDENT-ID
               FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUS-ROUTE-FILE.
           COPY BUSROUTE.

       FD BUS-ASSIGNMENT-FILE.
           COPY BUSASSGN.

       FD STUDENT-MASTER.
           COPY STUDMSTR.

       WORKING-STORAGE SECTION.

           01 WS-ROUTE-STATUS PIC X(02) VALUE SPACES.
           01 WS-ASSIGN-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-ADD VALUE 'A'.
               88 WS-TRAN-CHANGE VALUE 'C'.
               88 WS-TRAN-STOPS VALUE 'S'.
               88 WS-TRAN-PLACE VALUE 'P'.
               88 WS-TRAN-DROP VALUE 'D'.
               88 WS-TRAN-LIST VALUE 'L'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-ENTRY-STUDENT-ID PIC 9(05) VALUE ZERO.
           01 WS-ENTRY-ROUTE-CODE PIC X(04) VALUE SPACES.
           01 WS-ENTRY-STOP-CODE PIC X(02) VALUE SPACES.
           01 WS-ENTRY-CAPACITY PIC 9(03) VALUE ZERO.
           01 WS-OLD-ROUTE-CODE PIC X(04) VALUE SPACES.
           01 WS-OLD-STOP-CODE PIC X(02) VALUE SPACES.

           01 WS-ROUTE-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ROUTE-OK VALUE 'Y'.
           01 WS-STUDENT-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-STUDENT-OK VALUE 'Y'.
           01 WS-STOP-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-STOP-FOUND VALUE 'Y'.
           01 WS-ASSIGNED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ALREADY-ASSIGNED VALUE 'Y'.
           01 WS-STOPS-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-STOPS-OK VALUE 'Y'.
           01 WS-LIST-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LIST-EOF VALUE 'Y'.
           01 WS-LIST-COUNT PIC 9(03) VALUE ZERO.

           01 WS-STOP-TABLE.
               02 WS-STOP-ENTRY OCCURS 20 TIMES
                       INDEXED BY WS-STP-IDX.
                   05 WS-STP-CODE PIC X(02).
                   05 WS-STP-NAME PIC X(20).
                   05 WS-STP-TIME PIC 9(04).
           01 WS-STOP-COUNT PIC 9(02) VALUE ZERO.
           01 WS-STOP-SUB PIC 9(02) VALUE ZERO.
           01 WS-CHECK-SUB PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN I-O BUS-ROUTE-FILE
           IF WS-ROUTE-STATUS = "35"
               OPEN OUTPUT BUS-ROUTE-FILE
               CLOSE BUS-ROUTE-FILE
               OPEN I-O BUS-ROUTE-FILE
           END-IF
           OPEN I-O BUS-ASSIGNMENT-FILE
           IF WS-ASSIGN-STATUS = "35"
               OPEN OUTPUT BUS-ASSIGNMENT-FILE
               CLOSE BUS-ASSIGNMENT-FILE
               OPEN I-O BUS-ASSIGNMENT-FILE
           END-IF
           OPEN INPUT STUDENT-MASTER

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

           CLOSE BUS-ROUTE-FILE
           CLOSE BUS-ASSIGNMENT-FILE
           CLOSE STUDENT-MASTER

            STOP RUN.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (A=ADD ROUTE C=CHANGE ROUTE "
               "S=STOPS P=PLACE STUDENT D=DROP STUDENT L=LIST "
               "E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM ADD-ROUTE-PARA
               WHEN WS-TRAN-CHANGE
                   PERFORM CHANGE-ROUTE-PARA
               WHEN WS-TRAN-STOPS
                   PERFORM STOPS-PARA
               WHEN WS-TRAN-PLACE
                   PERFORM PLACE-PARA
               WHEN WS-TRAN-DROP
                   PERFORM DROP-PARA
               WHEN WS-TRAN-LIST
                   PERFORM LIST-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

      *>--------------- route master ---------------

           ADD-ROUTE-PARA.

           DISPLAY "ENTER ROUTE CODE (4 CHARACTERS) "
           ACCEPT BR-ROUTE-CODE
           READ BUS-ROUTE-FILE
               INVALID KEY
                   PERFORM ACCEPT-ROUTE-DETAIL-PARA
                   MOVE WS-ENTRY-CAPACITY TO BR-SEAT-CAPACITY
                   MOVE ZERO TO BR-SEATS-TAKEN
                   MOVE 'A' TO BR-ACTIVE-FLAG
                   MOVE ZERO TO BR-STOP-COUNT
                   PERFORM VARYING BR-STOP-IDX FROM 1 BY 1
                           UNTIL BR-STOP-IDX > 20
                       MOVE SPACES TO BR-STOP-CODE(BR-STOP-IDX)
                           BR-STOP-NAME(BR-STOP-IDX)
                       MOVE ZERO TO BR-PICKUP-TIME(BR-STOP-IDX)
                   END-PERFORM
                   WRITE BUS-ROUTE-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO ADD ROUTE"
                       NOT INVALID KEY
                           DISPLAY "ROUTE ADDED - KEY ITS STOPS WITH S"
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "ROUTE ALREADY ON FILE - " BR-ROUTE-NAME
           END-READ.

           ACCEPT-ROUTE-DETAIL-PARA.

           DISPLAY "ENTER ROUTE NAME "
           ACCEPT BR-ROUTE-NAME
           DISPLAY "ENTER DRIVER NAME "
           ACCEPT BR-DRIVER-NAME
           DISPLAY "ENTER VEHICLE NUMBER "
           ACCEPT BR-VEHICLE-NO
           DISPLAY "ENTER SEAT CAPACITY "
           ACCEPT WS-ENTRY-CAPACITY
           DISPLAY "ENTER TRANSPORT FEE PER TERM "
           ACCEPT BR-TERM-FEE.

           CHANGE-ROUTE-PARA.

           DISPLAY "ENTER ROUTE CODE "
           ACCEPT BR-ROUTE-CODE
           READ BUS-ROUTE-FILE
               INVALID KEY
                   DISPLAY "ROUTE NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "SEATS " BR-SEATS-TAKEN " TAKEN OF "
                       BR-SEAT-CAPACITY
                   PERFORM ACCEPT-ROUTE-DETAIL-PARA
                   IF WS-ENTRY-CAPACITY < BR-SEATS-TAKEN
                       DISPLAY "CAPACITY BELOW SEATS TAKEN - "
                           "CAPACITY LEFT AT " BR-SEAT-CAPACITY
                   ELSE
                       MOVE WS-ENTRY-CAPACITY TO BR-SEAT-CAPACITY
                   END-IF
                   DISPLAY "ENTER ACTIVE FLAG (A=ACTIVE C=CLOSED) "
                   ACCEPT BR-ACTIVE-FLAG
                   IF NOT BR-ROUTE-ACTIVE AND NOT BR-ROUTE-CLOSED
                       MOVE 'A' TO BR-ACTIVE-FLAG
                   END-IF
                   REWRITE BUS-ROUTE-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO CHANGE ROUTE"
                   END-REWRITE
           END-READ.

           CHECK-ROUTE-PARA.

           MOVE 'N' TO WS-ROUTE-OK-SWITCH
           MOVE WS-ENTRY-ROUTE-CODE TO BR-ROUTE-CODE
           READ BUS-ROUTE-FILE
               INVALID KEY
                   DISPLAY "ROUTE NOT ON FILE"
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROUTE-OK-SWITCH
           END-READ.

           FIND-STOP-PARA.

           MOVE 'N' TO WS-STOP-FOUND-SWITCH
           PERFORM VARYING BR-STOP-IDX FROM 1 BY 1
                   UNTIL BR-STOP-IDX > BR-STOP-COUNT
               IF BR-STOP-CODE(BR-STOP-IDX) = WS-ENTRY-STOP-CODE
                   MOVE 'Y' TO WS-STOP-FOUND-SWITCH
               END-IF
           END-PERFORM.

      *>--------------- stops ---------------

           STOPS-PARA.

      *> the stops are keyed as one complete set in pickup order -
      *> the set replaces the old one and is refused when a rider
      *> would be left on a stop that is not in it
           DISPLAY "ENTER ROUTE CODE "
           ACCEPT WS-ENTRY-ROUTE-CODE
           PERFORM CHECK-ROUTE-PARA
           IF WS-ROUTE-OK
               PERFORM SHOW-STOPS-PARA
               DISPLAY "HOW MANY STOPS (1-20, 0 = LEAVE AS IS) "
               ACCEPT WS-STOP-COUNT
               IF WS-STOP-COUNT = ZERO OR WS-STOP-COUNT > 20
                   DISPLAY "STOPS UNCHANGED"
               ELSE
                   PERFORM ACCEPT-STOPS-PARA
                   IF WS-STOPS-OK
                       PERFORM CHECK-RIDER-STOPS-PARA
                   END-IF
                   IF WS-STOPS-OK
                       PERFORM SAVE-STOPS-PARA
                   ELSE
                       DISPLAY "STOPS NOT RECORDED"
                   END-IF
               END-IF
           END-IF.

           SHOW-STOPS-PARA.

           DISPLAY "ROUTE " BR-ROUTE-CODE " " BR-ROUTE-NAME
               " STOPS : " BR-STOP-COUNT
           PERFORM VARYING BR-STOP-IDX FROM 1 BY 1
                   UNTIL BR-STOP-IDX > BR-STOP-COUNT
               DISPLAY "  " BR-STOP-CODE(BR-STOP-IDX)
                   " " BR-STOP-NAME(BR-STOP-IDX)
                   " PICKUP " BR-PICKUP-TIME(BR-STOP-IDX)
           END-PERFORM.

           ACCEPT-STOPS-PARA.

           MOVE 'Y' TO WS-STOPS-OK-SWITCH
           PERFORM VARYING WS-STOP-SUB FROM 1 BY 1
                   UNTIL WS-STOP-SUB > WS-STOP-COUNT
               SET WS-STP-IDX TO WS-STOP-SUB
               DISPLAY "STOP " WS-STOP-SUB " - ENTER STOP CODE "
               ACCEPT WS-STP-CODE(WS-STP-IDX)
               DISPLAY "ENTER STOP NAME "
               ACCEPT WS-STP-NAME(WS-STP-IDX)
               DISPLAY "ENTER PICKUP TIME (HHMM) "
               ACCEPT WS-STP-TIME(WS-STP-IDX)
               IF WS-STP-CODE(WS-STP-IDX) = SPACES
                   DISPLAY "STOP CODE IS REQUIRED"
                   MOVE 'N' TO WS-STOPS-OK-SWITCH
               END-IF
               IF WS-STP-TIME(WS-STP-IDX) NOT NUMERIC
                       OR WS-STP-TIME(WS-STP-IDX) > 2359
                   DISPLAY "PICKUP TIME MUST BE HHMM"
                   MOVE 'N' TO WS-STOPS-OK-SWITCH
               END-IF
               PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                       UNTIL WS-CHECK-SUB >= WS-STOP-SUB
                   IF WS-STP-CODE(WS-CHECK-SUB)
                           = WS-STP-CODE(WS-STP-IDX)
                       DISPLAY "STOP CODE ALREADY KEYED"
                       MOVE 'N' TO WS-STOPS-OK-SWITCH
                   END-IF
               END-PERFORM
           END-PERFORM.

           CHECK-RIDER-STOPS-PARA.

           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE ZERO TO BA-STUDENT-ID
           START BUS-ASSIGNMENT-FILE KEY >= BA-STUDENT-ID
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-START
           PERFORM CHECK-ONE-RIDER-PARA UNTIL WS-LIST-EOF.

           CHECK-ONE-RIDER-PARA.

           READ BUS-ASSIGNMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LIST-EOF-SWITCH
               NOT AT END
                   IF BA-ROUTE-CODE = WS-ENTRY-ROUTE-CODE
                       MOVE 'N' TO WS-STOP-FOUND-SWITCH
                       PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                               UNTIL WS-STP-IDX > WS-STOP-COUNT
                           IF WS-STP-CODE(WS-STP-IDX) = BA-STOP-CODE
                               MOVE 'Y' TO WS-STOP-FOUND-SWITCH
                           END-IF
                       END-PERFORM
                       IF NOT WS-STOP-FOUND
                           DISPLAY "STUDENT " BA-STUDENT-ID
                               " RIDES FROM STOP " BA-STOP-CODE
                               " - MOVE OR DROP THE STUDENT FIRST"
                           MOVE 'N' TO WS-STOPS-OK-SWITCH
                       END-IF
                   END-IF
           END-READ.

           SAVE-STOPS-PARA.

           MOVE WS-STOP-COUNT TO BR-STOP-COUNT
           PERFORM VARYING WS-STOP-SUB FROM 1 BY 1
                   UNTIL WS-STOP-SUB > 20
               SET BR-STOP-IDX TO WS-STOP-SUB
               IF WS-STOP-SUB > WS-STOP-COUNT
                   MOVE SPACES TO BR-STOP-CODE(BR-STOP-IDX)
                       BR-STOP-NAME(BR-STOP-IDX)
                   MOVE ZERO TO BR-PICKUP-TIME(BR-STOP-IDX)
               ELSE
                   SET WS-STP-IDX TO WS-STOP-SUB
                   MOVE WS-STP-CODE(WS-STP-IDX)
                       TO BR-STOP-CODE(BR-STOP-IDX)
                   MOVE WS-STP-NAME(WS-STP-IDX)
                       TO BR-STOP-NAME(BR-STOP-IDX)
                   MOVE WS-STP-TIME(WS-STP-IDX)
                       TO BR-PICKUP-TIME(BR-STOP-IDX)
               END-IF
           END-PERFORM
           REWRITE BUS-ROUTE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO RECORD STOPS"
               NOT INVALID KEY
                   DISPLAY "STOPS RECORDED"
           END-REWRITE.

      *>--------------- student assignment ---------------

           PLACE-PARA.

           DISPLAY "ENTER STUDENT ID "
           ACCEPT WS-ENTRY-STUDENT-ID
           DISPLAY "ENTER ROUTE CODE "
           ACCEPT WS-ENTRY-ROUTE-CODE
           DISPLAY "ENTER STOP CODE "
           ACCEPT WS-ENTRY-STOP-CODE
           PERFORM CHECK-STUDENT-PARA
           IF WS-STUDENT-OK
               PERFORM CHECK-ROUTE-PARA
           END-IF
           IF WS-STUDENT-OK AND WS-ROUTE-OK
               PERFORM CHECK-PLACEMENT-PARA
           END-IF.

           CHECK-STUDENT-PARA.

           MOVE 'N' TO WS-STUDENT-OK-SWITCH
           MOVE WS-ENTRY-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "STUDENT ID NOT ON STUDENT-MASTER"
               NOT INVALID KEY
                   IF SM-ENROLLED
                       MOVE 'Y' TO WS-STUDENT-OK-SWITCH
                   ELSE
                       DISPLAY "STUDENT IS NOT ENROLLED - STATUS "
                           SM-ENROLL-STATUS
                   END-IF
           END-READ.

           CHECK-PLACEMENT-PARA.

           PERFORM FIND-STOP-PARA
           MOVE 'N' TO WS-ASSIGNED-SWITCH
           MOVE SPACES TO WS-OLD-ROUTE-CODE WS-OLD-STOP-CODE
           MOVE WS-ENTRY-STUDENT-ID TO BA-STUDENT-ID
           READ BUS-ASSIGNMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ASSIGNED-SWITCH
                   MOVE BA-ROUTE-CODE TO WS-OLD-ROUTE-CODE
                   MOVE BA-STOP-CODE TO WS-OLD-STOP-CODE
           END-READ
           EVALUATE TRUE
               WHEN NOT BR-ROUTE-ACTIVE
                   DISPLAY "ROUTE IS CLOSED"
               WHEN NOT WS-STOP-FOUND
                   DISPLAY "STOP " WS-ENTRY-STOP-CODE
                       " IS NOT ON ROUTE " WS-ENTRY-ROUTE-CODE
               WHEN WS-OLD-ROUTE-CODE = WS-ENTRY-ROUTE-CODE
      *> a move between stops on the same route keeps its seat
                   PERFORM MOVE-STOP-PARA
               WHEN BR-SEATS-TAKEN NOT < BR-SEAT-CAPACITY
                   DISPLAY "ROUTE IS FULL - " BR-SEATS-TAKEN
                       " OF " BR-SEAT-CAPACITY " SEATS TAKEN"
               WHEN OTHER
                   PERFORM TAKE-SEAT-PARA
           END-EVALUATE.

           MOVE-STOP-PARA.

           MOVE WS-ENTRY-STOP-CODE TO BA-STOP-CODE
           ACCEPT BA-ASSIGN-DATE FROM DATE YYYYMMDD
           REWRITE BUS-ASSIGNMENT-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO MOVE STUDENT"
               NOT INVALID KEY
                   DISPLAY "STUDENT MOVED FROM STOP " WS-OLD-STOP-CODE
                       " TO STOP " WS-ENTRY-STOP-CODE
           END-REWRITE.

           TAKE-SEAT-PARA.

           ADD 1 TO BR-SEATS-TAKEN
           REWRITE BUS-ROUTE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO TAKE SEAT ON ROUTE"
           END-REWRITE
           MOVE WS-ENTRY-STUDENT-ID TO BA-STUDENT-ID
           MOVE WS-ENTRY-ROUTE-CODE TO BA-ROUTE-CODE
           MOVE WS-ENTRY-STOP-CODE TO BA-STOP-CODE
           ACCEPT BA-ASSIGN-DATE FROM DATE YYYYMMDD
           IF WS-ALREADY-ASSIGNED
               REWRITE BUS-ASSIGNMENT-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO REASSIGN STUDENT"
               END-REWRITE
               MOVE WS-OLD-ROUTE-CODE TO WS-ENTRY-ROUTE-CODE
               PERFORM FREE-SEAT-PARA
           ELSE
               WRITE BUS-ASSIGNMENT-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO ASSIGN STUDENT"
               END-WRITE
           END-IF
           DISPLAY "STUDENT " WS-ENTRY-STUDENT-ID " ASSIGNED TO ROUTE "
               BA-ROUTE-CODE " STOP " BA-STOP-CODE.

           FREE-SEAT-PARA.

           MOVE WS-ENTRY-ROUTE-CODE TO BR-ROUTE-CODE
           READ BUS-ROUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BR-SEATS-TAKEN > ZERO
                       SUBTRACT 1 FROM BR-SEATS-TAKEN
                   END-IF
                   REWRITE BUS-ROUTE-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO FREE SEAT ON ROUTE "
                               BR-ROUTE-CODE
                   END-REWRITE
           END-READ.

           DROP-PARA.

           DISPLAY "ENTER STUDENT ID "
           ACCEPT WS-ENTRY-STUDENT-ID
           MOVE WS-ENTRY-STUDENT-ID TO BA-STUDENT-ID
           READ BUS-ASSIGNMENT-FILE
               INVALID KEY
                   DISPLAY "STUDENT HAS NO BUS ASSIGNMENT"
               NOT INVALID KEY
                   MOVE BA-ROUTE-CODE TO WS-ENTRY-ROUTE-CODE
                   DELETE BUS-ASSIGNMENT-FILE RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO DROP ASSIGNMENT"
                       NOT INVALID KEY
                           PERFORM FREE-SEAT-PARA
                           DISPLAY "STUDENT DROPPED FROM ROUTE "
                               WS-ENTRY-ROUTE-CODE
                   END-DELETE
           END-READ.

      *>--------------- route listing ---------------

           LIST-PARA.

           DISPLAY "ENTER ROUTE CODE "
           ACCEPT WS-ENTRY-ROUTE-CODE
           PERFORM CHECK-ROUTE-PARA
           IF WS-ROUTE-OK
               DISPLAY "DRIVER " BR-DRIVER-NAME " VEHICLE "
                   BR-VEHICLE-NO " FEE " BR-TERM-FEE
               DISPLAY "SEATS " BR-SEATS-TAKEN " TAKEN OF "
                   BR-SEAT-CAPACITY "  STATUS " BR-ACTIVE-FLAG
               PERFORM SHOW-STOPS-PARA
               MOVE ZERO TO WS-LIST-COUNT
               MOVE 'N' TO WS-LIST-EOF-SWITCH
               MOVE ZERO TO BA-STUDENT-ID
               START BUS-ASSIGNMENT-FILE KEY >= BA-STUDENT-ID
                   INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SWITCH
               END-START
               PERFORM LIST-ONE-PARA UNTIL WS-LIST-EOF
               DISPLAY "RIDERS : " WS-LIST-COUNT
           END-IF.

           LIST-ONE-PARA.

           READ BUS-ASSIGNMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LIST-EOF-SWITCH
               NOT AT END
                   IF BA-ROUTE-CODE = WS-ENTRY-ROUTE-CODE
                       ADD 1 TO WS-LIST-COUNT
                       MOVE BA-STUDENT-ID TO SM-STUDENT-ID
                       READ STUDENT-MASTER
                           INVALID KEY
                               MOVE SPACES TO SM-STUDENT-NAME
                       END-READ
                       DISPLAY "  " BA-STUDENT-ID " " SM-STUDENT-NAME
                           " STOP " BA-STOP-CODE
                           " SINCE " BA-ASSIGN-DATE
                   END-IF
           END-READ.

       END PROGRAM BusRouteMaintenance.
