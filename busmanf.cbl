       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusRouteManifest.
       ENVIRONMENT DIVISION.
           *> printed school bus manifests - one page per open route
           *> on BUS-ROUTE with its driver, vehicle and seats taken,
           *> then every stop in pickup order with the students who
           *> board there and their guardian's name and phone number
           *> off GUARDIAN-CONTACT, so the driver has someone to ring
           *> when a child is not at the stop
           *> a rider who is no longer enrolled is left off the
           *> manifest and counted at the foot of the route, and a
           *> rider with no guardian row prints NO GUARDIAN ON FILE;
           *> the manifests spool to BUSMANF through the standard
           *> print convention
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL GUARDIAN-MASTER ASSIGN TO "GUARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-STUDENT-ID
               FILE STATUS IS WS-GUARDIAN-STATUS.

           SELECT PRINT-FILE ASSIGN TO "BUSMANF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUS-ROUTE-FILE.
           COPY BUSROUTE.

       FD BUS-ASSIGNMENT-FILE.
           COPY BUSASSGN.

       FD STUDENT-MASTER.
           COPY STUDMSTR.

       FD GUARDIAN-MASTER.
           COPY GUARDIAN.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-ROUTE-STATUS PIC X(02) VALUE SPACES.
           01 WS-ASSIGN-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-GUARDIAN-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-ROUTE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ROUTE-EOF VALUE 'Y'.
           01 WS-ASSIGN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ASSIGN-EOF VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.

      *> every assignment, loaded once and walked per route and stop
           01 WS-RIDER-TABLE.
               02 WS-RIDER-ENTRY OCCURS 2000 TIMES
                       INDEXED BY WS-RDR-IDX.
                   05 WS-RDR-STUDENT-ID PIC 9(05).
                   05 WS-RDR-ROUTE-CODE PIC X(04).
                   05 WS-RDR-STOP-CODE PIC X(02).
           01 WS-RIDER-COUNT PIC 9(04) VALUE ZERO.
           01 WS-TABLE-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TABLE-OVERFLOWED VALUE 'Y'.

           01 WS-EDIT-TIME.
               05 WS-EDIT-HH PIC 9(02).
               05 FILLER PIC X(01) VALUE ':'.
               05 WS-EDIT-MM PIC 9(02).
           01 WS-PICKUP-TIME PIC 9(04) VALUE ZERO.
           01 WS-PICKUP-PARTS REDEFINES WS-PICKUP-TIME.
               05 WS-PICKUP-HH PIC 9(02).
               05 WS-PICKUP-MM PIC 9(02).

           01 WS-GUARDIAN-NAME PIC X(20) VALUE SPACES.
           01 WS-GUARDIAN-PHONE PIC X(12) VALUE SPACES.
           01 WS-STOP-RIDERS PIC 9(03) VALUE ZERO.
           01 WS-ROUTE-RIDERS PIC 9(03) VALUE ZERO.
           01 WS-ROUTE-LEFT-OFF PIC 9(03) VALUE ZERO.
           01 WS-ROUTES-PRINTED PIC 9(03) VALUE ZERO.
           01 WS-RIDERS-PRINTED PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT BUS-ASSIGNMENT-FILE
           MOVE ZERO TO BA-STUDENT-ID
           START BUS-ASSIGNMENT-FILE KEY >= BA-STUDENT-ID
               INVALID KEY MOVE 'Y' TO WS-ASSIGN-EOF-SWITCH
           END-START
           PERFORM LOAD-RIDER-PARA UNTIL WS-ASSIGN-EOF
           CLOSE BUS-ASSIGNMENT-FILE
           IF WS-TABLE-OVERFLOWED
               DISPLAY "*** MORE BUS ASSIGNMENTS THAN THE TABLE "
                   "HOLDS - MANIFESTS NOT PRINTED ***"
               STOP RUN
           END-IF

           OPEN INPUT BUS-ROUTE-FILE
           OPEN INPUT STUDENT-MASTER
           OPEN INPUT GUARDIAN-MASTER
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO BR-ROUTE-CODE
           START BUS-ROUTE-FILE KEY >= BR-ROUTE-CODE
               INVALID KEY MOVE 'Y' TO WS-ROUTE-EOF-SWITCH
           END-START
           PERFORM MANIFEST-ROUTE-PARA UNTIL WS-ROUTE-EOF
           CLOSE BUS-ROUTE-FILE
           CLOSE STUDENT-MASTER
           CLOSE GUARDIAN-MASTER
           CLOSE PRINT-FILE

           DISPLAY "----- Bus Route Manifests -----"
           DISPLAY "ROUTES PRINTED : " WS-ROUTES-PRINTED
           DISPLAY "RIDERS PRINTED : " WS-RIDERS-PRINTED
           DISPLAY "MANIFESTS SPOOLED TO BUSMANF"

            STOP RUN.

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

           LOAD-RIDER-PARA.

           READ BUS-ASSIGNMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-ASSIGN-EOF-SWITCH
               NOT AT END
                   IF WS-RIDER-COUNT = 2000
                       MOVE 'Y' TO WS-TABLE-OVERFLOW-SWITCH
                       MOVE 'Y' TO WS-ASSIGN-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-RIDER-COUNT
                       SET WS-RDR-IDX TO WS-RIDER-COUNT
                       MOVE BA-STUDENT-ID
                           TO WS-RDR-STUDENT-ID(WS-RDR-IDX)
                       MOVE BA-ROUTE-CODE
                           TO WS-RDR-ROUTE-CODE(WS-RDR-IDX)
                       MOVE BA-STOP-CODE TO WS-RDR-STOP-CODE(WS-RDR-IDX)
                   END-IF
           END-READ.

      *>--------------- one manifest per route ---------------

           MANIFEST-ROUTE-PARA.

           READ BUS-ROUTE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-ROUTE-EOF-SWITCH
               NOT AT END
                   IF BR-ROUTE-ACTIVE
                       PERFORM PRINT-ROUTE-PARA
                   END-IF
           END-READ.

           PRINT-ROUTE-PARA.

           ADD 1 TO WS-ROUTES-PRINTED
           MOVE ZERO TO WS-ROUTE-RIDERS WS-ROUTE-LEFT-OFF
           STRING "----- Bus Route Manifest - ROUTE " DELIMITED BY SIZE
               BR-ROUTE-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BR-ROUTE-NAME DELIMITED BY SIZE
               " -----" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-PAGE-PARA
           STRING "DRIVER : " DELIMITED BY SIZE
               BR-DRIVER-NAME DELIMITED BY SIZE
               "  VEHICLE : " DELIMITED BY SIZE
               BR-VEHICLE-NO DELIMITED BY SIZE
               "  SEATS : " DELIMITED BY SIZE
               BR-SEATS-TAKEN DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               BR-SEAT-CAPACITY DELIMITED BY SIZE
               "  PRINTED : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM VARYING BR-STOP-IDX FROM 1 BY 1
                   UNTIL BR-STOP-IDX > BR-STOP-COUNT
               PERFORM PRINT-STOP-PARA
           END-PERFORM
           PERFORM PRINT-LINE-PARA
           STRING "RIDERS ON MANIFEST : " DELIMITED BY SIZE
               WS-ROUTE-RIDERS DELIMITED BY SIZE
               "   NOT ENROLLED - LEFT OFF : " DELIMITED BY SIZE
               WS-ROUTE-LEFT-OFF DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-STOP-PARA.

           MOVE BR-PICKUP-TIME(BR-STOP-IDX) TO WS-PICKUP-TIME
           MOVE WS-PICKUP-HH TO WS-EDIT-HH
           MOVE WS-PICKUP-MM TO WS-EDIT-MM
           MOVE ZERO TO WS-STOP-RIDERS
           PERFORM PRINT-LINE-PARA
           STRING "STOP " DELIMITED BY SIZE
               BR-STOP-CODE(BR-STOP-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BR-STOP-NAME(BR-STOP-IDX) DELIMITED BY SIZE
               "  PICKUP " DELIMITED BY SIZE
               WS-EDIT-TIME DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM VARYING WS-RDR-IDX FROM 1 BY 1
                   UNTIL WS-RDR-IDX > WS-RIDER-COUNT
               IF WS-RDR-ROUTE-CODE(WS-RDR-IDX) = BR-ROUTE-CODE
                       AND WS-RDR-STOP-CODE(WS-RDR-IDX)
                           = BR-STOP-CODE(BR-STOP-IDX)
                   PERFORM PRINT-RIDER-PARA
               END-IF
           END-PERFORM
           IF WS-STOP-RIDERS = ZERO
               MOVE "    NO RIDERS AT THIS STOP" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF.

           PRINT-RIDER-PARA.

           MOVE WS-RDR-STUDENT-ID(WS-RDR-IDX) TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'W' TO SM-ENROLL-STATUS
           END-READ
           IF NOT SM-ENROLLED
               ADD 1 TO WS-ROUTE-LEFT-OFF
           ELSE
               PERFORM GET-GUARDIAN-PARA
               ADD 1 TO WS-STOP-RIDERS
               ADD 1 TO WS-ROUTE-RIDERS
               ADD 1 TO WS-RIDERS-PRINTED
               STRING "    " DELIMITED BY SIZE
                   SM-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SM-STUDENT-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SM-STUDENT-CLASS DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-GUARDIAN-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GUARDIAN-PHONE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-IF.

           GET-GUARDIAN-PARA.

           MOVE SM-STUDENT-ID TO GC-STUDENT-ID
           READ GUARDIAN-MASTER
               INVALID KEY
                   MOVE "NO GUARDIAN ON FILE" TO WS-GUARDIAN-NAME
                   MOVE SPACES TO WS-GUARDIAN-PHONE
               NOT INVALID KEY
                   MOVE GC-GUARDIAN-NAME TO WS-GUARDIAN-NAME
                   MOVE GC-PHONE TO WS-GUARDIAN-PHONE
           END-READ.

       END PROGRAM BusRouteManifest.
