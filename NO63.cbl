           *> logs a before/after image through the shared
           *> UpdateJournal subprogram, so the roll-forward rebuild
           *> can replay the month since the last archive snapshot
           *> an add now collects the date of birth and a change
           *> maintains it, checked through DateService and audit-logged
           *> like the marks; a waitlisted student seated automatically
           *> goes on with it not known
           *> withdrawing or graduating a student through the S
           *> transaction now drops their BUS-ASSIGNMENT row and frees
           *> the seat on the route; a suspended student keeps the seat
           *> every sign-on, good or bad, now goes through
           *> SignOnControl, which logs it to SIGNLOG, locks the
           *> operator out after repeated failures and makes an
           *> expired password be changed before going on
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               RECORD KEY IS IN-INCIDENT-NO
               FILE STATUS IS WS-INCIDENT-STATUS.

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

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
       FD INCIDENT-FILE.
           COPY INCIDENT.

       FD BUS-ROUTE-FILE.
           COPY BUSROUTE.

       FD BUS-ASSIGNMENT-FILE.
           COPY BUSASSGN.

       FD OPERATOR-ALERT-FILE.
           COPY OPALERT.

           01 WS-OPERATOR-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-SIGNED-ON-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SIGNED-ON VALUE 'Y'.
           01 WS-SIGNON-MATCHED PIC X(01) VALUE 'N'.
           01 WS-SIGNON-RESULT PIC X(01) VALUE SPACE.
               88 WS-SIGNON-PASSED VALUE 'P'.
           01 WS-ALLOWED-FUNCTIONS PIC X(08) VALUE SPACES.
           01 WS-FUNCTION-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FUNCTION-OK VALUE 'Y'.
           01 WS-NEW-STUDENT-NAME PIC X(10) VALUE SPACES.
           01 WS-NEW-STUDENT-CLASS PIC X(10) VALUE SPACES.
           01 WS-NEW-SECTION-CODE PIC X(03) VALUE SPACES.
           01 WS-NEW-DATE-OF-BIRTH PIC 9(08) VALUE ZERO.
           01 WS-OLD-DATE-OF-BIRTH PIC 9(08) VALUE ZERO.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

           01 WS-SECTION-STATUS PIC X(02) VALUE SPACES.
           01 WS-SECTION-OK-SWITCH PIC X(01) VALUE 'N'.
           01 WS-INCIDENT-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-INCIDENT-OK VALUE 'Y'.

           01 WS-ROUTE-STATUS PIC X(02) VALUE SPACES.
           01 WS-ASSIGN-STATUS PIC X(02) VALUE SPACES.

           01 WS-STUAUDIT-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHANGED-BY PIC X(10) VALUE "MAINT".
           01 WS-OLD-MARK-ENGLISH PIC 9(03) VALUE ZERO.
           END-IF
           OPEN EXTEND WAITLIST-MOVE-FILE
           OPEN INPUT INCIDENT-FILE
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

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

           CLOSE WAITLIST-FILE
           CLOSE WAITLIST-MOVE-FILE
           CLOSE INCIDENT-FILE
           CLOSE BUS-ROUTE-FILE
           CLOSE BUS-ASSIGNMENT-FILE

            STOP RUN.

                           TO WS-ALLOWED-FUNCTIONS
                   END-IF
               END-PERFORM
               PERFORM SIGN-ON-CONTROL-PARA
               IF NOT WS-SIGNED-ON
                   DISPLAY "SIGN-ON REJECTED - NO AUTHORITY FOR THIS "
                       "PROGRAM"
               END-IF
           END-IF.

           SIGN-ON-CONTROL-PARA.

           MOVE WS-SIGNED-ON-SWITCH TO WS-SIGNON-MATCHED
           CALL "SignOnControl" USING WS-AUTH-PROGRAM-NAME
               WS-OPERATOR-ID WS-OPERATOR-PASSWORD
               WS-SIGNON-MATCHED WS-SIGNON-RESULT
           IF NOT WS-SIGNON-PASSED
               MOVE 'N' TO WS-SIGNED-ON-SWITCH
           END-IF.

           LOAD-AUTHORITY-PARA.

           MOVE 'N' TO WS-AUTH-EOF-SWITCH
                   ACCEPT WS-NEW-STUDENT-CLASS
                   DISPLAY "ENTER SECTION CODE "
                   ACCEPT WS-NEW-SECTION-CODE
                   DISPLAY "ENTER DATE OF BIRTH YYYYMMDD (0 IF "
                       "NOT KNOWN) "
                   ACCEPT WS-NEW-DATE-OF-BIRTH
                   PERFORM CHECK-BIRTH-DATE-PARA
                   PERFORM CHECK-SECTION-PARA
                   IF WS-SECTION-OK
                       MOVE WS-NEW-STUDENT-ID TO SM-STUDENT-ID
                       MOVE WS-NEW-STUDENT-NAME TO SM-STUDENT-NAME
                       MOVE WS-NEW-STUDENT-CLASS TO SM-STUDENT-CLASS
                       MOVE WS-NEW-SECTION-CODE TO SM-SECTION-CODE
                       MOVE WS-NEW-DATE-OF-BIRTH TO SM-DATE-OF-BIRTH
                       MOVE SPACE TO SM-GENDER
                       MOVE ZERO TO SM-MARK-ENGLISH SM-MARK-MATH
                           SM-MARK-PHYSICS SM-TOTAL-MARK
           MOVE SPACES TO SM-RESULT
           MOVE 'E' TO SM-ENROLL-STATUS
           ACCEPT SM-STATUS-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO SM-DATE-OF-BIRTH
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO ENROLL WAITLISTED STUDENT "
                   MOVE SM-MARK-PHYSICS TO WS-OLD-MARK-PHYSICS
                   MOVE SM-RESULT TO WS-OLD-RESULT
                   MOVE SM-STUDENT-CLASS TO WS-OLD-CLASS
                   MOVE SM-DATE-OF-BIRTH TO WS-OLD-DATE-OF-BIRTH
                   DISPLAY "ENTER NEW STUDENT NAME "
                   ACCEPT SM-STUDENT-NAME
                   DISPLAY "ENTER NEW STUDENT CLASS "
                   ACCEPT SM-MARK-PHYSICS
                   DISPLAY "ENTER NEW RESULT "
                   ACCEPT SM-RESULT
                   DISPLAY "ENTER DATE OF BIRTH YYYYMMDD (0 IF "
                       "NOT KNOWN) "
                   ACCEPT WS-NEW-DATE-OF-BIRTH
                   PERFORM CHECK-BIRTH-DATE-PARA
                   MOVE WS-NEW-DATE-OF-BIRTH TO SM-DATE-OF-BIRTH
                   PERFORM LOG-STUDENT-CHANGES-PARA
                   REWRITE STUDENT-MASTER-RECORD
                       INVALID KEY
               MOVE WS-OLD-CLASS TO WS-AUDIT-OLD-VALUE
               MOVE SM-STUDENT-CLASS TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-STUDENT-AUDIT-PARA
           END-IF
           IF SM-DATE-OF-BIRTH NOT = WS-OLD-DATE-OF-BIRTH
               MOVE "DATE-OF-BIRTH" TO WS-AUDIT-FIELD-NAME
               MOVE WS-OLD-DATE-OF-BIRTH TO WS-AUDIT-OLD-VALUE
               MOVE SM-DATE-OF-BIRTH TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-STUDENT-AUDIT-PARA
           END-IF.

           CHECK-BIRTH-DATE-PARA.

           IF WS-NEW-DATE-OF-BIRTH NOT = ZERO
               MOVE 'V' TO WS-DS-FUNCTION
               MOVE WS-NEW-DATE-OF-BIRTH TO WS-DS-DATE-1
               CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
                   WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
               IF WS-DS-RESULT = 'N'
                   DISPLAY "NOT A VALID DATE - DATE OF BIRTH "
                       "RECORDED AS NOT KNOWN"
                   MOVE ZERO TO WS-NEW-DATE-OF-BIRTH
               END-IF
           END-IF.

           WRITE-STUDENT-AUDIT-PARA.
                       IF (WS-OLD-ENROLL-STATUS = 'E'
                               OR WS-OLD-ENROLL-STATUS = SPACE)
                               AND SM-ENROLL-STATUS NOT = 'E'
                           IF SM-WITHDRAWN OR SM-GRADUATED
                               PERFORM DROP-BUS-SEAT-PARA
                           END-IF
                           MOVE SM-SECTION-CODE TO WS-FREED-SECTION
                           PERFORM FILL-FREED-SEAT-PARA
                       END-IF
                   END-IF
           END-READ.

           DROP-BUS-SEAT-PARA.

      *> a withdrawn or graduated student leaves the bus with the
      *> school - the assignment goes and the route's seat is freed
           MOVE SM-STUDENT-ID TO BA-STUDENT-ID
           READ BUS-ASSIGNMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE BUS-ASSIGNMENT-FILE RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO DROP BUS ASSIGNMENT"
                       NOT INVALID KEY
                           PERFORM FREE-BUS-SEAT-PARA
                   END-DELETE
           END-READ.

           FREE-BUS-SEAT-PARA.

           MOVE BA-ROUTE-CODE TO BR-ROUTE-CODE
           READ BUS-ROUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BR-SEATS-TAKEN > ZERO
                       SUBTRACT 1 FROM BR-SEATS-TAKEN
                   END-IF
                   REWRITE BUS-ROUTE-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO FREE BUS SEAT ON ROUTE "
                               BR-ROUTE-CODE
                   END-REWRITE
           END-READ
           DISPLAY "BUS ASSIGNMENT ON ROUTE " BA-ROUTE-CODE
               " STOP " BA-STOP-CODE " DROPPED - SEAT FREED".

           CHECK-INCIDENT-PARA.

           MOVE 'N' TO WS-INCIDENT-OK-SWITCH
