           *> teacher is already booked in that period by another
           *> section - X removes a slot - so clashes surface at the
           *> keyboard instead of at the classroom door
           *> a P transaction now maintains the term's exam papers on
           *> the EXAM-SCHEDULE file (term, subject, sitting, date,
           *> session and up to four exam rooms) - the subject must be
           *> on SUBJECT-MASTER and every room must be a room some
           *> section uses, since its seat count is that section's
           *> SEC-CAPACITY - and R removes a paper
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-MASTER ASSIGN TO "SECTMAST"
               RECORD KEY IS SS-SCHED-KEY
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT EXAM-SCHEDULE ASSIGN TO "EXAMSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXS-EXAM-KEY
               FILE STATUS IS WS-EXAM-STATUS.

           SELECT OPTIONAL SUBJECT-MASTER ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-SUBJECT-CODE
               FILE STATUS IS WS-SUBJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SECTION-MASTER.
       FD SECTION-SCHEDULE.
           COPY SECSCHED.

       FD EXAM-SCHEDULE.
           COPY EXAMSCHD.

       FD SUBJECT-MASTER.
           COPY SUBJMSTR.

       WORKING-STORAGE SECTION.

           01 WS-SECTION-STATUS PIC X(02) VALUE SPACES.
               88 WS-TRAN-DELETE VALUE 'D'.
               88 WS-TRAN-SLOT VALUE 'T'.
               88 WS-TRAN-UNSLOT VALUE 'X'.
               88 WS-TRAN-PAPER VALUE 'P'.
               88 WS-TRAN-UNPAPER VALUE 'R'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-SCHEDULE-STATUS PIC X(02) VALUE SPACES.
           01 WS-SCHED-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCHED-EOF VALUE 'Y'.

           01 WS-EXAM-STATUS PIC X(02) VALUE SPACES.
           01 WS-SUBJECT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ROOM-SUB PIC 9(01) VALUE ZERO.
           01 WS-CHECK-ROOM PIC X(05) VALUE SPACES.
           01 WS-PAPER-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PAPER-OK VALUE 'Y'.
           01 WS-ROOM-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ROOM-FOUND VALUE 'Y'.
           01 WS-SECT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SECT-EOF VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               CLOSE SECTION-SCHEDULE
               OPEN I-O SECTION-SCHEDULE
           END-IF
           OPEN I-O EXAM-SCHEDULE
           IF WS-EXAM-STATUS = "35"
               OPEN OUTPUT EXAM-SCHEDULE
               CLOSE EXAM-SCHEDULE
               OPEN I-O EXAM-SCHEDULE
           END-IF
           OPEN INPUT SUBJECT-MASTER

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

           CLOSE SECTION-MASTER
           CLOSE TEACHER-MASTER
           CLOSE SECTION-SCHEDULE
           CLOSE EXAM-SCHEDULE
           CLOSE SUBJECT-MASTER

            STOP RUN.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (A=ADD C=CHANGE D=DELETE "
               "T=TIMETABLE SLOT X=REMOVE SLOT P=EXAM PAPER "
               "R=REMOVE PAPER E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
                   PERFORM SLOT-PARA
               WHEN WS-TRAN-UNSLOT
                   PERFORM UNSLOT-PARA
               WHEN WS-TRAN-PAPER
                   PERFORM PAPER-PARA
               WHEN WS-TRAN-UNPAPER
                   PERFORM UNPAPER-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   END-DELETE
           END-READ.

           PAPER-PARA.

           MOVE SPACES TO EXAM-SCHEDULE-RECORD
           DISPLAY "ENTER TERM CODE "
           ACCEPT EXS-TERM-CODE
           DISPLAY "ENTER SUBJECT CODE "
           ACCEPT EXS-SUBJECT-CODE
           DISPLAY "ENTER SITTING NUMBER (01-99) "
           ACCEPT EXS-SITTING
           DISPLAY "ENTER EXAM DATE (YYYYMMDD) "
           ACCEPT EXS-EXAM-DATE
           DISPLAY "ENTER SESSION (AM/PM) "
           ACCEPT EXS-SESSION
           DISPLAY "ENTER PAPER LENGTH IN MINUTES "
           ACCEPT EXS-PAPER-MINUTES
           PERFORM VARYING WS-ROOM-SUB FROM 1 BY 1
                   UNTIL WS-ROOM-SUB > 4
               DISPLAY "ENTER EXAM ROOM " WS-ROOM-SUB
                   " (BLANK IF NONE) "
               ACCEPT EXS-ROOM(WS-ROOM-SUB)
           END-PERFORM
           PERFORM CHECK-PAPER-PARA
           IF WS-PAPER-OK
               WRITE EXAM-SCHEDULE-RECORD
                   INVALID KEY
                       REWRITE EXAM-SCHEDULE-RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO STORE EXAM PAPER"
                           NOT INVALID KEY
                               DISPLAY "EXAM PAPER REPLACED"
                       END-REWRITE
                   NOT INVALID KEY
                       DISPLAY "EXAM PAPER ADDED"
               END-WRITE
           END-IF.

           CHECK-PAPER-PARA.

           MOVE 'Y' TO WS-PAPER-OK-SWITCH
           IF EXS-SITTING = ZERO
                   OR (NOT EXS-MORNING AND NOT EXS-AFTERNOON)
               DISPLAY "SITTING MUST BE 01-99 AND SESSION AM OR PM "
                   "- PAPER NOT STORED"
               MOVE 'N' TO WS-PAPER-OK-SWITCH
           END-IF
           IF WS-PAPER-OK AND WS-SUBJECT-STATUS NOT = "35"
               MOVE EXS-SUBJECT-CODE TO SB-SUBJECT-CODE
               READ SUBJECT-MASTER
                   INVALID KEY
                       DISPLAY "SUBJECT NOT ON SUBJECT-MASTER - "
                           "PAPER NOT STORED"
                       MOVE 'N' TO WS-PAPER-OK-SWITCH
               END-READ
           END-IF
           IF WS-PAPER-OK AND EXS-ROOM(1) = SPACES
               DISPLAY "AT LEAST ONE EXAM ROOM IS NEEDED - PAPER "
                   "NOT STORED"
               MOVE 'N' TO WS-PAPER-OK-SWITCH
           END-IF
           PERFORM VARYING WS-ROOM-SUB FROM 1 BY 1
                   UNTIL WS-ROOM-SUB > 4 OR NOT WS-PAPER-OK
               IF EXS-ROOM(WS-ROOM-SUB) NOT = SPACES
                   MOVE EXS-ROOM(WS-ROOM-SUB) TO WS-CHECK-ROOM
                   PERFORM FIND-ROOM-PARA
                   IF NOT WS-ROOM-FOUND
                       DISPLAY "ROOM " WS-CHECK-ROOM
                           " IS NOT USED BY ANY SECTION - NO SEAT "
                           "COUNT, PAPER NOT STORED"
                       MOVE 'N' TO WS-PAPER-OK-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

           FIND-ROOM-PARA.

           MOVE 'N' TO WS-ROOM-FOUND-SWITCH
           MOVE 'N' TO WS-SECT-EOF-SWITCH
           MOVE LOW-VALUES TO SEC-SECTION-CODE
           START SECTION-MASTER KEY >= SEC-SECTION-CODE
               INVALID KEY MOVE 'Y' TO WS-SECT-EOF-SWITCH
           END-START
           PERFORM FIND-ONE-ROOM-PARA
               UNTIL WS-SECT-EOF OR WS-ROOM-FOUND.

           FIND-ONE-ROOM-PARA.

           READ SECTION-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-SECT-EOF-SWITCH
               NOT AT END
                   IF SEC-ROOM = WS-CHECK-ROOM
                       MOVE 'Y' TO WS-ROOM-FOUND-SWITCH
                   END-IF
           END-READ.

           UNPAPER-PARA.

           DISPLAY "ENTER TERM CODE "
           ACCEPT EXS-TERM-CODE
           DISPLAY "ENTER SUBJECT CODE "
           ACCEPT EXS-SUBJECT-CODE
           DISPLAY "ENTER SITTING NUMBER (01-99) "
           ACCEPT EXS-SITTING
           READ EXAM-SCHEDULE
               INVALID KEY
                   DISPLAY "NO EXAM PAPER ON FILE"
               NOT INVALID KEY
                   DELETE EXAM-SCHEDULE RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO REMOVE EXAM PAPER"
                   END-DELETE
           END-READ.

       END PROGRAM SectionMaintenance.
