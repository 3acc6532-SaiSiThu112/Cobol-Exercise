           *> the office can re-key them through SectionMaintenance
           *> spools to the TCHRLOAD print file with a carriage-
           *> control byte, the same convention as the rosters
           *> each teacher's line now carries the cumulative count of
           *> periods they have covered for absent colleagues, off the
           *> cover run's COVER-LOG
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEACHER-MASTER ASSIGN TO "TCHRMAST"
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT OPTIONAL COVER-LOG ASSIGN TO "COVERLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CV-COVER-KEY
               FILE STATUS IS WS-COVER-STATUS.

           SELECT PRINT-FILE ASSIGN TO "TCHRLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       FD STUDENT-MASTER.
           COPY STUDMSTR.

       FD COVER-LOG.
           COPY COVERLOG.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
           01 WS-SECTION-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-COVER-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-TEACHER-EOF-SWITCH PIC X(01) VALUE 'N'.
           01 WS-TEACHER-SECTIONS PIC 9(02) VALUE ZERO.
           01 WS-TEACHER-STUDENTS PIC 9(04) VALUE ZERO.
           01 WS-ORPHAN-COUNT PIC 9(02) VALUE ZERO.

      *> covers taken per teacher, off the cover run's COVER-LOG
           01 WS-COVER-TABLE.
               02 WS-COVER-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-COVER-IDX.
                   05 WS-CV-TEACHER-ID PIC 9(04).
                   05 WS-CV-COUNT PIC 9(04).
           01 WS-COVER-COUNT PIC 9(03) VALUE ZERO.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.
           01 WS-TEACHER-COVERS PIC 9(04) VALUE ZERO.
           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM LOAD-SECTION-TABLE-PARA
           PERFORM COUNT-STUDENTS-PARA
           PERFORM LOAD-COVERS-PARA

           MOVE "----- Teacher Workload Report -----"
               TO WS-PRINT-LINE
           END-IF
           PERFORM READ-STUDENT-PARA.

           LOAD-COVERS-PARA.

           OPEN INPUT COVER-LOG
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           PERFORM READ-COVER-PARA
           PERFORM COUNT-ONE-COVER-PARA UNTIL WS-SCAN-EOF
           CLOSE COVER-LOG.

           READ-COVER-PARA.

           READ COVER-LOG NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-READ.

           COUNT-ONE-COVER-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-COVER-IDX FROM 1 BY 1
                   UNTIL WS-COVER-IDX > WS-COVER-COUNT
               IF WS-CV-TEACHER-ID(WS-COVER-IDX) = CV-COVER-TEACHER-ID
                   ADD 1 TO WS-CV-COUNT(WS-COVER-IDX)
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT WS-FOUND AND WS-COVER-COUNT < 200
               ADD 1 TO WS-COVER-COUNT
               SET WS-COVER-IDX TO WS-COVER-COUNT
               MOVE CV-COVER-TEACHER-ID
                   TO WS-CV-TEACHER-ID(WS-COVER-IDX)
               MOVE 1 TO WS-CV-COUNT(WS-COVER-IDX)
           END-IF
           PERFORM READ-COVER-PARA.

           READ-TEACHER-PARA.

           READ TEACHER-MASTER NEXT RECORD
                   PERFORM PRINT-SECTION-LINE-PARA
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-TEACHER-COVERS
           PERFORM VARYING WS-COVER-IDX FROM 1 BY 1
                   UNTIL WS-COVER-IDX > WS-COVER-COUNT
               IF WS-CV-TEACHER-ID(WS-COVER-IDX) = TM-TEACHER-ID
                   MOVE WS-CV-COUNT(WS-COVER-IDX) TO WS-TEACHER-COVERS
               END-IF
           END-PERFORM
           STRING "  SECTIONS : " DELIMITED BY SIZE
               WS-TEACHER-SECTIONS DELIMITED BY SIZE
               "  STUDENTS : " DELIMITED BY SIZE
               WS-TEACHER-STUDENTS DELIMITED BY SIZE
               "  COVERS : " DELIMITED BY SIZE
               WS-TEACHER-COVERS DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
