       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubjectResultsAnalysis.
       ENVIRONMENT DIVISION.
           *> subject results analysis for the head - every entered
           *> SUBJECT-REGISTRATION mark is joined through the student
           *> to their SECTION-MASTER section and the section's
           *> teacher (SEC-TEACHER-ID), and the report shows for each
           *> subject, section and teacher the number of marks, the
           *> mean mark and the pass rate against the subject's
           *> GRADE-SCALE pass mark, for the RUNPARM term and the two
           *> terms before it side by side, with the current term's
           *> letter-grade distribution underneath
           *> each subject closes with its school-wide figures, and a
           *> section whose mean falls more than the RSLTGAP points
           *> (CTLPARM, default below) under the subject's
           *> school-wide mean for a term is starred for that term and
           *> flagged with how many of the three terms it was low in
           *> the prior terms are the two latest terms below the
           *> RUNPARM term that have registrations; marks are placed
           *> in the section the student is in now, the only section
           *> STUDENT-MASTER carries
           *> the letter grade is worked the same way as the parent
           *> portal extract - the subject's own GRADE-SCALE rows, or
           *> the TOT thresholds against the mark times three; a
           *> subject with no rows of its own passes at 40
           *> the analysis spools to RSLTANAL, the run is cleared by
           *> the job schedule and logged to RUN-CONTROL
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

           SELECT GRADE-SCALE-FILE ASSIGN TO "GRDSCALE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCALE-STATUS.

           SELECT SUBJECT-REG-FILE ASSIGN TO "SUBJREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-REG-KEY
               FILE STATUS IS WS-REG-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT SECTION-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-SECTION-CODE
               FILE STATUS IS WS-SECTION-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "RSLTANAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       FD GRADE-SCALE-FILE.
           COPY GRDSCALE.

       FD SUBJECT-REG-FILE.
           COPY SUBJREG.

       FD STUDENT-MASTER.
           COPY STUDMSTR.

       FD SECTION-MASTER.
           COPY SECTMSTR.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-SCALE-STATUS PIC X(02) VALUE SPACES.
           01 WS-REG-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-SECTION-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PARM-EOF VALUE 'Y'.
           01 WS-SCALE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCALE-EOF VALUE 'Y'.
           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCAN-EOF VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-TERM-CODE PIC X(06) VALUE SPACES.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "RSLTANAL".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

      *> the gap below the school-wide mean that flags a section -
      *> CTLPARM code RSLTGAP overrides this default
           01 WS-GAP-POINTS PIC 9(03)V9 VALUE 10.
           01 WS-GAP-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-GAP-FOUND VALUE 'Y'.
           01 WS-DEFAULT-PASS-MARK PIC 9(03) VALUE 040.

      *> the three terms side by side - oldest first, RUNPARM last
           01 WS-TERM-SLOTS.
               02 WS-SLOT-TERM PIC X(06) OCCURS 3 TIMES.
           01 WS-SLOT PIC 9(01) VALUE ZERO.

           01 WS-GRADE-SCALE-TABLE.
               02 WS-GRADE-SCALE-ENTRY OCCURS 20 TIMES
                       INDEXED BY WS-SCALE-IDX.
                   05 WS-GS-SUBJECT-CODE PIC X(03).
                   05 WS-GS-PASS-MARK PIC 9(03).
                   05 WS-GS-LETTER-GRADE PIC X(01).
           01 WS-SCALE-COUNT PIC 9(02) VALUE ZERO.
           01 WS-BEST-PASS-MARK PIC 9(03) VALUE ZERO.
           01 WS-SCALED-MARK PIC 9(03) VALUE ZERO.
           01 WS-SUBJECT-ROWS-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SUBJECT-HAS-ROWS VALUE 'Y'.
           01 WS-PASS-MARK PIC 9(03) VALUE ZERO.
           01 WS-LETTER PIC X(01) VALUE SPACE.

      *> every letter the scale can award, in the order first met,
      *> with F always present for the mark below every row
           01 WS-LETTER-TABLE.
               02 WS-LETTER-ENTRY PIC X(01) OCCURS 8 TIMES
                       INDEXED BY WS-LTR-IDX.
           01 WS-LETTER-COUNT PIC 9(01) VALUE ZERO.
           01 WS-LETTER-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LETTER-FOUND VALUE 'Y'.

      *> one cell per subject and section, kept in subject and
      *> section order as the cells are added
           01 WS-CELL-TABLE.
               02 WS-CELL-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-CELL-IDX.
                   05 WS-CELL-SUBJECT PIC X(03).
                   05 WS-CELL-SECTION PIC X(03).
                   05 WS-CELL-TEACHER-ID PIC 9(04).
                   05 WS-CELL-TEACHER-NAME PIC X(20).
                   05 WS-CELL-TERM OCCURS 3 TIMES.
                       10 WS-CELL-COUNT PIC 9(04).
                       10 WS-CELL-TOTAL PIC 9(07).
                       10 WS-CELL-PASSED PIC 9(04).
                   05 WS-CELL-GRADE-COUNT PIC 9(04) OCCURS 8 TIMES.
           01 WS-CELL-COUNT-USED PIC 9(03) VALUE ZERO.
           01 WS-CELL-SUB PIC 9(03) VALUE ZERO.
           01 WS-MOVE-SUB PIC 9(03) VALUE ZERO.
           01 WS-CELL-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CELL-FOUND VALUE 'Y'.
           01 WS-TABLE-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TABLE-OVERFLOWED VALUE 'Y'.

      *> the school-wide figures for the subject being printed
           01 WS-SUBJECT-TOTALS.
               02 WS-SUBJ-TERM OCCURS 3 TIMES.
                   05 WS-SUBJ-COUNT PIC 9(05).
                   05 WS-SUBJ-TOTAL PIC 9(08).
                   05 WS-SUBJ-PASSED PIC 9(05).
                   05 WS-SUBJ-MEAN PIC 9(03)V9.
           01 WS-CURRENT-SUBJECT PIC X(03) VALUE SPACES.
           01 WS-FIRST-CELL PIC 9(03) VALUE ZERO.
           01 WS-LAST-CELL PIC 9(03) VALUE ZERO.

           01 WS-MEAN PIC 9(03)V9 VALUE ZERO.
           01 WS-PASS-RATE PIC 9(03)V9 VALUE ZERO.
           01 WS-LOW-TERMS PIC 9(01) VALUE ZERO.
           01 WS-LOW-MARK PIC X(01) VALUE SPACE.
           01 WS-EDIT-COUNT PIC ZZZ9.
           01 WS-EDIT-MEAN PIC ZZ9.9.
           01 WS-EDIT-GAP PIC ZZ9.9.
           01 WS-EDIT-RATE PIC ZZ9.9.
           01 WS-EDIT-GRADE-COUNT PIC ZZZ9.
           01 WS-TERM-BLOCK PIC X(19) VALUE SPACES.
           01 WS-BLOCK-POINTER PIC 9(03) VALUE ZERO.

           01 WS-MARKS-READ PIC 9(07) VALUE ZERO.
           01 WS-MARKS-ANALYSED PIC 9(07) VALUE ZERO.
           01 WS-NO-SECTION-COUNT PIC 9(05) VALUE ZERO.
           01 WS-SECTIONS-FLAGGED PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-CONTROL-PARMS-PARA
           PERFORM LOAD-GRADE-SCALE-PARA

           OPEN INPUT SUBJECT-REG-FILE
           PERFORM FIND-PRIOR-TERMS-PARA
           OPEN INPUT STUDENT-MASTER
           OPEN INPUT SECTION-MASTER
           MOVE ZERO TO SR-STUDENT-ID
           MOVE SPACES TO SR-TERM-CODE SR-SUBJECT-CODE
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           START SUBJECT-REG-FILE KEY >= SR-REG-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM ANALYSE-MARK-PARA UNTIL WS-SCAN-EOF
           CLOSE SUBJECT-REG-FILE
           CLOSE STUDENT-MASTER
           CLOSE SECTION-MASTER
           IF WS-TABLE-OVERFLOWED
               DISPLAY "*** MORE SUBJECT SECTIONS THAN THE TABLE "
                   "HOLDS - ANALYSIS INCOMPLETE ***"
           END-IF

           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-HEADING-PARA
           MOVE 1 TO WS-CELL-SUB
           PERFORM PRINT-SUBJECT-PARA
               UNTIL WS-CELL-SUB > WS-CELL-COUNT-USED
           PERFORM PRINT-TOTALS-PARA
           CLOSE PRINT-FILE

           DISPLAY "----- Subject Results Analysis -----"
           DISPLAY "TERMS               : " WS-SLOT-TERM(1) " "
               WS-SLOT-TERM(2) " " WS-SLOT-TERM(3)
           DISPLAY "MARKS ANALYSED      : " WS-MARKS-ANALYSED
           DISPLAY "NO SECTION ON FILE  : " WS-NO-SECTION-COUNT
           DISPLAY "SUBJECT SECTIONS    : " WS-CELL-COUNT-USED
           DISPLAY "SECTIONS FLAGGED LOW: " WS-SECTIONS-FLAGGED
           DISPLAY "ANALYSIS SPOOLED TO RSLTANAL"

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

      *>--------------- parameters and grade scale ---------------

           LOAD-CONTROL-PARMS-PARA.

           OPEN INPUT CONTROL-PARAMETER-FILE
           PERFORM READ-CONTROL-PARM-PARA
           PERFORM NOTE-CONTROL-PARM-PARA UNTIL WS-PARM-EOF
           CLOSE CONTROL-PARAMETER-FILE
           IF NOT WS-GAP-FOUND
               DISPLAY "NO RSLTGAP ROW ON CTLPARM - USING DEFAULT "
                   WS-GAP-POINTS " POINTS"
           END-IF.

           READ-CONTROL-PARM-PARA.

           READ CONTROL-PARAMETER-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-SWITCH
           END-READ.

           NOTE-CONTROL-PARM-PARA.

           IF CP-PARM-CODE = "RSLTGAP "
               MOVE CP-PARM-VALUE TO WS-GAP-POINTS
               MOVE 'Y' TO WS-GAP-FOUND-SWITCH
           END-IF
           PERFORM READ-CONTROL-PARM-PARA.

           LOAD-GRADE-SCALE-PARA.

           OPEN INPUT GRADE-SCALE-FILE
           PERFORM READ-SCALE-PARA
           PERFORM BUILD-SCALE-TABLE-PARA UNTIL WS-SCALE-EOF
           CLOSE GRADE-SCALE-FILE
           MOVE 'F' TO WS-LETTER
           PERFORM NOTE-LETTER-PARA.

           READ-SCALE-PARA.

           READ GRADE-SCALE-FILE
               AT END MOVE 'Y' TO WS-SCALE-EOF-SWITCH
           END-READ.

           BUILD-SCALE-TABLE-PARA.

           IF WS-SCALE-COUNT < 20
               ADD 1 TO WS-SCALE-COUNT
               SET WS-SCALE-IDX TO WS-SCALE-COUNT
               MOVE GRADE-SCALE-RECORD
                   TO WS-GRADE-SCALE-ENTRY(WS-SCALE-IDX)
               IF GS-LETTER-GRADE NOT = SPACE
                   MOVE GS-LETTER-GRADE TO WS-LETTER
                   PERFORM NOTE-LETTER-PARA
               END-IF
           END-IF
           PERFORM READ-SCALE-PARA.

           NOTE-LETTER-PARA.

           MOVE 'N' TO WS-LETTER-FOUND-SWITCH
           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
                   UNTIL WS-LTR-IDX > WS-LETTER-COUNT
               IF WS-LETTER-ENTRY(WS-LTR-IDX) = WS-LETTER
                   MOVE 'Y' TO WS-LETTER-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT WS-LETTER-FOUND AND WS-LETTER-COUNT < 8
               ADD 1 TO WS-LETTER-COUNT
               SET WS-LTR-IDX TO WS-LETTER-COUNT
               MOVE WS-LETTER TO WS-LETTER-ENTRY(WS-LTR-IDX)
           END-IF.

      *>--------------- the three terms ---------------

           FIND-PRIOR-TERMS-PARA.

      *> the two latest terms below the RUNPARM term that have
      *> registrations on file
           MOVE SPACES TO WS-SLOT-TERM(1) WS-SLOT-TERM(2)
           MOVE WS-TERM-CODE TO WS-SLOT-TERM(3)
           MOVE ZERO TO SR-STUDENT-ID
           MOVE SPACES TO SR-TERM-CODE SR-SUBJECT-CODE
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           START SUBJECT-REG-FILE KEY >= SR-REG-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM NOTE-PRIOR-TERM-PARA UNTIL WS-SCAN-EOF.

           NOTE-PRIOR-TERM-PARA.

           READ SUBJECT-REG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF SR-TERM-CODE < WS-TERM-CODE
                       EVALUATE TRUE
                           WHEN SR-TERM-CODE > WS-SLOT-TERM(2)
                               MOVE WS-SLOT-TERM(2)
                                   TO WS-SLOT-TERM(1)
                               MOVE SR-TERM-CODE TO WS-SLOT-TERM(2)
                           WHEN SR-TERM-CODE < WS-SLOT-TERM(2)
                                   AND SR-TERM-CODE > WS-SLOT-TERM(1)
                               MOVE SR-TERM-CODE TO WS-SLOT-TERM(1)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *>--------------- gathering the marks ---------------

           ANALYSE-MARK-PARA.

           READ SUBJECT-REG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MARKS-READ
                   PERFORM FIND-SLOT-PARA
                   IF WS-SLOT > ZERO AND SR-MARK-ENTERED
                       PERFORM PLACE-MARK-PARA
                   END-IF
           END-READ.

           FIND-SLOT-PARA.

           MOVE ZERO TO WS-SLOT
           EVALUATE TRUE
               WHEN SR-TERM-CODE = WS-SLOT-TERM(3)
                   MOVE 3 TO WS-SLOT
               WHEN SR-TERM-CODE = SPACES
                   CONTINUE
               WHEN SR-TERM-CODE = WS-SLOT-TERM(2)
                   MOVE 2 TO WS-SLOT
               WHEN SR-TERM-CODE = WS-SLOT-TERM(1)
                   MOVE 1 TO WS-SLOT
           END-EVALUATE.

           PLACE-MARK-PARA.

           MOVE SR-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO SM-SECTION-CODE
           END-READ
           MOVE SM-SECTION-CODE TO SEC-SECTION-CODE
           IF SM-SECTION-CODE = SPACES
               ADD 1 TO WS-NO-SECTION-COUNT
           ELSE
               READ SECTION-MASTER
                   INVALID KEY
                       MOVE ZERO TO SEC-TEACHER-ID
                       MOVE "SECTION NOT ON FILE" TO SEC-TEACHER-NAME
               END-READ
               PERFORM FIND-CELL-PARA
               IF WS-CELL-FOUND
                   PERFORM ADD-MARK-PARA
               END-IF
           END-IF.

           FIND-CELL-PARA.

      *> walk to the cell for this subject and section, or to the
      *> place it belongs and open it there
           MOVE 'N' TO WS-CELL-FOUND-SWITCH
           MOVE 1 TO WS-CELL-SUB
           PERFORM UNTIL WS-CELL-SUB > WS-CELL-COUNT-USED
                   OR WS-CELL-SUBJECT(WS-CELL-SUB) > SR-SUBJECT-CODE
                   OR (WS-CELL-SUBJECT(WS-CELL-SUB) = SR-SUBJECT-CODE
                       AND WS-CELL-SECTION(WS-CELL-SUB)
                           >= SM-SECTION-CODE)
               ADD 1 TO WS-CELL-SUB
           END-PERFORM
           IF WS-CELL-SUB <= WS-CELL-COUNT-USED
                   AND WS-CELL-SUBJECT(WS-CELL-SUB) = SR-SUBJECT-CODE
                   AND WS-CELL-SECTION(WS-CELL-SUB) = SM-SECTION-CODE
               MOVE 'Y' TO WS-CELL-FOUND-SWITCH
           ELSE
               IF WS-CELL-COUNT-USED = 500
                   MOVE 'Y' TO WS-TABLE-OVERFLOW-SWITCH
               ELSE
                   PERFORM OPEN-CELL-PARA
                   MOVE 'Y' TO WS-CELL-FOUND-SWITCH
               END-IF
           END-IF.

           OPEN-CELL-PARA.

           PERFORM VARYING WS-MOVE-SUB FROM WS-CELL-COUNT-USED BY -1
                   UNTIL WS-MOVE-SUB < WS-CELL-SUB
               MOVE WS-CELL-ENTRY(WS-MOVE-SUB)
                   TO WS-CELL-ENTRY(WS-MOVE-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-CELL-COUNT-USED
           INITIALIZE WS-CELL-ENTRY(WS-CELL-SUB)
           MOVE SR-SUBJECT-CODE TO WS-CELL-SUBJECT(WS-CELL-SUB)
           MOVE SM-SECTION-CODE TO WS-CELL-SECTION(WS-CELL-SUB)
           MOVE SEC-TEACHER-ID TO WS-CELL-TEACHER-ID(WS-CELL-SUB)
           MOVE SEC-TEACHER-NAME TO WS-CELL-TEACHER-NAME(WS-CELL-SUB).

           ADD-MARK-PARA.

           ADD 1 TO WS-MARKS-ANALYSED
           PERFORM GRADE-MARK-PARA
           ADD 1 TO WS-CELL-COUNT(WS-CELL-SUB, WS-SLOT)
           ADD SR-MARK TO WS-CELL-TOTAL(WS-CELL-SUB, WS-SLOT)
           IF SR-MARK >= WS-PASS-MARK
               ADD 1 TO WS-CELL-PASSED(WS-CELL-SUB, WS-SLOT)
           END-IF
           IF WS-SLOT = 3
               PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
                       UNTIL WS-LTR-IDX > WS-LETTER-COUNT
                   IF WS-LETTER-ENTRY(WS-LTR-IDX) = WS-LETTER
                       ADD 1 TO WS-CELL-GRADE-COUNT(WS-CELL-SUB,
                           WS-LTR-IDX)
                   END-IF
               END-PERFORM
           END-IF.

           GRADE-MARK-PARA.

      *> the subject's own GRADE-SCALE rows decide the letter - the
      *> highest row the mark reaches - and the lowest of them is
      *> the pass mark; a subject with no rows of its own is
      *> lettered off the TOT thresholds with the mark scaled to a
      *> three-subject total and passes at the default mark
           MOVE 'F' TO WS-LETTER
           MOVE ZERO TO WS-BEST-PASS-MARK
           MOVE 999 TO WS-PASS-MARK
           MOVE 'N' TO WS-SUBJECT-ROWS-SWITCH
           PERFORM VARYING WS-SCALE-IDX FROM 1 BY 1
                   UNTIL WS-SCALE-IDX > WS-SCALE-COUNT
               IF WS-GS-SUBJECT-CODE(WS-SCALE-IDX) = SR-SUBJECT-CODE
                   MOVE 'Y' TO WS-SUBJECT-ROWS-SWITCH
                   IF WS-GS-PASS-MARK(WS-SCALE-IDX) < WS-PASS-MARK
                       MOVE WS-GS-PASS-MARK(WS-SCALE-IDX)
                           TO WS-PASS-MARK
                   END-IF
                   IF SR-MARK >= WS-GS-PASS-MARK(WS-SCALE-IDX)
                           AND WS-GS-PASS-MARK(WS-SCALE-IDX)
                               >= WS-BEST-PASS-MARK
                       MOVE WS-GS-PASS-MARK(WS-SCALE-IDX)
                           TO WS-BEST-PASS-MARK
                       IF WS-GS-LETTER-GRADE(WS-SCALE-IDX) NOT = SPACE
                           MOVE WS-GS-LETTER-GRADE(WS-SCALE-IDX)
                               TO WS-LETTER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-SUBJECT-HAS-ROWS
               MOVE WS-DEFAULT-PASS-MARK TO WS-PASS-MARK
               COMPUTE WS-SCALED-MARK = SR-MARK * 3
               PERFORM VARYING WS-SCALE-IDX FROM 1 BY 1
                       UNTIL WS-SCALE-IDX > WS-SCALE-COUNT
                   IF WS-GS-SUBJECT-CODE(WS-SCALE-IDX) = 'TOT'
                           AND WS-SCALED-MARK >=
                               WS-GS-PASS-MARK(WS-SCALE-IDX)
                           AND WS-GS-PASS-MARK(WS-SCALE-IDX) >=
                               WS-BEST-PASS-MARK
                       MOVE WS-GS-PASS-MARK(WS-SCALE-IDX)
                           TO WS-BEST-PASS-MARK
                       MOVE WS-GS-LETTER-GRADE(WS-SCALE-IDX)
                           TO WS-LETTER
                   END-IF
               END-PERFORM
           END-IF.

      *>--------------- the analysis ---------------

           PRINT-HEADING-PARA.

           MOVE "----- Subject Results Analysis by Section -----"
               TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           MOVE WS-GAP-POINTS TO WS-EDIT-GAP
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   SECTIONS MORE THAN " DELIMITED BY SIZE
               WS-EDIT-GAP DELIMITED BY SIZE
               " POINTS UNDER THE SCHOOL-WIDE MEAN ARE STARRED"
                   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE 35 TO WS-BLOCK-POINTER
           STRING "  TERM " DELIMITED BY SIZE
               WS-SLOT-TERM(1) DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               "  TERM " DELIMITED BY SIZE
               WS-SLOT-TERM(2) DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               "  TERM " DELIMITED BY SIZE
               WS-SLOT-TERM(3) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
               WITH POINTER WS-BLOCK-POINTER
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "SUB SEC TCHR TEACHER NAME        " DELIMITED BY SIZE
               "    N  MEAN  PASS% " DELIMITED BY SIZE
               "    N  MEAN  PASS% " DELIMITED BY SIZE
               "    N  MEAN  PASS% " DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-SUBJECT-PARA.

      *> the subject's cells run from here until the subject
      *> changes - school-wide figures first, then each section
           MOVE WS-CELL-SUBJECT(WS-CELL-SUB) TO WS-CURRENT-SUBJECT
           MOVE WS-CELL-SUB TO WS-FIRST-CELL
           INITIALIZE WS-SUBJECT-TOTALS
           PERFORM UNTIL WS-CELL-SUB > WS-CELL-COUNT-USED
                   OR WS-CELL-SUBJECT(WS-CELL-SUB)
                       NOT = WS-CURRENT-SUBJECT
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
                   ADD WS-CELL-COUNT(WS-CELL-SUB, WS-SLOT)
                       TO WS-SUBJ-COUNT(WS-SLOT)
                   ADD WS-CELL-TOTAL(WS-CELL-SUB, WS-SLOT)
                       TO WS-SUBJ-TOTAL(WS-SLOT)
                   ADD WS-CELL-PASSED(WS-CELL-SUB, WS-SLOT)
                       TO WS-SUBJ-PASSED(WS-SLOT)
               END-PERFORM
               ADD 1 TO WS-CELL-SUB
           END-PERFORM
           SUBTRACT 1 FROM WS-CELL-SUB GIVING WS-LAST-CELL
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
               IF WS-SUBJ-COUNT(WS-SLOT) > ZERO
                   COMPUTE WS-SUBJ-MEAN(WS-SLOT) ROUNDED =
                       WS-SUBJ-TOTAL(WS-SLOT) / WS-SUBJ-COUNT(WS-SLOT)
               END-IF
           END-PERFORM

           PERFORM PRINT-LINE-PARA
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-CURRENT-SUBJECT DELIMITED BY SIZE
               " ALL SCHOOL-WIDE" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE 35 TO WS-BLOCK-POINTER
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
               MOVE SPACE TO WS-LOW-MARK
               IF WS-SUBJ-COUNT(WS-SLOT) = ZERO
                   MOVE ZERO TO WS-MEAN WS-PASS-RATE
               ELSE
                   MOVE WS-SUBJ-MEAN(WS-SLOT) TO WS-MEAN
                   COMPUTE WS-PASS-RATE ROUNDED =
                       WS-SUBJ-PASSED(WS-SLOT) * 100
                           / WS-SUBJ-COUNT(WS-SLOT)
               END-IF
               MOVE WS-SUBJ-COUNT(WS-SLOT) TO WS-EDIT-COUNT
               PERFORM BUILD-TERM-BLOCK-PARA
           END-PERFORM
           PERFORM PRINT-LINE-PARA

           PERFORM VARYING WS-CELL-SUB FROM WS-FIRST-CELL BY 1
                   UNTIL WS-CELL-SUB > WS-LAST-CELL
               PERFORM PRINT-CELL-PARA
           END-PERFORM.

           PRINT-CELL-PARA.

           MOVE ZERO TO WS-LOW-TERMS
           STRING WS-CELL-SUBJECT(WS-CELL-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CELL-SECTION(WS-CELL-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CELL-TEACHER-ID(WS-CELL-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CELL-TEACHER-NAME(WS-CELL-SUB) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE 35 TO WS-BLOCK-POINTER
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
               MOVE SPACE TO WS-LOW-MARK
               IF WS-CELL-COUNT(WS-CELL-SUB, WS-SLOT) = ZERO
                   MOVE ZERO TO WS-MEAN WS-PASS-RATE
               ELSE
                   COMPUTE WS-MEAN ROUNDED =
                       WS-CELL-TOTAL(WS-CELL-SUB, WS-SLOT)
                           / WS-CELL-COUNT(WS-CELL-SUB, WS-SLOT)
                   COMPUTE WS-PASS-RATE ROUNDED =
                       WS-CELL-PASSED(WS-CELL-SUB, WS-SLOT) * 100
                           / WS-CELL-COUNT(WS-CELL-SUB, WS-SLOT)
                   IF WS-MEAN + WS-GAP-POINTS < WS-SUBJ-MEAN(WS-SLOT)
                       MOVE '*' TO WS-LOW-MARK
                       ADD 1 TO WS-LOW-TERMS
                   END-IF
               END-IF
               MOVE WS-CELL-COUNT(WS-CELL-SUB, WS-SLOT)
                   TO WS-EDIT-COUNT
               PERFORM BUILD-TERM-BLOCK-PARA
           END-PERFORM
           IF WS-LOW-TERMS > ZERO
               ADD 1 TO WS-SECTIONS-FLAGGED
               STRING "  LOW IN " DELIMITED BY SIZE
                   WS-LOW-TERMS DELIMITED BY SIZE
                   " OF 3 TERMS" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
                   WITH POINTER WS-BLOCK-POINTER
               END-STRING
           END-IF
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-GRADES-PARA.

           BUILD-TERM-BLOCK-PARA.

           MOVE WS-MEAN TO WS-EDIT-MEAN
           MOVE WS-PASS-RATE TO WS-EDIT-RATE
           MOVE SPACES TO WS-TERM-BLOCK
           STRING " " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-MEAN DELIMITED BY SIZE
               WS-LOW-MARK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-RATE DELIMITED BY SIZE
               INTO WS-TERM-BLOCK
           END-STRING
           STRING WS-TERM-BLOCK DELIMITED BY SIZE
               INTO WS-PRINT-LINE
               WITH POINTER WS-BLOCK-POINTER
           END-STRING.

           PRINT-GRADES-PARA.

           MOVE 5 TO WS-BLOCK-POINTER
           STRING "GRADES " DELIMITED BY SIZE
               WS-SLOT-TERM(3) DELIMITED BY SIZE
               " :" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
               WITH POINTER WS-BLOCK-POINTER
           END-STRING
           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
                   UNTIL WS-LTR-IDX > WS-LETTER-COUNT
               MOVE WS-CELL-GRADE-COUNT(WS-CELL-SUB, WS-LTR-IDX)
                   TO WS-EDIT-GRADE-COUNT
               STRING "  " DELIMITED BY SIZE
                   WS-LETTER-ENTRY(WS-LTR-IDX) DELIMITED BY SIZE
                   WS-EDIT-GRADE-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
                   WITH POINTER WS-BLOCK-POINTER
               END-STRING
           END-PERFORM
           PERFORM PRINT-LINE-PARA.

           PRINT-TOTALS-PARA.

           PERFORM PRINT-LINE-PARA
           STRING "MARKS ANALYSED " DELIMITED BY SIZE
               WS-MARKS-ANALYSED DELIMITED BY SIZE
               "  SUBJECT SECTIONS " DELIMITED BY SIZE
               WS-CELL-COUNT-USED DELIMITED BY SIZE
               "  FLAGGED LOW " DELIMITED BY SIZE
               WS-SECTIONS-FLAGGED DELIMITED BY SIZE
               "  NO SECTION " DELIMITED BY SIZE
               WS-NO-SECTION-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "RSLTANAL" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-MARKS-ANALYSED TO RC-RECORDS-PROCESSED
           MOVE WS-SECTIONS-FLAGGED TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM SubjectResultsAnalysis.
