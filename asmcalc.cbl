       IDENTIFICATION DIVISION.
       PROGRAM-ID. AssessmentWeightingRun.
       ENVIRONMENT DIVISION.
           *> continuous-assessment weighting run for the RUNPARM term
           *> - every SUBJECT-REGISTRATION row whose subject has
           *> ASSESSMENT-COMPONENT weights for the term has its SR-MARK
           *> worked out from the student's ASSESSMENT-MARK rows: each
           *> component mark is scaled from its own maximum to its
           *> weight, and the weighted shares add up to the mark out
           *> of 100
           *> a subject is only finalised once every weighted
           *> component is in - until then the registration is left
           *> (or put back) as not entered, so the missing-marks
           *> control and the roster still see it as outstanding, and
           *> the missing components are listed for the teacher; a
           *> subject whose weights do not total 100 is refused
           *> outright; subjects without components are untouched and
           *> keep the single mark keyed through mark capture
           *> every changed mark writes a STUDENT-AUDIT row like a
           *> keyed mark change; the finalise list spools to ASMLIST,
           *> the run is cleared by the job schedule and logged to
           *> RUN-CONTROL on completion
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL ASSESSMENT-COMPONENT ASSIGN TO "ASSESCMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-COMPONENT-KEY
               FILE STATUS IS WS-COMPONENT-STATUS.

           SELECT OPTIONAL ASSESSMENT-MARK-FILE ASSIGN TO "ASSESMRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-MARK-KEY
               FILE STATUS IS WS-ASSESS-MARK-STATUS.

           SELECT SUBJECT-REG-FILE ASSIGN TO "SUBJREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-REG-KEY
               FILE STATUS IS WS-REG-STATUS.

           SELECT OPTIONAL STUDENT-AUDIT-FILE ASSIGN TO "STUAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUAUDIT-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "ASMLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD ASSESSMENT-COMPONENT.
           COPY ASSESCMP.

       FD ASSESSMENT-MARK-FILE.
           COPY ASSESMRK.

       FD SUBJECT-REG-FILE.
           COPY SUBJREG.

       FD STUDENT-AUDIT-FILE.
           COPY STUAUDIT.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-COMPONENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ASSESS-MARK-STATUS PIC X(02) VALUE SPACES.
           01 WS-REG-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUAUDIT-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCAN-EOF VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-TERM-CODE PIC X(06) VALUE SPACES.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "ASMCALC ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

      *> the term's components, in subject order as they come off
      *> the file, with one summary row per subject pointing at them
           01 WS-COMPONENT-TABLE.
               02 WS-COMPONENT-ENTRY OCCURS 300 TIMES
                       INDEXED BY WS-CMP-IDX.
                   05 WS-CMP-CODE PIC X(02).
                   05 WS-CMP-NAME PIC X(15).
                   05 WS-CMP-WEIGHT PIC 9(03).
                   05 WS-CMP-MAXIMUM PIC 9(03).
           01 WS-COMPONENT-COUNT PIC 9(03) VALUE ZERO.
           01 WS-SUBJECT-TABLE.
               02 WS-SUBJECT-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-SUBJ-IDX.
                   05 WS-SUBJ-CODE PIC X(03).
                   05 WS-SUBJ-FIRST PIC 9(03).
                   05 WS-SUBJ-LAST PIC 9(03).
                   05 WS-SUBJ-WEIGHT-TOTAL PIC 9(04).
           01 WS-SUBJECT-COUNT PIC 9(02) VALUE ZERO.
           01 WS-TABLE-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TABLE-OVERFLOWED VALUE 'Y'.
           01 WS-SUBJECT-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SUBJECT-FOUND VALUE 'Y'.
           01 WS-COMPLETE-SWITCH PIC X(01) VALUE 'N'.
               88 WS-COMPONENTS-COMPLETE VALUE 'Y'.

           01 WS-WEIGHTED-MARK PIC 9(03)V9(04) VALUE ZERO.
           01 WS-NEW-MARK PIC 9(03) VALUE ZERO.
           01 WS-OLD-MARK PIC 9(03) VALUE ZERO.

           01 WS-FINALISED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-CHANGED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-INCOMPLETE-COUNT PIC 9(05) VALUE ZERO.
           01 WS-REFUSED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-SINGLE-MARK-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA

           OPEN INPUT ASSESSMENT-COMPONENT
           PERFORM LOAD-COMPONENTS-PARA
           CLOSE ASSESSMENT-COMPONENT
           IF WS-TABLE-OVERFLOWED
               DISPLAY "*** MORE ASSESSMENT COMPONENTS THAN THE TABLE "
                   "HOLDS - RUN STOPPED, NO MARKS CHANGED ***"
               STOP RUN
           END-IF

           OPEN INPUT ASSESSMENT-MARK-FILE
           OPEN I-O SUBJECT-REG-FILE
           OPEN EXTEND STUDENT-AUDIT-FILE
           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-HEADING-PARA
           PERFORM WEIGHT-REGISTRATIONS-PARA
           PERFORM PRINT-TOTALS-PARA
           CLOSE ASSESSMENT-MARK-FILE
           CLOSE SUBJECT-REG-FILE
           CLOSE STUDENT-AUDIT-FILE
           CLOSE PRINT-FILE

           DISPLAY "----- Assessment Weighting Run -----"
           DISPLAY "TERM                     : " WS-TERM-CODE
           DISPLAY "SUBJECT MARKS FINALISED  : " WS-FINALISED-COUNT
           DISPLAY "  OF WHICH CHANGED       : " WS-CHANGED-COUNT
           DISPLAY "COMPONENTS OUTSTANDING   : " WS-INCOMPLETE-COUNT
           DISPLAY "WEIGHTS NOT 100 PERCENT  : " WS-REFUSED-COUNT
           DISPLAY "FINALISE LIST SPOOLED TO ASMLIST"

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

      *>--------------- the term's components ---------------

           LOAD-COMPONENTS-PARA.

           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO AC-COMPONENT-KEY
           START ASSESSMENT-COMPONENT KEY >= AC-COMPONENT-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM LOAD-ONE-COMPONENT-PARA UNTIL WS-SCAN-EOF.

           LOAD-ONE-COMPONENT-PARA.

           READ ASSESSMENT-COMPONENT NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF AC-TERM-CODE = WS-TERM-CODE
                       PERFORM TABLE-COMPONENT-PARA
                   END-IF
           END-READ.

           TABLE-COMPONENT-PARA.

           IF WS-COMPONENT-COUNT = 300
               MOVE 'Y' TO WS-TABLE-OVERFLOW-SWITCH
               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           ELSE
               IF WS-SUBJECT-COUNT = ZERO
                       OR WS-SUBJ-CODE(WS-SUBJECT-COUNT)
                           NOT = AC-SUBJECT-CODE
                   PERFORM NEW-SUBJECT-PARA
               END-IF
               IF NOT WS-TABLE-OVERFLOWED
                   ADD 1 TO WS-COMPONENT-COUNT
                   SET WS-CMP-IDX TO WS-COMPONENT-COUNT
                   MOVE AC-COMPONENT-CODE TO WS-CMP-CODE(WS-CMP-IDX)
                   MOVE AC-COMPONENT-NAME TO WS-CMP-NAME(WS-CMP-IDX)
                   MOVE AC-WEIGHT-PERCENT
                       TO WS-CMP-WEIGHT(WS-CMP-IDX)
                   MOVE AC-MAXIMUM-MARK
                       TO WS-CMP-MAXIMUM(WS-CMP-IDX)
                   MOVE WS-COMPONENT-COUNT
                       TO WS-SUBJ-LAST(WS-SUBJECT-COUNT)
                   ADD AC-WEIGHT-PERCENT
                       TO WS-SUBJ-WEIGHT-TOTAL(WS-SUBJECT-COUNT)
               END-IF
           END-IF.

           NEW-SUBJECT-PARA.

           IF WS-SUBJECT-COUNT = 50
               MOVE 'Y' TO WS-TABLE-OVERFLOW-SWITCH
               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           ELSE
               ADD 1 TO WS-SUBJECT-COUNT
               MOVE AC-SUBJECT-CODE TO WS-SUBJ-CODE(WS-SUBJECT-COUNT)
               COMPUTE WS-SUBJ-FIRST(WS-SUBJECT-COUNT) =
                   WS-COMPONENT-COUNT + 1
               MOVE ZERO TO WS-SUBJ-WEIGHT-TOTAL(WS-SUBJECT-COUNT)
           END-IF.

      *>--------------- weighting the registrations ---------------

           WEIGHT-REGISTRATIONS-PARA.

           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO SR-REG-KEY
           START SUBJECT-REG-FILE KEY >= SR-REG-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM WEIGHT-ONE-REGISTRATION-PARA UNTIL WS-SCAN-EOF.

           WEIGHT-ONE-REGISTRATION-PARA.

           READ SUBJECT-REG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF SR-TERM-CODE = WS-TERM-CODE
                       PERFORM FIND-SUBJECT-PARA
                       IF WS-SUBJECT-FOUND
                           PERFORM WEIGHT-SUBJECT-PARA
                       ELSE
                           ADD 1 TO WS-SINGLE-MARK-COUNT
                       END-IF
                   END-IF
           END-READ.

           FIND-SUBJECT-PARA.

           MOVE 'N' TO WS-SUBJECT-FOUND-SWITCH
           SET WS-SUBJ-IDX TO 1
           SEARCH WS-SUBJECT-ENTRY
               AT END CONTINUE
               WHEN WS-SUBJ-IDX > WS-SUBJECT-COUNT
                   CONTINUE
               WHEN WS-SUBJ-CODE(WS-SUBJ-IDX) = SR-SUBJECT-CODE
                   MOVE 'Y' TO WS-SUBJECT-FOUND-SWITCH
           END-SEARCH.

           WEIGHT-SUBJECT-PARA.

           IF WS-SUBJ-WEIGHT-TOTAL(WS-SUBJ-IDX) NOT = 100
               ADD 1 TO WS-REFUSED-COUNT
               STRING SR-STUDENT-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SR-SUBJECT-CODE DELIMITED BY SIZE
                   "  REFUSED - COMPONENT WEIGHTS TOTAL "
                       DELIMITED BY SIZE
                   WS-SUBJ-WEIGHT-TOTAL(WS-SUBJ-IDX) DELIMITED BY SIZE
                   " NOT 100" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           ELSE
               MOVE 'Y' TO WS-COMPLETE-SWITCH
               MOVE ZERO TO WS-WEIGHTED-MARK
               PERFORM VARYING WS-CMP-IDX
                       FROM WS-SUBJ-FIRST(WS-SUBJ-IDX) BY 1
                       UNTIL WS-CMP-IDX > WS-SUBJ-LAST(WS-SUBJ-IDX)
                   PERFORM ADD-COMPONENT-PARA
               END-PERFORM
               IF WS-COMPONENTS-COMPLETE
                   PERFORM FINALISE-MARK-PARA
               ELSE
                   PERFORM HOLD-MARK-PARA
               END-IF
           END-IF.

           ADD-COMPONENT-PARA.

           IF WS-CMP-WEIGHT(WS-CMP-IDX) > ZERO
               MOVE SR-STUDENT-ID TO AM-STUDENT-ID
               MOVE SR-TERM-CODE TO AM-TERM-CODE
               MOVE SR-SUBJECT-CODE TO AM-SUBJECT-CODE
               MOVE WS-CMP-CODE(WS-CMP-IDX) TO AM-COMPONENT-CODE
               READ ASSESSMENT-MARK-FILE
                   INVALID KEY
                       MOVE 'N' TO AM-MARK-ENTERED-FLAG
               END-READ
               IF AM-MARK-ENTERED
                   COMPUTE WS-WEIGHTED-MARK = WS-WEIGHTED-MARK
                       + (AM-MARK * WS-CMP-WEIGHT(WS-CMP-IDX)
                           / WS-CMP-MAXIMUM(WS-CMP-IDX))
               ELSE
                   IF WS-COMPONENTS-COMPLETE
                       ADD 1 TO WS-INCOMPLETE-COUNT
                       STRING SR-STUDENT-ID DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           SR-SUBJECT-CODE DELIMITED BY SIZE
                           "  NOT FINALISED - COMPONENTS OUTSTANDING"
                               DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM PRINT-LINE-PARA
                   END-IF
                   MOVE 'N' TO WS-COMPLETE-SWITCH
                   STRING "         MISSING " DELIMITED BY SIZE
                       WS-CMP-CODE(WS-CMP-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CMP-NAME(WS-CMP-IDX) DELIMITED BY SIZE
                       " WEIGHT " DELIMITED BY SIZE
                       WS-CMP-WEIGHT(WS-CMP-IDX) DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM PRINT-LINE-PARA
               END-IF
           END-IF.

           FINALISE-MARK-PARA.

           ADD 1 TO WS-FINALISED-COUNT
           COMPUTE WS-NEW-MARK ROUNDED = WS-WEIGHTED-MARK
           MOVE SR-MARK TO WS-OLD-MARK
           IF WS-NEW-MARK NOT = SR-MARK OR SR-MARK-MISSING
               MOVE WS-NEW-MARK TO SR-MARK
               MOVE 'Y' TO SR-MARK-ENTERED-FLAG
               REWRITE SUBJECT-REG-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO REWRITE REGISTRATION "
                           SR-STUDENT-ID " " SR-SUBJECT-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGED-COUNT
                       IF WS-NEW-MARK NOT = WS-OLD-MARK
                           PERFORM WRITE-STUDENT-AUDIT-PARA
                       END-IF
               END-REWRITE
           END-IF
           STRING SR-STUDENT-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SR-SUBJECT-CODE DELIMITED BY SIZE
               "  FINALISED  MARK " DELIMITED BY SIZE
               SR-MARK DELIMITED BY SIZE
               "  (WAS " DELIMITED BY SIZE
               WS-OLD-MARK DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           HOLD-MARK-PARA.

      *> an earlier keyed or weighted mark no longer stands once a
      *> weighted component is outstanding
           IF SR-MARK-ENTERED
               MOVE 'N' TO SR-MARK-ENTERED-FLAG
               REWRITE SUBJECT-REG-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO REWRITE REGISTRATION "
                           SR-STUDENT-ID " " SR-SUBJECT-CODE
               END-REWRITE
           END-IF.

           WRITE-STUDENT-AUDIT-PARA.

           MOVE SR-STUDENT-ID TO SU-STUDENT-ID
           MOVE SPACES TO SU-FIELD-NAME
           STRING "MARK-" DELIMITED BY SIZE
               SR-SUBJECT-CODE DELIMITED BY SIZE
               INTO SU-FIELD-NAME
           END-STRING
           MOVE WS-OLD-MARK TO SU-OLD-VALUE
           MOVE SR-MARK TO SU-NEW-VALUE
           MOVE "ASMCALC" TO SU-CHANGED-BY
           ACCEPT SU-CHANGE-DATE FROM DATE YYYYMMDD
           ACCEPT SU-CHANGE-TIME FROM TIME
           WRITE STUDENT-AUDIT-RECORD.

      *>--------------- the finalise list ---------------

           PRINT-HEADING-PARA.

           MOVE "----- Assessment Weighting - Finalise List -----"
               TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "TERM : " DELIMITED BY SIZE
               WS-TERM-CODE DELIMITED BY SIZE
               "   RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   WEIGHTED SUBJECTS : " DELIMITED BY SIZE
               WS-SUBJECT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA.

           PRINT-TOTALS-PARA.

           PERFORM PRINT-LINE-PARA
           STRING "FINALISED " DELIMITED BY SIZE
               WS-FINALISED-COUNT DELIMITED BY SIZE
               "  CHANGED " DELIMITED BY SIZE
               WS-CHANGED-COUNT DELIMITED BY SIZE
               "  OUTSTANDING " DELIMITED BY SIZE
               WS-INCOMPLETE-COUNT DELIMITED BY SIZE
               "  REFUSED " DELIMITED BY SIZE
               WS-REFUSED-COUNT DELIMITED BY SIZE
               "  SINGLE-MARK SUBJECTS " DELIMITED BY SIZE
               WS-SINGLE-MARK-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "ASMCALC " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-FINALISED-COUNT TO RC-RECORDS-PROCESSED
           MOVE WS-CHANGED-COUNT TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM AssessmentWeightingRun.
