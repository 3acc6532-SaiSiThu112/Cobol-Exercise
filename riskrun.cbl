       IDENTIFICATION DIVISION.
       PROGRAM-ID. AtRiskStudentRun.
       ENVIRONMENT DIVISION.
           *> mid-term early-warning run for the RUNPARM term - every
           *> enrolled student is scored on four warning factors so
           *> tutors see who is slipping before the term results do:
           *>   attendance - absence rate off ATTENDANCE-SUMMARY at
           *>                or over the RISKABS percent
           *>   incidents  - INCIDENT rows this term at or over the
           *>                RISKINCD count
           *>   marks      - the average SUBJECT-REGISTRATION mark
           *>                entered this term RISKDROP points or
           *>                more below the student's latest earlier
           *>                TRANSCRIPT-HISTORY term (GPA x 25 gives
           *>                back that term's average percent)
           *>   arrears    - STUDENT-BILLING balance still owed on
           *>                earlier terms over RISKARRS
           *> thresholds come off the CTLPARM control table, with the
           *> defaults below when a code is missing; the score weights
           *> attendance and marks over incidents, incidents over
           *> arrears
           *> the risk list spools to RISKLIST by section, worst score
           *> first, showing which factors tripped; every scored
           *> student's RISK-FLAG record is rewritten so the student
           *> inquiry shows the flag
           *> cleared by the job schedule like the other batch jobs,
           *> and logged to RUN-CONTROL on completion
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT OPTIONAL ATTENDANCE-SUMMARY ASSIGN TO "ATTSUMM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASM-SUMM-KEY
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT OPTIONAL INCIDENT-FILE ASSIGN TO "INCIDENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-INCIDENT-NO
               FILE STATUS IS WS-INCIDENT-STATUS.

           SELECT OPTIONAL SUBJECT-REG-FILE ASSIGN TO "SUBJREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-REG-KEY
               FILE STATUS IS WS-REG-STATUS.

           SELECT OPTIONAL TRANSCRIPT-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCRIPT-STATUS.

           SELECT OPTIONAL STUDENT-BILLING-FILE ASSIGN TO "STUBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT RISK-FLAG-FILE ASSIGN TO "RISKFLAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-STUDENT-ID
               FILE STATUS IS WS-RISK-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "RISKLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       FD STUDENT-MASTER.
           COPY STUDMSTR.

       FD ATTENDANCE-SUMMARY.
           COPY ATTSUMM.

       FD INCIDENT-FILE.
           COPY INCIDENT.

       FD SUBJECT-REG-FILE.
           COPY SUBJREG.

       FD TRANSCRIPT-FILE.
           COPY TRANMSTR.

       FD STUDENT-BILLING-FILE.
           COPY STUBILL.

       FD RISK-FLAG-FILE.
           COPY RISKFLAG.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-SUMMARY-STATUS PIC X(02) VALUE SPACES.
           01 WS-INCIDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-REG-STATUS PIC X(02) VALUE SPACES.
           01 WS-TRANSCRIPT-STATUS PIC X(02) VALUE SPACES.
           01 WS-BILLING-STATUS PIC X(02) VALUE SPACES.
           01 WS-RISK-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCAN-EOF VALUE 'Y'.
           01 WS-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PARM-EOF VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-TERM-CODE PIC X(06) VALUE SPACES.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "RISKRUN ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

      *> warning thresholds - CTLPARM codes RISKABS, RISKINCD,
      *> RISKDROP and RISKARRS override these defaults
           01 WS-ABSENCE-LIMIT PIC 9(03) VALUE 10.
           01 WS-INCIDENT-LIMIT PIC 9(03) VALUE 1.
           01 WS-DROP-LIMIT PIC 9(03) VALUE 10.
           01 WS-ARREARS-LIMIT PIC 9(07)V99 VALUE ZERO.
           01 WS-ABS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ABS-FOUND VALUE 'Y'.
           01 WS-INC-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-INC-FOUND VALUE 'Y'.
           01 WS-DROP-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DROP-FOUND VALUE 'Y'.
           01 WS-ARRS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ARRS-FOUND VALUE 'Y'.

      *> score weight per factor tripped
           01 WS-ATTEND-WEIGHT PIC 9(02) VALUE 3.
           01 WS-MARKS-WEIGHT PIC 9(02) VALUE 3.
           01 WS-INCIDENT-WEIGHT PIC 9(02) VALUE 2.
           01 WS-ARREARS-WEIGHT PIC 9(02) VALUE 1.

      *> the enrolled students being scored
           01 WS-RISK-TABLE.
               02 WS-RISK-ENTRY OCCURS 1000 TIMES
                       INDEXED BY WS-RISK-IDX.
                   05 WS-RS-STUDENT-ID PIC 9(05).
                   05 WS-RS-NAME PIC X(10).
                   05 WS-RS-SECTION PIC X(03).
                   05 WS-RS-SCORE PIC 9(02).
                   05 WS-RS-ABSENCE-PCT PIC 9(03).
                   05 WS-RS-INCIDENTS PIC 9(03).
                   05 WS-RS-MARK-SUM PIC 9(05).
                   05 WS-RS-MARK-COUNT PIC 9(02).
                   05 WS-RS-CURRENT-AVG PIC 9(03).
                   05 WS-RS-PRIOR-TERM PIC X(06).
                   05 WS-RS-PRIOR-AVG PIC 9(03).
                   05 WS-RS-ARREARS PIC S9(07)V99.
                   05 WS-RS-ATTEND-FACTOR PIC X(01).
                   05 WS-RS-INCIDENT-FACTOR PIC X(01).
                   05 WS-RS-MARKS-FACTOR PIC X(01).
                   05 WS-RS-ARREARS-FACTOR PIC X(01).
           01 WS-RISK-COUNT PIC 9(04) VALUE ZERO.
           01 WS-RISK-SWAP PIC X(58) VALUE SPACES.
           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TABLE-OVERFLOWED VALUE 'Y'.
           01 WS-SWAP-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SWAP-NEEDED VALUE 'Y'.
           01 I PIC 9(04) VALUE ZERO.
           01 J PIC 9(04) VALUE ZERO.
           01 K PIC 9(04) VALUE ZERO.

           01 WS-DAYS-ON-ROLL PIC 9(04) VALUE ZERO.
           01 WS-SIGNED-AMOUNT PIC S9(07)V99 VALUE ZERO.
           01 WS-PRIOR-PERCENT PIC 9(03) VALUE ZERO.
           01 WS-MARK-DROP PIC S9(03) VALUE ZERO.

           01 WS-SCORED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-AT-RISK-COUNT PIC 9(05) VALUE ZERO.
           01 WS-SECTION-RISK-COUNT PIC 9(05) VALUE ZERO.
           01 WS-LAST-SECTION PIC X(03) VALUE HIGH-VALUES.
           01 WS-FACTOR-TEXT PIC X(30) VALUE SPACES.
           01 WS-EDIT-AMOUNT PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-PERCENT PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-CONTROL-PARMS-PARA

           OPEN INPUT STUDENT-MASTER
           PERFORM LOAD-STUDENTS-PARA
           CLOSE STUDENT-MASTER
           IF WS-TABLE-OVERFLOWED
               DISPLAY "*** MORE ENROLLED STUDENTS THAN THE TABLE "
                   "HOLDS - RUN STOPPED, NOTHING FLAGGED ***"
               STOP RUN
           END-IF

           PERFORM GATHER-ATTENDANCE-PARA
           PERFORM GATHER-INCIDENTS-PARA
           PERFORM GATHER-MARKS-PARA
           PERFORM GATHER-PRIOR-TERMS-PARA
           PERFORM GATHER-ARREARS-PARA

           PERFORM VARYING WS-RISK-IDX FROM 1 BY 1
                   UNTIL WS-RISK-IDX > WS-RISK-COUNT
               PERFORM SCORE-STUDENT-PARA
           END-PERFORM
           PERFORM SORT-RISK-PARA

           OPEN I-O RISK-FLAG-FILE
           IF WS-RISK-STATUS = "35"
               OPEN OUTPUT RISK-FLAG-FILE
               CLOSE RISK-FLAG-FILE
               OPEN I-O RISK-FLAG-FILE
           END-IF
           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-HEADING-PARA
           PERFORM VARYING WS-RISK-IDX FROM 1 BY 1
                   UNTIL WS-RISK-IDX > WS-RISK-COUNT
               PERFORM WRITE-RISK-FLAG-PARA
               PERFORM LIST-STUDENT-PARA
           END-PERFORM
           PERFORM SECTION-FOOT-PARA
           IF WS-AT-RISK-COUNT = ZERO
               MOVE "NO STUDENTS AT RISK THIS RUN" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF
           CLOSE PRINT-FILE
           CLOSE RISK-FLAG-FILE

           DISPLAY "----- At-Risk Student Run -----"
           DISPLAY "TERM                : " WS-TERM-CODE
           DISPLAY "STUDENTS SCORED     : " WS-SCORED-COUNT
           DISPLAY "STUDENTS AT RISK    : " WS-AT-RISK-COUNT
           DISPLAY "RISK LIST SPOOLED TO RISKLIST"

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

           LOAD-CONTROL-PARMS-PARA.

           OPEN INPUT CONTROL-PARAMETER-FILE
           PERFORM READ-CONTROL-PARM-PARA
           PERFORM NOTE-CONTROL-PARM-PARA UNTIL WS-PARM-EOF
           CLOSE CONTROL-PARAMETER-FILE
           IF NOT WS-ABS-FOUND
               DISPLAY "NO RISKABS ROW ON CTLPARM - USING DEFAULT "
                   WS-ABSENCE-LIMIT " PERCENT"
           END-IF
           IF NOT WS-INC-FOUND
               DISPLAY "NO RISKINCD ROW ON CTLPARM - USING DEFAULT "
                   WS-INCIDENT-LIMIT " INCIDENTS"
           END-IF
           IF NOT WS-DROP-FOUND
               DISPLAY "NO RISKDROP ROW ON CTLPARM - USING DEFAULT "
                   WS-DROP-LIMIT " POINTS"
           END-IF
           IF NOT WS-ARRS-FOUND
               DISPLAY "NO RISKARRS ROW ON CTLPARM - USING DEFAULT "
                   WS-ARREARS-LIMIT
           END-IF.

           READ-CONTROL-PARM-PARA.

           READ CONTROL-PARAMETER-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-SWITCH
           END-READ.

           NOTE-CONTROL-PARM-PARA.

           EVALUATE CP-PARM-CODE
               WHEN "RISKABS "
                   MOVE CP-PARM-VALUE TO WS-ABSENCE-LIMIT
                   MOVE 'Y' TO WS-ABS-FOUND-SWITCH
               WHEN "RISKINCD"
                   MOVE CP-PARM-VALUE TO WS-INCIDENT-LIMIT
                   MOVE 'Y' TO WS-INC-FOUND-SWITCH
               WHEN "RISKDROP"
                   MOVE CP-PARM-VALUE TO WS-DROP-LIMIT
                   MOVE 'Y' TO WS-DROP-FOUND-SWITCH
               WHEN "RISKARRS"
                   MOVE CP-PARM-VALUE TO WS-ARREARS-LIMIT
                   MOVE 'Y' TO WS-ARRS-FOUND-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-CONTROL-PARM-PARA.

      *>--------------- gathering the factors ---------------

           LOAD-STUDENTS-PARA.

           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE ZERO TO SM-STUDENT-ID
           START STUDENT-MASTER KEY >= SM-STUDENT-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM LOAD-ONE-STUDENT-PARA UNTIL WS-SCAN-EOF.

           LOAD-ONE-STUDENT-PARA.

           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF SM-ENROLLED
                       IF WS-RISK-COUNT = 1000
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                       ELSE
                           ADD 1 TO WS-RISK-COUNT
                           SET WS-RISK-IDX TO WS-RISK-COUNT
                           INITIALIZE WS-RISK-ENTRY(WS-RISK-IDX)
                           MOVE SM-STUDENT-ID
                               TO WS-RS-STUDENT-ID(WS-RISK-IDX)
                           MOVE SM-STUDENT-NAME
                               TO WS-RS-NAME(WS-RISK-IDX)
                           MOVE SM-SECTION-CODE
                               TO WS-RS-SECTION(WS-RISK-IDX)
                       END-IF
                   END-IF
           END-READ.

           GATHER-ATTENDANCE-PARA.

           OPEN INPUT ATTENDANCE-SUMMARY
           PERFORM VARYING WS-RISK-IDX FROM 1 BY 1
                   UNTIL WS-RISK-IDX > WS-RISK-COUNT
               MOVE WS-RS-STUDENT-ID(WS-RISK-IDX) TO ASM-STUDENT-ID
               MOVE WS-TERM-CODE TO ASM-TERM-CODE
               READ ATTENDANCE-SUMMARY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-DAYS-ON-ROLL =
                           ASM-DAYS-PRESENT + ASM-DAYS-ABSENT
                       IF WS-DAYS-ON-ROLL > ZERO
                           COMPUTE WS-RS-ABSENCE-PCT(WS-RISK-IDX)
                               ROUNDED = ASM-DAYS-ABSENT * 100
                                   / WS-DAYS-ON-ROLL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATTENDANCE-SUMMARY.

           GATHER-INCIDENTS-PARA.

           OPEN INPUT INCIDENT-FILE
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE ZERO TO IN-INCIDENT-NO
           START INCIDENT-FILE KEY >= IN-INCIDENT-NO
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM COUNT-ONE-INCIDENT-PARA UNTIL WS-SCAN-EOF
           CLOSE INCIDENT-FILE.

           COUNT-ONE-INCIDENT-PARA.

           READ INCIDENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF IN-TERM-CODE = WS-TERM-CODE
                       PERFORM VARYING WS-RISK-IDX FROM 1 BY 1
                               UNTIL WS-RISK-IDX > WS-RISK-COUNT
                           IF WS-RS-STUDENT-ID(WS-RISK-IDX)
                                   = IN-STUDENT-ID
                               ADD 1 TO WS-RS-INCIDENTS(WS-RISK-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

           GATHER-MARKS-PARA.

      *> the registration key leads on student and term, so each
      *> student's marks for the term are one short keyed browse
           OPEN INPUT SUBJECT-REG-FILE
           PERFORM VARYING WS-RISK-IDX FROM 1 BY 1
                   UNTIL WS-RISK-IDX > WS-RISK-COUNT
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               MOVE WS-RS-STUDENT-ID(WS-RISK-IDX) TO SR-STUDENT-ID
               MOVE WS-TERM-CODE TO SR-TERM-CODE
               MOVE LOW-VALUES TO SR-SUBJECT-CODE
               START SUBJECT-REG-FILE KEY >= SR-REG-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               END-START
               PERFORM ADD-ONE-MARK-PARA UNTIL WS-SCAN-EOF
               IF WS-RS-MARK-COUNT(WS-RISK-IDX) > ZERO
                   COMPUTE WS-RS-CURRENT-AVG(WS-RISK-IDX) ROUNDED =
                       WS-RS-MARK-SUM(WS-RISK-IDX)
                           / WS-RS-MARK-COUNT(WS-RISK-IDX)
               END-IF
           END-PERFORM
           CLOSE SUBJECT-REG-FILE.

           ADD-ONE-MARK-PARA.

           READ SUBJECT-REG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF SR-STUDENT-ID NOT = WS-RS-STUDENT-ID(WS-RISK-IDX)
                           OR SR-TERM-CODE NOT = WS-TERM-CODE
                       MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   ELSE
                       IF SR-MARK-ENTERED
                           ADD SR-MARK TO WS-RS-MARK-SUM(WS-RISK-IDX)
                           ADD 1 TO WS-RS-MARK-COUNT(WS-RISK-IDX)
                       END-IF
                   END-IF
           END-READ.

           GATHER-PRIOR-TERMS-PARA.

      *> the comparison term is the latest one on file before the
      *> run term - the highest term code below it
           OPEN INPUT TRANSCRIPT-FILE
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           PERFORM READ-TRANSCRIPT-PARA
           PERFORM NOTE-PRIOR-TERM-PARA UNTIL WS-SCAN-EOF
           CLOSE TRANSCRIPT-FILE.

           READ-TRANSCRIPT-PARA.

           READ TRANSCRIPT-FILE
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-READ.

           NOTE-PRIOR-TERM-PARA.

           IF TR-TERM-CODE < WS-TERM-CODE
               PERFORM VARYING WS-RISK-IDX FROM 1 BY 1
                       UNTIL WS-RISK-IDX > WS-RISK-COUNT
                   IF WS-RS-STUDENT-ID(WS-RISK-IDX) = TR-STUDENT-ID
                           AND TR-TERM-CODE
                               > WS-RS-PRIOR-TERM(WS-RISK-IDX)
                       MOVE TR-TERM-CODE
                           TO WS-RS-PRIOR-TERM(WS-RISK-IDX)
                       COMPUTE WS-PRIOR-PERCENT ROUNDED = TR-GPA * 25
                       MOVE WS-PRIOR-PERCENT
                           TO WS-RS-PRIOR-AVG(WS-RISK-IDX)
                   END-IF
               END-PERFORM
           END-IF
           PERFORM READ-TRANSCRIPT-PARA.

           GATHER-ARREARS-PARA.

      *> only earlier terms count - the run term's own charge is
      *> not yet overdue at mid-term
           OPEN INPUT STUDENT-BILLING-FILE
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           PERFORM READ-BILLING-PARA
           PERFORM NOTE-BILLING-PARA UNTIL WS-SCAN-EOF
           CLOSE STUDENT-BILLING-FILE.

           READ-BILLING-PARA.

           READ STUDENT-BILLING-FILE
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-READ.

           NOTE-BILLING-PARA.

           IF BL-TERM-CODE < WS-TERM-CODE
               IF BL-ADDS-TO-BALANCE
                   MOVE BL-AMOUNT TO WS-SIGNED-AMOUNT
               ELSE
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - BL-AMOUNT
               END-IF
               PERFORM VARYING WS-RISK-IDX FROM 1 BY 1
                       UNTIL WS-RISK-IDX > WS-RISK-COUNT
                   IF WS-RS-STUDENT-ID(WS-RISK-IDX) = BL-STUDENT-ID
                       ADD WS-SIGNED-AMOUNT
                           TO WS-RS-ARREARS(WS-RISK-IDX)
                   END-IF
               END-PERFORM
           END-IF
           PERFORM READ-BILLING-PARA.

      *>--------------- scoring ---------------

           SCORE-STUDENT-PARA.

           ADD 1 TO WS-SCORED-COUNT
           MOVE ZERO TO WS-RS-SCORE(WS-RISK-IDX)
           MOVE 'N' TO WS-RS-ATTEND-FACTOR(WS-RISK-IDX)
           MOVE 'N' TO WS-RS-INCIDENT-FACTOR(WS-RISK-IDX)
           MOVE 'N' TO WS-RS-MARKS-FACTOR(WS-RISK-IDX)
           MOVE 'N' TO WS-RS-ARREARS-FACTOR(WS-RISK-IDX)

           IF WS-RS-ABSENCE-PCT(WS-RISK-IDX) >= WS-ABSENCE-LIMIT
                   AND WS-RS-ABSENCE-PCT(WS-RISK-IDX) > ZERO
               MOVE 'Y' TO WS-RS-ATTEND-FACTOR(WS-RISK-IDX)
               ADD WS-ATTEND-WEIGHT TO WS-RS-SCORE(WS-RISK-IDX)
           END-IF

           IF WS-RS-INCIDENTS(WS-RISK-IDX) >= WS-INCIDENT-LIMIT
                   AND WS-RS-INCIDENTS(WS-RISK-IDX) > ZERO
               MOVE 'Y' TO WS-RS-INCIDENT-FACTOR(WS-RISK-IDX)
               ADD WS-INCIDENT-WEIGHT TO WS-RS-SCORE(WS-RISK-IDX)
           END-IF

      *> no marks entered yet or no earlier term means no trend
           IF WS-RS-MARK-COUNT(WS-RISK-IDX) > ZERO
                   AND WS-RS-PRIOR-TERM(WS-RISK-IDX) NOT = SPACES
               COMPUTE WS-MARK-DROP =
                   WS-RS-PRIOR-AVG(WS-RISK-IDX)
                       - WS-RS-CURRENT-AVG(WS-RISK-IDX)
               IF WS-MARK-DROP >= WS-DROP-LIMIT
                       AND WS-MARK-DROP > ZERO
                   MOVE 'Y' TO WS-RS-MARKS-FACTOR(WS-RISK-IDX)
                   ADD WS-MARKS-WEIGHT TO WS-RS-SCORE(WS-RISK-IDX)
               END-IF
           END-IF

           IF WS-RS-ARREARS(WS-RISK-IDX) > WS-ARREARS-LIMIT
               MOVE 'Y' TO WS-RS-ARREARS-FACTOR(WS-RISK-IDX)
               ADD WS-ARREARS-WEIGHT TO WS-RS-SCORE(WS-RISK-IDX)
           END-IF

           IF WS-RS-SCORE(WS-RISK-IDX) > ZERO
               ADD 1 TO WS-AT-RISK-COUNT
           END-IF.

           SORT-RISK-PARA.

      *> section, then worst score first, then the higher absence
      *> rate; the table was loaded in student id order and the
      *> exchange sort keeps that order among exact ties
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RISK-COUNT
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J >= WS-RISK-COUNT
                   COMPUTE K = J + 1
                   PERFORM COMPARE-RISK-PARA
                   IF WS-SWAP-NEEDED
                       MOVE WS-RISK-ENTRY(J) TO WS-RISK-SWAP
                       MOVE WS-RISK-ENTRY(K) TO WS-RISK-ENTRY(J)
                       MOVE WS-RISK-SWAP TO WS-RISK-ENTRY(K)
                   END-IF
               END-PERFORM
           END-PERFORM.

           COMPARE-RISK-PARA.

           MOVE 'N' TO WS-SWAP-SWITCH
           IF WS-RS-SECTION(J) > WS-RS-SECTION(K)
               MOVE 'Y' TO WS-SWAP-SWITCH
           ELSE
               IF WS-RS-SECTION(J) = WS-RS-SECTION(K)
                   IF WS-RS-SCORE(J) < WS-RS-SCORE(K)
                       MOVE 'Y' TO WS-SWAP-SWITCH
                   ELSE
                       IF WS-RS-SCORE(J) = WS-RS-SCORE(K)
                               AND WS-RS-ABSENCE-PCT(J)
                                   < WS-RS-ABSENCE-PCT(K)
                           MOVE 'Y' TO WS-SWAP-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

           WRITE-RISK-FLAG-PARA.

           MOVE WS-RS-STUDENT-ID(WS-RISK-IDX) TO RK-STUDENT-ID
           MOVE WS-TERM-CODE TO RK-TERM-CODE
           MOVE WS-RUN-DATE TO RK-RUN-DATE
           MOVE WS-RS-SCORE(WS-RISK-IDX) TO RK-RISK-SCORE
           IF WS-RS-SCORE(WS-RISK-IDX) > ZERO
               MOVE 'Y' TO RK-RISK-FLAG
           ELSE
               MOVE 'N' TO RK-RISK-FLAG
           END-IF
           MOVE WS-RS-ATTEND-FACTOR(WS-RISK-IDX) TO RK-ATTEND-FACTOR
           MOVE WS-RS-INCIDENT-FACTOR(WS-RISK-IDX)
               TO RK-INCIDENT-FACTOR
           MOVE WS-RS-MARKS-FACTOR(WS-RISK-IDX) TO RK-MARKS-FACTOR
           MOVE WS-RS-ARREARS-FACTOR(WS-RISK-IDX) TO RK-ARREARS-FACTOR
           MOVE WS-RS-ABSENCE-PCT(WS-RISK-IDX) TO RK-ABSENCE-PERCENT
           MOVE WS-RS-INCIDENTS(WS-RISK-IDX) TO RK-INCIDENT-COUNT
           MOVE WS-RS-CURRENT-AVG(WS-RISK-IDX) TO RK-CURRENT-AVERAGE
           MOVE WS-RS-PRIOR-AVG(WS-RISK-IDX) TO RK-PRIOR-AVERAGE
           MOVE WS-RS-ARREARS(WS-RISK-IDX) TO RK-ARREARS-AMOUNT
           WRITE RISK-FLAG-RECORD
               INVALID KEY
                   REWRITE RISK-FLAG-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO FLAG " RK-STUDENT-ID
                   END-REWRITE
           END-WRITE.

      *>--------------- risk list ---------------

           PRINT-HEADING-PARA.

           STRING "----- At-Risk Students - Term " DELIMITED BY SIZE
               WS-TERM-CODE DELIMITED BY SIZE
               " -----" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-PAGE-PARA
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-ABSENCE-LIMIT TO WS-EDIT-PERCENT
           MOVE WS-ARREARS-LIMIT TO WS-EDIT-AMOUNT
           STRING "FLAGS : ABSENCE " DELIMITED BY SIZE
               WS-EDIT-PERCENT DELIMITED BY SIZE
               "%+  INCIDENTS " DELIMITED BY SIZE
               WS-INCIDENT-LIMIT DELIMITED BY SIZE
               "+  MARK DROP " DELIMITED BY SIZE
               WS-DROP-LIMIT DELIMITED BY SIZE
               "+  ARREARS OVER " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           LIST-STUDENT-PARA.

           IF WS-RS-SECTION(WS-RISK-IDX) NOT = WS-LAST-SECTION
               PERFORM SECTION-FOOT-PARA
               MOVE WS-RS-SECTION(WS-RISK-IDX) TO WS-LAST-SECTION
               MOVE ZERO TO WS-SECTION-RISK-COUNT
           END-IF
           IF WS-RS-SCORE(WS-RISK-IDX) > ZERO
               IF WS-SECTION-RISK-COUNT = ZERO
                   PERFORM PRINT-LINE-PARA
                   STRING "SECTION " DELIMITED BY SIZE
                       WS-LAST-SECTION DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM PRINT-LINE-PARA
               END-IF
               ADD 1 TO WS-SECTION-RISK-COUNT
               PERFORM PRINT-RISK-LINE-PARA
           END-IF.

           PRINT-RISK-LINE-PARA.

           MOVE SPACES TO WS-FACTOR-TEXT
           IF WS-RS-ATTEND-FACTOR(WS-RISK-IDX) = 'Y'
               MOVE "ATTEND" TO WS-FACTOR-TEXT(1:7)
           END-IF
           IF WS-RS-INCIDENT-FACTOR(WS-RISK-IDX) = 'Y'
               MOVE "INCIDENT" TO WS-FACTOR-TEXT(8:9)
           END-IF
           IF WS-RS-MARKS-FACTOR(WS-RISK-IDX) = 'Y'
               MOVE "MARKS" TO WS-FACTOR-TEXT(17:6)
           END-IF
           IF WS-RS-ARREARS-FACTOR(WS-RISK-IDX) = 'Y'
               MOVE "ARREARS" TO WS-FACTOR-TEXT(23:8)
           END-IF
           MOVE WS-RS-ABSENCE-PCT(WS-RISK-IDX) TO WS-EDIT-PERCENT
           MOVE WS-RS-ARREARS(WS-RISK-IDX) TO WS-EDIT-AMOUNT
           STRING "  " DELIMITED BY SIZE
               WS-RS-STUDENT-ID(WS-RISK-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RS-NAME(WS-RISK-IDX) DELIMITED BY SIZE
               "  SCORE " DELIMITED BY SIZE
               WS-RS-SCORE(WS-RISK-IDX) DELIMITED BY SIZE
               "  ABS " DELIMITED BY SIZE
               WS-EDIT-PERCENT DELIMITED BY SIZE
               "%  INC " DELIMITED BY SIZE
               WS-RS-INCIDENTS(WS-RISK-IDX) DELIMITED BY SIZE
               "  MARK " DELIMITED BY SIZE
               WS-RS-CURRENT-AVG(WS-RISK-IDX) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-RS-PRIOR-AVG(WS-RISK-IDX) DELIMITED BY SIZE
               "  OWES " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FACTOR-TEXT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           SECTION-FOOT-PARA.

           IF WS-SECTION-RISK-COUNT > ZERO
               STRING "  AT RISK IN SECTION " DELIMITED BY SIZE
                   WS-LAST-SECTION DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-SECTION-RISK-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
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

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "RISKRUN " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-SCORED-COUNT TO RC-RECORDS-PROCESSED
           MOVE WS-AT-RISK-COUNT TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM AtRiskStudentRun.
