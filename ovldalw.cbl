       IDENTIFICATION DIVISION.
       PROGRAM-ID. TeachingOverloadAllowance.
       ENVIRONMENT DIVISION.
           *> monthly teaching overload allowance - every active
           *> teacher carrying more SECTION-MASTER sections than their
           *> TM-MAX-SECTIONS is paid, for each section over the
           *> limit, the allowance rate held on CTLPARM (code
           *> OVLDRATE); the allowance is written as a SALARY-
           *> ADJUSTMENT row against the teacher's linked payroll
           *> employee (TM-EMP-ID) for the next register run to pick
           *> up, in place of the hand-keyed extra-duty entry
           *> a trial run (RUNPARM mode T) prints the approval listing
           *> only; a commit run (mode C) also writes the adjustments
           *> and logs to RUN-CONTROL, and is refused when RUN-CONTROL
           *> already shows a committed run inside the same pay
           *> period, so a month can never be paid twice
           *> the pay period is the open PAY-PERIOD covering the run
           *> date; with no PAYPERD file the run date's calendar month
           *> is used. A teacher not linked to payroll is listed and
           *> logged to the exception file, one whose employee is
           *> missing or not active is listed and not paid
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

           SELECT OPTIONAL PAY-PERIOD-FILE ASSIGN TO "PAYPERD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-PERIOD-ID
               FILE STATUS IS WS-PAYPERD-STATUS.

           SELECT TEACHER-MASTER ASSIGN TO "TCHRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TEACHER-ID
               FILE STATUS IS WS-TEACHER-STATUS.

           SELECT SECTION-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-SECTION-CODE
               FILE STATUS IS WS-SECTION-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL SALARY-ADJUSTMENT-FILE ASSIGN TO "SALADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALADJ-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "OVLDLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       FD PAY-PERIOD-FILE.
           COPY PAYPERD.

       FD TEACHER-MASTER.
           COPY TCHRMSTR.

       FD SECTION-MASTER.
           COPY SECTMSTR.

       FD EMPLOYEE-MASTER.
           COPY EMPMSTR.

       FD SALARY-ADJUSTMENT-FILE.
           COPY SALADJ.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-PAYPERD-STATUS PIC X(02) VALUE SPACES.
           01 WS-TEACHER-STATUS PIC X(02) VALUE SPACES.
           01 WS-SECTION-STATUS PIC X(02) VALUE SPACES.
           01 WS-EMPLOYEE-STATUS PIC X(02) VALUE SPACES.
           01 WS-SALADJ-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PARM-EOF VALUE 'Y'.
           01 WS-PERIOD-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PERIOD-EOF VALUE 'Y'.
           01 WS-SECTION-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SECTION-EOF VALUE 'Y'.
           01 WS-TEACHER-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TEACHER-EOF VALUE 'Y'.
           01 WS-RUNCTL-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-RUNCTL-EOF VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "OVLDALW ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.
           01 WS-RUN-MODE PIC X(01) VALUE 'T'.
               88 WS-TRIAL-MODE VALUE 'T'.
               88 WS-COMMIT-MODE VALUE 'C'.

           01 WS-WRITE-SOURCE PIC X(08) VALUE "OVLDALW ".
           01 WS-WRITE-KEY PIC X(10) VALUE SPACES.
           01 WS-WRITE-REASON PIC X(04) VALUE SPACES.
           01 WS-WRITE-TEXT PIC X(40) VALUE SPACES.
           01 WS-WRITE-DATE PIC 9(08) VALUE ZERO.
           01 WS-WRITE-SEQUENCE PIC 9(07) VALUE ZERO.

      *> allowance per overloaded section per month - CTLPARM code
      *> OVLDRATE; there is no safe default, so a missing or zero
      *> rate stops the run
           01 WS-OVERLOAD-RATE PIC 9(07)V99 VALUE ZERO.
           01 WS-RATE-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-RATE-FOUND VALUE 'Y'.

      *> the pay period being paid, from PAYPERD or the run month
           01 WS-PERIOD-ID PIC 9(06) VALUE ZERO.
           01 WS-PERIOD-START PIC 9(08) VALUE ZERO.
           01 WS-PERIOD-END PIC 9(08) VALUE ZERO.
           01 WS-PERIOD-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PERIOD-FOUND VALUE 'Y'.
           01 WS-ALREADY-PAID-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ALREADY-PAID VALUE 'Y'.
           01 WS-PAID-ON-DATE PIC 9(08) VALUE ZERO.

      *> sections carried by each teacher id on SECTION-MASTER
           01 WS-LOAD-TABLE.
               02 WS-LOAD-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-LOAD-IDX.
                   05 WS-LOAD-TEACHER-ID PIC 9(04).
                   05 WS-LOAD-SECTIONS PIC 9(03).
           01 WS-LOAD-COUNT PIC 9(03) VALUE ZERO.
           01 WS-FIND-TEACHER-ID PIC 9(04) VALUE ZERO.
           01 WS-LOAD-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LOAD-FOUND VALUE 'Y'.
           01 WS-TABLE-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TABLE-OVERFLOWED VALUE 'Y'.

           01 WS-TEACHER-SECTIONS PIC 9(03) VALUE ZERO.
           01 WS-OVERLOAD-SECTIONS PIC 9(03) VALUE ZERO.
           01 WS-ALLOWANCE PIC 9(07)V99 VALUE ZERO.
           01 WS-PAY-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PAY-TEACHER VALUE 'Y'.
           01 WS-OUTCOME PIC X(30) VALUE SPACES.
           01 WS-EDIT-AMOUNT PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-RATE PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-TEACHERS-PAID PIC 9(05) VALUE ZERO.
           01 WS-TEACHERS-NOT-LINKED PIC 9(05) VALUE ZERO.
           01 WS-TEACHERS-NOT-PAYABLE PIC 9(05) VALUE ZERO.
           01 WS-SECTIONS-PAID PIC 9(05) VALUE ZERO.
           01 WS-ALLOWANCE-TOTAL PIC 9(09)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-CONTROL-PARMS-PARA
           PERFORM FIND-PAY-PERIOD-PARA
           PERFORM CHECK-ALREADY-PAID-PARA

           OPEN INPUT SECTION-MASTER
           PERFORM LOAD-SECTIONS-PARA
           CLOSE SECTION-MASTER
           IF WS-TABLE-OVERFLOWED
               DISPLAY "*** MORE TEACHERS ON SECTION-MASTER THAN THE "
                   "TABLE HOLDS - RUN STOPPED, NOTHING WRITTEN ***"
               STOP RUN
           END-IF

           OPEN INPUT TEACHER-MASTER
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-COMMIT-MODE
               OPEN EXTEND SALARY-ADJUSTMENT-FILE
           END-IF
           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-HEADING-PARA
           MOVE ZERO TO TM-TEACHER-ID
           START TEACHER-MASTER KEY >= TM-TEACHER-ID
               INVALID KEY MOVE 'Y' TO WS-TEACHER-EOF-SWITCH
           END-START
           PERFORM PRICE-TEACHER-PARA UNTIL WS-TEACHER-EOF
           PERFORM PRINT-TOTALS-PARA
           CLOSE TEACHER-MASTER
           CLOSE EMPLOYEE-MASTER
           IF WS-COMMIT-MODE
               CLOSE SALARY-ADJUSTMENT-FILE
           END-IF
           CLOSE PRINT-FILE

           MOVE WS-ALLOWANCE-TOTAL TO WS-EDIT-TOTAL
           DISPLAY "----- Teaching Overload Allowance -----"
           DISPLAY "RUN DATE : " WS-RUN-DATE
               "   PAY PERIOD : " WS-PERIOD-ID
           DISPLAY "TEACHERS PAID        : " WS-TEACHERS-PAID
           DISPLAY "SECTIONS PAID        : " WS-SECTIONS-PAID
           DISPLAY "NOT LINKED TO PAYROLL: " WS-TEACHERS-NOT-LINKED
           DISPLAY "EMPLOYEE NOT PAYABLE : " WS-TEACHERS-NOT-PAYABLE
           DISPLAY "TOTAL ALLOWANCE      : " WS-EDIT-TOTAL
           DISPLAY "APPROVAL LISTING SPOOLED TO OVLDLIST"

           IF WS-COMMIT-MODE
               PERFORM LOG-RUN-CONTROL-PARA
           ELSE
               DISPLAY "*** TRIAL RUN - NO SALARY ADJUSTMENTS "
                   "WRITTEN ***"
           END-IF

            STOP RUN.

           LOAD-RUN-PARM-PARA.

           OPEN INPUT RUN-PARM-FILE
           READ RUN-PARM-FILE
               AT END DISPLAY "RUN-PARM RECORD MISSING - USING TODAY"
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE RP-RUN-DATE TO WS-RUN-DATE
                   IF RP-COMMIT-MODE
                       MOVE 'C' TO WS-RUN-MODE
                   END-IF
           END-READ
           CLOSE RUN-PARM-FILE
           IF WS-TRIAL-MODE
               DISPLAY "*** TRIAL RUN - NOTHING WILL BE WRITTEN TO "
                   "SALARY-ADJUSTMENT ***"
           END-IF.

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
           IF NOT WS-RATE-FOUND OR WS-OVERLOAD-RATE = ZERO
               DISPLAY "*** NO OVLDRATE ROW ON CTLPARM - OVERLOAD "
                   "RATE UNKNOWN, RUN STOPPED ***"
               STOP RUN
           END-IF.

           READ-CONTROL-PARM-PARA.

           READ CONTROL-PARAMETER-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-SWITCH
           END-READ.

           NOTE-CONTROL-PARM-PARA.

           IF CP-PARM-CODE = "OVLDRATE"
               MOVE CP-PARM-VALUE TO WS-OVERLOAD-RATE
               MOVE 'Y' TO WS-RATE-FOUND-SWITCH
           END-IF
           PERFORM READ-CONTROL-PARM-PARA.

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

      *>--------------- the pay period and the once-only guard -----

           FIND-PAY-PERIOD-PARA.

           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PAYPERD-STATUS = "35" OR WS-PAYPERD-STATUS = "05"
               DISPLAY "*** WARNING - NO PAY-PERIOD MASTER - USING "
                   "THE RUN DATE'S MONTH ***"
               MOVE WS-RUN-DATE(1:6) TO WS-PERIOD-ID
               MOVE WS-RUN-DATE TO WS-PERIOD-START
               MOVE "01" TO WS-PERIOD-START(7:2)
               MOVE WS-RUN-DATE TO WS-PERIOD-END
               MOVE "31" TO WS-PERIOD-END(7:2)
               MOVE 'Y' TO WS-PERIOD-FOUND-SWITCH
           ELSE
               MOVE ZERO TO PP-PERIOD-ID
               START PAY-PERIOD-FILE KEY >= PP-PERIOD-ID
                   INVALID KEY MOVE 'Y' TO WS-PERIOD-EOF-SWITCH
               END-START
               PERFORM SCAN-PERIOD-PARA UNTIL WS-PERIOD-EOF
           END-IF
           CLOSE PAY-PERIOD-FILE
           IF NOT WS-PERIOD-FOUND
               DISPLAY "*** RUN DATE " WS-RUN-DATE
                   " IS NOT INSIDE THE OPEN PAY PERIOD - RUN "
                   "STOPPED ***"
               STOP RUN
           END-IF.

           SCAN-PERIOD-PARA.

           READ PAY-PERIOD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PERIOD-EOF-SWITCH
               NOT AT END
                   IF PP-OPEN
                           AND WS-RUN-DATE >= PP-START-DATE
                           AND WS-RUN-DATE <= PP-END-DATE
                       MOVE PP-PERIOD-ID TO WS-PERIOD-ID
                       MOVE PP-START-DATE TO WS-PERIOD-START
                       MOVE PP-END-DATE TO WS-PERIOD-END
                       MOVE 'Y' TO WS-PERIOD-FOUND-SWITCH
                   END-IF
           END-READ.

           CHECK-ALREADY-PAID-PARA.

           OPEN INPUT RUN-CONTROL-FILE
           PERFORM READ-RUN-CONTROL-PARA
           PERFORM NOTE-RUN-CONTROL-PARA UNTIL WS-RUNCTL-EOF
           CLOSE RUN-CONTROL-FILE
           IF WS-ALREADY-PAID
               IF WS-COMMIT-MODE
                   DISPLAY "*** OVERLOAD ALLOWANCE ALREADY WRITTEN FOR "
                       "PAY PERIOD " WS-PERIOD-ID " ON "
                       WS-PAID-ON-DATE " - COMMIT REFUSED ***"
                   STOP RUN
               ELSE
                   DISPLAY "*** WARNING - OVERLOAD ALLOWANCE ALREADY "
                       "WRITTEN FOR PAY PERIOD " WS-PERIOD-ID " ON "
                       WS-PAID-ON-DATE " ***"
               END-IF
           END-IF.

           READ-RUN-CONTROL-PARA.

           READ RUN-CONTROL-FILE
               AT END MOVE 'Y' TO WS-RUNCTL-EOF-SWITCH
           END-READ.

           NOTE-RUN-CONTROL-PARA.

           IF RC-JOB-NAME = "OVLDALW "
                   AND RC-RUN-DATE >= WS-PERIOD-START
                   AND RC-RUN-DATE <= WS-PERIOD-END
               MOVE 'Y' TO WS-ALREADY-PAID-SWITCH
               MOVE RC-RUN-DATE TO WS-PAID-ON-DATE
           END-IF
           PERFORM READ-RUN-CONTROL-PARA.

      *>--------------- sections per teacher ---------------

           LOAD-SECTIONS-PARA.

           MOVE SPACES TO SEC-SECTION-CODE
           START SECTION-MASTER KEY >= SEC-SECTION-CODE
               INVALID KEY MOVE 'Y' TO WS-SECTION-EOF-SWITCH
           END-START
           PERFORM COUNT-ONE-SECTION-PARA UNTIL WS-SECTION-EOF.

           COUNT-ONE-SECTION-PARA.

           READ SECTION-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-SECTION-EOF-SWITCH
               NOT AT END
                   IF SEC-TEACHER-ID NOT = ZERO
                       PERFORM ADD-SECTION-PARA
                   END-IF
           END-READ.

           ADD-SECTION-PARA.

           MOVE SEC-TEACHER-ID TO WS-FIND-TEACHER-ID
           PERFORM FIND-LOAD-PARA
           IF WS-LOAD-FOUND
               ADD 1 TO WS-LOAD-SECTIONS(WS-LOAD-IDX)
           ELSE
               IF WS-LOAD-COUNT = 200
                   MOVE 'Y' TO WS-TABLE-OVERFLOW-SWITCH
                   MOVE 'Y' TO WS-SECTION-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-LOAD-COUNT
                   SET WS-LOAD-IDX TO WS-LOAD-COUNT
                   MOVE SEC-TEACHER-ID
                       TO WS-LOAD-TEACHER-ID(WS-LOAD-IDX)
                   MOVE 1 TO WS-LOAD-SECTIONS(WS-LOAD-IDX)
               END-IF
           END-IF.

           FIND-LOAD-PARA.

           MOVE 'N' TO WS-LOAD-FOUND-SWITCH
           SET WS-LOAD-IDX TO 1
           SEARCH WS-LOAD-ENTRY
               AT END CONTINUE
               WHEN WS-LOAD-IDX > WS-LOAD-COUNT
                   CONTINUE
               WHEN WS-LOAD-TEACHER-ID(WS-LOAD-IDX)
                       = WS-FIND-TEACHER-ID
                   MOVE 'Y' TO WS-LOAD-FOUND-SWITCH
           END-SEARCH.

      *>--------------- pricing the overload ---------------

           PRICE-TEACHER-PARA.

           READ TEACHER-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-TEACHER-EOF-SWITCH
               NOT AT END
                   IF TM-TEACHER-ACTIVE
                       PERFORM PRICE-ONE-TEACHER-PARA
                   END-IF
           END-READ.

           PRICE-ONE-TEACHER-PARA.

           MOVE ZERO TO WS-TEACHER-SECTIONS
           MOVE TM-TEACHER-ID TO WS-FIND-TEACHER-ID
           PERFORM FIND-LOAD-PARA
           IF WS-LOAD-FOUND
               MOVE WS-LOAD-SECTIONS(WS-LOAD-IDX)
                   TO WS-TEACHER-SECTIONS
           END-IF
           IF WS-TEACHER-SECTIONS > TM-MAX-SECTIONS
               COMPUTE WS-OVERLOAD-SECTIONS =
                   WS-TEACHER-SECTIONS - TM-MAX-SECTIONS
               COMPUTE WS-ALLOWANCE =
                   WS-OVERLOAD-SECTIONS * WS-OVERLOAD-RATE
               PERFORM CHECK-PAYABLE-PARA
               IF WS-PAY-TEACHER
                   PERFORM WRITE-ALLOWANCE-PARA
               END-IF
               PERFORM PRINT-TEACHER-PARA
           END-IF.

           CHECK-PAYABLE-PARA.

           MOVE 'N' TO WS-PAY-SWITCH
           MOVE SPACES TO EM-EMP-NAME
           IF TM-EMP-ID = ZERO
               ADD 1 TO WS-TEACHERS-NOT-LINKED
               MOVE "NOT LINKED TO PAYROLL" TO WS-OUTCOME
               MOVE TM-TEACHER-ID TO WS-WRITE-KEY
               MOVE "NLNK" TO WS-WRITE-REASON
               MOVE "Overloaded teacher not linked to payroll"
                   TO WS-WRITE-TEXT
               MOVE WS-RUN-DATE TO WS-WRITE-DATE
               CALL "ExceptionWrite" USING WS-WRITE-SOURCE
                   WS-WRITE-KEY WS-WRITE-REASON WS-WRITE-TEXT
                   WS-WRITE-DATE WS-WRITE-SEQUENCE
           ELSE
               MOVE TM-EMP-ID TO EM-EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       ADD 1 TO WS-TEACHERS-NOT-PAYABLE
                       MOVE "EMPLOYEE NOT ON FILE - NOT PAID"
                           TO WS-OUTCOME
                   NOT INVALID KEY
                       IF EM-ACTIVE
                           MOVE 'Y' TO WS-PAY-SWITCH
                       ELSE
                           ADD 1 TO WS-TEACHERS-NOT-PAYABLE
                           MOVE "EMPLOYEE NOT ACTIVE - NOT PAID"
                               TO WS-OUTCOME
                       END-IF
               END-READ
           END-IF.

           WRITE-ALLOWANCE-PARA.

           IF WS-COMMIT-MODE
               MOVE TM-EMP-ID TO SA-EMP-ID
               MOVE WS-ALLOWANCE TO SA-ADJUSTMENT-AMOUNT
               MOVE SPACES TO SA-OVERRIDE-CODE
               WRITE SALARY-ADJUSTMENT-RECORD
               MOVE "WRITTEN TO SALARY-ADJUSTMENT" TO WS-OUTCOME
           ELSE
               MOVE "TO BE PAID" TO WS-OUTCOME
           END-IF
           ADD 1 TO WS-TEACHERS-PAID
           ADD WS-OVERLOAD-SECTIONS TO WS-SECTIONS-PAID
           ADD WS-ALLOWANCE TO WS-ALLOWANCE-TOTAL.

      *>--------------- the approval listing ---------------

           PRINT-HEADING-PARA.

           MOVE "----- Teaching Overload Allowance Approval -----"
               TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           MOVE WS-OVERLOAD-RATE TO WS-EDIT-RATE
           STRING "PAY PERIOD : " DELIMITED BY SIZE
               WS-PERIOD-ID DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-PERIOD-START DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-PERIOD-END DELIMITED BY SIZE
               ")   RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   RATE PER SECTION : " DELIMITED BY SIZE
               WS-EDIT-RATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           IF WS-TRIAL-MODE
               MOVE "TRIAL RUN - NOTHING WRITTEN TO SALARY-ADJUSTMENT"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF
           PERFORM PRINT-LINE-PARA
           STRING "TCHR TEACHER NAME         EMP   EMPLOYEE   "
                   DELIMITED BY SIZE
               "SECT MAX OVER     ALLOWANCE  OUTCOME"
                   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-TEACHER-PARA.

           MOVE WS-ALLOWANCE TO WS-EDIT-AMOUNT
           STRING TM-TEACHER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TM-TEACHER-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TM-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EM-EMP-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TEACHER-SECTIONS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TM-MAX-SECTIONS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OVERLOAD-SECTIONS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OUTCOME DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-TOTALS-PARA.

           MOVE WS-ALLOWANCE-TOTAL TO WS-EDIT-TOTAL
           PERFORM PRINT-LINE-PARA
           STRING "TEACHERS PAID " DELIMITED BY SIZE
               WS-TEACHERS-PAID DELIMITED BY SIZE
               "  SECTIONS " DELIMITED BY SIZE
               WS-SECTIONS-PAID DELIMITED BY SIZE
               "  NOT LINKED " DELIMITED BY SIZE
               WS-TEACHERS-NOT-LINKED DELIMITED BY SIZE
               "  NOT PAYABLE " DELIMITED BY SIZE
               WS-TEACHERS-NOT-PAYABLE DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "APPROVED BY : ____________________   DATE : ________"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "OVLDALW " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-TEACHERS-PAID TO RC-RECORDS-PROCESSED
           MOVE WS-ALLOWANCE-TOTAL TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM TeachingOverloadAllowance.
