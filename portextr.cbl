       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParentPortalExtract.
       ENVIRONMENT DIVISION.
           *> nightly extract for the parent web portal - the fixed
           *> 100-byte PORTEXTR file the portal loads each morning, so
           *> parents look up marks, absences and the fee balance
           *> instead of phoning the office
           *> only enrolled students with a guardian contact on
           *> GUARDMST are sent; every detail record leads with the
           *> student id and the guardian name the portal account is
           *> keyed on: one S record per student with the term's days
           *> present and absent off ATTSUMM, the count of the term's
           *> incidents and the net STUBILL balance across every term,
           *> one M record per current-term SUBJREG subject with its
           *> mark, pass/fail and letter grade off GRDSCALE, and one
           *> I record per incident booked against the student in
           *> the term
           *> the header carries the school, term, run date and the
           *> number of students to follow; the trailer carries the
           *> record counts, a hash total of the student ids and
           *> marks sent, and the balance total, so the portal can
           *> reject a file that arrives truncated
           *> cleared by the job schedule like the other batch jobs,
           *> and logged to RUN-CONTROL on completion
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

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

           SELECT GRADE-SCALE-FILE ASSIGN TO "GRDSCALE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCALE-STATUS.

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

           SELECT OPTIONAL SUBJECT-MASTER ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-SUBJECT-CODE
               FILE STATUS IS WS-SUBJECT-STATUS.

           SELECT OPTIONAL STUDENT-BILLING-FILE ASSIGN TO "STUBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "PORTEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD STUDENT-MASTER.
           COPY STUDMSTR.

       FD GUARDIAN-MASTER.
           COPY GUARDIAN.

       FD GRADE-SCALE-FILE.
           COPY GRDSCALE.

       FD ATTENDANCE-SUMMARY.
           COPY ATTSUMM.

       FD INCIDENT-FILE.
           COPY INCIDENT.

       FD SUBJECT-REG-FILE.
           COPY SUBJREG.

       FD SUBJECT-MASTER.
           COPY SUBJMSTR.

       FD STUDENT-BILLING-FILE.
           COPY STUBILL.

       FD EXTRACT-FILE.
           01 PORTAL-HEADER-RECORD.
               05 PTH-RECORD-TYPE        PIC X(01).
               05 PTH-SCHOOL-CODE        PIC X(07).
               05 PTH-TERM-CODE          PIC X(06).
               05 PTH-RUN-DATE           PIC 9(08).
               05 PTH-CREATED-DATE       PIC 9(08).
               05 PTH-CREATED-TIME       PIC 9(06).
               05 PTH-STUDENT-COUNT      PIC 9(05).
               05 FILLER                 PIC X(59).
           01 PORTAL-STUDENT-RECORD.
               05 PTS-RECORD-TYPE        PIC X(01).
               05 PTS-STUDENT-ID         PIC 9(05).
               05 PTS-GUARDIAN-NAME      PIC X(20).
               05 PTS-STUDENT-NAME       PIC X(10).
               05 PTS-STUDENT-CLASS      PIC X(10).
               05 PTS-SECTION-CODE       PIC X(03).
               05 PTS-DAYS-PRESENT       PIC 9(03).
               05 PTS-DAYS-ABSENT        PIC 9(03).
               05 PTS-INCIDENT-COUNT     PIC 9(03).
               05 PTS-NET-BALANCE        PIC S9(07)V99
                                         SIGN LEADING SEPARATE.
               05 FILLER                 PIC X(32).
           01 PORTAL-MARK-RECORD.
               05 PTM-RECORD-TYPE        PIC X(01).
               05 PTM-STUDENT-ID         PIC 9(05).
               05 PTM-GUARDIAN-NAME      PIC X(20).
               05 PTM-SUBJECT-CODE       PIC X(03).
               05 PTM-SUBJECT-NAME       PIC X(15).
               05 PTM-MARK               PIC 9(03).
               05 PTM-MARK-ENTERED-FLAG  PIC X(01).
               05 PTM-RESULT             PIC X(04).
               05 PTM-LETTER-GRADE       PIC X(01).
               05 FILLER                 PIC X(47).
           01 PORTAL-INCIDENT-RECORD.
               05 PTI-RECORD-TYPE        PIC X(01).
               05 PTI-STUDENT-ID         PIC 9(05).
               05 PTI-GUARDIAN-NAME      PIC X(20).
               05 PTI-INCIDENT-NO        PIC 9(06).
               05 PTI-INCIDENT-DATE      PIC 9(08).
               05 PTI-CATEGORY           PIC X(04).
               05 PTI-DESCRIPTION        PIC X(40).
               05 FILLER                 PIC X(16).
           01 PORTAL-TRAILER-RECORD.
               05 PTT-RECORD-TYPE        PIC X(01).
               05 PTT-RECORD-COUNT       PIC 9(07).
               05 PTT-STUDENT-COUNT      PIC 9(05).
               05 PTT-MARK-COUNT         PIC 9(07).
               05 PTT-INCIDENT-COUNT     PIC 9(07).
               05 PTT-HASH-TOTAL         PIC 9(15).
               05 PTT-BALANCE-TOTAL      PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
               05 FILLER                 PIC X(44).

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       WORKING-STORAGE SECTION.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-GUARDIAN-STATUS PIC X(02) VALUE SPACES.
           01 WS-SCALE-STATUS PIC X(02) VALUE SPACES.
           01 WS-SUMMARY-STATUS PIC X(02) VALUE SPACES.
           01 WS-INCIDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-REG-STATUS PIC X(02) VALUE SPACES.
           01 WS-SUBJECT-STATUS PIC X(02) VALUE SPACES.
           01 WS-BILLING-STATUS PIC X(02) VALUE SPACES.
           01 WS-EXTRACT-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.

           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCAN-EOF VALUE 'Y'.
           01 WS-SCALE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCALE-EOF VALUE 'Y'.

      *> the code the ministry and the portal vendor know this
      *> school by
           01 WS-SCHOOL-CODE PIC X(07) VALUE "SCH0001".

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-TERM-CODE PIC X(06) VALUE SPACES.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "PORTEXTR".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

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

      *> the students going out, in id order off the master
           01 WS-PORTAL-COUNT PIC 9(04) VALUE ZERO.
           01 WS-PORTAL-TABLE.
               02 WS-PORTAL-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-PORTAL-COUNT
                       ASCENDING KEY IS WS-PT-STUDENT-ID
                       INDEXED BY WS-PT-IDX.
                   05 WS-PT-STUDENT-ID PIC 9(05).
                   05 WS-PT-GUARDIAN-NAME PIC X(20).
                   05 WS-PT-STUDENT-NAME PIC X(10).
                   05 WS-PT-CLASS PIC X(10).
                   05 WS-PT-SECTION PIC X(03).
                   05 WS-PT-INCIDENTS PIC 9(03).
                   05 WS-PT-BALANCE PIC S9(07)V99.

      *> the term's incidents against those students
           01 WS-INCIDENT-TABLE.
               02 WS-INCIDENT-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-INC-IDX.
                   05 WS-IT-STUDENT-ID PIC 9(05).
                   05 WS-IT-INCIDENT-NO PIC 9(06).
                   05 WS-IT-DATE PIC 9(08).
                   05 WS-IT-CATEGORY PIC X(04).
                   05 WS-IT-DESCRIPTION PIC X(40).
           01 WS-INCIDENT-COUNT PIC 9(03) VALUE ZERO.

           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TABLE-OVERFLOWED VALUE 'Y'.

           01 WS-SIGNED-AMOUNT PIC S9(07)V99 VALUE ZERO.

           01 WS-RECORD-COUNT PIC 9(07) VALUE ZERO.
           01 WS-MARK-COUNT PIC 9(07) VALUE ZERO.
           01 WS-INCIDENT-SENT PIC 9(07) VALUE ZERO.
           01 WS-HASH-TOTAL PIC 9(15) VALUE ZERO.
           01 WS-BALANCE-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-NO-GUARDIAN-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-GRADE-SCALE-PARA

           OPEN INPUT STUDENT-MASTER
           OPEN INPUT GUARDIAN-MASTER
           PERFORM LOAD-STUDENTS-PARA
           CLOSE STUDENT-MASTER
           CLOSE GUARDIAN-MASTER
           PERFORM GATHER-INCIDENTS-PARA
           IF WS-TABLE-OVERFLOWED
               DISPLAY "*** MORE STUDENTS OR INCIDENTS THAN THE TABLES "
                   "HOLD - NO EXTRACT WRITTEN ***"
               STOP RUN
           END-IF
           PERFORM GATHER-BALANCES-PARA

           OPEN INPUT ATTENDANCE-SUMMARY
           OPEN INPUT SUBJECT-REG-FILE
           OPEN INPUT SUBJECT-MASTER
           OPEN OUTPUT EXTRACT-FILE
           PERFORM WRITE-HEADER-PARA
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PORTAL-COUNT
               PERFORM WRITE-STUDENT-PARA
           END-PERFORM
           PERFORM WRITE-TRAILER-PARA
           CLOSE ATTENDANCE-SUMMARY
           CLOSE SUBJECT-REG-FILE
           CLOSE SUBJECT-MASTER
           CLOSE EXTRACT-FILE

           DISPLAY "----- Parent Portal Extract -----"
           DISPLAY "TERM                   : " WS-TERM-CODE
           DISPLAY "STUDENTS EXTRACTED     : " WS-PORTAL-COUNT
           DISPLAY "ENROLLED, NO GUARDIAN  : " WS-NO-GUARDIAN-COUNT
           DISPLAY "MARK RECORDS           : " WS-MARK-COUNT
           DISPLAY "INCIDENT RECORDS       : " WS-INCIDENT-SENT
           DISPLAY "DETAIL RECORDS         : " WS-RECORD-COUNT
           DISPLAY "HASH TOTAL             : " WS-HASH-TOTAL

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

           LOAD-GRADE-SCALE-PARA.

           OPEN INPUT GRADE-SCALE-FILE
           PERFORM READ-SCALE-PARA
           PERFORM BUILD-SCALE-TABLE-PARA UNTIL WS-SCALE-EOF
           CLOSE GRADE-SCALE-FILE.

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
           END-IF
           PERFORM READ-SCALE-PARA.

      *>--------------- who goes out ---------------

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
                       PERFORM CHECK-GUARDIAN-PARA
                   END-IF
           END-READ.

           CHECK-GUARDIAN-PARA.

           MOVE SM-STUDENT-ID TO GC-STUDENT-ID
           READ GUARDIAN-MASTER
               INVALID KEY
                   MOVE SPACES TO GC-GUARDIAN-NAME
           END-READ
           IF GC-GUARDIAN-NAME = SPACES
               ADD 1 TO WS-NO-GUARDIAN-COUNT
           ELSE
               IF WS-PORTAL-COUNT = 1000
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
               ELSE
                   ADD 1 TO WS-PORTAL-COUNT
                   SET WS-PT-IDX TO WS-PORTAL-COUNT
                   INITIALIZE WS-PORTAL-ENTRY(WS-PT-IDX)
                   MOVE SM-STUDENT-ID TO WS-PT-STUDENT-ID(WS-PT-IDX)
                   MOVE GC-GUARDIAN-NAME
                       TO WS-PT-GUARDIAN-NAME(WS-PT-IDX)
                   MOVE SM-STUDENT-NAME
                       TO WS-PT-STUDENT-NAME(WS-PT-IDX)
                   MOVE SM-STUDENT-CLASS TO WS-PT-CLASS(WS-PT-IDX)
                   MOVE SM-SECTION-CODE TO WS-PT-SECTION(WS-PT-IDX)
               END-IF
           END-IF.

           GATHER-INCIDENTS-PARA.

           OPEN INPUT INCIDENT-FILE
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE ZERO TO IN-INCIDENT-NO
           START INCIDENT-FILE KEY >= IN-INCIDENT-NO
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM NOTE-ONE-INCIDENT-PARA UNTIL WS-SCAN-EOF
           CLOSE INCIDENT-FILE.

           NOTE-ONE-INCIDENT-PARA.

           READ INCIDENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF IN-TERM-CODE = WS-TERM-CODE
                       SEARCH ALL WS-PORTAL-ENTRY
                           AT END CONTINUE
                           WHEN WS-PT-STUDENT-ID(WS-PT-IDX)
                                   = IN-STUDENT-ID
                               PERFORM TABLE-INCIDENT-PARA
                       END-SEARCH
                   END-IF
           END-READ.

           TABLE-INCIDENT-PARA.

           IF WS-INCIDENT-COUNT = 500
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
           ELSE
               ADD 1 TO WS-PT-INCIDENTS(WS-PT-IDX)
               ADD 1 TO WS-INCIDENT-COUNT
               SET WS-INC-IDX TO WS-INCIDENT-COUNT
               MOVE IN-STUDENT-ID TO WS-IT-STUDENT-ID(WS-INC-IDX)
               MOVE IN-INCIDENT-NO TO WS-IT-INCIDENT-NO(WS-INC-IDX)
               MOVE IN-INCIDENT-DATE TO WS-IT-DATE(WS-INC-IDX)
               MOVE IN-CATEGORY TO WS-IT-CATEGORY(WS-INC-IDX)
               MOVE IN-DESCRIPTION TO WS-IT-DESCRIPTION(WS-INC-IDX)
           END-IF.

           GATHER-BALANCES-PARA.

      *> the net balance is every ledger line on the account, all
      *> terms, the same figure the statement run prints
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

           IF BL-ADDS-TO-BALANCE
               MOVE BL-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT = ZERO - BL-AMOUNT
           END-IF
           SEARCH ALL WS-PORTAL-ENTRY
               AT END CONTINUE
               WHEN WS-PT-STUDENT-ID(WS-PT-IDX) = BL-STUDENT-ID
                   ADD WS-SIGNED-AMOUNT TO WS-PT-BALANCE(WS-PT-IDX)
           END-SEARCH
           PERFORM READ-BILLING-PARA.

      *>--------------- the extract ---------------

           WRITE-HEADER-PARA.

           MOVE SPACES TO PORTAL-HEADER-RECORD
           MOVE 'H' TO PTH-RECORD-TYPE
           MOVE WS-SCHOOL-CODE TO PTH-SCHOOL-CODE
           MOVE WS-TERM-CODE TO PTH-TERM-CODE
           MOVE WS-RUN-DATE TO PTH-RUN-DATE
           ACCEPT PTH-CREATED-DATE FROM DATE YYYYMMDD
           ACCEPT PTH-CREATED-TIME FROM TIME
           MOVE WS-PORTAL-COUNT TO PTH-STUDENT-COUNT
           WRITE PORTAL-HEADER-RECORD.

           WRITE-STUDENT-PARA.

           MOVE SPACES TO PORTAL-STUDENT-RECORD
           MOVE 'S' TO PTS-RECORD-TYPE
           MOVE WS-PT-STUDENT-ID(WS-PT-IDX) TO PTS-STUDENT-ID
           MOVE WS-PT-GUARDIAN-NAME(WS-PT-IDX) TO PTS-GUARDIAN-NAME
           MOVE WS-PT-STUDENT-NAME(WS-PT-IDX) TO PTS-STUDENT-NAME
           MOVE WS-PT-CLASS(WS-PT-IDX) TO PTS-STUDENT-CLASS
           MOVE WS-PT-SECTION(WS-PT-IDX) TO PTS-SECTION-CODE
           MOVE WS-PT-STUDENT-ID(WS-PT-IDX) TO ASM-STUDENT-ID
           MOVE WS-TERM-CODE TO ASM-TERM-CODE
           READ ATTENDANCE-SUMMARY
               INVALID KEY
                   MOVE ZERO TO PTS-DAYS-PRESENT
                   MOVE ZERO TO PTS-DAYS-ABSENT
               NOT INVALID KEY
                   MOVE ASM-DAYS-PRESENT TO PTS-DAYS-PRESENT
                   MOVE ASM-DAYS-ABSENT TO PTS-DAYS-ABSENT
           END-READ
           MOVE WS-PT-INCIDENTS(WS-PT-IDX) TO PTS-INCIDENT-COUNT
           MOVE WS-PT-BALANCE(WS-PT-IDX) TO PTS-NET-BALANCE
           ADD WS-PT-BALANCE(WS-PT-IDX) TO WS-BALANCE-TOTAL
           WRITE PORTAL-STUDENT-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD WS-PT-STUDENT-ID(WS-PT-IDX) TO WS-HASH-TOTAL

           PERFORM WRITE-MARKS-PARA
           IF WS-PT-INCIDENTS(WS-PT-IDX) > ZERO
               PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                       UNTIL WS-INC-IDX > WS-INCIDENT-COUNT
                   IF WS-IT-STUDENT-ID(WS-INC-IDX)
                           = WS-PT-STUDENT-ID(WS-PT-IDX)
                       PERFORM WRITE-INCIDENT-PARA
                   END-IF
               END-PERFORM
           END-IF.

           WRITE-MARKS-PARA.

      *> the registration key leads on student and term, so the
      *> student's subjects for the term are one short keyed browse
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE WS-PT-STUDENT-ID(WS-PT-IDX) TO SR-STUDENT-ID
           MOVE WS-TERM-CODE TO SR-TERM-CODE
           MOVE LOW-VALUES TO SR-SUBJECT-CODE
           START SUBJECT-REG-FILE KEY >= SR-REG-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM WRITE-ONE-MARK-PARA UNTIL WS-SCAN-EOF.

           WRITE-ONE-MARK-PARA.

           READ SUBJECT-REG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF SR-STUDENT-ID NOT = WS-PT-STUDENT-ID(WS-PT-IDX)
                           OR SR-TERM-CODE NOT = WS-TERM-CODE
                       MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   ELSE
                       PERFORM WRITE-MARK-RECORD-PARA
                   END-IF
           END-READ.

           WRITE-MARK-RECORD-PARA.

           MOVE SPACES TO PORTAL-MARK-RECORD
           MOVE 'M' TO PTM-RECORD-TYPE
           MOVE SR-STUDENT-ID TO PTM-STUDENT-ID
           MOVE WS-PT-GUARDIAN-NAME(WS-PT-IDX) TO PTM-GUARDIAN-NAME
           MOVE SR-SUBJECT-CODE TO PTM-SUBJECT-CODE
           MOVE SR-SUBJECT-CODE TO SB-SUBJECT-CODE
           READ SUBJECT-MASTER
               INVALID KEY
                   MOVE SPACES TO PTM-SUBJECT-NAME
               NOT INVALID KEY
                   MOVE SB-SUBJECT-NAME TO PTM-SUBJECT-NAME
           END-READ
           IF SR-MARK-ENTERED
               MOVE SR-MARK TO PTM-MARK
               MOVE 'Y' TO PTM-MARK-ENTERED-FLAG
               PERFORM GRADE-MARK-PARA
               ADD SR-MARK TO WS-HASH-TOTAL
           ELSE
               MOVE ZERO TO PTM-MARK
               MOVE 'N' TO PTM-MARK-ENTERED-FLAG
           END-IF
           WRITE PORTAL-MARK-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-MARK-COUNT
           ADD SR-STUDENT-ID TO WS-HASH-TOTAL.

           GRADE-MARK-PARA.

      *> the subject's own GRADE-SCALE rows decide pass/fail and the
      *> letter - the highest row the mark reaches; a subject with
      *> no rows of its own is lettered off the TOT thresholds with
      *> the mark scaled to a three-subject total
           MOVE 'FAIL' TO PTM-RESULT
           MOVE 'F' TO PTM-LETTER-GRADE
           MOVE ZERO TO WS-BEST-PASS-MARK
           MOVE 'N' TO WS-SUBJECT-ROWS-SWITCH
           PERFORM VARYING WS-SCALE-IDX FROM 1 BY 1
                   UNTIL WS-SCALE-IDX > WS-SCALE-COUNT
               IF WS-GS-SUBJECT-CODE(WS-SCALE-IDX) = SR-SUBJECT-CODE
                   MOVE 'Y' TO WS-SUBJECT-ROWS-SWITCH
                   IF SR-MARK >= WS-GS-PASS-MARK(WS-SCALE-IDX)
                           AND WS-GS-PASS-MARK(WS-SCALE-IDX)
                               >= WS-BEST-PASS-MARK
                       MOVE 'PASS' TO PTM-RESULT
                       MOVE WS-GS-PASS-MARK(WS-SCALE-IDX)
                           TO WS-BEST-PASS-MARK
                       IF WS-GS-LETTER-GRADE(WS-SCALE-IDX) NOT = SPACE
                           MOVE WS-GS-LETTER-GRADE(WS-SCALE-IDX)
                               TO PTM-LETTER-GRADE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-SUBJECT-HAS-ROWS
               MOVE SPACES TO PTM-RESULT
               MOVE ZERO TO WS-BEST-PASS-MARK
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
                           TO PTM-LETTER-GRADE
                   END-IF
               END-PERFORM
           END-IF.

           WRITE-INCIDENT-PARA.

           MOVE SPACES TO PORTAL-INCIDENT-RECORD
           MOVE 'I' TO PTI-RECORD-TYPE
           MOVE WS-IT-STUDENT-ID(WS-INC-IDX) TO PTI-STUDENT-ID
           MOVE WS-PT-GUARDIAN-NAME(WS-PT-IDX) TO PTI-GUARDIAN-NAME
           MOVE WS-IT-INCIDENT-NO(WS-INC-IDX) TO PTI-INCIDENT-NO
           MOVE WS-IT-DATE(WS-INC-IDX) TO PTI-INCIDENT-DATE
           MOVE WS-IT-CATEGORY(WS-INC-IDX) TO PTI-CATEGORY
           MOVE WS-IT-DESCRIPTION(WS-INC-IDX) TO PTI-DESCRIPTION
           WRITE PORTAL-INCIDENT-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-INCIDENT-SENT
           ADD WS-IT-STUDENT-ID(WS-INC-IDX) TO WS-HASH-TOTAL.

           WRITE-TRAILER-PARA.

           MOVE SPACES TO PORTAL-TRAILER-RECORD
           MOVE 'T' TO PTT-RECORD-TYPE
           MOVE WS-RECORD-COUNT TO PTT-RECORD-COUNT
           MOVE WS-PORTAL-COUNT TO PTT-STUDENT-COUNT
           MOVE WS-MARK-COUNT TO PTT-MARK-COUNT
           MOVE WS-INCIDENT-SENT TO PTT-INCIDENT-COUNT
           MOVE WS-HASH-TOTAL TO PTT-HASH-TOTAL
           MOVE WS-BALANCE-TOTAL TO PTT-BALANCE-TOTAL
           WRITE PORTAL-TRAILER-RECORD.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "PORTEXTR" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-RECORD-COUNT TO RC-RECORDS-PROCESSED
           MOVE WS-PORTAL-COUNT TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM ParentPortalExtract.
