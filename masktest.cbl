       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaskTestCopy.
       ENVIRONMENT DIVISION.
           *> masked test copies of the student, guardian and
           *> employee masters for testing changes and training new
           *> clerks, instead of copying the live files with every
           *> child's name and address and every salary and bank
           *> account on them
           *> STUDMAST, GUARDMST and EMPMAST are read in key order
           *> and written to STUDTEST, GUARDTST and EMPTEST with the
           *> same keys, so STUBILL, SUBJREG, DEDMAST and TRANHIST
           *> still join to the copies; operations points the test
           *> region's STUDMAST, GUARDMST and EMPMAST at them
           *> names, postal addresses, postal codes, phone numbers
           *> and EM-BANK-ACCOUNT are replaced with generated values
           *> built from the key - blank stays blank; the bank code
           *> is kept so bank-file runs still group
           *> salary, hourly rate and the year-to-date gross and tax
           *> are moved by one factor per employee, up or down by no
           *> more than the CTLPARM MASKPCT percent (default 10) and
           *> never by nothing; the factor is drawn from the key and
           *> the CTLPARM MASKSEED value (default the time of day),
           *> so the same seed gives the same copy again
           *> trailer records are copied as they are
           *> the control report reads each live master and its copy
           *> side by side: record counts must agree and no original
           *> name, address, phone, bank account or pay amount may
           *> be left in the copy - anything else says DO NOT RELEASE
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT GUARDIAN-MASTER ASSIGN TO "GUARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GC-STUDENT-ID
               FILE STATUS IS WS-GUARDIAN-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT STUDENT-TEST-COPY ASSIGN TO "STUDTEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XS-STUDENT-ID
               FILE STATUS IS WS-STUDTEST-STATUS.

           SELECT GUARDIAN-TEST-COPY ASSIGN TO "GUARDTST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XG-STUDENT-ID
               FILE STATUS IS WS-GUARDTST-STATUS.

           SELECT EMPLOYEE-TEST-COPY ASSIGN TO "EMPTEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XE-EMP-ID
               FILE STATUS IS WS-EMPTEST-STATUS.

           SELECT PRINT-FILE ASSIGN TO "MASKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       FD STUDENT-MASTER.
           COPY STUDMSTR.

       FD GUARDIAN-MASTER.
           COPY GUARDIAN.

       FD EMPLOYEE-MASTER.
           COPY EMPMSTR.

      *> the copies carry the master layouts byte for byte - only
      *> the key and the masked fields are named here
       FD STUDENT-TEST-COPY.
           01 STUDENT-TEST-RECORD.
               05 XS-STUDENT-ID          PIC 9(05).
               05 XS-STUDENT-NAME        PIC X(10).
               05 FILLER                 PIC X(50).

       FD GUARDIAN-TEST-COPY.
           01 GUARDIAN-TEST-RECORD.
               05 XG-STUDENT-ID          PIC 9(05).
               05 XG-GUARDIAN-NAME       PIC X(20).
               05 FILLER                 PIC X(10).
               05 XG-POSTAL-ADDRESS      PIC X(30).
               05 XG-POSTAL-CODE         PIC X(08).
               05 XG-PHONE               PIC X(12).
               05 FILLER                 PIC X(06).

       FD EMPLOYEE-TEST-COPY.
           01 EMPLOYEE-TEST-RECORD.
               05 XE-EMP-ID              PIC 9(05).
               05 XE-EMP-NAME            PIC X(10).
               05 FILLER                 PIC X(13).
               05 XE-SALARY              PIC S9(07)V99.
               05 XE-YTD-GROSS-PAY       PIC 9(09)V99.
               05 XE-YTD-TAX-WITHHELD    PIC 9(09)V99.
               05 FILLER                 PIC X(12).
               05 XE-BANK-ACCOUNT        PIC X(12).
               05 FILLER                 PIC X(01).
               05 XE-HOURLY-RATE         PIC 9(03)V99.
               05 FILLER                 PIC X(19).

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD OPERATOR-ALERT-FILE.
           COPY OPALERT.

       WORKING-STORAGE SECTION.

           01 WS-ALERT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ALERT-JOB PIC X(08) VALUE "MASKTEST".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-GUARDIAN-STATUS PIC X(02) VALUE SPACES.
           01 WS-EMPLOYEE-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDTEST-STATUS PIC X(02) VALUE SPACES.
           01 WS-GUARDTST-STATUS PIC X(02) VALUE SPACES.
           01 WS-EMPTEST-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-COPY-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-COPY-EOF VALUE 'Y'.
           01 WS-PERCENT-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PERCENT-FOUND VALUE 'Y'.
           01 WS-SEED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SEED-FOUND VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-MASK-PERCENT PIC 9(02) VALUE 10.
           01 WS-MASK-SEED PIC 9(07) VALUE ZERO.

      *> masking work areas
           01 WS-KEY PIC 9(05) VALUE ZERO.
           01 WS-SPREAD PIC 9(05) VALUE ZERO.
           01 WS-DRAW PIC 9(11) VALUE ZERO.
           01 WS-QUOTIENT PIC 9(11) VALUE ZERO.
           01 WS-OFFSET PIC S9(05) VALUE ZERO.
           01 WS-HOUSE-NUMBER PIC 9(03) VALUE ZERO.
           01 WS-STREET-SUB PIC 9(02) VALUE ZERO.
           01 WS-ACCOUNT-NUMBER PIC 9(11) VALUE ZERO.
           01 WS-GENERATED-NAME PIC X(20) VALUE SPACES.

           01 WS-STREET-LIST.
               05 FILLER PIC X(12) VALUE "MILL LANE".
               05 FILLER PIC X(12) VALUE "CHURCH ROAD".
               05 FILLER PIC X(12) VALUE "STATION ROAD".
               05 FILLER PIC X(12) VALUE "PARK AVENUE".
               05 FILLER PIC X(12) VALUE "HIGH STREET".
               05 FILLER PIC X(12) VALUE "ORCHARD WAY".
               05 FILLER PIC X(12) VALUE "BRIDGE ROAD".
               05 FILLER PIC X(12) VALUE "MEADOW CLOSE".
           01 WS-STREET-TABLE REDEFINES WS-STREET-LIST.
               05 WS-STREET-NAME PIC X(12) OCCURS 8 TIMES.

      *> one line per masked field on the control report
           01 WS-FIELD-LIST.
               05 FILLER PIC X(28) VALUE "STUDMASTSTUDENT NAME".
               05 FILLER PIC X(28) VALUE "GUARDMSTGUARDIAN NAME".
               05 FILLER PIC X(28) VALUE "GUARDMSTPOSTAL ADDRESS".
               05 FILLER PIC X(28) VALUE "GUARDMSTPOSTAL CODE".
               05 FILLER PIC X(28) VALUE "GUARDMSTPHONE".
               05 FILLER PIC X(28) VALUE "EMPMAST EMPLOYEE NAME".
               05 FILLER PIC X(28) VALUE "EMPMAST BANK ACCOUNT".
               05 FILLER PIC X(28) VALUE "EMPMAST SALARY".
               05 FILLER PIC X(28) VALUE "EMPMAST HOURLY RATE".
               05 FILLER PIC X(28) VALUE "EMPMAST YTD GROSS PAY".
               05 FILLER PIC X(28) VALUE "EMPMAST YTD TAX WITHHELD".
           01 WS-FIELD-TABLE REDEFINES WS-FIELD-LIST.
               05 WS-FIELD-ENTRY OCCURS 11 TIMES.
                   10 WS-FD-FILE PIC X(08).
                   10 WS-FD-LABEL PIC X(20).
           01 WS-FIELD-COUNTS.
               05 WS-FIELD-COUNT-ENTRY OCCURS 11 TIMES.
                   10 WS-FD-CHECKED PIC 9(07).
                   10 WS-FD-SURVIVED PIC 9(07).
           01 WS-FIELD-SUB PIC 9(02) VALUE ZERO.

      *> record counts - live read, copy written, copy read back
           01 WS-FILE-COUNTS.
               05 WS-FILE-COUNT-ENTRY OCCURS 3 TIMES.
                   10 WS-FC-READ PIC 9(07).
                   10 WS-FC-WRITTEN PIC 9(07).
                   10 WS-FC-IN-COPY PIC 9(07).
                   10 WS-FC-KEY-MISMATCH PIC 9(07).
                   10 WS-FC-TRAILERS PIC 9(07).
           01 WS-FILE-SUB PIC 9(01) VALUE ZERO.
           01 WS-TOTAL-WRITTEN PIC 9(07) VALUE ZERO.
           01 WS-TOTAL-SURVIVED PIC 9(07) VALUE ZERO.
           01 WS-FAULT-COUNT PIC 9(05) VALUE ZERO.

           01 WS-EDIT-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM LOAD-CONTROL-PARMS-PARA
           INITIALIZE WS-FIELD-COUNTS
           INITIALIZE WS-FILE-COUNTS

           PERFORM COPY-STUDENTS-PARA
           PERFORM COPY-GUARDIANS-PARA
           PERFORM COPY-EMPLOYEES-PARA

           PERFORM VERIFY-STUDENTS-PARA
           PERFORM VERIFY-GUARDIANS-PARA
           PERFORM VERIFY-EMPLOYEES-PARA

           PERFORM PRINT-CONTROL-REPORT-PARA
           PERFORM LOG-RUN-CONTROL-PARA

           DISPLAY "----- Masked Test Copies -----"
           DISPLAY "STUDTEST RECORDS WRITTEN : " WS-FC-WRITTEN(1)
           DISPLAY "GUARDTST RECORDS WRITTEN : " WS-FC-WRITTEN(2)
           DISPLAY "EMPTEST  RECORDS WRITTEN : " WS-FC-WRITTEN(3)
           DISPLAY "ORIGINAL VALUES SURVIVING: " WS-TOTAL-SURVIVED
           IF WS-FAULT-COUNT = ZERO
               DISPLAY "CONTROL CLEAN - COPIES MAY BE RELEASED"
           ELSE
               DISPLAY "*** CONTROL FAILED - DO NOT RELEASE THE "
                   "COPIES - SEE MASKRPT ***"
           END-IF

            STOP RUN.

           CHECK-FILE-STATUS-PARA.

           IF WS-CHECK-STATUS = "00" OR WS-CHECK-STATUS = "02"
                   OR WS-CHECK-STATUS = "04"
                   OR WS-CHECK-STATUS = "05"
                   OR WS-CHECK-STATUS = "10"
               CONTINUE
           ELSE
               OPEN EXTEND OPERATOR-ALERT-FILE
               MOVE WS-ALERT-JOB TO OA-JOB-NAME
               MOVE WS-CHECK-FILE TO OA-FILE-NAME
               MOVE WS-CHECK-STATUS TO OA-FILE-STATUS
               MOVE WS-CHECK-KEY TO OA-RECORD-KEY
               MOVE WS-CHECK-PARAGRAPH TO OA-PARAGRAPH
               ACCEPT OA-ALERT-DATE FROM DATE YYYYMMDD
               ACCEPT OA-ALERT-TIME FROM TIME
               WRITE OPERATOR-ALERT-RECORD
               CLOSE OPERATOR-ALERT-FILE
               DISPLAY "*** FILE STATUS " WS-CHECK-STATUS
                   " ON " WS-CHECK-FILE
                   " IN " WS-CHECK-PARAGRAPH
                   " - OPERATOR ALERT WRITTEN ***"
               IF WS-CHECK-STATUS(1:1) = '3'
                       OR WS-CHECK-STATUS(1:1) = '4'
                       OR WS-CHECK-STATUS(1:1) = '9'
                   DISPLAY "*** UNSAFE TO CONTINUE - RUN STOPPED ***"
                   STOP RUN
               END-IF
           END-IF.

           LOAD-RUN-PARM-PARA.

           OPEN INPUT RUN-PARM-FILE
           READ RUN-PARM-FILE
               AT END DISPLAY "RUN-PARM RECORD MISSING - USING TODAY"
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE RP-RUN-DATE TO WS-RUN-DATE
           END-READ
           CLOSE RUN-PARM-FILE.

           LOAD-CONTROL-PARMS-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CONTROL-PARAMETER-FILE
           PERFORM READ-CONTROL-PARM-PARA
           PERFORM NOTE-CONTROL-PARM-PARA UNTIL WS-EOF
           CLOSE CONTROL-PARAMETER-FILE
           IF WS-MASK-PERCENT = ZERO OR WS-MASK-PERCENT > 50
               MOVE 10 TO WS-MASK-PERCENT
           END-IF
           IF NOT WS-PERCENT-FOUND
               DISPLAY "NO MASKPCT ROW ON CTLPARM - USING DEFAULT "
                   WS-MASK-PERCENT
           END-IF
           IF NOT WS-SEED-FOUND
               MOVE WS-START-TIME TO WS-MASK-SEED
               DISPLAY "NO MASKSEED ROW ON CTLPARM - USING THE TIME "
                   "OF DAY"
           END-IF.

           READ-CONTROL-PARM-PARA.

           READ CONTROL-PARAMETER-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

           NOTE-CONTROL-PARM-PARA.

           EVALUATE CP-PARM-CODE
               WHEN "MASKPCT "
                   MOVE CP-PARM-VALUE TO WS-MASK-PERCENT
                   MOVE 'Y' TO WS-PERCENT-SWITCH
               WHEN "MASKSEED"
                   MOVE CP-PARM-VALUE TO WS-MASK-SEED
                   MOVE 'Y' TO WS-SEED-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-CONTROL-PARM-PARA.

      *>--------------- masking copy ----------------------------

           COPY-STUDENTS-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STUDENT-MASTER
           MOVE WS-STUDENT-STATUS TO WS-CHECK-STATUS
           MOVE "STUDMAST" TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "COPY-STUDENTS-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           OPEN OUTPUT STUDENT-TEST-COPY
           MOVE WS-STUDTEST-STATUS TO WS-CHECK-STATUS
           MOVE "STUDTEST" TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM UNTIL WS-EOF
               READ STUDENT-MASTER
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-FC-READ(1)
                       PERFORM MASK-STUDENT-PARA
               END-READ
           END-PERFORM
           CLOSE STUDENT-MASTER
           CLOSE STUDENT-TEST-COPY.

           MASK-STUDENT-PARA.

           IF SM-TRAILER-RECORD
               ADD 1 TO WS-FC-TRAILERS(1)
           ELSE
               MOVE SM-STUDENT-ID TO WS-KEY
               MOVE SPACES TO SM-STUDENT-NAME
               STRING "PUPIL" WS-KEY DELIMITED BY SIZE
                   INTO SM-STUDENT-NAME
               END-STRING
           END-IF
           MOVE STUDENT-MASTER-RECORD TO STUDENT-TEST-RECORD
           WRITE STUDENT-TEST-RECORD
               INVALID KEY
                   DISPLAY "STUDTEST KEY OUT OF SEQUENCE "
                       SM-STUDENT-ID-X " SKIPPED"
               NOT INVALID KEY
                   ADD 1 TO WS-FC-WRITTEN(1)
           END-WRITE.

           COPY-GUARDIANS-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GUARDIAN-MASTER
           MOVE WS-GUARDIAN-STATUS TO WS-CHECK-STATUS
           MOVE "GUARDMST" TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "COPY-GUARDIANS-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           OPEN OUTPUT GUARDIAN-TEST-COPY
           MOVE WS-GUARDTST-STATUS TO WS-CHECK-STATUS
           MOVE "GUARDTST" TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM UNTIL WS-EOF
               READ GUARDIAN-MASTER
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-FC-READ(2)
                       PERFORM MASK-GUARDIAN-PARA
               END-READ
           END-PERFORM
           CLOSE GUARDIAN-MASTER
           CLOSE GUARDIAN-TEST-COPY.

           MASK-GUARDIAN-PARA.

           MOVE GC-STUDENT-ID TO WS-KEY
           IF GC-GUARDIAN-NAME NOT = SPACES
               MOVE SPACES TO GC-GUARDIAN-NAME
               STRING "GUARDIAN " WS-KEY DELIMITED BY SIZE
                   INTO GC-GUARDIAN-NAME
               END-STRING
           END-IF
           IF GC-POSTAL-ADDRESS NOT = SPACES
               DIVIDE WS-KEY BY 8 GIVING WS-QUOTIENT
                   REMAINDER WS-STREET-SUB
               ADD 1 TO WS-STREET-SUB
               DIVIDE WS-KEY BY 199 GIVING WS-QUOTIENT
                   REMAINDER WS-HOUSE-NUMBER
               ADD 1 TO WS-HOUSE-NUMBER
               MOVE SPACES TO GC-POSTAL-ADDRESS
               STRING WS-HOUSE-NUMBER " " DELIMITED BY SIZE
                   WS-STREET-NAME(WS-STREET-SUB) DELIMITED BY "  "
                   " TESTTOWN" DELIMITED BY SIZE
                   INTO GC-POSTAL-ADDRESS
               END-STRING
           END-IF
           IF GC-POSTAL-CODE NOT = SPACES
               MOVE SPACES TO GC-POSTAL-CODE
               STRING "TT" WS-KEY DELIMITED BY SIZE
                   INTO GC-POSTAL-CODE
               END-STRING
           END-IF
           IF GC-PHONE NOT = SPACES
               MOVE SPACES TO GC-PHONE
               STRING "555-0" WS-KEY DELIMITED BY SIZE
                   INTO GC-PHONE
               END-STRING
           END-IF
           MOVE GUARDIAN-CONTACT-RECORD TO GUARDIAN-TEST-RECORD
           WRITE GUARDIAN-TEST-RECORD
               INVALID KEY
                   DISPLAY "GUARDTST KEY OUT OF SEQUENCE "
                       GC-STUDENT-ID " SKIPPED"
               NOT INVALID KEY
                   ADD 1 TO WS-FC-WRITTEN(2)
           END-WRITE.

           COPY-EMPLOYEES-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT EMPLOYEE-MASTER
           MOVE WS-EMPLOYEE-STATUS TO WS-CHECK-STATUS
           MOVE "EMPMAST " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "COPY-EMPLOYEES-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           OPEN OUTPUT EMPLOYEE-TEST-COPY
           MOVE WS-EMPTEST-STATUS TO WS-CHECK-STATUS
           MOVE "EMPTEST " TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-MASTER
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-FC-READ(3)
                       PERFORM MASK-EMPLOYEE-PARA
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           CLOSE EMPLOYEE-TEST-COPY.

           MASK-EMPLOYEE-PARA.

           IF EM-TRAILER-RECORD
               ADD 1 TO WS-FC-TRAILERS(3)
           ELSE
               MOVE EM-EMP-ID TO WS-KEY
               MOVE SPACES TO EM-EMP-NAME
               STRING "STAFF" WS-KEY DELIMITED BY SIZE
                   INTO EM-EMP-NAME
               END-STRING
               IF NOT EM-NO-BANK-DETAILS
                   PERFORM MASK-BANK-ACCOUNT-PARA
               END-IF
               PERFORM PERTURB-PAY-PARA
           END-IF
           MOVE EMPLOYEE-MASTER-RECORD TO EMPLOYEE-TEST-RECORD
           WRITE EMPLOYEE-TEST-RECORD
               INVALID KEY
                   DISPLAY "EMPTEST KEY OUT OF SEQUENCE "
                       EM-EMP-ID-X " SKIPPED"
               NOT INVALID KEY
                   ADD 1 TO WS-FC-WRITTEN(3)
           END-WRITE.

           MASK-BANK-ACCOUNT-PARA.

      *> an eleven-digit number from the key and the seed behind a
      *> leading 9 - on the rare draw that lands on the real
      *> account the leading digit becomes 8
           COMPUTE WS-DRAW = WS-KEY * 7919 + WS-MASK-SEED * 13
           DIVIDE WS-DRAW BY 99999999989 GIVING WS-QUOTIENT
               REMAINDER WS-ACCOUNT-NUMBER
           MOVE SPACES TO WS-GENERATED-NAME
           STRING "9" WS-ACCOUNT-NUMBER DELIMITED BY SIZE
               INTO WS-GENERATED-NAME
           END-STRING
           IF WS-GENERATED-NAME(1:12) = EM-BANK-ACCOUNT
               MOVE "8" TO WS-GENERATED-NAME(1:1)
           END-IF
           MOVE WS-GENERATED-NAME(1:12) TO EM-BANK-ACCOUNT.

           PERTURB-PAY-PARA.

      *> one factor per employee in tenths of a percent, between
      *> minus and plus MASKPCT and never zero, applied to every
      *> pay amount so gross, tax and rate stay in proportion
           COMPUTE WS-SPREAD = WS-MASK-PERCENT * 20 + 1
           COMPUTE WS-DRAW = WS-KEY * 7727 + WS-MASK-SEED * 31 + 17
           DIVIDE WS-DRAW BY WS-SPREAD GIVING WS-QUOTIENT
               REMAINDER WS-OFFSET
           COMPUTE WS-OFFSET = WS-OFFSET - WS-MASK-PERCENT * 10
           IF WS-OFFSET = ZERO
               COMPUTE WS-OFFSET = WS-MASK-PERCENT * 5
           END-IF
           COMPUTE EM-SALARY ROUNDED =
               EM-SALARY + EM-SALARY * WS-OFFSET / 1000
               ON SIZE ERROR
                   MOVE 9999999.99 TO EM-SALARY
           END-COMPUTE
           COMPUTE EM-HOURLY-RATE ROUNDED =
               EM-HOURLY-RATE + EM-HOURLY-RATE * WS-OFFSET / 1000
               ON SIZE ERROR
                   MOVE 999.99 TO EM-HOURLY-RATE
           END-COMPUTE
           COMPUTE EM-YTD-GROSS-PAY ROUNDED =
               EM-YTD-GROSS-PAY + EM-YTD-GROSS-PAY * WS-OFFSET / 1000
               ON SIZE ERROR
                   MOVE 999999999.99 TO EM-YTD-GROSS-PAY
           END-COMPUTE
           COMPUTE EM-YTD-TAX-WITHHELD ROUNDED =
               EM-YTD-TAX-WITHHELD
               + EM-YTD-TAX-WITHHELD * WS-OFFSET / 1000
               ON SIZE ERROR
                   MOVE 999999999.99 TO EM-YTD-TAX-WITHHELD
           END-COMPUTE.

      *>--------------- control check -----------------------------

           VERIFY-STUDENTS-PARA.

      *> the live master and its copy read side by side in key order
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-COPY-EOF-SWITCH
           OPEN INPUT STUDENT-MASTER
           OPEN INPUT STUDENT-TEST-COPY
           MOVE WS-STUDTEST-STATUS TO WS-CHECK-STATUS
           MOVE "STUDTEST" TO WS-CHECK-FILE
           MOVE "VERIFY-STUDENTS-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM UNTIL WS-COPY-EOF
               READ STUDENT-TEST-COPY
                   AT END MOVE 'Y' TO WS-COPY-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-FC-IN-COPY(1)
                       PERFORM CHECK-STUDENT-PARA
               END-READ
           END-PERFORM
           CLOSE STUDENT-MASTER
           CLOSE STUDENT-TEST-COPY.

           CHECK-STUDENT-PARA.

           READ STUDENT-MASTER
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           PERFORM UNTIL WS-EOF OR SM-STUDENT-ID-X NOT < XS-STUDENT-ID
               READ STUDENT-MASTER
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
               END-READ
           END-PERFORM
           IF WS-EOF OR SM-STUDENT-ID-X NOT = XS-STUDENT-ID
               ADD 1 TO WS-FC-KEY-MISMATCH(1)
           ELSE
               IF NOT SM-TRAILER-RECORD
                       AND SM-STUDENT-NAME NOT = SPACES
                   ADD 1 TO WS-FD-CHECKED(1)
                   IF XS-STUDENT-NAME = SM-STUDENT-NAME
                       ADD 1 TO WS-FD-SURVIVED(1)
                   END-IF
               END-IF
           END-IF.

           VERIFY-GUARDIANS-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-COPY-EOF-SWITCH
           OPEN INPUT GUARDIAN-MASTER
           OPEN INPUT GUARDIAN-TEST-COPY
           MOVE WS-GUARDTST-STATUS TO WS-CHECK-STATUS
           MOVE "GUARDTST" TO WS-CHECK-FILE
           MOVE "VERIFY-GUARDIANS-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM UNTIL WS-COPY-EOF
               READ GUARDIAN-TEST-COPY
                   AT END MOVE 'Y' TO WS-COPY-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-FC-IN-COPY(2)
                       PERFORM CHECK-GUARDIAN-PARA
               END-READ
           END-PERFORM
           CLOSE GUARDIAN-MASTER
           CLOSE GUARDIAN-TEST-COPY.

           CHECK-GUARDIAN-PARA.

           READ GUARDIAN-MASTER
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           PERFORM UNTIL WS-EOF OR GC-STUDENT-ID NOT < XG-STUDENT-ID
               READ GUARDIAN-MASTER
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
               END-READ
           END-PERFORM
           IF WS-EOF OR GC-STUDENT-ID NOT = XG-STUDENT-ID
               ADD 1 TO WS-FC-KEY-MISMATCH(2)
           ELSE
               IF GC-GUARDIAN-NAME NOT = SPACES
                   ADD 1 TO WS-FD-CHECKED(2)
                   IF XG-GUARDIAN-NAME = GC-GUARDIAN-NAME
                       ADD 1 TO WS-FD-SURVIVED(2)
                   END-IF
               END-IF
               IF GC-POSTAL-ADDRESS NOT = SPACES
                   ADD 1 TO WS-FD-CHECKED(3)
                   IF XG-POSTAL-ADDRESS = GC-POSTAL-ADDRESS
                       ADD 1 TO WS-FD-SURVIVED(3)
                   END-IF
               END-IF
               IF GC-POSTAL-CODE NOT = SPACES
                   ADD 1 TO WS-FD-CHECKED(4)
                   IF XG-POSTAL-CODE = GC-POSTAL-CODE
                       ADD 1 TO WS-FD-SURVIVED(4)
                   END-IF
               END-IF
               IF GC-PHONE NOT = SPACES
                   ADD 1 TO WS-FD-CHECKED(5)
                   IF XG-PHONE = GC-PHONE
                       ADD 1 TO WS-FD-SURVIVED(5)
                   END-IF
               END-IF
           END-IF.

           VERIFY-EMPLOYEES-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-COPY-EOF-SWITCH
           OPEN INPUT EMPLOYEE-MASTER
           OPEN INPUT EMPLOYEE-TEST-COPY
           MOVE WS-EMPTEST-STATUS TO WS-CHECK-STATUS
           MOVE "EMPTEST " TO WS-CHECK-FILE
           MOVE "VERIFY-EMPLOYEES-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM UNTIL WS-COPY-EOF
               READ EMPLOYEE-TEST-COPY
                   AT END MOVE 'Y' TO WS-COPY-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-FC-IN-COPY(3)
                       PERFORM CHECK-EMPLOYEE-PARA
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           CLOSE EMPLOYEE-TEST-COPY.

           CHECK-EMPLOYEE-PARA.

           READ EMPLOYEE-MASTER
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           PERFORM UNTIL WS-EOF OR EM-EMP-ID-X NOT < XE-EMP-ID
               READ EMPLOYEE-MASTER
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
               END-READ
           END-PERFORM
           IF WS-EOF OR EM-EMP-ID-X NOT = XE-EMP-ID
               ADD 1 TO WS-FC-KEY-MISMATCH(3)
           ELSE
               IF NOT EM-TRAILER-RECORD
                   PERFORM CHECK-EMPLOYEE-FIELDS-PARA
               END-IF
           END-IF.

           CHECK-EMPLOYEE-FIELDS-PARA.

           IF EM-EMP-NAME NOT = SPACES
               ADD 1 TO WS-FD-CHECKED(6)
               IF XE-EMP-NAME = EM-EMP-NAME
                   ADD 1 TO WS-FD-SURVIVED(6)
               END-IF
           END-IF
           IF NOT EM-NO-BANK-DETAILS
               ADD 1 TO WS-FD-CHECKED(7)
               IF XE-BANK-ACCOUNT = EM-BANK-ACCOUNT
                   ADD 1 TO WS-FD-SURVIVED(7)
               END-IF
           END-IF
           IF EM-SALARY NOT = ZERO
               ADD 1 TO WS-FD-CHECKED(8)
               IF XE-SALARY = EM-SALARY
                   ADD 1 TO WS-FD-SURVIVED(8)
               END-IF
           END-IF
           IF EM-HOURLY-RATE NOT = ZERO
               ADD 1 TO WS-FD-CHECKED(9)
               IF XE-HOURLY-RATE = EM-HOURLY-RATE
                   ADD 1 TO WS-FD-SURVIVED(9)
               END-IF
           END-IF
           IF EM-YTD-GROSS-PAY NOT = ZERO
               ADD 1 TO WS-FD-CHECKED(10)
               IF XE-YTD-GROSS-PAY = EM-YTD-GROSS-PAY
                   ADD 1 TO WS-FD-SURVIVED(10)
               END-IF
           END-IF
           IF EM-YTD-TAX-WITHHELD NOT = ZERO
               ADD 1 TO WS-FD-CHECKED(11)
               IF XE-YTD-TAX-WITHHELD = EM-YTD-TAX-WITHHELD
                   ADD 1 TO WS-FD-SURVIVED(11)
               END-IF
           END-IF.

      *>--------------- control report -----------------------------

           PRINT-CONTROL-REPORT-PARA.

           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "MASKRPT " TO WS-CHECK-FILE
           MOVE "PRINT-CONTROL-REPORT-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE "----- Masked Test Copies - Control Report -----"
               TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   PAY MOVED BY UP TO " DELIMITED BY SIZE
               WS-MASK-PERCENT DELIMITED BY SIZE
               " PERCENT" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "RECORD COUNTS" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE "LIVE      COPY      READ      WRITTEN   IN COPY"
               TO WS-PRINT-LINE
           MOVE "KEYS OFF  TRAILERS" TO WS-PRINT-LINE(51:18)
           PERFORM PRINT-LINE-PARA
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 3
               PERFORM PRINT-FILE-COUNT-PARA
           END-PERFORM
           PERFORM PRINT-LINE-PARA
           MOVE "MASKED FIELDS" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE "LIVE      FIELD                 CHECKED   ORIGINAL"
               TO WS-PRINT-LINE
           MOVE "SURVIVING" TO WS-PRINT-LINE(54:9)
           PERFORM PRINT-LINE-PARA
           PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
                   UNTIL WS-FIELD-SUB > 11
               PERFORM PRINT-FIELD-COUNT-PARA
           END-PERFORM
           PERFORM PRINT-LINE-PARA
           IF WS-FAULT-COUNT = ZERO
               MOVE "CONTROL RESULT : COUNTS AGREE AND NO ORIGINAL "
                   TO WS-PRINT-LINE
               MOVE "VALUE SURVIVES - COPIES MAY BE RELEASED"
                   TO WS-PRINT-LINE(47:39)
           ELSE
               MOVE "*** CONTROL RESULT : FAILED ON THE LINES MARKED "
                   TO WS-PRINT-LINE
               MOVE "- DO NOT RELEASE THE COPIES ***"
                   TO WS-PRINT-LINE(49:31)
           END-IF
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "CHECKED BY : __________________   DATE : __________"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           CLOSE PRINT-FILE.

           PRINT-FILE-COUNT-PARA.

           EVALUATE WS-FILE-SUB
               WHEN 1
                   MOVE "STUDMAST  STUDTEST" TO WS-PRINT-LINE
               WHEN 2
                   MOVE "GUARDMST  GUARDTST" TO WS-PRINT-LINE
               WHEN 3
                   MOVE "EMPMAST   EMPTEST" TO WS-PRINT-LINE
           END-EVALUATE
           ADD WS-FC-WRITTEN(WS-FILE-SUB) TO WS-TOTAL-WRITTEN
           MOVE WS-FC-READ(WS-FILE-SUB) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(21:7)
           MOVE WS-FC-WRITTEN(WS-FILE-SUB) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(31:7)
           MOVE WS-FC-IN-COPY(WS-FILE-SUB) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(41:7)
           MOVE WS-FC-KEY-MISMATCH(WS-FILE-SUB) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(51:7)
           MOVE WS-FC-TRAILERS(WS-FILE-SUB) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(61:7)
           IF WS-FC-READ(WS-FILE-SUB) NOT = WS-FC-WRITTEN(WS-FILE-SUB)
                   OR WS-FC-READ(WS-FILE-SUB)
                       NOT = WS-FC-IN-COPY(WS-FILE-SUB)
                   OR WS-FC-KEY-MISMATCH(WS-FILE-SUB) NOT = ZERO
               ADD 1 TO WS-FAULT-COUNT
               MOVE "** COUNTS DO NOT AGREE **" TO WS-PRINT-LINE(71:25)
           ELSE
               MOVE "COUNTS AGREE" TO WS-PRINT-LINE(71:12)
           END-IF
           PERFORM PRINT-LINE-PARA.

           PRINT-FIELD-COUNT-PARA.

           MOVE WS-FD-FILE(WS-FIELD-SUB) TO WS-PRINT-LINE(1:8)
           MOVE WS-FD-LABEL(WS-FIELD-SUB) TO WS-PRINT-LINE(11:20)
           MOVE WS-FD-CHECKED(WS-FIELD-SUB) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(33:7)
           MOVE WS-FD-SURVIVED(WS-FIELD-SUB) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(43:7)
           ADD WS-FD-SURVIVED(WS-FIELD-SUB) TO WS-TOTAL-SURVIVED
           IF WS-FD-SURVIVED(WS-FIELD-SUB) NOT = ZERO
               ADD 1 TO WS-FAULT-COUNT
               MOVE "** ORIGINAL VALUES LEFT IN THE COPY **"
                   TO WS-PRINT-LINE(54:38)
           END-IF
           PERFORM PRINT-LINE-PARA.

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
           MOVE "MASKTEST" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-TOTAL-WRITTEN TO RC-RECORDS-PROCESSED
           MOVE WS-TOTAL-SURVIVED TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM MaskTestCopy.
