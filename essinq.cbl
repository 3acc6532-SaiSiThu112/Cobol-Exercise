       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeSelfService.
       ENVIRONMENT DIVISION.
           *> employee self-service inquiry - an employee signs on
           *> with their own employee id and the personal PIN held on
           *> EMPLOYEE-PIN, apart from the operator passwords, and
           *> sees their last three pay slips' gross, tax and net
           *> from PAY-HISTORY, year-to-date gross and tax withheld,
           *> the LEAVE-BALANCE entitlement, taken and remaining
           *> days, and every open STAFF-LOAN with its balance and
           *> the instalments left as the loan office quotes them
           *> the pay, leave and loan files are opened for input
           *> only - the one thing written is the PIN's failed-try
           *> count, which locks it after three wrong PINs in a row -
           *> and every attempt, shown or refused, is logged to the
           *> SELF-SERVICE-LOG
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT EMPLOYEE-PIN-FILE ASSIGN TO "EMPPIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-EMP-ID
               FILE STATUS IS WS-PIN-STATUS.

           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT STAFF-LOAN-FILE ASSIGN TO "STAFLOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-LOAN-NO
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT OPTIONAL SELF-SERVICE-LOG ASSIGN TO "SSINQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
           COPY EMPMSTR.

       FD EMPLOYEE-PIN-FILE.
           COPY EMPPIN.

       FD PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD LEAVE-BALANCE-FILE.
           COPY LEAVEBAL.

       FD STAFF-LOAN-FILE.
           COPY STAFLOAN.

       FD SELF-SERVICE-LOG.
           COPY SSINQLOG.

       WORKING-STORAGE SECTION.

           01 WS-EMPLOYEE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PIN-STATUS PIC X(02) VALUE SPACES.
           01 WS-PAYHIST-STATUS PIC X(02) VALUE SPACES.
           01 WS-LEAVE-STATUS PIC X(02) VALUE SPACES.
           01 WS-LOAN-STATUS PIC X(02) VALUE SPACES.
           01 WS-LOG-STATUS PIC X(02) VALUE SPACES.

           01 WS-LEAVE-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LEAVE-OPEN VALUE 'Y'.
           01 WS-LOAN-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LOAN-FILE-OPEN VALUE 'Y'.
           01 WS-PAYHIST-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PAYHIST-EOF VALUE 'Y'.
           01 WS-LOAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LOAN-EOF VALUE 'Y'.

           01 WS-INQUIRY-EMP-ID PIC 9(05) VALUE ZERO.
           01 WS-ENTERED-PIN PIC X(06) VALUE SPACES.
           01 WS-MAX-PIN-TRIES PIC 9(01) VALUE 3.
           01 WS-PIN-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PIN-OK VALUE 'Y'.
           01 WS-INQUIRY-RESULT PIC X(08) VALUE SPACES.

           01 WS-SLIP-TABLE.
               02 WS-SLIP-ENTRY OCCURS 3 TIMES.
                   05 WS-SLIP-DATE PIC 9(08).
                   05 WS-SLIP-GROSS PIC S9(07)V99.
                   05 WS-SLIP-TAX PIC 9(07)V99.
                   05 WS-SLIP-NET PIC S9(07)V99.
           01 WS-SLIP-COUNT PIC 9(01) VALUE ZERO.
           01 WS-SLIP-MAX PIC 9(01) VALUE 3.
           01 WS-SLIP-POS PIC 9(01) VALUE ZERO.
           01 I PIC 9(02) VALUE ZERO.

           01 WS-REMAINING-DAYS PIC S9(03)V9 VALUE ZERO.
           01 WS-LOAN-COUNT PIC 9(03) VALUE ZERO.
           01 WS-MONTHS-LEFT PIC 9(03) VALUE ZERO.
           01 WS-REBATE PIC 9(09)V99 VALUE ZERO.
           01 WS-SETTLEMENT PIC 9(09)V99 VALUE ZERO.

           01 WS-GROSS-EDIT PIC -,---,--9.99.
           01 WS-TAX-EDIT PIC -,---,--9.99.
           01 WS-NET-EDIT PIC -,---,--9.99.
           01 WS-AMOUNT-EDIT PIC ---,---,--9.99.
           01 WS-DAYS-EDIT PIC ---9.9.

           01 WS-MORE-SWITCH PIC X(01) VALUE 'Y'.
               88 WS-MORE-INQUIRIES VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "EMPLOYEE-MASTER NOT AVAILABLE - STATUS "
                   WS-EMPLOYEE-STATUS
               STOP RUN
           END-IF
           OPEN I-O EMPLOYEE-PIN-FILE
           IF WS-PIN-STATUS NOT = "00"
               DISPLAY "NO EMPLOYEE PINS ON FILE - SELF-SERVICE IS "
                   "NOT SET UP"
               CLOSE EMPLOYEE-MASTER
               STOP RUN
           END-IF
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-LEAVE-STATUS = "00"
               MOVE 'Y' TO WS-LEAVE-OPEN-SWITCH
           END-IF
           OPEN INPUT STAFF-LOAN-FILE
           IF WS-LOAN-STATUS = "00"
               MOVE 'Y' TO WS-LOAN-OPEN-SWITCH
           END-IF
           OPEN EXTEND SELF-SERVICE-LOG

           PERFORM INQUIRY-PARA UNTIL NOT WS-MORE-INQUIRIES

           CLOSE EMPLOYEE-MASTER
           CLOSE EMPLOYEE-PIN-FILE
           IF WS-LEAVE-OPEN
               CLOSE LEAVE-BALANCE-FILE
           END-IF
           IF WS-LOAN-FILE-OPEN
               CLOSE STAFF-LOAN-FILE
           END-IF
           CLOSE SELF-SERVICE-LOG

            STOP RUN.

           INQUIRY-PARA.

           DISPLAY "ENTER EMPLOYEE ID (0 TO END) "
           ACCEPT WS-INQUIRY-EMP-ID

           IF WS-INQUIRY-EMP-ID = ZERO
               MOVE 'N' TO WS-MORE-SWITCH
           ELSE
               DISPLAY "ENTER PIN "
               ACCEPT WS-ENTERED-PIN
               PERFORM VERIFY-PIN-PARA
               IF WS-PIN-OK
                   PERFORM SHOW-STATEMENT-PARA
               END-IF
               PERFORM LOG-INQUIRY-PARA
               MOVE SPACES TO WS-ENTERED-PIN
           END-IF.

      *>--------------- sign-on ------------------------------------

           VERIFY-PIN-PARA.

      *> an unknown employee, an employee with no PIN and a wrong
      *> PIN all get the same answer, so the screen cannot be used
      *> to find out who is on the payroll
           MOVE 'N' TO WS-PIN-OK-SWITCH
           MOVE WS-INQUIRY-EMP-ID TO EM-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "NOTFOUND" TO WS-INQUIRY-RESULT
                   DISPLAY "EMPLOYEE ID OR PIN NOT RECOGNISED"
               NOT INVALID KEY
                   MOVE WS-INQUIRY-EMP-ID TO EN-EMP-ID
                   READ EMPLOYEE-PIN-FILE
                       INVALID KEY
                           MOVE "NOPIN   " TO WS-INQUIRY-RESULT
                           DISPLAY "EMPLOYEE ID OR PIN NOT RECOGNISED"
                       NOT INVALID KEY
                           PERFORM CHECK-PIN-PARA
                   END-READ
           END-READ.

           CHECK-PIN-PARA.

           IF EN-PIN-LOCKED
               MOVE "LOCKED  " TO WS-INQUIRY-RESULT
               DISPLAY "PIN IS LOCKED - CONTACT THE PAYROLL OFFICE"
           ELSE
               IF EN-PIN = WS-ENTERED-PIN
                   MOVE 'Y' TO WS-PIN-OK-SWITCH
                   MOVE "SHOWN   " TO WS-INQUIRY-RESULT
                   IF EN-FAILED-COUNT > ZERO
                       MOVE ZERO TO EN-FAILED-COUNT
                       PERFORM REWRITE-PIN-PARA
                   END-IF
               ELSE
                   MOVE "BADPIN  " TO WS-INQUIRY-RESULT
                   ADD 1 TO EN-FAILED-COUNT
                   IF EN-FAILED-COUNT >= WS-MAX-PIN-TRIES
                       MOVE 'L' TO EN-PIN-STATUS
                       DISPLAY "TOO MANY WRONG PINS - PIN IS NOW "
                           "LOCKED, CONTACT THE PAYROLL OFFICE"
                   ELSE
                       DISPLAY "EMPLOYEE ID OR PIN NOT RECOGNISED"
                   END-IF
                   PERFORM REWRITE-PIN-PARA
               END-IF
           END-IF.

           REWRITE-PIN-PARA.

           REWRITE EMPLOYEE-PIN-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO UPDATE PIN RECORD - STATUS "
                       WS-PIN-STATUS
           END-REWRITE.

           LOG-INQUIRY-PARA.

           MOVE WS-INQUIRY-EMP-ID TO SQ-EMP-ID
           ACCEPT SQ-INQUIRY-DATE FROM DATE YYYYMMDD
           ACCEPT SQ-INQUIRY-TIME FROM TIME
           MOVE WS-INQUIRY-RESULT TO SQ-RESULT
           WRITE SELF-SERVICE-LOG-RECORD.

      *>--------------- statement ----------------------------------

           SHOW-STATEMENT-PARA.

           DISPLAY " "
           DISPLAY "----- Employee Self-Service -----"
           DISPLAY "EMPLOYEE : " EM-EMP-ID " " EM-EMP-NAME
               "  DEPARTMENT : " EM-DEPARTMENT
           PERFORM SHOW-PAY-PARA
           PERFORM SHOW-LEAVE-PARA
           PERFORM SHOW-LOANS-PARA
           DISPLAY " ".

           SHOW-PAY-PARA.

           MOVE ZERO TO WS-SLIP-COUNT
           MOVE 'N' TO WS-PAYHIST-EOF-SWITCH
           OPEN INPUT PAY-HISTORY-FILE
           PERFORM READ-PAYHIST-PARA
           PERFORM MATCH-PAYHIST-PARA UNTIL WS-PAYHIST-EOF
           CLOSE PAY-HISTORY-FILE

           DISPLAY " "
           DISPLAY "LAST PAY SLIPS"
           IF WS-SLIP-COUNT = ZERO
               DISPLAY "  NO PAY HISTORY ON FILE"
           ELSE
               DISPLAY "  PERIOD           GROSS           TAX"
                   "           NET"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SLIP-COUNT
                   MOVE WS-SLIP-GROSS(I) TO WS-GROSS-EDIT
                   MOVE WS-SLIP-TAX(I) TO WS-TAX-EDIT
                   MOVE WS-SLIP-NET(I) TO WS-NET-EDIT
                   DISPLAY "  " WS-SLIP-DATE(I) " " WS-GROSS-EDIT
                       " " WS-TAX-EDIT " " WS-NET-EDIT
               END-PERFORM
           END-IF
           MOVE EM-YTD-GROSS-PAY TO WS-AMOUNT-EDIT
           DISPLAY "YEAR-TO-DATE GROSS        : " WS-AMOUNT-EDIT
           MOVE EM-YTD-TAX-WITHHELD TO WS-AMOUNT-EDIT
           DISPLAY "YEAR-TO-DATE TAX WITHHELD : " WS-AMOUNT-EDIT.

           READ-PAYHIST-PARA.

           READ PAY-HISTORY-FILE
               AT END MOVE 'Y' TO WS-PAYHIST-EOF-SWITCH
           END-READ.

           MATCH-PAYHIST-PARA.

           IF PY-EMP-ID = WS-INQUIRY-EMP-ID
               PERFORM KEEP-SLIP-PARA
           END-IF
           PERFORM READ-PAYHIST-PARA.

           KEEP-SLIP-PARA.

      *> the slip table holds the newest periods seen so far, newest
      *> first - a later period is slotted in above any older one
      *> and the oldest drops off the bottom once the table is full
           MOVE ZERO TO WS-SLIP-POS
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-SLIP-COUNT OR WS-SLIP-POS > ZERO
               IF PY-PERIOD-DATE > WS-SLIP-DATE(I)
                   MOVE I TO WS-SLIP-POS
               END-IF
           END-PERFORM
           IF WS-SLIP-POS = ZERO AND WS-SLIP-COUNT < WS-SLIP-MAX
               COMPUTE WS-SLIP-POS = WS-SLIP-COUNT + 1
           END-IF
           IF WS-SLIP-POS > ZERO
               IF WS-SLIP-COUNT < WS-SLIP-MAX
                   ADD 1 TO WS-SLIP-COUNT
               END-IF
               PERFORM VARYING I FROM WS-SLIP-COUNT BY -1
                       UNTIL I <= WS-SLIP-POS
                   MOVE WS-SLIP-ENTRY(I - 1) TO WS-SLIP-ENTRY(I)
               END-PERFORM
               MOVE PY-PERIOD-DATE TO WS-SLIP-DATE(WS-SLIP-POS)
               MOVE PY-GROSS-PAY TO WS-SLIP-GROSS(WS-SLIP-POS)
               MOVE PY-TAX TO WS-SLIP-TAX(WS-SLIP-POS)
               MOVE PY-NET-PAY TO WS-SLIP-NET(WS-SLIP-POS)
           END-IF.

           SHOW-LEAVE-PARA.

           DISPLAY " "
           DISPLAY "LEAVE"
           IF NOT WS-LEAVE-OPEN
               DISPLAY "  NO LEAVE BALANCE ON FILE"
           ELSE
               MOVE WS-INQUIRY-EMP-ID TO LB-EMP-ID
               READ LEAVE-BALANCE-FILE
                   INVALID KEY
                       DISPLAY "  NO LEAVE BALANCE ON FILE"
                   NOT INVALID KEY
                       COMPUTE WS-REMAINING-DAYS =
                           LB-ENTITLED-DAYS - LB-TAKEN-DAYS
                       MOVE LB-ENTITLED-DAYS TO WS-DAYS-EDIT
                       DISPLAY "  DAYS ENTITLED : " WS-DAYS-EDIT
                       MOVE LB-TAKEN-DAYS TO WS-DAYS-EDIT
                       DISPLAY "  DAYS TAKEN    : " WS-DAYS-EDIT
                       MOVE WS-REMAINING-DAYS TO WS-DAYS-EDIT
                       DISPLAY "  DAYS REMAINING: " WS-DAYS-EDIT
               END-READ
           END-IF.

           SHOW-LOANS-PARA.

           DISPLAY " "
           DISPLAY "STAFF LOANS"
           MOVE ZERO TO WS-LOAN-COUNT
           IF WS-LOAN-FILE-OPEN
               MOVE 'N' TO WS-LOAN-EOF-SWITCH
               MOVE ZERO TO SL-LOAN-NO
               START STAFF-LOAN-FILE KEY >= SL-LOAN-NO
                   INVALID KEY MOVE 'Y' TO WS-LOAN-EOF-SWITCH
               END-START
               PERFORM SCAN-ONE-LOAN-PARA UNTIL WS-LOAN-EOF
           END-IF
           IF WS-LOAN-COUNT = ZERO
               DISPLAY "  NO OPEN STAFF LOANS"
           END-IF.

           SCAN-ONE-LOAN-PARA.

           READ STAFF-LOAN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LOAN-EOF-SWITCH
               NOT AT END
                   IF SL-EMP-ID = WS-INQUIRY-EMP-ID AND SL-LOAN-OPEN
                           AND SL-BALANCE > ZERO
                       PERFORM SHOW-ONE-LOAN-PARA
                   END-IF
           END-READ.

           SHOW-ONE-LOAN-PARA.

           ADD 1 TO WS-LOAN-COUNT
           CALL "LoanPayoff" USING STAFF-LOAN-RECORD WS-MONTHS-LEFT
               WS-REBATE WS-SETTLEMENT
           DISPLAY "  LOAN " SL-LOAN-NO " STARTED " SL-START-DATE
           MOVE SL-BALANCE TO WS-AMOUNT-EDIT
           DISPLAY "    BALANCE          : " WS-AMOUNT-EDIT
           MOVE SL-MONTHLY-PAYMENT TO WS-AMOUNT-EDIT
           DISPLAY "    INSTALMENT       : " WS-AMOUNT-EDIT
           DISPLAY "    INSTALMENTS LEFT : " WS-MONTHS-LEFT.

       END PROGRAM EmployeeSelfService.
