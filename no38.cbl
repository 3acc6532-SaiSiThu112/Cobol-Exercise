           *> logs a before/after image through the shared
           *> UpdateJournal subprogram, so the roll-forward rebuild
           *> can replay the month since the last archive snapshot
           *> position control now gates hiring - with a POSITION-MASTER
           *> on file an active employee can only be added into a vacant
           *> funded post in the department keyed, the grade coming from
           *> the post; a leaver or a delete vacates the post, and a
           *> move of department or a rehire must take a vacant post in
           *> the new department before the change posts
           *> a P transaction now sets or resets an employee's personal
           *> PIN for the self-service inquiry on the separate
           *> EMPLOYEE-PIN file - keyed twice, at least four digits, and
           *> a reset clears the failed-try count and unlocks the PIN
           *> every sign-on, good or bad, now goes through
           *> SignOnControl, which logs it to SIGNLOG, locks the
           *> operator out after repeated failures and makes an
           *> expired password be changed before going on
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT POSITION-MASTER ASSIGN TO "POSNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-POSITION-ID
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT EMPLOYEE-PIN-FILE ASSIGN TO "EMPPIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-EMP-ID
               FILE STATUS IS WS-PIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
       FD EXCEPTION-FILE.
           COPY EXCPREC.

       FD POSITION-MASTER.
           COPY POSNMSTR.

       FD EMPLOYEE-PIN-FILE.
           COPY EMPPIN.

       WORKING-STORAGE SECTION.

           01 WS-ALERT-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERATOR-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-SIGNED-ON-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SIGNED-ON VALUE 'Y'.
           01 WS-SIGNON-MATCHED PIC X(01) VALUE 'N'.
           01 WS-SIGNON-RESULT PIC X(01) VALUE SPACE.
               88 WS-SIGNON-PASSED VALUE 'P'.
           01 WS-ALLOWED-FUNCTIONS PIC X(08) VALUE SPACES.
           01 WS-FUNCTION-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FUNCTION-OK VALUE 'Y'.
               88 WS-TRAN-ADD VALUE 'A'.
               88 WS-TRAN-CHANGE VALUE 'C'.
               88 WS-TRAN-DELETE VALUE 'D'.
               88 WS-TRAN-PIN VALUE 'P'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-DEPT-STATUS PIC X(02) VALUE SPACES.
           01 WS-GRADE-MINIMUM PIC 9(07)V99 VALUE ZERO.
           01 WS-GRADE-MAXIMUM PIC 9(07)V99 VALUE ZERO.

           01 WS-POSITION-STATUS PIC X(02) VALUE SPACES.
           01 WS-POSITION-CONTROL-SWITCH PIC X(01) VALUE 'N'.
               88 WS-POSITION-CONTROL VALUE 'Y'.
           01 WS-POSITION-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-POSITION-OK VALUE 'Y'.
           01 WS-POSITION-DONE-SWITCH PIC X(01) VALUE 'N'.
               88 WS-POSITION-DONE VALUE 'Y'.
           01 WS-POSITION-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-POSITION-EOF VALUE 'Y'.
           01 WS-VACANT-COUNT PIC 9(03) VALUE ZERO.
           01 WS-NEW-POSITION-ID PIC X(06) VALUE SPACES.
           01 WS-NEW-POSITION-GRADE PIC X(03) VALUE SPACES.
           01 WS-HELD-POSITION-ID PIC X(06) VALUE SPACES.
           01 WS-HELD-POSITION-DEPT PIC X(10) VALUE SPACES.
           01 WS-HELD-POSITION-GRADE PIC X(03) VALUE SPACES.
           01 WS-POSITION-EMP-ID PIC 9(05) VALUE ZERO.

           01 WS-PIN-STATUS PIC X(02) VALUE SPACES.
           01 WS-NEW-PIN PIC X(06) VALUE SPACES.
           01 WS-CONFIRM-PIN PIC X(06) VALUE SPACES.


           01 WS-LOCK-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-LOCK-MASTER PIC X(08) VALUE SPACES.
           OPEN EXTEND SALARY-HISTORY-FILE
           OPEN EXTEND EXCEPTION-FILE
           OPEN INPUT DEPARTMENT-MASTER
           PERFORM OPEN-POSITION-MASTER-PARA
           OPEN I-O EMPLOYEE-PIN-FILE
           IF WS-PIN-STATUS = "35"
               OPEN OUTPUT EMPLOYEE-PIN-FILE
               CLOSE EMPLOYEE-PIN-FILE
               OPEN I-O EMPLOYEE-PIN-FILE
           END-IF
           MOVE WS-PIN-STATUS TO WS-CHECK-STATUS
           MOVE "EMPPIN  " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

           CLOSE SALARY-HISTORY-FILE
           CLOSE EXCEPTION-FILE
           CLOSE DEPARTMENT-MASTER
           IF WS-POSITION-CONTROL
               CLOSE POSITION-MASTER
           END-IF
           CLOSE EMPLOYEE-PIN-FILE

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

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (A=ADD C=CHANGE D=DELETE "
               "P=SELF-SERVICE PIN E=END) "
           ACCEPT WS-TRANSACTION-CODE
           PERFORM CHECK-BATCH-LOCK-PARA

                           PERFORM DELETE-PARA
                       END-IF
                   END-IF
               WHEN WS-TRAN-PIN
                   PERFORM CHECK-FUNCTION-PARA
                   IF WS-FUNCTION-OK
                       PERFORM SET-PIN-PARA
                   END-IF
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ENTER EMPLOYEE NAME "
                   ACCEPT EM-EMP-NAME
                   PERFORM ACCEPT-DEPARTMENT-PARA
                   PERFORM SELECT-POSITION-PARA
                   IF WS-POSITION-OK
                       PERFORM ADD-DETAILS-PARA
                   ELSE
                       DISPLAY "NO FUNDED POST TAKEN - EMPLOYEE NOT "
                           "ADDED"
                   END-IF
               NOT INVALID KEY
                   DISPLAY "DUPLICATE EMPLOYEE ID - RECORD NOT ADDED"
           END-READ.

           ADD-DETAILS-PARA.

           DISPLAY "ENTER MARITAL STATUS (S RS D M) "
           ACCEPT EM-MARITAL-STATUS
           DISPLAY "ENTER SALARY "
           ACCEPT WS-NEW-SALARY
           MOVE ZERO TO EM-SALARY
           PERFORM VALIDATE-SALARY-PARA
           DISPLAY "ENTER BANK CODE (BLANK FOR CASH PAY) "
           ACCEPT EM-BANK-CODE
           DISPLAY "ENTER BANK ACCOUNT NUMBER "
           ACCEPT EM-BANK-ACCOUNT
           PERFORM ACCEPT-PAY-TYPE-PARA
           IF WS-NEW-POSITION-ID = SPACES
               PERFORM ACCEPT-GRADE-PARA
           ELSE
               MOVE WS-NEW-POSITION-GRADE TO EM-GRADE-CODE
               DISPLAY "PAY GRADE " EM-GRADE-CODE
                   " TAKEN FROM POST " WS-NEW-POSITION-ID
               PERFORM CHECK-GRADE-BAND-PARA
           END-IF
           MOVE 'A' TO EM-EMPLOYMENT-STATUS
           DISPLAY "ENTER HIRE DATE (YYYYMMDD) "
           ACCEPT EM-HIRE-DATE
           MOVE ZERO TO EM-TERMINATION-DATE
           MOVE ZERO TO EM-YTD-GROSS-PAY
           MOVE ZERO TO EM-YTD-TAX-WITHHELD
           ACCEPT EM-LAST-UPDATE-DATE FROM DATE YYYYMMDD
           MOVE WS-NEW-EMP-ID TO EM-EMP-ID
           WRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO ADD EMPLOYEE RECORD"
               NOT INVALID KEY
                   MOVE 'W' TO WS-UJ-ACTION
                   MOVE EM-EMP-ID TO WS-UJ-KEY
                   MOVE WS-OPERATOR-ID TO WS-UJ-OPERATOR
                   MOVE EMPLOYEE-MASTER-RECORD TO WS-UJ-AFTER
                   PERFORM WRITE-UPDATE-JOURNAL-PARA
                   IF WS-NEW-POSITION-ID NOT = SPACES
                       MOVE EM-EMP-ID TO WS-POSITION-EMP-ID
                       PERFORM FILL-POSITION-PARA
                   END-IF
           END-WRITE.

           VALIDATE-SALARY-PARA.

           IF WS-NEW-SALARY IS NEGATIVE
                   MOVE EMPLOYEE-MASTER-RECORD TO WS-UJ-BEFORE
                   MOVE EM-SALARY TO WS-OLD-SALARY
                   MOVE EM-MARITAL-STATUS TO WS-OLD-MARITAL-STATUS
                   PERFORM FIND-HELD-POSITION-PARA
                   PERFORM ACCEPT-DEPARTMENT-PARA
                   DISPLAY "ENTER NEW MARITAL STATUS (S RS D M) "
                   ACCEPT EM-MARITAL-STATUS
                   PERFORM ACCEPT-PAY-TYPE-PARA
                   PERFORM ACCEPT-GRADE-PARA
                   PERFORM ACCEPT-STATUS-PARA
                   PERFORM CHECK-CHANGE-POSITION-PARA
                   IF WS-POSITION-OK
                       PERFORM POST-CHANGE-PARA
                   ELSE
                       DISPLAY "NO FUNDED POST TAKEN - CHANGE NOT "
                           "POSTED"
                   END-IF
           END-READ.

           POST-CHANGE-PARA.

           ACCEPT EM-LAST-UPDATE-DATE FROM DATE YYYYMMDD
           IF EM-SALARY NOT = WS-OLD-SALARY
               PERFORM LOG-SALARY-CHANGE-PARA
           END-IF
           IF EM-MARITAL-STATUS NOT = WS-OLD-MARITAL-STATUS
               PERFORM LOG-MARITAL-CHANGE-PARA
           END-IF
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO CHANGE EMPLOYEE RECORD"
               NOT INVALID KEY
                   MOVE 'R' TO WS-UJ-ACTION
                   MOVE EM-EMP-ID TO WS-UJ-KEY
                   MOVE WS-OPERATOR-ID TO WS-UJ-OPERATOR
                   MOVE EMPLOYEE-MASTER-RECORD TO WS-UJ-AFTER
                   PERFORM WRITE-UPDATE-JOURNAL-PARA
                   PERFORM MOVE-POSITION-PARA
           END-REWRITE.

           CHECK-CHANGE-POSITION-PARA.

      *> a leaver gives the post up; anyone else must sit in a
      *> funded post in the department now on the record - a move
      *> of department, a rehire or a record from before position
      *> control picks a vacant post here
           MOVE 'Y' TO WS-POSITION-OK-SWITCH
           MOVE SPACES TO WS-NEW-POSITION-ID
           IF WS-POSITION-CONTROL AND NOT EM-TERMINATED
               IF WS-HELD-POSITION-ID = SPACES
                       OR WS-HELD-POSITION-DEPT NOT = EM-DEPARTMENT
                   DISPLAY "EMPLOYEE NEEDS A FUNDED POST IN "
                       "DEPARTMENT " EM-DEPARTMENT
                   PERFORM SELECT-POSITION-PARA
               ELSE
                   IF EM-GRADE-CODE NOT = WS-HELD-POSITION-GRADE
                       DISPLAY "*** GRADE " EM-GRADE-CODE
                           " DIFFERS FROM POST " WS-HELD-POSITION-ID
                           " GRADE " WS-HELD-POSITION-GRADE " ***"
                   END-IF
               END-IF
           END-IF.

           MOVE-POSITION-PARA.

           IF WS-HELD-POSITION-ID NOT = SPACES
                   AND (EM-TERMINATED
                       OR WS-NEW-POSITION-ID NOT = SPACES)
               PERFORM VACATE-POSITION-PARA
           END-IF
           IF WS-NEW-POSITION-ID NOT = SPACES
               MOVE EM-EMP-ID TO WS-POSITION-EMP-ID
               PERFORM FILL-POSITION-PARA
           END-IF.

           LOG-SALARY-CHANGE-PARA.

           MOVE EM-EMP-ID TO AL-EMP-ID
                   DISPLAY "EMPLOYEE ID NOT FOUND"
               NOT INVALID KEY
                   MOVE EMPLOYEE-MASTER-RECORD TO WS-UJ-BEFORE
                   PERFORM FIND-HELD-POSITION-PARA
                   DELETE EMPLOYEE-MASTER RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO DELETE EMPLOYEE RECORD"
                           MOVE EM-EMP-ID TO WS-UJ-KEY
                           MOVE WS-OPERATOR-ID TO WS-UJ-OPERATOR
                           PERFORM WRITE-UPDATE-JOURNAL-PARA
                           IF WS-HELD-POSITION-ID NOT = SPACES
                               PERFORM VACATE-POSITION-PARA
                           END-IF
                   END-DELETE
           END-READ.

      *>--------------- position control ---------------------------

           OPEN-POSITION-MASTER-PARA.

      *> no establishment file on this site means position control
      *> is not in force and hiring is gated by department only
           OPEN I-O POSITION-MASTER
           IF WS-POSITION-STATUS = "00"
               MOVE 'Y' TO WS-POSITION-CONTROL-SWITCH
           ELSE
               IF WS-POSITION-STATUS NOT = "35"
                   MOVE WS-POSITION-STATUS TO WS-CHECK-STATUS
                   MOVE "POSNMAST" TO WS-CHECK-FILE
                   MOVE SPACES TO WS-CHECK-KEY
                   MOVE "OPEN-POSITION-MASTER-PARA"
                       TO WS-CHECK-PARAGRAPH
                   PERFORM CHECK-FILE-STATUS-PARA
               END-IF
               DISPLAY "NO POSITION-MASTER - POSITION CONTROL IS "
                   "NOT IN FORCE"
           END-IF.

           SELECT-POSITION-PARA.

           MOVE SPACES TO WS-NEW-POSITION-ID
           MOVE SPACES TO WS-NEW-POSITION-GRADE
           IF NOT WS-POSITION-CONTROL
               MOVE 'Y' TO WS-POSITION-OK-SWITCH
           ELSE
               MOVE 'N' TO WS-POSITION-OK-SWITCH
               PERFORM LIST-VACANT-POSITIONS-PARA
               IF WS-VACANT-COUNT = ZERO
                   DISPLAY "*** NO VACANT FUNDED POST IN DEPARTMENT "
                       EM-DEPARTMENT " - OVER ESTABLISHMENT ***"
               ELSE
                   MOVE 'N' TO WS-POSITION-DONE-SWITCH
                   PERFORM ACCEPT-POSITION-PARA
                       UNTIL WS-POSITION-DONE
               END-IF
           END-IF.

           LIST-VACANT-POSITIONS-PARA.

           MOVE ZERO TO WS-VACANT-COUNT
           MOVE 'N' TO WS-POSITION-EOF-SWITCH
           MOVE LOW-VALUES TO PS-POSITION-ID
           START POSITION-MASTER KEY >= PS-POSITION-ID
               INVALID KEY MOVE 'Y' TO WS-POSITION-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-POSITION-EOF
               READ POSITION-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-POSITION-EOF-SWITCH
                   NOT AT END
                       IF PS-DEPARTMENT = EM-DEPARTMENT
                               AND PS-FUNDED AND PS-VACANT
                           ADD 1 TO WS-VACANT-COUNT
                           DISPLAY "VACANT POST " PS-POSITION-ID " "
                               PS-POSITION-TITLE " GRADE "
                               PS-GRADE-CODE
                       END-IF
               END-READ
           END-PERFORM.

           ACCEPT-POSITION-PARA.

           DISPLAY "ENTER POSITION ID (BLANK TO ABANDON) "
           ACCEPT WS-NEW-POSITION-ID
           IF WS-NEW-POSITION-ID = SPACES
               MOVE 'Y' TO WS-POSITION-DONE-SWITCH
           ELSE
               MOVE WS-NEW-POSITION-ID TO PS-POSITION-ID
               READ POSITION-MASTER
                   INVALID KEY
                       DISPLAY "POSITION NOT ON FILE - RE-ENTER"
                   NOT INVALID KEY
                       IF PS-DEPARTMENT NOT = EM-DEPARTMENT
                               OR NOT PS-FUNDED OR NOT PS-VACANT
                           DISPLAY "POSITION IS NOT A VACANT FUNDED "
                               "POST IN " EM-DEPARTMENT " - RE-ENTER"
                       ELSE
                           MOVE PS-GRADE-CODE TO WS-NEW-POSITION-GRADE
                           MOVE 'Y' TO WS-POSITION-OK-SWITCH
                           MOVE 'Y' TO WS-POSITION-DONE-SWITCH
                       END-IF
               END-READ
           END-IF.

           FIND-HELD-POSITION-PARA.

      *> the incumbent is held on the post, so the employee's post
      *> is found by walking the establishment
           MOVE SPACES TO WS-HELD-POSITION-ID
           MOVE SPACES TO WS-HELD-POSITION-DEPT
           MOVE SPACES TO WS-HELD-POSITION-GRADE
           IF WS-POSITION-CONTROL
               MOVE 'N' TO WS-POSITION-EOF-SWITCH
               MOVE LOW-VALUES TO PS-POSITION-ID
               START POSITION-MASTER KEY >= PS-POSITION-ID
                   INVALID KEY MOVE 'Y' TO WS-POSITION-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-POSITION-EOF
                   READ POSITION-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-POSITION-EOF-SWITCH
                       NOT AT END
                           IF PS-EMP-ID = EM-EMP-ID
                               MOVE PS-POSITION-ID
                                   TO WS-HELD-POSITION-ID
                               MOVE PS-DEPARTMENT
                                   TO WS-HELD-POSITION-DEPT
                               MOVE PS-GRADE-CODE
                                   TO WS-HELD-POSITION-GRADE
                               MOVE 'Y' TO WS-POSITION-EOF-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           FILL-POSITION-PARA.

           MOVE WS-NEW-POSITION-ID TO PS-POSITION-ID
           READ POSITION-MASTER
               INVALID KEY
                   DISPLAY "POSITION " WS-NEW-POSITION-ID
                       " HAS GONE FROM FILE - POST NOT FILLED"
               NOT INVALID KEY
                   MOVE WS-POSITION-EMP-ID TO PS-EMP-ID
                   ACCEPT PS-FILLED-DATE FROM DATE YYYYMMDD
                   REWRITE POSITION-MASTER-RECORD
                   MOVE WS-POSITION-STATUS TO WS-CHECK-STATUS
                   MOVE "POSNMAST" TO WS-CHECK-FILE
                   MOVE PS-POSITION-ID TO WS-CHECK-KEY
                   MOVE "FILL-POSITION-PARA" TO WS-CHECK-PARAGRAPH
                   PERFORM CHECK-FILE-STATUS-PARA
                   DISPLAY "POST " PS-POSITION-ID " FILLED BY "
                       "EMPLOYEE " PS-EMP-ID
           END-READ.

           VACATE-POSITION-PARA.

           MOVE WS-HELD-POSITION-ID TO PS-POSITION-ID
           READ POSITION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZERO TO PS-EMP-ID
                   MOVE ZERO TO PS-FILLED-DATE
                   REWRITE POSITION-MASTER-RECORD
                   MOVE WS-POSITION-STATUS TO WS-CHECK-STATUS
                   MOVE "POSNMAST" TO WS-CHECK-FILE
                   MOVE PS-POSITION-ID TO WS-CHECK-KEY
                   MOVE "VACATE-POSITION-PARA" TO WS-CHECK-PARAGRAPH
                   PERFORM CHECK-FILE-STATUS-PARA
                   DISPLAY "POST " PS-POSITION-ID " IS NOW VACANT"
           END-READ.

      *>--------------- self-service PIN ---------------------------

           SET-PIN-PARA.

      *> sets a new employee's PIN or resets a forgotten or locked
      *> one - the failed-try count is cleared and the PIN unlocked
           DISPLAY "ENTER EMPLOYEE ID "
           ACCEPT EM-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "EMPLOYEE ID NOT FOUND"
               NOT INVALID KEY
                   PERFORM ACCEPT-NEW-PIN-PARA
           END-READ.

           ACCEPT-NEW-PIN-PARA.

           DISPLAY "ENTER NEW PIN (4 TO 6 DIGITS) "
           ACCEPT WS-NEW-PIN
           DISPLAY "ENTER NEW PIN AGAIN "
           ACCEPT WS-CONFIRM-PIN
           IF WS-NEW-PIN(1:4) NOT NUMERIC
               DISPLAY "PIN MUST BE AT LEAST 4 DIGITS - NOT SET"
           ELSE
               IF WS-NEW-PIN NOT = WS-CONFIRM-PIN
                   DISPLAY "PINS DO NOT MATCH - NOT SET"
               ELSE
                   PERFORM WRITE-PIN-PARA
               END-IF
           END-IF
           MOVE SPACES TO WS-NEW-PIN
           MOVE SPACES TO WS-CONFIRM-PIN.

           WRITE-PIN-PARA.

           MOVE EM-EMP-ID TO EN-EMP-ID
           READ EMPLOYEE-PIN-FILE
               INVALID KEY
                   PERFORM BUILD-PIN-RECORD-PARA
                   WRITE EMPLOYEE-PIN-RECORD
               NOT INVALID KEY
                   PERFORM BUILD-PIN-RECORD-PARA
                   REWRITE EMPLOYEE-PIN-RECORD
           END-READ
           MOVE WS-PIN-STATUS TO WS-CHECK-STATUS
           MOVE "EMPPIN  " TO WS-CHECK-FILE
           MOVE EN-EMP-ID TO WS-CHECK-KEY
           MOVE "WRITE-PIN-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           IF WS-PIN-STATUS = "00"
               DISPLAY "SELF-SERVICE PIN SET FOR EMPLOYEE " EN-EMP-ID
           END-IF.

           BUILD-PIN-RECORD-PARA.

           MOVE EM-EMP-ID TO EN-EMP-ID
           MOVE WS-NEW-PIN TO EN-PIN
           MOVE ZERO TO EN-FAILED-COUNT
           MOVE 'A' TO EN-PIN-STATUS
           ACCEPT EN-SET-DATE FROM DATE YYYYMMDD
           MOVE WS-OPERATOR-ID TO EN-SET-BY.

       END PROGRAM Exe38.
