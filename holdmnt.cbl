       IDENTIFICATION DIVISION.
       PROGRAM-ID. DocumentHoldMaintenance.
       ENVIRONMENT DIVISION.
           *> the bursar's screen over the DOCUMENT-HOLD file the
           *> arrears hold run raises - signed on against
           *> USER-AUTHORITY like the receipts counter
           *> I shows a student's hold with the balance and age the
           *> last run found, R releases an active hold so the report
           *> card and certificate runs issue the student's documents
           *> again - the bursar's operator id, the date and a reason
           *> are kept on the hold - and L lists every hold still
           *> active
           *> every sign-on, good or bad, now goes through
           *> SignOnControl, which logs it to SIGNLOG, locks the
           *> operator out after repeated failures and makes an
           *> expired password be changed before going on
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENT-HOLD-FILE ASSIGN TO "DOCHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-STUDENT-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT OPTIONAL USER-AUTHORITY-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DOCUMENT-HOLD-FILE.
           COPY DOCHOLD.

       FD STUDENT-MASTER.
           COPY STUDMSTR.

       FD USER-AUTHORITY-FILE.
           COPY USERAUTH.

       WORKING-STORAGE SECTION.

           01 WS-HOLD-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-INQUIRE VALUE 'I'.
               88 WS-TRAN-RELEASE VALUE 'R'.
               88 WS-TRAN-LIST VALUE 'L'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-AUTH-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUTH-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-AUTH-EOF VALUE 'Y'.
           01 WS-AUTH-TABLE.
               02 WS-AUTH-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-AUTH-IDX.
                   05 WS-AUTH-OPERATOR PIC X(10).
                   05 WS-AUTH-PASSWORD PIC X(08).
                   05 WS-AUTH-PROGRAM PIC X(08).
                   05 WS-AUTH-FUNCTIONS PIC X(08).
           01 WS-AUTH-COUNT PIC 9(02) VALUE ZERO.
           01 WS-AUTH-PROGRAM-NAME PIC X(08) VALUE "HOLDMNT ".
           01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
           01 WS-OPERATOR-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-SIGNED-ON-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SIGNED-ON VALUE 'Y'.
           01 WS-SIGNON-MATCHED PIC X(01) VALUE 'N'.
           01 WS-SIGNON-RESULT PIC X(01) VALUE SPACE.
               88 WS-SIGNON-PASSED VALUE 'P'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-ENTRY-STUDENT-ID PIC 9(05) VALUE ZERO.
           01 WS-ENTRY-REASON PIC X(30) VALUE SPACES.
           01 WS-HOLD-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-HOLD-EOF VALUE 'Y'.
           01 WS-ACTIVE-COUNT PIC 9(05) VALUE ZERO.
           01 WS-EDIT-BALANCE PIC -,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SIGN-ON-PARA

           OPEN I-O DOCUMENT-HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT DOCUMENT-HOLD-FILE
               CLOSE DOCUMENT-HOLD-FILE
               OPEN I-O DOCUMENT-HOLD-FILE
           END-IF
           OPEN INPUT STUDENT-MASTER

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

           CLOSE DOCUMENT-HOLD-FILE
           CLOSE STUDENT-MASTER

            STOP RUN.

           SIGN-ON-PARA.

           PERFORM LOAD-AUTHORITY-PARA
           IF WS-AUTH-COUNT = ZERO
               DISPLAY "NO USER-AUTHORITY FILE - SIGN-ON WAIVED"
               MOVE 'Y' TO WS-SIGNED-ON-SWITCH
               MOVE "BURSAR" TO WS-OPERATOR-ID
           ELSE
               DISPLAY "ENTER OPERATOR ID "
               ACCEPT WS-OPERATOR-ID
               DISPLAY "ENTER PASSWORD "
               ACCEPT WS-OPERATOR-PASSWORD
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                   IF WS-AUTH-OPERATOR(WS-AUTH-IDX) = WS-OPERATOR-ID
                           AND WS-AUTH-PASSWORD(WS-AUTH-IDX)
                               = WS-OPERATOR-PASSWORD
                           AND WS-AUTH-PROGRAM(WS-AUTH-IDX)
                               = WS-AUTH-PROGRAM-NAME
                       MOVE 'Y' TO WS-SIGNED-ON-SWITCH
                   END-IF
               END-PERFORM
               PERFORM SIGN-ON-CONTROL-PARA
               IF NOT WS-SIGNED-ON
                   DISPLAY "SIGN-ON REJECTED - NO AUTHORITY FOR THIS "
                       "PROGRAM"
                   STOP RUN
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
           OPEN INPUT USER-AUTHORITY-FILE
           PERFORM READ-AUTHORITY-PARA
           PERFORM BUILD-AUTHORITY-PARA UNTIL WS-AUTH-EOF
           CLOSE USER-AUTHORITY-FILE.

           READ-AUTHORITY-PARA.

           READ USER-AUTHORITY-FILE
               AT END MOVE 'Y' TO WS-AUTH-EOF-SWITCH
           END-READ.

           BUILD-AUTHORITY-PARA.

           ADD 1 TO WS-AUTH-COUNT
           SET WS-AUTH-IDX TO WS-AUTH-COUNT
           MOVE UA-OPERATOR-ID TO WS-AUTH-OPERATOR(WS-AUTH-IDX)
           MOVE UA-PASSWORD TO WS-AUTH-PASSWORD(WS-AUTH-IDX)
           MOVE UA-PROGRAM TO WS-AUTH-PROGRAM(WS-AUTH-IDX)
           MOVE UA-ALLOWED-FUNCTIONS TO WS-AUTH-FUNCTIONS(WS-AUTH-IDX)
           PERFORM READ-AUTHORITY-PARA.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (I=INQUIRE R=RELEASE HOLD "
               "L=LIST ACTIVE HOLDS E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-INQUIRE
                   PERFORM INQUIRE-PARA
               WHEN WS-TRAN-RELEASE
                   PERFORM RELEASE-PARA
               WHEN WS-TRAN-LIST
                   PERFORM LIST-HOLDS-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

           INQUIRE-PARA.

           DISPLAY "ENTER STUDENT ID "
           ACCEPT WS-ENTRY-STUDENT-ID
           MOVE WS-ENTRY-STUDENT-ID TO DH-STUDENT-ID
           READ DOCUMENT-HOLD-FILE
               INVALID KEY
                   DISPLAY "NO HOLD ON FILE FOR THIS STUDENT"
               NOT INVALID KEY
                   PERFORM SHOW-HOLD-PARA
           END-READ.

           SHOW-HOLD-PARA.

           MOVE DH-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO SM-STUDENT-NAME
           END-READ
           MOVE DH-BALANCE TO WS-EDIT-BALANCE
           DISPLAY "STUDENT " DH-STUDENT-ID " " SM-STUDENT-NAME
           EVALUATE TRUE
               WHEN DH-HOLD-ACTIVE
                   DISPLAY "  HOLD ACTIVE SINCE " DH-HOLD-DATE
               WHEN DH-HOLD-RELEASED
                   DISPLAY "  HOLD RELEASED " DH-RELEASE-DATE
                       " BY " DH-RELEASED-BY
                   DISPLAY "  REASON : " DH-RELEASE-REASON
               WHEN OTHER
                   DISPLAY "  HOLD CLEARED - ACCOUNT UNDER THRESHOLD"
           END-EVALUATE
           DISPLAY "  BALANCE " WS-EDIT-BALANCE
               "  OLDEST DEBT " DH-OLDEST-DEBT-DATE
               "  DAYS " DH-DAYS-OVERDUE
               "  AS AT " DH-LAST-RUN-DATE
           IF DH-REFERRED
               DISPLAY "  REFERRED TO COLLECTION AGENCY "
                   DH-REFERRAL-DATE
           END-IF.

           RELEASE-PARA.

           DISPLAY "ENTER STUDENT ID "
           ACCEPT WS-ENTRY-STUDENT-ID
           MOVE WS-ENTRY-STUDENT-ID TO DH-STUDENT-ID
           READ DOCUMENT-HOLD-FILE
               INVALID KEY
                   DISPLAY "NO HOLD ON FILE FOR THIS STUDENT"
               NOT INVALID KEY
                   IF NOT DH-HOLD-ACTIVE
                       DISPLAY "HOLD IS NOT ACTIVE - NOTHING TO "
                           "RELEASE"
                   ELSE
                       PERFORM RELEASE-HOLD-PARA
                   END-IF
           END-READ.

           RELEASE-HOLD-PARA.

           PERFORM SHOW-HOLD-PARA
           DISPLAY "ENTER REASON FOR RELEASE "
           ACCEPT WS-ENTRY-REASON
           IF WS-ENTRY-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - HOLD NOT RELEASED"
           ELSE
               MOVE 'R' TO DH-HOLD-STATUS
               MOVE WS-OPERATOR-ID TO DH-RELEASED-BY
               MOVE WS-RUN-DATE TO DH-RELEASE-DATE
               MOVE WS-ENTRY-REASON TO DH-RELEASE-REASON
               REWRITE DOCUMENT-HOLD-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO RELEASE HOLD"
                   NOT INVALID KEY
                       DISPLAY "HOLD RELEASED BY " WS-OPERATOR-ID
               END-REWRITE
           END-IF.

           LIST-HOLDS-PARA.

           MOVE ZERO TO WS-ACTIVE-COUNT
           MOVE 'N' TO WS-HOLD-EOF-SWITCH
           MOVE ZERO TO DH-STUDENT-ID
           START DOCUMENT-HOLD-FILE KEY >= DH-STUDENT-ID
               INVALID KEY MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-START
           PERFORM LIST-ONE-HOLD-PARA UNTIL WS-HOLD-EOF
           DISPLAY "ACTIVE HOLDS : " WS-ACTIVE-COUNT.

           LIST-ONE-HOLD-PARA.

           READ DOCUMENT-HOLD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               NOT AT END
                   IF DH-HOLD-ACTIVE
                       ADD 1 TO WS-ACTIVE-COUNT
                       MOVE DH-STUDENT-ID TO SM-STUDENT-ID
                       READ STUDENT-MASTER
                           INVALID KEY
                               MOVE SPACES TO SM-STUDENT-NAME
                       END-READ
                       MOVE DH-BALANCE TO WS-EDIT-BALANCE
                       DISPLAY DH-STUDENT-ID " " SM-STUDENT-NAME
                           " " WS-EDIT-BALANCE
                           " DAYS " DH-DAYS-OVERDUE
                           " SINCE " DH-HOLD-DATE
                   END-IF
           END-READ.

       END PROGRAM DocumentHoldMaintenance.
