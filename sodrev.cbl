       IDENTIFICATION DIVISION.
       PROGRAM-ID. SodReview.
       ENVIRONMENT DIVISION.
           *> quarterly review of the USER-AUTHORITY file, which lets
           *> one operator hold any mix of functions - nothing stopped
           *> the same person raising a purchase order in poentry,
           *> approving it in poapprq and receiving it in porecv
           *> three sections, each line with sign-off columns for the
           *> reviewing manager: every operator whose rows cover both
           *> sides of a SOD-RULE pair; every operator with no
           *> UPDATE-JOURNAL activity in the last 90 days, on the live
           *> journal or its offline history UPDJHST; and every row
           *> granting a program no longer on the authority program
           *> list, closing with a sign-off block for the review
           *> cleared by the job schedule like the other batch jobs
           *> and spooled to SODREV
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL USER-AUTHORITY-FILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL SOD-RULE-FILE ASSIGN TO "SODRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SODRULE-STATUS.

           SELECT OPTIONAL UPDATE-JOURNAL-FILE ASSIGN TO "UPDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDJRNL-STATUS.

           SELECT OPTIONAL UPDJRNL-HISTORY-FILE ASSIGN TO "UPDJHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDJHST-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "SODREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD USER-AUTHORITY-FILE.
           COPY USERAUTH.

       FD SOD-RULE-FILE.
           COPY SODRULE.

       FD UPDATE-JOURNAL-FILE.
           COPY UPDJRNL.

       FD UPDJRNL-HISTORY-FILE.
           COPY OFFHIST.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       FD OPERATOR-ALERT-FILE.
           COPY OPALERT.

       WORKING-STORAGE SECTION.

           COPY AUTHPGM.

      *> a journal entry moved to the offline history, read back in
      *> the live layout
           COPY UPDJRNL REPLACING
               ==UPDATE-JOURNAL-RECORD== BY ==JOURNAL-HISTORY-ENTRY==
               LEADING ==UJ-== BY ==JX-==.

           01 WS-ALERT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ALERT-JOB PIC X(08) VALUE "SODREV  ".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUTH-STATUS PIC X(02) VALUE SPACES.
           01 WS-SODRULE-STATUS PIC X(02) VALUE SPACES.
           01 WS-UPDJRNL-STATUS PIC X(02) VALUE SPACES.
           01 WS-UPDJHST-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-PER-PAGE PIC 9(03) VALUE 50.
           01 WS-PAGE-TITLE PIC X(50) VALUE SPACES.
           01 WS-SECTION-TITLE PIC X(80) VALUE SPACES.
           01 WS-COLUMN-HEADING PIC X(132) VALUE SPACES.
           01 WS-SIGN-OFF-COLUMNS PIC X(40) VALUE
               "____________  ________  ____________".

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.
           01 WS-HOLDS-SWITCH PIC X(01) VALUE 'N'.
               88 WS-HOLDS VALUE 'Y'.
           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-OVERFLOWED VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "SODREV  ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.
           01 WS-DORMANT-DAYS PIC S9(07) VALUE -90.
           01 WS-ACTIVITY-CUTOFF PIC 9(08) VALUE ZERO.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

           01 WS-ROW-TABLE.
               02 WS-ROW-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-ROW-IDX.
                   05 WS-ROW-OPERATOR PIC X(10).
                   05 WS-ROW-PROGRAM PIC X(08).
                   05 WS-ROW-FUNCTIONS PIC X(08).
           01 WS-ROW-COUNT PIC 9(03) VALUE ZERO.

      *> one entry per operator holding a real program - OVERRIDE
      *> rows carry supervisor codes, not a sign-on
           01 WS-OPERATOR-TABLE.
               02 WS-OPERATOR-ENTRY OCCURS 300 TIMES
                       INDEXED BY WS-OP-IDX.
                   05 WS-OP-OPERATOR PIC X(10).
                   05 WS-OP-PROGRAMS PIC 9(03).
                   05 WS-OP-LAST-ACTIVITY PIC 9(08).
           01 WS-OPERATOR-COUNT PIC 9(03) VALUE ZERO.
           01 WS-FIND-OPERATOR PIC X(10) VALUE SPACES.

           01 WS-RULE-TABLE.
               02 WS-RULE-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-RULE-IDX.
                   05 WS-RULE-CODE PIC X(04).
                   05 WS-RULE-PROGRAM-1 PIC X(08).
                   05 WS-RULE-FUNCTION-1 PIC X(01).
                   05 WS-RULE-PROGRAM-2 PIC X(08).
                   05 WS-RULE-FUNCTION-2 PIC X(01).
                   05 WS-RULE-DESCRIPTION PIC X(40).
           01 WS-RULE-COUNT PIC 9(03) VALUE ZERO.

           01 WS-WANT-PROGRAM PIC X(08) VALUE SPACES.
           01 WS-WANT-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-FUNCTION-SUB PIC 9(02) VALUE ZERO.
           01 WS-DUTY-1 PIC X(10) VALUE SPACES.
           01 WS-DUTY-2 PIC X(10) VALUE SPACES.

           01 WS-JOURNAL-READ PIC 9(07) VALUE ZERO.
           01 WS-CONFLICT-COUNT PIC 9(05) VALUE ZERO.
           01 WS-DORMANT-COUNT PIC 9(05) VALUE ZERO.
           01 WS-ORPHAN-COUNT PIC 9(05) VALUE ZERO.
           01 WS-FINDING-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA

           MOVE 'A' TO WS-DS-FUNCTION
           MOVE WS-RUN-DATE TO WS-DS-DATE-1
           MOVE WS-DORMANT-DAYS TO WS-DS-DAYS
           CALL "DateService" USING WS-DS-FUNCTION
               WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
           MOVE WS-DS-DATE-2 TO WS-ACTIVITY-CUTOFF

           PERFORM LOAD-AUTHORITY-PARA
           PERFORM LOAD-RULES-PARA
           IF WS-OVERFLOWED
               DISPLAY "AUTHORITY ROWS, OPERATORS OR RULES OUTGREW "
                   "THE TABLES - REVIEW REFUSED"
               STOP RUN
           END-IF
           PERFORM SCAN-JOURNAL-PARA
           PERFORM SCAN-JOURNAL-HISTORY-PARA

           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "SODREV  " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE "----- Duties and Access Review -----"
               TO WS-PAGE-TITLE

           PERFORM CONFLICT-SECTION-PARA
           PERFORM DORMANT-SECTION-PARA
           PERFORM ORPHAN-SECTION-PARA
           PERFORM PRINT-SIGN-OFF-PARA
           CLOSE PRINT-FILE

           PERFORM LOG-RUN-CONTROL-PARA

           DISPLAY "----- Duties and Access Review -----"
           DISPLAY "AUTHORITY ROWS      : " WS-ROW-COUNT
           DISPLAY "OPERATORS           : " WS-OPERATOR-COUNT
           DISPLAY "CONFLICT RULES      : " WS-RULE-COUNT
           DISPLAY "CONFLICTING PAIRS   : " WS-CONFLICT-COUNT
           DISPLAY "DORMANT OPERATORS   : " WS-DORMANT-COUNT
           DISPLAY "RETIRED PROGRAMS    : " WS-ORPHAN-COUNT
           DISPLAY "REPORT SPOOLED TO SODREV - "
               WS-PAGE-NUMBER " PAGES"

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

           SCHEDULE-CHECK-PARA.

           CALL "JobScheduleCheck"
               USING WS-JOBCHK-JOB WS-RUN-DATE WS-JOBCHK-OK
           IF WS-JOBCHK-OK = 'N'
               DISPLAY "RUN REFUSED BY THE JOB SCHEDULE"
               STOP RUN
           END-IF.

      *>--------------- load ------------------------------------

           LOAD-AUTHORITY-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT USER-AUTHORITY-FILE
           MOVE WS-AUTH-STATUS TO WS-CHECK-STATUS
           MOVE "USERAUTH" TO WS-CHECK-FILE
           MOVE "LOAD-AUTHORITY-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM UNTIL WS-EOF
               READ USER-AUTHORITY-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-ROW-COUNT = 500
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                           MOVE 'Y' TO WS-EOF-SWITCH
                       ELSE
                           PERFORM LOAD-ONE-ROW-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-AUTHORITY-FILE.

           LOAD-ONE-ROW-PARA.

           ADD 1 TO WS-ROW-COUNT
           SET WS-ROW-IDX TO WS-ROW-COUNT
           MOVE UA-OPERATOR-ID TO WS-ROW-OPERATOR(WS-ROW-IDX)
           MOVE UA-PROGRAM TO WS-ROW-PROGRAM(WS-ROW-IDX)
           MOVE UA-ALLOWED-FUNCTIONS TO WS-ROW-FUNCTIONS(WS-ROW-IDX)
           IF UA-PROGRAM NOT = "OVERRIDE"
               MOVE UA-OPERATOR-ID TO WS-FIND-OPERATOR
               PERFORM FIND-OPERATOR-PARA
               IF NOT WS-FOUND
                   IF WS-OPERATOR-COUNT = 300
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-OPERATOR-COUNT
                       SET WS-OP-IDX TO WS-OPERATOR-COUNT
                       MOVE UA-OPERATOR-ID TO WS-OP-OPERATOR(WS-OP-IDX)
                       MOVE ZERO TO WS-OP-PROGRAMS(WS-OP-IDX)
                       MOVE ZERO TO WS-OP-LAST-ACTIVITY(WS-OP-IDX)
                       MOVE 'Y' TO WS-FOUND-SWITCH
                   END-IF
               END-IF
               IF WS-FOUND
                   ADD 1 TO WS-OP-PROGRAMS(WS-OP-IDX)
               END-IF
           END-IF.

           FIND-OPERATOR-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OPERATOR-COUNT OR WS-FOUND
               IF WS-OP-OPERATOR(WS-OP-IDX) = WS-FIND-OPERATOR
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-OP-IDX DOWN BY 1
           END-IF.

           LOAD-RULES-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SOD-RULE-FILE
           PERFORM UNTIL WS-EOF
               READ SOD-RULE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-RULE-COUNT = 200
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                           MOVE 'Y' TO WS-EOF-SWITCH
                       ELSE
                           ADD 1 TO WS-RULE-COUNT
                           SET WS-RULE-IDX TO WS-RULE-COUNT
                           MOVE DR-RULE-CODE
                               TO WS-RULE-CODE(WS-RULE-IDX)
                           MOVE DR-PROGRAM-1
                               TO WS-RULE-PROGRAM-1(WS-RULE-IDX)
                           MOVE DR-FUNCTION-1
                               TO WS-RULE-FUNCTION-1(WS-RULE-IDX)
                           MOVE DR-PROGRAM-2
                               TO WS-RULE-PROGRAM-2(WS-RULE-IDX)
                           MOVE DR-FUNCTION-2
                               TO WS-RULE-FUNCTION-2(WS-RULE-IDX)
                           MOVE DR-DESCRIPTION
                               TO WS-RULE-DESCRIPTION(WS-RULE-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOD-RULE-FILE
           IF WS-RULE-COUNT = ZERO
               DISPLAY "NO SOD-RULE ROWS - NO CONFLICTS CAN BE FOUND"
           END-IF.

      *>--------------- journal activity --------------------------

           SCAN-JOURNAL-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT UPDATE-JOURNAL-FILE
           MOVE WS-UPDJRNL-STATUS TO WS-CHECK-STATUS
           MOVE "UPDJRNL " TO WS-CHECK-FILE
           MOVE "SCAN-JOURNAL-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM UNTIL WS-EOF
               READ UPDATE-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-READ
                       MOVE UJ-OPERATOR TO WS-FIND-OPERATOR
                       MOVE UJ-UPDATE-DATE TO WS-DS-DATE-1
                       PERFORM NOTE-ACTIVITY-PARA
               END-READ
           END-PERFORM
           CLOSE UPDATE-JOURNAL-FILE.

           SCAN-JOURNAL-HISTORY-PARA.

      *> the retention purge may already have moved part of the
      *> 90 days offline - entries older than the cutoff still give
      *> a last-activity date for the report
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT UPDJRNL-HISTORY-FILE
           PERFORM UNTIL WS-EOF
               READ UPDJRNL-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF HX-DETAIL
                           ADD 1 TO WS-JOURNAL-READ
                           MOVE HX-RECORD-IMAGE
                               TO JOURNAL-HISTORY-ENTRY
                           MOVE JX-OPERATOR TO WS-FIND-OPERATOR
                           MOVE JX-UPDATE-DATE TO WS-DS-DATE-1
                           PERFORM NOTE-ACTIVITY-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UPDJRNL-HISTORY-FILE.

           NOTE-ACTIVITY-PARA.

           PERFORM FIND-OPERATOR-PARA
           IF WS-FOUND
               IF WS-DS-DATE-1 > WS-OP-LAST-ACTIVITY(WS-OP-IDX)
                   MOVE WS-DS-DATE-1 TO WS-OP-LAST-ACTIVITY(WS-OP-IDX)
               END-IF
           END-IF.

      *>--------------- section 1 - conflicting duties ----------------

           CONFLICT-SECTION-PARA.

           MOVE "SECTION 1 - OPERATORS HOLDING BOTH SIDES OF A "
               TO WS-SECTION-TITLE
           MOVE "CONFLICT RULE" TO WS-SECTION-TITLE(47:13)
           MOVE "OPERATOR    RULE  DUTY        CONFLICTS WITH"
               TO WS-COLUMN-HEADING
           MOVE "DESCRIPTION" TO WS-COLUMN-HEADING(48:11)
           PERFORM SIGN-OFF-HEADING-PARA
           PERFORM PRINT-HEADER-PARA
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OPERATOR-COUNT
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   PERFORM CHECK-RULE-PARA
               END-PERFORM
           END-PERFORM
           IF WS-CONFLICT-COUNT = ZERO
               MOVE "NO OPERATOR HOLDS A CONFLICTING PAIR"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF.

           CHECK-RULE-PARA.

           MOVE WS-RULE-PROGRAM-1(WS-RULE-IDX) TO WS-WANT-PROGRAM
           MOVE WS-RULE-FUNCTION-1(WS-RULE-IDX) TO WS-WANT-FUNCTION
           PERFORM CHECK-HOLDS-PARA
           IF WS-HOLDS
               MOVE WS-RULE-PROGRAM-2(WS-RULE-IDX) TO WS-WANT-PROGRAM
               MOVE WS-RULE-FUNCTION-2(WS-RULE-IDX)
                   TO WS-WANT-FUNCTION
               PERFORM CHECK-HOLDS-PARA
               IF WS-HOLDS
                   ADD 1 TO WS-CONFLICT-COUNT
                   PERFORM PRINT-CONFLICT-PARA
               END-IF
           END-IF.

           CHECK-HOLDS-PARA.

      *> the operator holds a duty when a row for that program lists
      *> its code, or '*' for every code; a rule side of '*' is
      *> held by any row for the program
           MOVE 'N' TO WS-HOLDS-SWITCH
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT OR WS-HOLDS
               IF WS-ROW-OPERATOR(WS-ROW-IDX)
                       = WS-OP-OPERATOR(WS-OP-IDX)
                       AND WS-ROW-PROGRAM(WS-ROW-IDX) = WS-WANT-PROGRAM
                   IF WS-WANT-FUNCTION = "*"
                       MOVE 'Y' TO WS-HOLDS-SWITCH
                   END-IF
                   PERFORM VARYING WS-FUNCTION-SUB FROM 1 BY 1
                           UNTIL WS-FUNCTION-SUB > 8
                       IF WS-ROW-FUNCTIONS(WS-ROW-IDX)
                               (WS-FUNCTION-SUB:1) = WS-WANT-FUNCTION
                           OR WS-ROW-FUNCTIONS(WS-ROW-IDX)
                               (WS-FUNCTION-SUB:1) = "*"
                           MOVE 'Y' TO WS-HOLDS-SWITCH
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           PRINT-CONFLICT-PARA.

           MOVE SPACES TO WS-DUTY-1
           STRING WS-RULE-PROGRAM-1(WS-RULE-IDX) DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-RULE-FUNCTION-1(WS-RULE-IDX) DELIMITED BY SIZE
               INTO WS-DUTY-1
           END-STRING
           MOVE SPACES TO WS-DUTY-2
           STRING WS-RULE-PROGRAM-2(WS-RULE-IDX) DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-RULE-FUNCTION-2(WS-RULE-IDX) DELIMITED BY SIZE
               INTO WS-DUTY-2
           END-STRING
           MOVE WS-OP-OPERATOR(WS-OP-IDX) TO WS-PRINT-LINE(1:10)
           MOVE WS-RULE-CODE(WS-RULE-IDX) TO WS-PRINT-LINE(13:4)
           MOVE WS-DUTY-1 TO WS-PRINT-LINE(19:10)
           MOVE WS-DUTY-2 TO WS-PRINT-LINE(31:10)
           MOVE WS-RULE-DESCRIPTION(WS-RULE-IDX)
               TO WS-PRINT-LINE(48:40)
           PERFORM PRINT-FINDING-PARA.

      *>--------------- section 2 - dormant access -------------------

           DORMANT-SECTION-PARA.

           MOVE SPACES TO WS-SECTION-TITLE
           STRING "SECTION 2 - OPERATORS WITH NO UPDJRNL ACTIVITY "
                   DELIMITED BY SIZE
               "SINCE " DELIMITED BY SIZE
               WS-ACTIVITY-CUTOFF DELIMITED BY SIZE
               " (90 DAYS)" DELIMITED BY SIZE
               INTO WS-SECTION-TITLE
           END-STRING
           MOVE "OPERATOR    PROGRAMS HELD   LAST ACTIVITY"
               TO WS-COLUMN-HEADING
           PERFORM SIGN-OFF-HEADING-PARA
           PERFORM PRINT-HEADER-PARA
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OPERATOR-COUNT
               IF WS-OP-LAST-ACTIVITY(WS-OP-IDX) < WS-ACTIVITY-CUTOFF
                   ADD 1 TO WS-DORMANT-COUNT
                   MOVE WS-OP-OPERATOR(WS-OP-IDX)
                       TO WS-PRINT-LINE(1:10)
                   MOVE WS-OP-PROGRAMS(WS-OP-IDX)
                       TO WS-PRINT-LINE(22:3)
                   IF WS-OP-LAST-ACTIVITY(WS-OP-IDX) = ZERO
                       MOVE "NONE ON FILE" TO WS-PRINT-LINE(29:12)
                   ELSE
                       MOVE WS-OP-LAST-ACTIVITY(WS-OP-IDX)
                           TO WS-PRINT-LINE(29:8)
                   END-IF
                   PERFORM PRINT-FINDING-PARA
               END-IF
           END-PERFORM
           IF WS-DORMANT-COUNT = ZERO
               MOVE "EVERY OPERATOR HAS RECENT ACTIVITY"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF.

      *>--------------- section 3 - retired programs -----------------

           ORPHAN-SECTION-PARA.

           MOVE "SECTION 3 - AUTHORITY ROWS FOR PROGRAMS NO LONGER "
               TO WS-SECTION-TITLE
           MOVE "IN USE" TO WS-SECTION-TITLE(51:6)
           MOVE "OPERATOR    PROGRAM   CODES"
               TO WS-COLUMN-HEADING
           PERFORM SIGN-OFF-HEADING-PARA
           PERFORM PRINT-HEADER-PARA
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               SET AG-IDX TO 1
               SEARCH AG-PROGRAM-NAME
                   AT END
                       ADD 1 TO WS-ORPHAN-COUNT
                       MOVE WS-ROW-OPERATOR(WS-ROW-IDX)
                           TO WS-PRINT-LINE(1:10)
                       MOVE WS-ROW-PROGRAM(WS-ROW-IDX)
                           TO WS-PRINT-LINE(13:8)
                       MOVE WS-ROW-FUNCTIONS(WS-ROW-IDX)
                           TO WS-PRINT-LINE(23:8)
                       PERFORM PRINT-FINDING-PARA
                   WHEN AG-PROGRAM-NAME(AG-IDX)
                           = WS-ROW-PROGRAM(WS-ROW-IDX)
                       CONTINUE
               END-SEARCH
           END-PERFORM
           IF WS-ORPHAN-COUNT = ZERO
               MOVE "EVERY ROW GRANTS A PROGRAM STILL IN USE"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF.

      *>--------------- report ------------------------------------

           SIGN-OFF-HEADING-PARA.

           MOVE "REVIEWED BY" TO WS-COLUMN-HEADING(92:11)
           MOVE "DATE" TO WS-COLUMN-HEADING(106:4)
           MOVE "KEEP/REVOKE" TO WS-COLUMN-HEADING(116:11).

           PRINT-FINDING-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
           END-IF
           MOVE WS-SIGN-OFF-COLUMNS TO WS-PRINT-LINE(92:40)
           ADD 1 TO WS-FINDING-COUNT
           PERFORM PRINT-LINE-PARA.

           PRINT-SIGN-OFF-PARA.

           PERFORM PRINT-LINE-PARA
           STRING "CONFLICTING PAIRS " DELIMITED BY SIZE
               WS-CONFLICT-COUNT DELIMITED BY SIZE
               "   DORMANT OPERATORS " DELIMITED BY SIZE
               WS-DORMANT-COUNT DELIMITED BY SIZE
               "   ROWS FOR RETIRED PROGRAMS " DELIMITED BY SIZE
               WS-ORPHAN-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "REVIEW COMPLETED BY (MANAGER)   ____________________"
               TO WS-PRINT-LINE
           MOVE "SIGNATURE ____________________   DATE __________"
               TO WS-PRINT-LINE(54:48)
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "CHANGES APPLIED BY (SECURITY)   ____________________"
               TO WS-PRINT-LINE
           MOVE "SIGNATURE ____________________   DATE __________"
               TO WS-PRINT-LINE(54:48)
           PERFORM PRINT-LINE-PARA.

           PRINT-LINE-PARA.

           MOVE SPACE TO PR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PR-TEXT
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

           PRINT-PAGE-PARA.

           MOVE '1' TO PR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PR-TEXT
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

           PRINT-HEADER-PARA.

      *> each section starts a page and a full page repeats the
      *> section's headings, so every sheet can be signed alone
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-TITLE TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE WS-SECTION-TITLE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE WS-COLUMN-HEADING TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "SODREV  " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-ROW-COUNT TO RC-RECORDS-PROCESSED
           MOVE WS-FINDING-COUNT TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM SodReview.
