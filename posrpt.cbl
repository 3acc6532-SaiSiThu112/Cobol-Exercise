       IDENTIFICATION DIVISION.
       PROGRAM-ID. PositionEstablishmentReport.
       ENVIRONMENT DIVISION.
           *> vacancy and over-establishment report - the
           *> POSITION-MASTER establishment is set against the
           *> active and on-leave staff on EMPLOYEE-MASTER, one line
           *> per department in name order: funded and frozen posts,
           *> posts filled and vacant, staff in the department,
           *> staff holding no post and how far the department runs
           *> over its establishment, with the budgeted salary of the
           *> funded posts beside the actual salary of the people in
           *> them
           *> the vacant funded posts are listed after the summary,
           *> then the exceptions finance chases - staff with no post
           *> and posts whose incumbent has left or is no longer on
           *> the master
           *> cleared by the job schedule like the other batch jobs,
           *> spooled to POSNRPT and logged to RUN-CONTROL
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT POSITION-MASTER ASSIGN TO "POSNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PS-POSITION-ID
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "POSNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD EMPLOYEE-MASTER.
           COPY EMPMSTR.

       FD POSITION-MASTER.
           COPY POSNMSTR.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       FD OPERATOR-ALERT-FILE.
           COPY OPALERT.

       WORKING-STORAGE SECTION.

           01 WS-ALERT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ALERT-JOB PIC X(08) VALUE "POSNRPT ".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-EMPLOYEE-STATUS PIC X(02) VALUE SPACES.
           01 WS-POSITION-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-PER-PAGE PIC 9(03) VALUE 50.
           01 WS-PAGE-TITLE PIC X(40) VALUE SPACES.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "POSNRPT ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

      *> active and on-leave staff - the posted flag is set when a
      *> post on the establishment names them as incumbent
           01 WS-PEOPLE-TABLE.
               02 WS-PP-ENTRY OCCURS 2000 TIMES
                       INDEXED BY WS-PP-IDX.
                   05 WS-PP-EMP-ID PIC 9(05).
                   05 WS-PP-EMP-NAME PIC X(10).
                   05 WS-PP-DEPARTMENT PIC X(10).
                   05 WS-PP-SALARY PIC S9(07)V99.
                   05 WS-PP-POSTED PIC X(01).
           01 WS-PEOPLE-COUNT PIC 9(04) VALUE ZERO.

           01 WS-POST-TABLE.
               02 WS-PT-ENTRY OCCURS 2000 TIMES
                       INDEXED BY WS-PT-IDX.
                   05 WS-PT-POSITION-ID PIC X(06).
                   05 WS-PT-TITLE PIC X(20).
                   05 WS-PT-DEPARTMENT PIC X(10).
                   05 WS-PT-GRADE-CODE PIC X(03).
                   05 WS-PT-BUDGET-SALARY PIC 9(07)V99.
                   05 WS-PT-EMP-ID PIC 9(05).
                   05 WS-PT-HOLDER PIC X(01).
                       88 WS-PT-HOLDER-GONE VALUE 'G'.
                   05 WS-PT-STATUS PIC X(01).
                       88 WS-PT-FROZEN VALUE 'Z'.
           01 WS-POST-COUNT PIC 9(04) VALUE ZERO.

           01 WS-DEPT-TABLE.
               02 WS-DT-ENTRY OCCURS 100 TIMES.
                   05 WS-DT-DEPARTMENT PIC X(10).
                   05 WS-DT-FUNDED PIC 9(04).
                   05 WS-DT-FROZEN PIC 9(04).
                   05 WS-DT-FILLED PIC 9(04).
                   05 WS-DT-VACANT PIC 9(04).
                   05 WS-DT-ESTABLISHMENT PIC 9(04).
                   05 WS-DT-HEADCOUNT PIC 9(04).
                   05 WS-DT-UNPOSTED PIC 9(04).
                   05 WS-DT-BUDGET PIC 9(09)V99.
                   05 WS-DT-ACTUAL PIC S9(09)V99.
           01 WS-DEPT-COUNT PIC 9(03) VALUE ZERO.
           01 WS-DEPT-SUB PIC 9(03) VALUE ZERO.
           01 WS-SORT-SUB PIC 9(03) VALUE ZERO.
           01 WS-DEPT-HOLD PIC X(60) VALUE SPACES.
           01 WS-LOOKUP-DEPARTMENT PIC X(10) VALUE SPACES.
           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-OVERFLOWED VALUE 'Y'.

           01 WS-TOTALS.
               05 WS-TOT-FUNDED PIC 9(05) VALUE ZERO.
               05 WS-TOT-FROZEN PIC 9(05) VALUE ZERO.
               05 WS-TOT-FILLED PIC 9(05) VALUE ZERO.
               05 WS-TOT-VACANT PIC 9(05) VALUE ZERO.
               05 WS-TOT-HEADCOUNT PIC 9(05) VALUE ZERO.
               05 WS-TOT-UNPOSTED PIC 9(05) VALUE ZERO.
               05 WS-TOT-OVER PIC 9(05) VALUE ZERO.
               05 WS-TOT-BUDGET PIC 9(09)V99 VALUE ZERO.
               05 WS-TOT-ACTUAL PIC S9(09)V99 VALUE ZERO.
           01 WS-OVER-COUNT PIC 9(04) VALUE ZERO.
           01 WS-VARIANCE PIC S9(09)V99 VALUE ZERO.
           01 WS-EXCEPTION-COUNT PIC 9(05) VALUE ZERO.

           01 WS-EDIT-COUNT-1 PIC ZZZZ9.
           01 WS-EDIT-COUNT-2 PIC ZZZZ9.
           01 WS-EDIT-COUNT-3 PIC ZZZZ9.
           01 WS-EDIT-COUNT-4 PIC ZZZZ9.
           01 WS-EDIT-COUNT-5 PIC ZZZZ9.
           01 WS-EDIT-COUNT-6 PIC ZZZZ9.
           01 WS-EDIT-COUNT-7 PIC ZZZZ9.
           01 WS-EDIT-BUDGET PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-ACTUAL PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-VARIANCE PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-EDIT-SALARY PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-PEOPLE-PARA
           PERFORM LOAD-POSITIONS-PARA
           IF WS-OVERFLOWED
               DISPLAY "*** MORE STAFF, POSTS OR DEPARTMENTS THAN THE "
                   "TABLES HOLD - RUN STOPPED ***"
               STOP RUN
           END-IF
           PERFORM MATCH-INCUMBENTS-PARA
           PERFORM COUNT-UNPOSTED-PARA
           PERFORM SORT-DEPARTMENTS-PARA

           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "POSNRPT " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA

           PERFORM PRINT-SUMMARY-PARA
           PERFORM PRINT-VACANCIES-PARA
           PERFORM PRINT-EXCEPTIONS-PARA

           CLOSE PRINT-FILE
           PERFORM LOG-RUN-CONTROL-PARA

           DISPLAY "----- Establishment and Vacancies -----"
           DISPLAY "RUN DATE : " WS-RUN-DATE
           DISPLAY "POSTS ON ESTABLISHMENT : " WS-POST-COUNT
           DISPLAY "FUNDED POSTS VACANT    : " WS-TOT-VACANT
           DISPLAY "STAFF WITH NO POST     : " WS-TOT-UNPOSTED
           DISPLAY "OVER ESTABLISHMENT     : " WS-TOT-OVER
           DISPLAY "REPORT SPOOLED TO POSNRPT - "
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

      *>--------------- staff and establishment ---------------

           LOAD-PEOPLE-PARA.

           OPEN INPUT EMPLOYEE-MASTER
           MOVE WS-EMPLOYEE-STATUS TO WS-CHECK-STATUS
           MOVE "EMPMAST " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "LOAD-PEOPLE-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF NOT EM-TRAILER-RECORD AND NOT EM-TERMINATED
                           PERFORM NOTE-PERSON-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

           NOTE-PERSON-PARA.

           IF WS-PEOPLE-COUNT = 2000
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
           ELSE
               ADD 1 TO WS-PEOPLE-COUNT
               SET WS-PP-IDX TO WS-PEOPLE-COUNT
               MOVE EM-EMP-ID TO WS-PP-EMP-ID(WS-PP-IDX)
               MOVE EM-EMP-NAME TO WS-PP-EMP-NAME(WS-PP-IDX)
               MOVE EM-DEPARTMENT TO WS-PP-DEPARTMENT(WS-PP-IDX)
               MOVE EM-SALARY TO WS-PP-SALARY(WS-PP-IDX)
               MOVE 'N' TO WS-PP-POSTED(WS-PP-IDX)
               MOVE EM-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
               PERFORM FIND-DEPARTMENT-PARA
               IF WS-FOUND
                   ADD 1 TO WS-DT-HEADCOUNT(WS-DEPT-SUB)
               END-IF
           END-IF.

           LOAD-POSITIONS-PARA.

           OPEN INPUT POSITION-MASTER
           IF WS-POSITION-STATUS = "35"
               DISPLAY "NO POSITION-MASTER - EVERY EMPLOYEE WILL "
                   "REPORT AS HOLDING NO POST"
           ELSE
               MOVE WS-POSITION-STATUS TO WS-CHECK-STATUS
               MOVE "POSNMAST" TO WS-CHECK-FILE
               MOVE SPACES TO WS-CHECK-KEY
               MOVE "LOAD-POSITIONS-PARA" TO WS-CHECK-PARAGRAPH
               PERFORM CHECK-FILE-STATUS-PARA
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ POSITION-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM NOTE-POSITION-PARA
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER
           END-IF.

           NOTE-POSITION-PARA.

           IF WS-POST-COUNT = 2000
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
           ELSE
               ADD 1 TO WS-POST-COUNT
               SET WS-PT-IDX TO WS-POST-COUNT
               MOVE PS-POSITION-ID TO WS-PT-POSITION-ID(WS-PT-IDX)
               MOVE PS-POSITION-TITLE TO WS-PT-TITLE(WS-PT-IDX)
               MOVE PS-DEPARTMENT TO WS-PT-DEPARTMENT(WS-PT-IDX)
               MOVE PS-GRADE-CODE TO WS-PT-GRADE-CODE(WS-PT-IDX)
               MOVE PS-BUDGET-SALARY TO WS-PT-BUDGET-SALARY(WS-PT-IDX)
               MOVE PS-EMP-ID TO WS-PT-EMP-ID(WS-PT-IDX)
               MOVE SPACE TO WS-PT-HOLDER(WS-PT-IDX)
               MOVE PS-POSITION-STATUS TO WS-PT-STATUS(WS-PT-IDX)
               MOVE PS-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
               PERFORM FIND-DEPARTMENT-PARA
               IF WS-FOUND
                   IF PS-FROZEN
                       ADD 1 TO WS-DT-FROZEN(WS-DEPT-SUB)
                   ELSE
                       ADD 1 TO WS-DT-FUNDED(WS-DEPT-SUB)
                       ADD PS-BUDGET-SALARY
                           TO WS-DT-BUDGET(WS-DEPT-SUB)
                   END-IF
               END-IF
           END-IF.

           FIND-DEPARTMENT-PARA.

      *> find or open the department's summary entry
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT OR WS-FOUND
               IF WS-DT-DEPARTMENT(WS-DEPT-SUB) = WS-LOOKUP-DEPARTMENT
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-DEPT-SUB
           ELSE
               IF WS-DEPT-COUNT = 100
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
                   INITIALIZE WS-DT-ENTRY(WS-DEPT-SUB)
                   MOVE WS-LOOKUP-DEPARTMENT
                       TO WS-DT-DEPARTMENT(WS-DEPT-SUB)
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-IF.

           MATCH-INCUMBENTS-PARA.

      *> a filled post counts as filled only when its incumbent is
      *> still active or on leave - anyone else is an exception
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-POST-COUNT
               IF WS-PT-EMP-ID(WS-PT-IDX) NOT = ZERO
                   MOVE 'N' TO WS-FOUND-SWITCH
                   PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                           UNTIL WS-PP-IDX > WS-PEOPLE-COUNT
                               OR WS-FOUND
                       IF WS-PP-EMP-ID(WS-PP-IDX)
                               = WS-PT-EMP-ID(WS-PT-IDX)
                           MOVE 'Y' TO WS-FOUND-SWITCH
                       END-IF
                   END-PERFORM
                   IF WS-FOUND
                       SET WS-PP-IDX DOWN BY 1
                       PERFORM NOTE-INCUMBENT-PARA
                   ELSE
                       MOVE 'G' TO WS-PT-HOLDER(WS-PT-IDX)
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
               END-IF
               MOVE WS-PT-DEPARTMENT(WS-PT-IDX)
                   TO WS-LOOKUP-DEPARTMENT
               PERFORM FIND-DEPARTMENT-PARA
               IF NOT WS-PT-FROZEN(WS-PT-IDX)
                       AND WS-PT-HOLDER(WS-PT-IDX) NOT = 'Y'
                   ADD 1 TO WS-DT-VACANT(WS-DEPT-SUB)
               END-IF
           END-PERFORM.

           NOTE-INCUMBENT-PARA.

           MOVE 'Y' TO WS-PT-HOLDER(WS-PT-IDX)
           MOVE 'Y' TO WS-PP-POSTED(WS-PP-IDX)
           MOVE WS-PT-DEPARTMENT(WS-PT-IDX) TO WS-LOOKUP-DEPARTMENT
           PERFORM FIND-DEPARTMENT-PARA
           ADD 1 TO WS-DT-FILLED(WS-DEPT-SUB)
           ADD WS-PP-SALARY(WS-PP-IDX) TO WS-DT-ACTUAL(WS-DEPT-SUB)
           IF WS-PT-FROZEN(WS-PT-IDX)
      *> a frozen post keeps its incumbent until they move on
               ADD 1 TO WS-DT-ESTABLISHMENT(WS-DEPT-SUB)
           END-IF.

           COUNT-UNPOSTED-PARA.

           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PEOPLE-COUNT
               IF WS-PP-POSTED(WS-PP-IDX) = 'N'
                   MOVE WS-PP-DEPARTMENT(WS-PP-IDX)
                       TO WS-LOOKUP-DEPARTMENT
                   PERFORM FIND-DEPARTMENT-PARA
                   ADD 1 TO WS-DT-UNPOSTED(WS-DEPT-SUB)
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               ADD WS-DT-FUNDED(WS-DEPT-SUB)
                   TO WS-DT-ESTABLISHMENT(WS-DEPT-SUB)
           END-PERFORM.

           SORT-DEPARTMENTS-PARA.

           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               PERFORM VARYING WS-SORT-SUB FROM WS-DEPT-SUB BY 1
                       UNTIL WS-SORT-SUB > WS-DEPT-COUNT
                   IF WS-DT-DEPARTMENT(WS-SORT-SUB) <
                           WS-DT-DEPARTMENT(WS-DEPT-SUB)
                       MOVE WS-DT-ENTRY(WS-DEPT-SUB) TO WS-DEPT-HOLD
                       MOVE WS-DT-ENTRY(WS-SORT-SUB)
                           TO WS-DT-ENTRY(WS-DEPT-SUB)
                       MOVE WS-DEPT-HOLD TO WS-DT-ENTRY(WS-SORT-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>--------------- report ---------------

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
           MOVE ZERO TO WS-LINE-COUNT.

           PRINT-SUMMARY-PARA.

           MOVE "----- Establishment by Department -----"
               TO WS-PAGE-TITLE
           PERFORM PRINT-SUMMARY-HEADER-PARA
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               PERFORM PRINT-DEPARTMENT-PARA
           END-PERFORM
           PERFORM PRINT-LINE-PARA
           MOVE WS-TOT-FUNDED TO WS-EDIT-COUNT-1
           MOVE WS-TOT-FROZEN TO WS-EDIT-COUNT-2
           MOVE WS-TOT-FILLED TO WS-EDIT-COUNT-3
           MOVE WS-TOT-VACANT TO WS-EDIT-COUNT-4
           MOVE WS-TOT-HEADCOUNT TO WS-EDIT-COUNT-5
           MOVE WS-TOT-UNPOSTED TO WS-EDIT-COUNT-6
           MOVE WS-TOT-OVER TO WS-EDIT-COUNT-7
           MOVE WS-TOT-BUDGET TO WS-EDIT-BUDGET
           MOVE WS-TOT-ACTUAL TO WS-EDIT-ACTUAL
           COMPUTE WS-VARIANCE = WS-TOT-BUDGET - WS-TOT-ACTUAL
           MOVE WS-VARIANCE TO WS-EDIT-VARIANCE
           MOVE "ALL DEPTS " TO WS-LOOKUP-DEPARTMENT
           PERFORM PRINT-FIGURES-PARA.

           PRINT-SUMMARY-HEADER-PARA.

           PERFORM PRINT-HEADER-PARA
           STRING "DEPARTMENT  FUNDED FROZEN FILLED VACANT   STAFF"
                   DELIMITED BY SIZE
               " NO-POST   OVER      BUDGET SALARY"
                   DELIMITED BY SIZE
               "   ACTUAL SALARY  BUDGET-ACTUAL" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-DEPARTMENT-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-SUMMARY-HEADER-PARA
           END-IF
           MOVE ZERO TO WS-OVER-COUNT
           IF WS-DT-HEADCOUNT(WS-DEPT-SUB)
                   > WS-DT-ESTABLISHMENT(WS-DEPT-SUB)
               COMPUTE WS-OVER-COUNT = WS-DT-HEADCOUNT(WS-DEPT-SUB)
                   - WS-DT-ESTABLISHMENT(WS-DEPT-SUB)
           END-IF
           ADD WS-DT-FUNDED(WS-DEPT-SUB) TO WS-TOT-FUNDED
           ADD WS-DT-FROZEN(WS-DEPT-SUB) TO WS-TOT-FROZEN
           ADD WS-DT-FILLED(WS-DEPT-SUB) TO WS-TOT-FILLED
           ADD WS-DT-VACANT(WS-DEPT-SUB) TO WS-TOT-VACANT
           ADD WS-DT-HEADCOUNT(WS-DEPT-SUB) TO WS-TOT-HEADCOUNT
           ADD WS-DT-UNPOSTED(WS-DEPT-SUB) TO WS-TOT-UNPOSTED
           ADD WS-OVER-COUNT TO WS-TOT-OVER
           ADD WS-DT-BUDGET(WS-DEPT-SUB) TO WS-TOT-BUDGET
           ADD WS-DT-ACTUAL(WS-DEPT-SUB) TO WS-TOT-ACTUAL
           MOVE WS-DT-FUNDED(WS-DEPT-SUB) TO WS-EDIT-COUNT-1
           MOVE WS-DT-FROZEN(WS-DEPT-SUB) TO WS-EDIT-COUNT-2
           MOVE WS-DT-FILLED(WS-DEPT-SUB) TO WS-EDIT-COUNT-3
           MOVE WS-DT-VACANT(WS-DEPT-SUB) TO WS-EDIT-COUNT-4
           MOVE WS-DT-HEADCOUNT(WS-DEPT-SUB) TO WS-EDIT-COUNT-5
           MOVE WS-DT-UNPOSTED(WS-DEPT-SUB) TO WS-EDIT-COUNT-6
           MOVE WS-OVER-COUNT TO WS-EDIT-COUNT-7
           MOVE WS-DT-BUDGET(WS-DEPT-SUB) TO WS-EDIT-BUDGET
           MOVE WS-DT-ACTUAL(WS-DEPT-SUB) TO WS-EDIT-ACTUAL
           COMPUTE WS-VARIANCE = WS-DT-BUDGET(WS-DEPT-SUB)
               - WS-DT-ACTUAL(WS-DEPT-SUB)
           MOVE WS-VARIANCE TO WS-EDIT-VARIANCE
           MOVE WS-DT-DEPARTMENT(WS-DEPT-SUB) TO WS-LOOKUP-DEPARTMENT
           PERFORM PRINT-FIGURES-PARA.

           PRINT-FIGURES-PARA.

           STRING WS-LOOKUP-DEPARTMENT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-COUNT-1 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-COUNT-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-COUNT-3 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-COUNT-4 DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-EDIT-COUNT-5 DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-EDIT-COUNT-6 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-COUNT-7 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-BUDGET DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-ACTUAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-VARIANCE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-VACANCIES-PARA.

           MOVE "----- Vacant Funded Posts -----" TO WS-PAGE-TITLE
           PERFORM PRINT-VACANCY-HEADER-PARA
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-POST-COUNT
                   IF WS-PT-DEPARTMENT(WS-PT-IDX)
                           = WS-DT-DEPARTMENT(WS-DEPT-SUB)
                           AND NOT WS-PT-FROZEN(WS-PT-IDX)
                           AND WS-PT-HOLDER(WS-PT-IDX) NOT = 'Y'
                       PERFORM PRINT-VACANT-POST-PARA
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-TOT-VACANT = ZERO
               MOVE "NO VACANT FUNDED POSTS" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF.

           PRINT-VACANCY-HEADER-PARA.

           PERFORM PRINT-HEADER-PARA
           MOVE "DEPARTMENT  POST    TITLE                 GRADE"
               TO WS-PRINT-LINE
           MOVE "BUDGET SALARY" TO WS-PRINT-LINE(55:13)
           PERFORM PRINT-LINE-PARA.

           PRINT-VACANT-POST-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-VACANCY-HEADER-PARA
           END-IF
           MOVE WS-PT-BUDGET-SALARY(WS-PT-IDX) TO WS-EDIT-SALARY
           STRING WS-PT-DEPARTMENT(WS-PT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PT-POSITION-ID(WS-PT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PT-TITLE(WS-PT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PT-GRADE-CODE(WS-PT-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-EDIT-SALARY DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           IF WS-PT-HOLDER-GONE(WS-PT-IDX)
               MOVE "(INCUMBENT GONE)" TO WS-PRINT-LINE(72:16)
           END-IF
           PERFORM PRINT-LINE-PARA.

           PRINT-EXCEPTIONS-PARA.

           MOVE "----- Establishment Exceptions -----" TO WS-PAGE-TITLE
           PERFORM PRINT-HEADER-PARA
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "NO EXCEPTIONS" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
           END-IF
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PEOPLE-COUNT
               IF WS-PP-POSTED(WS-PP-IDX) = 'N'
                   PERFORM PRINT-UNPOSTED-PARA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-POST-COUNT
               IF WS-PT-HOLDER-GONE(WS-PT-IDX)
                   PERFORM PRINT-HOLDER-GONE-PARA
               END-IF
           END-PERFORM.

           PRINT-UNPOSTED-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
           END-IF
           MOVE WS-PP-SALARY(WS-PP-IDX) TO WS-EDIT-SALARY
           STRING "EMPLOYEE " DELIMITED BY SIZE
               WS-PP-EMP-ID(WS-PP-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PP-EMP-NAME(WS-PP-IDX) DELIMITED BY SIZE
               " DEPT " DELIMITED BY SIZE
               WS-PP-DEPARTMENT(WS-PP-IDX) DELIMITED BY SIZE
               " SALARY " DELIMITED BY SIZE
               WS-EDIT-SALARY DELIMITED BY SIZE
               " - HOLDS NO FUNDED POST" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-HOLDER-GONE-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
           END-IF
           STRING "POST " DELIMITED BY SIZE
               WS-PT-POSITION-ID(WS-PT-IDX) DELIMITED BY SIZE
               " DEPT " DELIMITED BY SIZE
               WS-PT-DEPARTMENT(WS-PT-IDX) DELIMITED BY SIZE
               " NAMES EMPLOYEE " DELIMITED BY SIZE
               WS-PT-EMP-ID(WS-PT-IDX) DELIMITED BY SIZE
               " WHO IS TERMINATED OR NOT ON THE MASTER"
                   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "POSNRPT " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-POST-COUNT TO RC-RECORDS-PROCESSED
           MOVE WS-TOT-BUDGET TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM PositionEstablishmentReport.
