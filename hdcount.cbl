       IDENTIFICATION DIVISION.
       PROGRAM-ID. HeadcountTurnoverReport.
       ENVIRONMENT DIVISION.
           *> monthly headcount and turnover by department for the
           *> twelve months ending with the run month, replacing the
           *> quarterly count off the printed master - per department
           *> and month: opening headcount, hires, leavers, net
           *> transfers, closing headcount, turnover annualised from
           *> the month's leavers, turnover over the rolling twelve
           *> months ending with the month, and the average tenure of
           *> the closing headcount
           *> closing headcount is counted off that month's EMPARCH
           *> snapshot (the latest one archived in the month, anyone
           *> not terminated), so it carries the department the
           *> employee was in at the time; a month with no snapshot
           *> yet (the current month, or before archiving began) is
           *> counted from EM-HIRE-DATE / EM-TERMINATION-DATE instead
           *> hires and leavers are counted from the dates, against
           *> the department on the employee's latest record - the
           *> transfers column is whatever is left once hires and
           *> leavers are taken off the movement in headcount
           *> a headcount counts anyone hired by the month end and
           *> not terminated in or before the month; a leaver is
           *> counted in the month of EM-TERMINATION-DATE, a hire in
           *> the month of EM-HIRE-DATE - a zero date is unknown and
           *> not counted as a movement
           *> prints HDCOUNT with a company-wide block after the
           *> departments and writes the same figures comma-delimited
           *> to HDTREND for the board pack
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

           SELECT OPTIONAL EMPLOYEE-ARCHIVE-FILE ASSIGN TO "EMPARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "HDCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT TREND-EXTRACT-FILE ASSIGN TO "HDTREND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREND-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD EMPLOYEE-MASTER.
           COPY EMPMSTR.

       FD EMPLOYEE-ARCHIVE-FILE.
           01 EMPLOYEE-ARCHIVE-RECORD.
               05 EA-ARCHIVE-DATE       PIC 9(08).
               05 EA-EMPLOYEE-DATA      PIC X(108).
               05 EA-EMPLOYEE-IMAGE REDEFINES EA-EMPLOYEE-DATA.
                   10 EA-EMP-ID             PIC 9(05).
                   10 EA-EMP-NAME           PIC X(10).
                   10 EA-DEPARTMENT         PIC X(10).
                   10 FILLER                PIC X(02).
                   10 EA-EMPLOYMENT-STATUS  PIC X(01).
                   10 FILLER                PIC X(61).
                   10 EA-HIRE-DATE          PIC 9(08).
                   10 EA-TERMINATION-DATE   PIC 9(08).
                   10 FILLER                PIC X(03).

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       FD TREND-EXTRACT-FILE.
           01 TREND-EXTRACT-RECORD PIC X(100).

       FD OPERATOR-ALERT-FILE.
           COPY OPALERT.

       WORKING-STORAGE SECTION.

           01 WS-ALERT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ALERT-JOB PIC X(08) VALUE "HDCOUNT ".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-EMPLOYEE-STATUS PIC X(02) VALUE SPACES.
           01 WS-ARCHIVE-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-TREND-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-PER-PAGE PIC 9(03) VALUE 20.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-ARCHIVE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ARCHIVE-EOF VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-RUN-YEAR PIC 9(04) VALUE ZERO.
           01 WS-RUN-MONTH PIC 9(02) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "HDCOUNT ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

           01 WS-DS-FUNCTION PIC X(01) VALUE 'D'.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE 'Y'.

      *> twenty-four months ending with the run month - the last
      *> twelve are reported, the twelve before them give the
      *> first reported month its opening headcount and the rolling
      *> twelve-month figures their earlier months
           01 WS-MONTH-TABLE.
               02 WS-MO-ENTRY OCCURS 24 TIMES
                       INDEXED BY WS-MO-IDX.
                   05 WS-MO-YYYYMM PIC 9(06).
                   05 WS-MO-END-DATE PIC 9(08).
                   05 WS-MO-SNAP-DATE PIC 9(08).
           01 WS-MONTH-SUB PIC 9(02) VALUE ZERO.
           01 WS-ROLL-SUB PIC 9(02) VALUE ZERO.
           01 WS-CLEAR-SUB PIC 9(02) VALUE ZERO.
           01 WS-WORK-YEAR PIC 9(04) VALUE ZERO.
           01 WS-WORK-MONTH PIC 9(02) VALUE ZERO.
           01 WS-WORK-YYYYMM PIC 9(06) VALUE ZERO.
           01 WS-FIRST-YYYYMM PIC 9(06) VALUE ZERO.

      *> one row per employee ever seen on the archive or the
      *> master, holding the latest image of each - the row after
      *> the last is where the next image is staged
           01 WS-PEOPLE-TABLE.
               02 WS-PE-ENTRY OCCURS 2001 TIMES
                       INDEXED BY WS-PE-IDX.
                   05 WS-PE-EMP-ID PIC 9(05).
                   05 WS-PE-DEPARTMENT PIC X(10).
                   05 WS-PE-STATUS PIC X(01).
                   05 WS-PE-HIRE-DATE PIC 9(08).
                   05 WS-PE-TERM-DATE PIC 9(08).
           01 WS-PEOPLE-COUNT PIC 9(04) VALUE ZERO.
           01 WS-PEOPLE-SUB PIC 9(04) VALUE ZERO.
           01 WS-IN-HEADCOUNT-SWITCH PIC X(01) VALUE 'N'.
               88 WS-IN-HEADCOUNT VALUE 'Y'.
           01 WS-PEOPLE-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PEOPLE-FOUND VALUE 'Y'.

      *> entry 1 is the company-wide total, added to alongside
      *> every department
           01 WS-DEPT-TABLE.
               02 WS-DP-ENTRY OCCURS 40 TIMES
                       INDEXED BY WS-DP-IDX.
                   05 WS-DP-DEPARTMENT PIC X(10).
                   05 WS-DP-MONTH OCCURS 24 TIMES.
                       10 WS-DM-SNAP-COUNT PIC 9(05).
                       10 WS-DM-DATE-COUNT PIC 9(05).
                       10 WS-DM-HIRES PIC 9(05).
                       10 WS-DM-LEAVERS PIC 9(05).
                       10 WS-DM-TENURE-COUNT PIC 9(05).
                       10 WS-DM-TENURE-DAYS PIC 9(09).
           01 WS-DEPT-COUNT PIC 9(02) VALUE ZERO.
           01 WS-DEPT-SUB PIC 9(02) VALUE ZERO.
           01 WS-SORT-SUB PIC 9(02) VALUE ZERO.
           01 WS-DEPT-HOLD PIC X(826) VALUE SPACES.
           01 WS-DEPT-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DEPT-FOUND VALUE 'Y'.
           01 WS-TOTAL-NAME PIC X(10) VALUE "ALL DEPTS".
           01 WS-LOOKUP-DEPARTMENT PIC X(10) VALUE SPACES.

      *> one month's figures for the department being reported
           01 WS-OPENING PIC 9(05) VALUE ZERO.
           01 WS-CLOSING PIC 9(05) VALUE ZERO.
           01 WS-HIRES PIC 9(05) VALUE ZERO.
           01 WS-LEAVERS PIC 9(05) VALUE ZERO.
           01 WS-TRANSFERS PIC S9(05) VALUE ZERO.
           01 WS-TURNOVER-PCT PIC 9(05)V9 VALUE ZERO.
           01 WS-ROLLING-PCT PIC 9(05)V9 VALUE ZERO.
           01 WS-TENURE-YEARS PIC 9(03)V9 VALUE ZERO.
           01 WS-SOURCE PIC X(01) VALUE SPACE.
           01 WS-ROLL-LEAVERS PIC 9(07) VALUE ZERO.
           01 WS-ROLL-HEADS PIC 9(07) VALUE ZERO.
           01 WS-MONTH-OPENING PIC 9(05) VALUE ZERO.
           01 WS-MONTH-CLOSING PIC 9(05) VALUE ZERO.

           01 WS-YEAR-LEAVERS PIC 9(07) VALUE ZERO.
           01 WS-YEAR-HIRES PIC 9(07) VALUE ZERO.
           01 WS-SNAPSHOT-MONTHS PIC 9(02) VALUE ZERO.
           01 WS-EXTRACT-COUNT PIC 9(05) VALUE ZERO.

           01 WS-EDIT-OPENING PIC ZZZZ9.
           01 WS-EDIT-HIRES PIC ZZZZ9.
           01 WS-EDIT-LEAVERS PIC ZZZZ9.
           01 WS-EDIT-TRANSFERS PIC -----9.
           01 WS-EDIT-CLOSING PIC ZZZZ9.
           01 WS-EDIT-TURNOVER PIC ZZZZ9.9.
           01 WS-EDIT-ROLLING PIC ZZZZ9.9.
           01 WS-EDIT-TENURE PIC ZZ9.9.
           01 WS-EDIT-COUNT PIC ZZZZ9.
           01 WS-YYYYMM-EDIT PIC 9999/99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM BUILD-MONTHS-PARA

           MOVE 1 TO WS-DEPT-COUNT
           MOVE WS-TOTAL-NAME TO WS-DP-DEPARTMENT(1)
           PERFORM CLEAR-DEPT-PARA

           PERFORM LOAD-ARCHIVE-PARA
           PERFORM LOAD-MASTER-PARA
           PERFORM COUNT-SNAPSHOTS-PARA
           PERFORM COUNT-PEOPLE-PARA
           PERFORM SORT-DEPARTMENTS-PARA

           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "HDCOUNT " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           OPEN OUTPUT TREND-EXTRACT-FILE
           MOVE WS-TREND-STATUS TO WS-CHECK-STATUS
           MOVE "HDTREND " TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM WRITE-TREND-HEADER-PARA

      *> departments in name order, then the company-wide block
           PERFORM VARYING WS-DEPT-SUB FROM 2 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               PERFORM REPORT-DEPARTMENT-PARA
           END-PERFORM
           MOVE 1 TO WS-DEPT-SUB
           PERFORM REPORT-DEPARTMENT-PARA

           CLOSE PRINT-FILE
           CLOSE TREND-EXTRACT-FILE
           PERFORM LOG-RUN-CONTROL-PARA

           DISPLAY "----- Headcount and Turnover -----"
           DISPLAY "RUN DATE : " WS-RUN-DATE
           DISPLAY "EMPLOYEES ON FILE    : " WS-PEOPLE-COUNT
           COMPUTE WS-EDIT-COUNT = WS-DEPT-COUNT - 1
           DISPLAY "DEPARTMENTS REPORTED : " WS-EDIT-COUNT
           DISPLAY "MONTHS FROM SNAPSHOT : " WS-SNAPSHOT-MONTHS
           DISPLAY "HIRES IN TWELVE MONTHS   : " WS-YEAR-HIRES
           DISPLAY "LEAVERS IN TWELVE MONTHS : " WS-YEAR-LEAVERS
           DISPLAY "REPORT SPOOLED TO HDCOUNT - "
               WS-PAGE-NUMBER " PAGES"
           DISPLAY "TREND LINES WRITTEN TO HDTREND : "
               WS-EXTRACT-COUNT

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
           MOVE "----- Headcount and Turnover by Department -----"
               TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   DEPARTMENT : " DELIMITED BY SIZE
               WS-DP-DEPARTMENT(WS-DEPT-SUB) DELIMITED BY SIZE
               "   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           STRING "MONTH    OPENING  HIRES LEAVERS TRANSFER CLOSING"
                   DELIMITED BY SIZE
               "  TURNOVER% ROLL-12M%  TENURE  SOURCE"
                   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

      *>--------------- months, archive and master ---------------

           BUILD-MONTHS-PARA.

      *> month 24 is the run month, each earlier entry one month back
           COMPUTE WS-RUN-YEAR = WS-RUN-DATE / 10000
           COMPUTE WS-RUN-MONTH =
               (WS-RUN-DATE - WS-RUN-YEAR * 10000) / 100
           MOVE WS-RUN-YEAR TO WS-WORK-YEAR
           MOVE WS-RUN-MONTH TO WS-WORK-MONTH
           PERFORM VARYING WS-MONTH-SUB FROM 24 BY -1
                   UNTIL WS-MONTH-SUB < 1
               COMPUTE WS-MO-YYYYMM(WS-MONTH-SUB) =
                   WS-WORK-YEAR * 100 + WS-WORK-MONTH
               MOVE ZERO TO WS-MO-SNAP-DATE(WS-MONTH-SUB)
               PERFORM MONTH-END-DATE-PARA
               IF WS-WORK-MONTH = 1
                   MOVE 12 TO WS-WORK-MONTH
                   SUBTRACT 1 FROM WS-WORK-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MONTH
               END-IF
           END-PERFORM
           MOVE WS-MO-YYYYMM(1) TO WS-FIRST-YYYYMM.

           MONTH-END-DATE-PARA.

      *> the day before the first of the following month
           IF WS-WORK-MONTH = 12
               COMPUTE WS-DS-DATE-1 = (WS-WORK-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DS-DATE-1 =
                   WS-WORK-YEAR * 10000 + (WS-WORK-MONTH + 1) * 100 + 1
           END-IF
           MOVE -1 TO WS-DS-DAYS
           MOVE 'A' TO WS-DS-FUNCTION
           CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
           MOVE WS-DS-DATE-2 TO WS-MO-END-DATE(WS-MONTH-SUB).

           LOAD-ARCHIVE-PARA.

      *> the archive is in date order, so a later image of an
      *> employee replaces an earlier one; each month's snapshot is
      *> the latest archive date falling in it
           MOVE 'N' TO WS-ARCHIVE-EOF-SWITCH
           OPEN INPUT EMPLOYEE-ARCHIVE-FILE
           MOVE WS-ARCHIVE-STATUS TO WS-CHECK-STATUS
           MOVE "EMPARCH " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "LOAD-ARCHIVE-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM READ-ARCHIVE-PARA
           PERFORM UNTIL WS-ARCHIVE-EOF
               MOVE EA-EMP-ID TO WS-PE-EMP-ID(WS-PEOPLE-COUNT + 1)
               MOVE EA-DEPARTMENT
                   TO WS-PE-DEPARTMENT(WS-PEOPLE-COUNT + 1)
               MOVE EA-EMPLOYMENT-STATUS
                   TO WS-PE-STATUS(WS-PEOPLE-COUNT + 1)
               MOVE EA-HIRE-DATE TO WS-PE-HIRE-DATE(WS-PEOPLE-COUNT + 1)
               MOVE EA-TERMINATION-DATE
                   TO WS-PE-TERM-DATE(WS-PEOPLE-COUNT + 1)
               PERFORM KEEP-PERSON-PARA
               COMPUTE WS-WORK-YYYYMM = EA-ARCHIVE-DATE / 100
               PERFORM FIND-MONTH-PARA
               IF WS-MONTH-SUB > ZERO
                   IF EA-ARCHIVE-DATE > WS-MO-SNAP-DATE(WS-MONTH-SUB)
                       MOVE EA-ARCHIVE-DATE
                           TO WS-MO-SNAP-DATE(WS-MONTH-SUB)
                   END-IF
               END-IF
               PERFORM READ-ARCHIVE-PARA
           END-PERFORM
           CLOSE EMPLOYEE-ARCHIVE-FILE.

           READ-ARCHIVE-PARA.

           READ EMPLOYEE-ARCHIVE-FILE
               AT END MOVE 'Y' TO WS-ARCHIVE-EOF-SWITCH
           END-READ.

           LOAD-MASTER-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT EMPLOYEE-MASTER
           MOVE WS-EMPLOYEE-STATUS TO WS-CHECK-STATUS
           MOVE "EMPMAST " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "LOAD-MASTER-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM READ-EMPLOYEE-PARA
           PERFORM UNTIL WS-EOF
               IF NOT EM-TRAILER-RECORD
                   MOVE EM-EMP-ID TO WS-PE-EMP-ID(WS-PEOPLE-COUNT + 1)
                   MOVE EM-DEPARTMENT
                       TO WS-PE-DEPARTMENT(WS-PEOPLE-COUNT + 1)
                   MOVE EM-EMPLOYMENT-STATUS
                       TO WS-PE-STATUS(WS-PEOPLE-COUNT + 1)
                   MOVE EM-HIRE-DATE
                       TO WS-PE-HIRE-DATE(WS-PEOPLE-COUNT + 1)
                   MOVE EM-TERMINATION-DATE
                       TO WS-PE-TERM-DATE(WS-PEOPLE-COUNT + 1)
                   PERFORM KEEP-PERSON-PARA
               END-IF
               PERFORM READ-EMPLOYEE-PARA
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

           READ-EMPLOYEE-PARA.

           READ EMPLOYEE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

           KEEP-PERSON-PARA.

      *> the image has been staged in the row after the last one -
      *> it either overwrites the employee's earlier row or becomes
      *> a new row
           MOVE 'N' TO WS-PEOPLE-FOUND-SWITCH
           PERFORM VARYING WS-PEOPLE-SUB FROM 1 BY 1
                   UNTIL WS-PEOPLE-SUB > WS-PEOPLE-COUNT
                      OR WS-PEOPLE-FOUND
               IF WS-PE-EMP-ID(WS-PEOPLE-SUB) =
                       WS-PE-EMP-ID(WS-PEOPLE-COUNT + 1)
                   MOVE 'Y' TO WS-PEOPLE-FOUND-SWITCH
                   MOVE WS-PE-ENTRY(WS-PEOPLE-COUNT + 1)
                       TO WS-PE-ENTRY(WS-PEOPLE-SUB)
               END-IF
           END-PERFORM
           IF NOT WS-PEOPLE-FOUND
               IF WS-PEOPLE-COUNT NOT < 2000
                   DISPLAY "EMPLOYEE TABLE FULL AT 2000 - RUN STOPPED"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PEOPLE-COUNT
           END-IF.

           FIND-MONTH-PARA.

      *> WS-MONTH-SUB comes back zero for a month outside the window
           MOVE ZERO TO WS-MONTH-SUB
           IF WS-WORK-YYYYMM NOT < WS-FIRST-YYYYMM
               SET WS-MO-IDX TO 1
               SEARCH WS-MO-ENTRY
                   WHEN WS-MO-YYYYMM(WS-MO-IDX) = WS-WORK-YYYYMM
                       SET WS-MONTH-SUB TO WS-MO-IDX
               END-SEARCH
           END-IF.

      *>--------------- department counts ---------------

           COUNT-SNAPSHOTS-PARA.

      *> second pass of the archive - only the records of each
      *> month's chosen snapshot are counted
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 24
               IF WS-MO-SNAP-DATE(WS-MONTH-SUB) > ZERO
                       AND WS-MONTH-SUB > 12
                   ADD 1 TO WS-SNAPSHOT-MONTHS
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-ARCHIVE-EOF-SWITCH
           OPEN INPUT EMPLOYEE-ARCHIVE-FILE
           MOVE WS-ARCHIVE-STATUS TO WS-CHECK-STATUS
           MOVE "EMPARCH " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "COUNT-SNAPSHOTS-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM READ-ARCHIVE-PARA
           PERFORM UNTIL WS-ARCHIVE-EOF
               COMPUTE WS-WORK-YYYYMM = EA-ARCHIVE-DATE / 100
               PERFORM FIND-MONTH-PARA
               IF WS-MONTH-SUB > ZERO
                   IF EA-ARCHIVE-DATE = WS-MO-SNAP-DATE(WS-MONTH-SUB)
                           AND EA-EMPLOYMENT-STATUS NOT = 'T'
                       MOVE EA-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
                       PERFORM FIND-DEPT-PARA
                       ADD 1 TO WS-DM-SNAP-COUNT(WS-DEPT-SUB,
                           WS-MONTH-SUB)
                       ADD 1 TO WS-DM-SNAP-COUNT(1, WS-MONTH-SUB)
                   END-IF
               END-IF
               PERFORM READ-ARCHIVE-PARA
           END-PERFORM
           CLOSE EMPLOYEE-ARCHIVE-FILE.

           COUNT-PEOPLE-PARA.

           PERFORM VARYING WS-PEOPLE-SUB FROM 1 BY 1
                   UNTIL WS-PEOPLE-SUB > WS-PEOPLE-COUNT
               MOVE WS-PE-DEPARTMENT(WS-PEOPLE-SUB)
                   TO WS-LOOKUP-DEPARTMENT
               PERFORM FIND-DEPT-PARA
               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > 24
                   PERFORM COUNT-PERSON-MONTH-PARA
               END-PERFORM
           END-PERFORM.

           COUNT-PERSON-MONTH-PARA.

           IF WS-PE-HIRE-DATE(WS-PEOPLE-SUB) > ZERO
               COMPUTE WS-WORK-YYYYMM =
                   WS-PE-HIRE-DATE(WS-PEOPLE-SUB) / 100
               IF WS-WORK-YYYYMM = WS-MO-YYYYMM(WS-MONTH-SUB)
                   ADD 1 TO WS-DM-HIRES(WS-DEPT-SUB, WS-MONTH-SUB)
                   ADD 1 TO WS-DM-HIRES(1, WS-MONTH-SUB)
               END-IF
           END-IF
           IF WS-PE-TERM-DATE(WS-PEOPLE-SUB) > ZERO
               COMPUTE WS-WORK-YYYYMM =
                   WS-PE-TERM-DATE(WS-PEOPLE-SUB) / 100
               IF WS-WORK-YYYYMM = WS-MO-YYYYMM(WS-MONTH-SUB)
                   ADD 1 TO WS-DM-LEAVERS(WS-DEPT-SUB, WS-MONTH-SUB)
                   ADD 1 TO WS-DM-LEAVERS(1, WS-MONTH-SUB)
               END-IF
           END-IF

      *> in the month-end headcount: hired by the month end (or hire
      *> date unknown) and not terminated in or before the month -
      *> a terminated record with no date never counts
           MOVE 'Y' TO WS-IN-HEADCOUNT-SWITCH
           COMPUTE WS-WORK-YYYYMM = WS-PE-HIRE-DATE(WS-PEOPLE-SUB) / 100
           IF WS-WORK-YYYYMM > WS-MO-YYYYMM(WS-MONTH-SUB)
               MOVE 'N' TO WS-IN-HEADCOUNT-SWITCH
           END-IF
           IF WS-PE-TERM-DATE(WS-PEOPLE-SUB) > ZERO
               COMPUTE WS-WORK-YYYYMM =
                   WS-PE-TERM-DATE(WS-PEOPLE-SUB) / 100
               IF WS-WORK-YYYYMM NOT > WS-MO-YYYYMM(WS-MONTH-SUB)
                   MOVE 'N' TO WS-IN-HEADCOUNT-SWITCH
               END-IF
           ELSE
               IF WS-PE-STATUS(WS-PEOPLE-SUB) = 'T'
                   MOVE 'N' TO WS-IN-HEADCOUNT-SWITCH
               END-IF
           END-IF
           IF WS-IN-HEADCOUNT
               PERFORM COUNT-HEADCOUNT-PARA
           END-IF.

           COUNT-HEADCOUNT-PARA.

           ADD 1 TO WS-DM-DATE-COUNT(WS-DEPT-SUB, WS-MONTH-SUB)
           ADD 1 TO WS-DM-DATE-COUNT(1, WS-MONTH-SUB)
           IF WS-PE-HIRE-DATE(WS-PEOPLE-SUB) > ZERO
               MOVE WS-MO-END-DATE(WS-MONTH-SUB) TO WS-DS-DATE-1
               MOVE WS-PE-HIRE-DATE(WS-PEOPLE-SUB) TO WS-DS-DATE-2
               MOVE 'D' TO WS-DS-FUNCTION
               CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
                   WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
               IF WS-DS-RESULT = 'Y' AND WS-DS-DAYS NOT < ZERO
                   ADD 1 TO WS-DM-TENURE-COUNT(WS-DEPT-SUB,
                       WS-MONTH-SUB)
                   ADD WS-DS-DAYS TO WS-DM-TENURE-DAYS(WS-DEPT-SUB,
                       WS-MONTH-SUB)
                   ADD 1 TO WS-DM-TENURE-COUNT(1, WS-MONTH-SUB)
                   ADD WS-DS-DAYS TO WS-DM-TENURE-DAYS(1,
                       WS-MONTH-SUB)
               END-IF
           END-IF.

           FIND-DEPT-PARA.

           MOVE 'N' TO WS-DEPT-FOUND-SWITCH
           PERFORM VARYING WS-DEPT-SUB FROM 2 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                      OR WS-DEPT-FOUND
               IF WS-DP-DEPARTMENT(WS-DEPT-SUB) = WS-LOOKUP-DEPARTMENT
                   MOVE 'Y' TO WS-DEPT-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND
               SUBTRACT 1 FROM WS-DEPT-SUB
           ELSE
               IF WS-DEPT-COUNT NOT < 40
                   DISPLAY "DEPARTMENT TABLE FULL AT 40 - RUN STOPPED"
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
               MOVE WS-LOOKUP-DEPARTMENT
                   TO WS-DP-DEPARTMENT(WS-DEPT-SUB)
               PERFORM CLEAR-DEPT-PARA
           END-IF.

           CLEAR-DEPT-PARA.

           PERFORM VARYING WS-CLEAR-SUB FROM 1 BY 1
                   UNTIL WS-CLEAR-SUB > 24
               MOVE ZERO TO WS-DM-SNAP-COUNT(WS-DEPT-COUNT,
                   WS-CLEAR-SUB)
               MOVE ZERO TO WS-DM-DATE-COUNT(WS-DEPT-COUNT,
                   WS-CLEAR-SUB)
               MOVE ZERO TO WS-DM-HIRES(WS-DEPT-COUNT, WS-CLEAR-SUB)
               MOVE ZERO TO WS-DM-LEAVERS(WS-DEPT-COUNT, WS-CLEAR-SUB)
               MOVE ZERO TO WS-DM-TENURE-COUNT(WS-DEPT-COUNT,
                   WS-CLEAR-SUB)
               MOVE ZERO TO WS-DM-TENURE-DAYS(WS-DEPT-COUNT,
                   WS-CLEAR-SUB)
           END-PERFORM.

           SORT-DEPARTMENTS-PARA.

      *> departments (not the company entry) into name order
           PERFORM VARYING WS-DEPT-SUB FROM 2 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               PERFORM VARYING WS-SORT-SUB FROM WS-DEPT-SUB BY 1
                       UNTIL WS-SORT-SUB > WS-DEPT-COUNT
                   IF WS-DP-DEPARTMENT(WS-SORT-SUB) <
                           WS-DP-DEPARTMENT(WS-DEPT-SUB)
                       MOVE WS-DP-ENTRY(WS-DEPT-SUB) TO WS-DEPT-HOLD
                       MOVE WS-DP-ENTRY(WS-SORT-SUB)
                           TO WS-DP-ENTRY(WS-DEPT-SUB)
                       MOVE WS-DEPT-HOLD TO WS-DP-ENTRY(WS-SORT-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>--------------- report and trend extract ---------------

           REPORT-DEPARTMENT-PARA.

           PERFORM PRINT-HEADER-PARA
           PERFORM VARYING WS-MONTH-SUB FROM 13 BY 1
                   UNTIL WS-MONTH-SUB > 24
               PERFORM MONTH-FIGURES-PARA
               PERFORM PRINT-MONTH-PARA
               PERFORM WRITE-TREND-PARA
               IF WS-DEPT-SUB = 1
                   ADD WS-HIRES TO WS-YEAR-HIRES
                   ADD WS-LEAVERS TO WS-YEAR-LEAVERS
               END-IF
           END-PERFORM
           PERFORM PRINT-YEAR-SUMMARY-PARA.

           MONTH-FIGURES-PARA.

      *> figures for department WS-DEPT-SUB, month WS-MONTH-SUB
           MOVE WS-MONTH-SUB TO WS-ROLL-SUB
           PERFORM MONTH-HEADCOUNT-PARA
           MOVE WS-MONTH-CLOSING TO WS-CLOSING
           MOVE WS-MONTH-OPENING TO WS-OPENING
           MOVE WS-DM-HIRES(WS-DEPT-SUB, WS-MONTH-SUB) TO WS-HIRES
           MOVE WS-DM-LEAVERS(WS-DEPT-SUB, WS-MONTH-SUB) TO WS-LEAVERS
           COMPUTE WS-TRANSFERS =
               WS-CLOSING - WS-OPENING - WS-HIRES + WS-LEAVERS
           IF WS-MO-SNAP-DATE(WS-MONTH-SUB) > ZERO
               MOVE 'S' TO WS-SOURCE
           ELSE
               MOVE 'D' TO WS-SOURCE
           END-IF

      *> a month's leavers against its average headcount, times
      *> twelve
           IF WS-OPENING + WS-CLOSING > ZERO
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                   WS-LEAVERS * 2400 / (WS-OPENING + WS-CLOSING)
           ELSE
               MOVE ZERO TO WS-TURNOVER-PCT
           END-IF

      *> twelve months' leavers against the average of the twelve
      *> monthly average headcounts
           MOVE ZERO TO WS-ROLL-LEAVERS
           MOVE ZERO TO WS-ROLL-HEADS
           PERFORM VARYING WS-ROLL-SUB FROM WS-MONTH-SUB BY -1
                   UNTIL WS-ROLL-SUB < WS-MONTH-SUB - 11
               PERFORM MONTH-HEADCOUNT-PARA
               ADD WS-DM-LEAVERS(WS-DEPT-SUB, WS-ROLL-SUB)
                   TO WS-ROLL-LEAVERS
               COMPUTE WS-ROLL-HEADS = WS-ROLL-HEADS
                   + WS-MONTH-OPENING + WS-MONTH-CLOSING
           END-PERFORM
           IF WS-ROLL-HEADS > ZERO
               COMPUTE WS-ROLLING-PCT ROUNDED =
                   WS-ROLL-LEAVERS * 2400 / WS-ROLL-HEADS
           ELSE
               MOVE ZERO TO WS-ROLLING-PCT
           END-IF

           IF WS-DM-TENURE-COUNT(WS-DEPT-SUB, WS-MONTH-SUB) > ZERO
               COMPUTE WS-TENURE-YEARS ROUNDED =
                   WS-DM-TENURE-DAYS(WS-DEPT-SUB, WS-MONTH-SUB)
                   / WS-DM-TENURE-COUNT(WS-DEPT-SUB, WS-MONTH-SUB)
                   / 365.25
           ELSE
               MOVE ZERO TO WS-TENURE-YEARS
           END-IF.

           MONTH-HEADCOUNT-PARA.

      *> opening and closing headcount of month WS-ROLL-SUB - the
      *> snapshot where there is one, else the date count; the
      *> opening of the first month is its own closing less its
      *> movements
           IF WS-MO-SNAP-DATE(WS-ROLL-SUB) > ZERO
               MOVE WS-DM-SNAP-COUNT(WS-DEPT-SUB, WS-ROLL-SUB)
                   TO WS-MONTH-CLOSING
           ELSE
               MOVE WS-DM-DATE-COUNT(WS-DEPT-SUB, WS-ROLL-SUB)
                   TO WS-MONTH-CLOSING
           END-IF
           IF WS-ROLL-SUB = 1
               COMPUTE WS-MONTH-OPENING = WS-DM-DATE-COUNT(WS-DEPT-SUB,
                   1) - WS-DM-HIRES(WS-DEPT-SUB, 1)
                   + WS-DM-LEAVERS(WS-DEPT-SUB, 1)
           ELSE
               IF WS-MO-SNAP-DATE(WS-ROLL-SUB - 1) > ZERO
                   MOVE WS-DM-SNAP-COUNT(WS-DEPT-SUB, WS-ROLL-SUB - 1)
                       TO WS-MONTH-OPENING
               ELSE
                   MOVE WS-DM-DATE-COUNT(WS-DEPT-SUB, WS-ROLL-SUB - 1)
                       TO WS-MONTH-OPENING
               END-IF
           END-IF.

           PRINT-MONTH-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
           END-IF
           MOVE WS-MO-YYYYMM(WS-MONTH-SUB) TO WS-YYYYMM-EDIT
           MOVE WS-OPENING TO WS-EDIT-OPENING
           MOVE WS-HIRES TO WS-EDIT-HIRES
           MOVE WS-LEAVERS TO WS-EDIT-LEAVERS
           MOVE WS-TRANSFERS TO WS-EDIT-TRANSFERS
           MOVE WS-CLOSING TO WS-EDIT-CLOSING
           MOVE WS-TURNOVER-PCT TO WS-EDIT-TURNOVER
           MOVE WS-ROLLING-PCT TO WS-EDIT-ROLLING
           MOVE WS-TENURE-YEARS TO WS-EDIT-TENURE
           STRING WS-YYYYMM-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-EDIT-OPENING DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-HIRES DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-EDIT-LEAVERS DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-EDIT-TRANSFERS DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-EDIT-CLOSING DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-EDIT-TURNOVER DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-EDIT-ROLLING DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-EDIT-TENURE DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-SOURCE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           PRINT-YEAR-SUMMARY-PARA.

      *> the rolling figures left from the run month are the
      *> department's twelve-month position
           PERFORM PRINT-LINE-PARA
           MOVE WS-ROLL-LEAVERS TO WS-EDIT-LEAVERS
           MOVE WS-ROLLING-PCT TO WS-EDIT-ROLLING
           MOVE WS-TENURE-YEARS TO WS-EDIT-TENURE
           COMPUTE WS-EDIT-COUNT ROUNDED = WS-ROLL-HEADS / 24
           STRING "TWELVE MONTHS - LEAVERS : " DELIMITED BY SIZE
               WS-EDIT-LEAVERS DELIMITED BY SIZE
               "   AVERAGE HEADCOUNT : " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "   TURNOVER : " DELIMITED BY SIZE
               WS-EDIT-ROLLING DELIMITED BY SIZE
               "%   AVERAGE TENURE : " DELIMITED BY SIZE
               WS-EDIT-TENURE DELIMITED BY SIZE
               " YEARS" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "SOURCE S = CLOSING FROM MONTH-END SNAPSHOT, "
                   DELIMITED BY SIZE
               "D = FROM HIRE/TERMINATION DATES" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           WRITE-TREND-HEADER-PARA.

           MOVE "DEPARTMENT,MONTH,OPENING,HIRES,LEAVERS,TRANSFERS,"
               & "CLOSING,TURNOVER_PCT,ROLLING_12M_PCT,AVG_TENURE_YRS"
               TO TREND-EXTRACT-RECORD
           WRITE TREND-EXTRACT-RECORD.

           WRITE-TREND-PARA.

           MOVE SPACES TO TREND-EXTRACT-RECORD
           STRING
               FUNCTION TRIM(WS-DP-DEPARTMENT(WS-DEPT-SUB))
                                                DELIMITED BY SIZE
               ","                              DELIMITED BY SIZE
               WS-MO-YYYYMM(WS-MONTH-SUB)       DELIMITED BY SIZE
               ","                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-OPENING)   DELIMITED BY SIZE
               ","                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-HIRES)     DELIMITED BY SIZE
               ","                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-LEAVERS)   DELIMITED BY SIZE
               ","                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-TRANSFERS) DELIMITED BY SIZE
               ","                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-CLOSING)   DELIMITED BY SIZE
               ","                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-TURNOVER)  DELIMITED BY SIZE
               ","                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-ROLLING)   DELIMITED BY SIZE
               ","                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-TENURE)    DELIMITED BY SIZE
           INTO TREND-EXTRACT-RECORD
           END-STRING
           WRITE TREND-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "HDCOUNT " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-PEOPLE-COUNT TO RC-RECORDS-PROCESSED
           MOVE WS-YEAR-LEAVERS TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM HeadcountTurnoverReport.
