       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuoteConversionReport.
       ENVIRONMENT DIVISION.
           *> quote-conversion report off the SALES-QUOTE-HEADER file
           *> - every quotation dated within the reporting window
           *> (the QTDAYS row on CTLPARM, 90 days back from the run
           *> date when missing) is counted by salesperson and by
           *> customer as converted to orders, declined, expired
           *> (still open past its validity date) or still open,
           *> with the conversion rate by number and by value -
           *> largest quoted value first in each section
           *> cleared by the job schedule like the other batch jobs,
           *> spooled to QTCONV and logged to RUN-CONTROL
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

           SELECT OPTIONAL SALES-QUOTE-HEADER-FILE ASSIGN TO "QUOTEHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QH-QUOTE-NUMBER
               FILE STATUS IS WS-QUOTE-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-CODE
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "QTCONV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       FD SALES-QUOTE-HEADER-FILE.
           COPY QUOTEHDR.

       FD CUSTOMER-MASTER.
           COPY CUSTMSTR.

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
           01 WS-ALERT-JOB PIC X(08) VALUE "QTCONV  ".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-QUOTE-STATUS PIC X(02) VALUE SPACES.
           01 WS-CUSTOMER-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-PER-PAGE PIC 9(03) VALUE 50.
           01 WS-PAGE-TITLE PIC X(50) VALUE SPACES.
           01 WS-COLUMN-TITLE PIC X(30) VALUE SPACES.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-CUSTMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CUSTMAST-OPEN VALUE 'Y'.
           01 WS-DAYS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DAYS-FOUND VALUE 'Y'.
           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-OVERFLOWED VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "QTCONV  ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

      *> reporting window in days back from the run date - the
      *> CTLPARM row QTDAYS overrides it
           01 WS-WINDOW-DAYS PIC 9(03) VALUE 90.
           01 WS-WINDOW-START PIC 9(08) VALUE ZERO.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

      *> what became of the quote being counted
           01 WS-OUTCOME PIC X(01) VALUE SPACE.
               88 WS-OUTCOME-CONVERTED VALUE 'C'.
               88 WS-OUTCOME-DECLINED VALUE 'D'.
               88 WS-OUTCOME-EXPIRED VALUE 'X'.
               88 WS-OUTCOME-OPEN VALUE 'O'.

           01 WS-SALESPERSON-TABLE.
               02 WS-SP-ENTRY OCCURS 100 TIMES
                       INDEXED BY WS-SP-IDX.
                   05 WS-SP-NAME PIC X(10).
                   05 WS-SP-FIGURES.
                       10 WS-SP-QUOTED PIC 9(05).
                       10 WS-SP-QUOTED-VALUE PIC 9(11)V99.
                       10 WS-SP-CONVERTED PIC 9(05).
                       10 WS-SP-CONVERTED-VALUE PIC 9(11)V99.
                       10 WS-SP-DECLINED PIC 9(05).
                       10 WS-SP-EXPIRED PIC 9(05).
                       10 WS-SP-OPEN PIC 9(05).
           01 WS-SALESPERSON-COUNT PIC 9(03) VALUE ZERO.

           01 WS-CUSTOMER-TABLE.
               02 WS-CU-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-CU-IDX.
                   05 WS-CU-CODE PIC 9(05).
                   05 WS-CU-FIGURES.
                       10 WS-CU-QUOTED PIC 9(05).
                       10 WS-CU-QUOTED-VALUE PIC 9(11)V99.
                       10 WS-CU-CONVERTED PIC 9(05).
                       10 WS-CU-CONVERTED-VALUE PIC 9(11)V99.
                       10 WS-CU-DECLINED PIC 9(05).
                       10 WS-CU-EXPIRED PIC 9(05).
                       10 WS-CU-OPEN PIC 9(05).
           01 WS-CUSTOMER-COUNT PIC 9(03) VALUE ZERO.

           01 WS-TOTAL-FIGURES.
               05 WS-TOT-QUOTED PIC 9(05) VALUE ZERO.
               05 WS-TOT-QUOTED-VALUE PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-CONVERTED PIC 9(05) VALUE ZERO.
               05 WS-TOT-CONVERTED-VALUE PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-DECLINED PIC 9(05) VALUE ZERO.
               05 WS-TOT-EXPIRED PIC 9(05) VALUE ZERO.
               05 WS-TOT-OPEN PIC 9(05) VALUE ZERO.

      *> the figures of whichever line is being printed
           01 WS-PRINT-FIGURES.
               05 WS-PF-QUOTED PIC 9(05).
               05 WS-PF-QUOTED-VALUE PIC 9(11)V99.
               05 WS-PF-CONVERTED PIC 9(05).
               05 WS-PF-CONVERTED-VALUE PIC 9(11)V99.
               05 WS-PF-DECLINED PIC 9(05).
               05 WS-PF-EXPIRED PIC 9(05).
               05 WS-PF-OPEN PIC 9(05).
           01 WS-PRINT-LABEL PIC X(30) VALUE SPACES.

           01 WS-SUB PIC 9(03) VALUE ZERO.
           01 WS-SORT-SUB PIC 9(03) VALUE ZERO.
           01 WS-SORT-HOLD PIC X(61) VALUE SPACES.
           01 WS-QUOTES-READ PIC 9(07) VALUE ZERO.
           01 WS-RATE PIC 9(03)V9 VALUE ZERO.

           01 WS-EDIT-COUNT PIC ZZZZ9.
           01 WS-EDIT-CONVERTED PIC ZZZZ9.
           01 WS-EDIT-DECLINED PIC ZZZZ9.
           01 WS-EDIT-EXPIRED PIC ZZZZ9.
           01 WS-EDIT-OPEN PIC ZZZZ9.
           01 WS-EDIT-VALUE PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-CONVERTED-VALUE PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-COUNT-RATE PIC ZZ9.9.
           01 WS-EDIT-VALUE-RATE PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-CONTROL-PARMS-PARA
           MOVE 'A' TO WS-DS-FUNCTION
           MOVE WS-RUN-DATE TO WS-DS-DATE-1
           COMPUTE WS-DS-DAYS = ZERO - WS-WINDOW-DAYS
           CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
           MOVE WS-DS-DATE-2 TO WS-WINDOW-START

           OPEN INPUT SALES-QUOTE-HEADER-FILE
           MOVE WS-QUOTE-STATUS TO WS-CHECK-STATUS
           MOVE "QUOTEHDR" TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ SALES-QUOTE-HEADER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF QH-QUOTE-DATE >= WS-WINDOW-START
                               AND QH-QUOTE-DATE <= WS-RUN-DATE
                           ADD 1 TO WS-QUOTES-READ
                           PERFORM COUNT-QUOTE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-QUOTE-HEADER-FILE
           IF WS-OVERFLOWED
               DISPLAY "*** MORE SALESPEOPLE OR CUSTOMERS THAN THE "
                   "TABLES HOLD - RUN STOPPED ***"
               STOP RUN
           END-IF
           PERFORM SORT-SALESPEOPLE-PARA
           PERFORM SORT-CUSTOMERS-PARA

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "05"
               MOVE 'Y' TO WS-CUSTMAST-OPEN-SWITCH
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "QTCONV  " TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA

           PERFORM PRINT-BY-SALESPERSON-PARA
           PERFORM PRINT-BY-CUSTOMER-PARA

           CLOSE PRINT-FILE
           IF WS-CUSTMAST-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           PERFORM LOG-RUN-CONTROL-PARA

           DISPLAY "----- Quote Conversion -----"
           DISPLAY "QUOTES " WS-WINDOW-START " TO " WS-RUN-DATE
               " : " WS-TOT-QUOTED
               "   CONVERTED : " WS-TOT-CONVERTED
           DISPLAY "REPORT SPOOLED TO QTCONV - "
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

           LOAD-CONTROL-PARMS-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CONTROL-PARAMETER-FILE
           PERFORM UNTIL WS-EOF
               READ CONTROL-PARAMETER-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF CP-PARM-CODE = "QTDAYS  "
                           MOVE CP-PARM-VALUE TO WS-WINDOW-DAYS
                           MOVE 'Y' TO WS-DAYS-FOUND-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-PARAMETER-FILE
           IF NOT WS-DAYS-FOUND
               DISPLAY "NO QTDAYS ROW ON CTLPARM - REPORTING "
                   WS-WINDOW-DAYS " DAYS BACK"
           END-IF.

      *>--------------- counting -----------------------------------

           COUNT-QUOTE-PARA.

           EVALUATE TRUE
               WHEN QH-CONVERTED
                   MOVE 'C' TO WS-OUTCOME
               WHEN QH-DECLINED
                   MOVE 'D' TO WS-OUTCOME
               WHEN QH-VALID-UNTIL < WS-RUN-DATE
                   MOVE 'X' TO WS-OUTCOME
               WHEN OTHER
                   MOVE 'O' TO WS-OUTCOME
           END-EVALUATE

           SET WS-SP-IDX TO 1
           SEARCH WS-SP-ENTRY
               AT END
                   PERFORM ADD-SALESPERSON-PARA
               WHEN WS-SP-IDX > WS-SALESPERSON-COUNT
                   PERFORM ADD-SALESPERSON-PARA
               WHEN WS-SP-NAME(WS-SP-IDX) = QH-SALESPERSON
                   CONTINUE
           END-SEARCH
           SET WS-CU-IDX TO 1
           SEARCH WS-CU-ENTRY
               AT END
                   PERFORM ADD-CUSTOMER-PARA
               WHEN WS-CU-IDX > WS-CUSTOMER-COUNT
                   PERFORM ADD-CUSTOMER-PARA
               WHEN WS-CU-CODE(WS-CU-IDX) = QH-CUSTOMER-CODE
                   CONTINUE
           END-SEARCH

           IF NOT WS-OVERFLOWED
               ADD 1 TO WS-SP-QUOTED(WS-SP-IDX)
                   WS-CU-QUOTED(WS-CU-IDX) WS-TOT-QUOTED
               ADD QH-TOTAL-VALUE TO WS-SP-QUOTED-VALUE(WS-SP-IDX)
                   WS-CU-QUOTED-VALUE(WS-CU-IDX) WS-TOT-QUOTED-VALUE
               EVALUATE TRUE
                   WHEN WS-OUTCOME-CONVERTED
                       ADD 1 TO WS-SP-CONVERTED(WS-SP-IDX)
                           WS-CU-CONVERTED(WS-CU-IDX) WS-TOT-CONVERTED
                       ADD QH-TOTAL-VALUE
                           TO WS-SP-CONVERTED-VALUE(WS-SP-IDX)
                           WS-CU-CONVERTED-VALUE(WS-CU-IDX)
                           WS-TOT-CONVERTED-VALUE
                   WHEN WS-OUTCOME-DECLINED
                       ADD 1 TO WS-SP-DECLINED(WS-SP-IDX)
                           WS-CU-DECLINED(WS-CU-IDX) WS-TOT-DECLINED
                   WHEN WS-OUTCOME-EXPIRED
                       ADD 1 TO WS-SP-EXPIRED(WS-SP-IDX)
                           WS-CU-EXPIRED(WS-CU-IDX) WS-TOT-EXPIRED
                   WHEN OTHER
                       ADD 1 TO WS-SP-OPEN(WS-SP-IDX)
                           WS-CU-OPEN(WS-CU-IDX) WS-TOT-OPEN
               END-EVALUATE
           END-IF.

           ADD-SALESPERSON-PARA.

           IF WS-SALESPERSON-COUNT = 100
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
               SET WS-SP-IDX TO 1
           ELSE
               ADD 1 TO WS-SALESPERSON-COUNT
               SET WS-SP-IDX TO WS-SALESPERSON-COUNT
               MOVE QH-SALESPERSON TO WS-SP-NAME(WS-SP-IDX)
               INITIALIZE WS-SP-FIGURES(WS-SP-IDX)
           END-IF.

           ADD-CUSTOMER-PARA.

           IF WS-CUSTOMER-COUNT = 500
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
               SET WS-CU-IDX TO 1
           ELSE
               ADD 1 TO WS-CUSTOMER-COUNT
               SET WS-CU-IDX TO WS-CUSTOMER-COUNT
               MOVE QH-CUSTOMER-CODE TO WS-CU-CODE(WS-CU-IDX)
               INITIALIZE WS-CU-FIGURES(WS-CU-IDX)
           END-IF.

           SORT-SALESPEOPLE-PARA.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SALESPERSON-COUNT
               PERFORM VARYING WS-SORT-SUB FROM WS-SUB BY 1
                       UNTIL WS-SORT-SUB > WS-SALESPERSON-COUNT
                   IF WS-SP-QUOTED-VALUE(WS-SORT-SUB) >
                           WS-SP-QUOTED-VALUE(WS-SUB)
                       MOVE WS-SP-ENTRY(WS-SUB) TO WS-SORT-HOLD
                       MOVE WS-SP-ENTRY(WS-SORT-SUB)
                           TO WS-SP-ENTRY(WS-SUB)
                       MOVE WS-SORT-HOLD TO WS-SP-ENTRY(WS-SORT-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

           SORT-CUSTOMERS-PARA.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CUSTOMER-COUNT
               PERFORM VARYING WS-SORT-SUB FROM WS-SUB BY 1
                       UNTIL WS-SORT-SUB > WS-CUSTOMER-COUNT
                   IF WS-CU-QUOTED-VALUE(WS-SORT-SUB) >
                           WS-CU-QUOTED-VALUE(WS-SUB)
                       MOVE WS-CU-ENTRY(WS-SUB) TO WS-SORT-HOLD
                       MOVE WS-CU-ENTRY(WS-SORT-SUB)
                           TO WS-CU-ENTRY(WS-SUB)
                       MOVE WS-SORT-HOLD TO WS-CU-ENTRY(WS-SORT-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>--------------- report -------------------------------------

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
               "   QUOTES DATED " DELIMITED BY SIZE
               WS-WINDOW-START DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE WS-COLUMN-TITLE TO WS-PRINT-LINE
           MOVE "QUOTES" TO WS-PRINT-LINE(31:6)
           MOVE "QUOTED VALUE" TO WS-PRINT-LINE(40:12)
           MOVE "CONV" TO WS-PRINT-LINE(54:4)
           MOVE "CONVERTED VALUE" TO WS-PRINT-LINE(58:15)
           MOVE "DECL" TO WS-PRINT-LINE(75:4)
           MOVE "EXP" TO WS-PRINT-LINE(82:3)
           MOVE "OPEN" TO WS-PRINT-LINE(87:4)
           MOVE "CONV%" TO WS-PRINT-LINE(93:5)
           MOVE "VALUE%" TO WS-PRINT-LINE(99:6)
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

           PRINT-BY-SALESPERSON-PARA.

           MOVE "----- Quote Conversion by Salesperson -----"
               TO WS-PAGE-TITLE
           MOVE "SALESPERSON" TO WS-COLUMN-TITLE
           PERFORM PRINT-HEADER-PARA
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SALESPERSON-COUNT
               IF WS-LINE-COUNT > WS-LINES-PER-PAGE
                   PERFORM PRINT-HEADER-PARA
               END-IF
               MOVE WS-SP-NAME(WS-SUB) TO WS-PRINT-LABEL
               MOVE WS-SP-FIGURES(WS-SUB) TO WS-PRINT-FIGURES
               PERFORM PRINT-FIGURES-PARA
           END-PERFORM
           PERFORM PRINT-TOTAL-PARA.

           PRINT-BY-CUSTOMER-PARA.

           MOVE "----- Quote Conversion by Customer -----"
               TO WS-PAGE-TITLE
           MOVE "CUSTOMER" TO WS-COLUMN-TITLE
           PERFORM PRINT-HEADER-PARA
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CUSTOMER-COUNT
               IF WS-LINE-COUNT > WS-LINES-PER-PAGE
                   PERFORM PRINT-HEADER-PARA
               END-IF
               MOVE "** NOT ON MASTER **" TO CM-CUSTOMER-NAME
               IF WS-CUSTMAST-OPEN
                   MOVE WS-CU-CODE(WS-SUB) TO CM-CUSTOMER-CODE
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE "** NOT ON MASTER **"
                               TO CM-CUSTOMER-NAME
                   END-READ
               END-IF
               MOVE SPACES TO WS-PRINT-LABEL
               STRING WS-CU-CODE(WS-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CM-CUSTOMER-NAME DELIMITED BY SIZE
                   INTO WS-PRINT-LABEL
               END-STRING
               MOVE WS-CU-FIGURES(WS-SUB) TO WS-PRINT-FIGURES
               PERFORM PRINT-FIGURES-PARA
           END-PERFORM
           PERFORM PRINT-TOTAL-PARA.

           PRINT-TOTAL-PARA.

           PERFORM PRINT-LINE-PARA
           MOVE "ALL QUOTES" TO WS-PRINT-LABEL
           MOVE WS-TOTAL-FIGURES TO WS-PRINT-FIGURES
           PERFORM PRINT-FIGURES-PARA.

           PRINT-FIGURES-PARA.

           MOVE WS-PF-QUOTED TO WS-EDIT-COUNT
           MOVE WS-PF-QUOTED-VALUE TO WS-EDIT-VALUE
           MOVE WS-PF-CONVERTED TO WS-EDIT-CONVERTED
           MOVE WS-PF-CONVERTED-VALUE TO WS-EDIT-CONVERTED-VALUE
           MOVE WS-PF-DECLINED TO WS-EDIT-DECLINED
           MOVE WS-PF-EXPIRED TO WS-EDIT-EXPIRED
           MOVE WS-PF-OPEN TO WS-EDIT-OPEN
           MOVE ZERO TO WS-RATE
           IF WS-PF-QUOTED > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-PF-CONVERTED * 100 / WS-PF-QUOTED
           END-IF
           MOVE WS-RATE TO WS-EDIT-COUNT-RATE
           MOVE ZERO TO WS-RATE
           IF WS-PF-QUOTED-VALUE > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-PF-CONVERTED-VALUE * 100 / WS-PF-QUOTED-VALUE
           END-IF
           MOVE WS-RATE TO WS-EDIT-VALUE-RATE
           STRING WS-PRINT-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-VALUE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-CONVERTED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-CONVERTED-VALUE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-DECLINED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-EXPIRED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-OPEN DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-COUNT-RATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-VALUE-RATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "QTCONV  " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-QUOTES-READ TO RC-RECORDS-PROCESSED
           MOVE WS-TOT-CONVERTED-VALUE TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM QuoteConversionReport.
