       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportDistribution.
       ENVIRONMENT DIVISION.
           *> report distribution run, after the batch - every print
           *> file lands in one place and was split by hand, and
           *> confidential payroll pages have reached the wrong desk
           *> each spooled report with recipients on the
           *> REPORT-DISTRIBUTION master is cut into pages on its
           *> carriage control, each page's burst key (section code,
           *> warehouse code, department) is read at the place the
           *> master gives, and the page goes to every recipient of
           *> the whole report and every recipient of that key -
           *> pages nobody's key matches go to UNROUTED for the
           *> operator rather than being dropped
           *> the copies spool to DISTOUT sorted by recipient, each
           *> opening on a banner page, and a DELIVERY-LOG row is
           *> written per recipient per report for the run date; the
           *> spooled files are only read, so the reprint utility
           *> still reproduces the originals, and it can reprint a
           *> single recipient's copy from DISTOUT
           *> a report already distributed for the run date, or whose
           *> producing job has not logged to RUN-CONTROL for it, is
           *> not sent again; cleared by the job schedule, summary
           *> spooled to DISTRPT and logged to RUN-CONTROL
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL DISTRIBUTION-FILE ASSIGN TO "RPTDIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.

           SELECT OPTIONAL DELIVERY-LOG-FILE ASSIGN TO "DLVYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLVY-STATUS.

           SELECT DIST-WORK-FILE ASSIGN TO "DISTWRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT DIST-SORT-FILE ASSIGN TO "DISTSWRK".

           SELECT DIST-OUT-FILE ASSIGN TO "DISTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTOUT-STATUS.

           SELECT OPTIONAL PAYREG-FILE ASSIGN TO "PAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.

           SELECT OPTIONAL ROSTER-FILE ASSIGN TO "GRDROSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.

           SELECT OPTIONAL POSUGG-FILE ASSIGN TO "POSUGG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.

           SELECT OPTIONAL VARRPT-FILE ASSIGN TO "VARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.

           SELECT OPTIONAL SLOWRPT-FILE ASSIGN TO "SLOWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.

           SELECT OPTIONAL PAYSLIP-FILE ASSIGN TO "PAYSLIP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.

           SELECT OPTIONAL RPTCARD-FILE ASSIGN TO "RPTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.

           SELECT OPTIONAL MAILLBLS-FILE ASSIGN TO "MAILLBLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.

           SELECT OPTIONAL PICKLIST-FILE ASSIGN TO "PICKLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "DISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD DISTRIBUTION-FILE.
           COPY RPTDIST.

       FD DELIVERY-LOG-FILE.
           COPY DLVYLOG.

       FD DIST-WORK-FILE.
           COPY DISTSPL.

       SD DIST-SORT-FILE.
           01 SORT-WORK-RECORD.
               05 SW-RECIPIENT           PIC X(10).
               05 SW-REPORT-NAME         PIC X(08).
               05 FILLER                 PIC X(08).
               05 SW-SEQUENCE            PIC 9(07).
               05 FILLER                 PIC X(133).

       FD DIST-OUT-FILE.
           01 DIST-OUT-RECORD            PIC X(166).

       FD PAYREG-FILE.
           01 PAYREG-RECORD.
               05 P1-CARRIAGE-CONTROL    PIC X(01).
               05 P1-TEXT                PIC X(132).

       FD ROSTER-FILE.
           01 ROSTER-RECORD.
               05 P2-CARRIAGE-CONTROL    PIC X(01).
               05 P2-TEXT                PIC X(132).

       FD POSUGG-FILE.
           01 POSUGG-RECORD.
               05 P3-CARRIAGE-CONTROL    PIC X(01).
               05 P3-TEXT                PIC X(132).

       FD VARRPT-FILE.
           01 VARRPT-RECORD.
               05 P4-CARRIAGE-CONTROL    PIC X(01).
               05 P4-TEXT                PIC X(132).

       FD SLOWRPT-FILE.
           01 SLOWRPT-RECORD.
               05 P5-CARRIAGE-CONTROL    PIC X(01).
               05 P5-TEXT                PIC X(132).

       FD PAYSLIP-FILE.
           01 PAYSLIP-RECORD             PIC X(80).

       FD RPTCARD-FILE.
           01 RPTCARD-RECORD.
               05 P7-CARRIAGE-CONTROL    PIC X(01).
               05 P7-TEXT                PIC X(132).

       FD MAILLBLS-FILE.
           01 MAILLBLS-RECORD.
               05 P8-CARRIAGE-CONTROL    PIC X(01).
               05 P8-TEXT                PIC X(132).

       FD PICKLIST-FILE.
           01 PICKLIST-RECORD.
               05 P9-CARRIAGE-CONTROL    PIC X(01).
               05 P9-TEXT                PIC X(132).

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
           01 WS-ALERT-JOB PIC X(08) VALUE "RPTDIST ".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-DIST-STATUS PIC X(02) VALUE SPACES.
           01 WS-DLVY-STATUS PIC X(02) VALUE SPACES.
           01 WS-WORK-STATUS PIC X(02) VALUE SPACES.
           01 WS-DISTOUT-STATUS PIC X(02) VALUE SPACES.
           01 WS-SPOOL-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-PER-PAGE PIC 9(03) VALUE 50.
           01 WS-PAGE-TITLE PIC X(50) VALUE SPACES.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.
           01 WS-KEY-KNOWN-SWITCH PIC X(01) VALUE 'N'.
               88 WS-KEY-KNOWN VALUE 'Y'.
           01 WS-UNROUTED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PAGE-UNROUTED VALUE 'Y'.
           01 WS-UNROUTED-BANNER-SWITCH PIC X(01) VALUE 'N'.
               88 WS-UNROUTED-BANNER-DONE VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "RPTDIST ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

      *> the spooled reports this run knows how to read
           01 WS-REPORT-NAMES.
               05 FILLER PIC X(08) VALUE "PAYREG  ".
               05 FILLER PIC X(08) VALUE "GRDROSTR".
               05 FILLER PIC X(08) VALUE "POSUGG  ".
               05 FILLER PIC X(08) VALUE "VARRPT  ".
               05 FILLER PIC X(08) VALUE "SLOWRPT ".
               05 FILLER PIC X(08) VALUE "PAYSLIP ".
               05 FILLER PIC X(08) VALUE "RPTCARD ".
               05 FILLER PIC X(08) VALUE "MAILLBLS".
               05 FILLER PIC X(08) VALUE "PICKLIST".
           01 WS-REPORT-LIST REDEFINES WS-REPORT-NAMES.
               05 WS-REPORT-ENTRY PIC X(08) OCCURS 9 TIMES
                       INDEXED BY WS-RPT-IDX.
           01 WS-CURRENT-REPORT PIC X(08) VALUE SPACES.
           01 WS-REPORT-ROWS PIC 9(03) VALUE ZERO.
           01 WS-PRODUCING-JOB PIC X(08) VALUE SPACES.
           01 WS-REPORT-STATUS PIC X(01) VALUE SPACE.
               88 WS-REPORT-DISTRIBUTE VALUE 'D'.
               88 WS-REPORT-ALREADY-SENT VALUE 'A'.
               88 WS-REPORT-JOB-NOT-RUN VALUE 'J'.

      *> the recipients on the master, with what each received
           01 WS-DIST-TABLE.
               02 WS-DIST-ENTRY OCCURS 300 TIMES
                       INDEXED BY WS-DR-IDX WS-DR-IDX2.
                   05 WS-DR-REPORT PIC X(08).
                   05 WS-DR-RECIPIENT PIC X(10).
                   05 WS-DR-NAME PIC X(20).
                   05 WS-DR-BURST-VALUE PIC X(10).
                   05 WS-DR-KEY-LINE PIC 9(02).
                   05 WS-DR-KEY-COLUMN PIC 9(03).
                   05 WS-DR-KEY-LENGTH PIC 9(02).
                   05 WS-DR-JOB PIC X(08).
                   05 WS-DR-MATCH PIC X(01).
                   05 WS-DR-BANNER PIC X(01).
                   05 WS-DR-PAGES PIC 9(05).
                   05 WS-DR-LINES PIC 9(07).
           01 WS-DIST-COUNT PIC 9(03) VALUE ZERO.

      *> reports the delivery log shows as already sent for the
      *> run date
           01 WS-SENT-TABLE.
               02 WS-SENT-REPORT PIC X(08) OCCURS 9 TIMES
                       INDEXED BY WS-SENT-IDX.
           01 WS-SENT-COUNT PIC 9(02) VALUE ZERO.

      *> the page in hand - its lines are held until the key line
      *> has been read, then go straight through
           01 WS-LINE-CC PIC X(01) VALUE SPACE.
           01 WS-LINE-TEXT PIC X(132) VALUE SPACES.
           01 WS-HOLD-TABLE.
               02 WS-HOLD-ENTRY OCCURS 99 TIMES
                       INDEXED BY WS-HOLD-IDX.
                   05 WS-HOLD-CC PIC X(01).
                   05 WS-HOLD-TEXT PIC X(132).
           01 WS-HOLD-COUNT PIC 9(02) VALUE ZERO.
           01 WS-PAGE-LINES PIC 9(05) VALUE ZERO.
           01 WS-PAGE-KEY PIC X(10) VALUE SPACES.
           01 WS-KEY-LINE PIC 9(02) VALUE ZERO.
           01 WS-KEY-COLUMN PIC 9(03) VALUE ZERO.
           01 WS-KEY-LENGTH PIC 9(02) VALUE ZERO.

           01 WS-SEQUENCE PIC 9(07) VALUE ZERO.
           01 WS-BANNER-NAME PIC X(20) VALUE SPACES.
           01 WS-REPORT-PAGES PIC 9(05) VALUE ZERO.
           01 WS-UNROUTED-PAGES PIC 9(05) VALUE ZERO.
           01 WS-UNROUTED-LINES PIC 9(07) VALUE ZERO.
           01 WS-REPORTS-DISTRIBUTED PIC 9(02) VALUE ZERO.
           01 WS-DELIVERIES PIC 9(05) VALUE ZERO.
           01 WS-LINES-DELIVERED PIC 9(07) VALUE ZERO.

           01 WS-EDIT-COUNT PIC ZZ,ZZ9.
           01 WS-EDIT-LINES PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           PERFORM LOAD-DISTRIBUTION-PARA
           PERFORM LOAD-SENT-REPORTS-PARA

           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "DISTRPT " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE "----- Report Distribution Run -----"
               TO WS-PAGE-TITLE
           PERFORM PRINT-HEADER-PARA

           OPEN OUTPUT DIST-WORK-FILE
           MOVE WS-WORK-STATUS TO WS-CHECK-STATUS
           MOVE "DISTWRK " TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA
           OPEN EXTEND DELIVERY-LOG-FILE
           MOVE WS-DLVY-STATUS TO WS-CHECK-STATUS
           MOVE "DLVYLOG " TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > 9
               MOVE WS-REPORT-ENTRY(WS-RPT-IDX) TO WS-CURRENT-REPORT
               PERFORM DISTRIBUTE-REPORT-PARA
           END-PERFORM
           CLOSE DELIVERY-LOG-FILE
           CLOSE DIST-WORK-FILE

      *> DISTOUT holds the latest run's copies - a run that sent
      *> nothing leaves the last one in place for reprinting
           IF WS-REPORTS-DISTRIBUTED > ZERO
               SORT DIST-SORT-FILE ON ASCENDING KEY SW-RECIPIENT
                                                SW-REPORT-NAME
                                                SW-SEQUENCE
                   USING DIST-WORK-FILE
                   GIVING DIST-OUT-FILE
           END-IF

           PERFORM PRINT-LINE-PARA
           MOVE WS-DELIVERIES TO WS-EDIT-COUNT
           MOVE WS-LINES-DELIVERED TO WS-EDIT-LINES
           STRING "REPORTS DISTRIBUTED " DELIMITED BY SIZE
               WS-REPORTS-DISTRIBUTED DELIMITED BY SIZE
               "   DELIVERIES " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "   LINES " DELIMITED BY SIZE
               WS-EDIT-LINES DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           CLOSE PRINT-FILE
           PERFORM LOG-RUN-CONTROL-PARA

           DISPLAY "----- Report Distribution Run -----"
           DISPLAY "RUN DATE            : " WS-RUN-DATE
           DISPLAY "REPORTS DISTRIBUTED : " WS-REPORTS-DISTRIBUTED
           DISPLAY "DELIVERIES          : " WS-DELIVERIES
           DISPLAY "LINES DELIVERED     : " WS-LINES-DELIVERED
           DISPLAY "COPIES SPOOLED TO DISTOUT, SUMMARY TO DISTRPT - "
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

           LOAD-DISTRIBUTION-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DISTRIBUTION-FILE
           PERFORM UNTIL WS-EOF
               READ DISTRIBUTION-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-DIST-COUNT = 300
                           DISPLAY "*** DISTRIBUTION MASTER OUTGREW "
                               "THE TABLE - RUN STOPPED ***"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DIST-COUNT
                       SET WS-DR-IDX TO WS-DIST-COUNT
                       MOVE RD-REPORT-NAME TO WS-DR-REPORT(WS-DR-IDX)
                       MOVE RD-RECIPIENT TO WS-DR-RECIPIENT(WS-DR-IDX)
                       MOVE RD-RECIPIENT-NAME TO WS-DR-NAME(WS-DR-IDX)
                       MOVE RD-BURST-VALUE
                           TO WS-DR-BURST-VALUE(WS-DR-IDX)
                       MOVE RD-KEY-LINE TO WS-DR-KEY-LINE(WS-DR-IDX)
                       MOVE RD-KEY-COLUMN
                           TO WS-DR-KEY-COLUMN(WS-DR-IDX)
                       MOVE RD-KEY-LENGTH
                           TO WS-DR-KEY-LENGTH(WS-DR-IDX)
                       MOVE RD-PRODUCING-JOB TO WS-DR-JOB(WS-DR-IDX)
                       MOVE 'N' TO WS-DR-MATCH(WS-DR-IDX)
                       MOVE 'N' TO WS-DR-BANNER(WS-DR-IDX)
                       MOVE ZERO TO WS-DR-PAGES(WS-DR-IDX)
                       MOVE ZERO TO WS-DR-LINES(WS-DR-IDX)
               END-READ
           END-PERFORM
           CLOSE DISTRIBUTION-FILE.

           LOAD-SENT-REPORTS-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DELIVERY-LOG-FILE
           PERFORM UNTIL WS-EOF
               READ DELIVERY-LOG-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF DL-RUN-DATE = WS-RUN-DATE
                           PERFORM NOTE-SENT-REPORT-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DELIVERY-LOG-FILE.

           NOTE-SENT-REPORT-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT
               IF WS-SENT-REPORT(WS-SENT-IDX) = DL-REPORT-NAME
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT WS-FOUND AND WS-SENT-COUNT < 9
               ADD 1 TO WS-SENT-COUNT
               SET WS-SENT-IDX TO WS-SENT-COUNT
               MOVE DL-REPORT-NAME TO WS-SENT-REPORT(WS-SENT-IDX)
           END-IF.

      *>--------------- one report -----------------------------------

           DISTRIBUTE-REPORT-PARA.

           MOVE ZERO TO WS-REPORT-ROWS
           MOVE ZERO TO WS-KEY-LINE
           MOVE ZERO TO WS-KEY-COLUMN
           MOVE ZERO TO WS-KEY-LENGTH
           MOVE SPACES TO WS-PRODUCING-JOB
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DIST-COUNT
               IF WS-DR-REPORT(WS-DR-IDX) = WS-CURRENT-REPORT
                   ADD 1 TO WS-REPORT-ROWS
                   IF WS-DR-JOB(WS-DR-IDX) NOT = SPACES
                       MOVE WS-DR-JOB(WS-DR-IDX) TO WS-PRODUCING-JOB
                   END-IF
                   IF WS-DR-KEY-LENGTH(WS-DR-IDX) > ZERO
                           AND WS-KEY-LENGTH = ZERO
                       MOVE WS-DR-KEY-LINE(WS-DR-IDX) TO WS-KEY-LINE
                       MOVE WS-DR-KEY-COLUMN(WS-DR-IDX)
                           TO WS-KEY-COLUMN
                       MOVE WS-DR-KEY-LENGTH(WS-DR-IDX)
                           TO WS-KEY-LENGTH
                   END-IF
               END-IF
           END-PERFORM
      *> a report nobody receives is left for the operator as before
           IF WS-REPORT-ROWS > ZERO
               MOVE 'D' TO WS-REPORT-STATUS
               PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                       UNTIL WS-SENT-IDX > WS-SENT-COUNT
                   IF WS-SENT-REPORT(WS-SENT-IDX) = WS-CURRENT-REPORT
                       MOVE 'A' TO WS-REPORT-STATUS
                   END-IF
               END-PERFORM
               IF WS-REPORT-DISTRIBUTE
                       AND WS-PRODUCING-JOB NOT = SPACES
                   PERFORM CHECK-JOB-RUN-PARA
               END-IF
               EVALUATE TRUE
                   WHEN WS-REPORT-ALREADY-SENT
                       STRING WS-CURRENT-REPORT DELIMITED BY SIZE
                           "  ALREADY DISTRIBUTED FOR THE RUN DATE - "
                               DELIMITED BY SIZE
                           "NOT SENT AGAIN" DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM PRINT-DETAIL-PARA
                   WHEN WS-REPORT-JOB-NOT-RUN
                       STRING WS-CURRENT-REPORT DELIMITED BY SIZE
                           "  PRODUCING JOB " DELIMITED BY SIZE
                           WS-PRODUCING-JOB DELIMITED BY SIZE
                           " HAS NOT RUN FOR THE RUN DATE - "
                               DELIMITED BY SIZE
                           "NOT DISTRIBUTED" DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM PRINT-DETAIL-PARA
                   WHEN OTHER
                       PERFORM BURST-REPORT-PARA
               END-EVALUATE
           END-IF.

           CHECK-JOB-RUN-PARA.

           MOVE 'J' TO WS-REPORT-STATUS
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM UNTIL WS-EOF
               READ RUN-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF RC-JOB-NAME = WS-PRODUCING-JOB
                               AND RC-RUN-DATE = WS-RUN-DATE
                           MOVE 'D' TO WS-REPORT-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

           BURST-REPORT-PARA.

           MOVE ZERO TO WS-REPORT-PAGES
           MOVE ZERO TO WS-UNROUTED-PAGES
           MOVE ZERO TO WS-UNROUTED-LINES
           MOVE 'N' TO WS-UNROUTED-BANNER-SWITCH
           MOVE ZERO TO WS-PAGE-LINES
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE 'N' TO WS-KEY-KNOWN-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           EVALUATE WS-CURRENT-REPORT
               WHEN "PAYREG  "
                   PERFORM READ-PAYREG-PARA
               WHEN "GRDROSTR"
                   PERFORM READ-ROSTER-PARA
               WHEN "POSUGG  "
                   PERFORM READ-POSUGG-PARA
               WHEN "VARRPT  "
                   PERFORM READ-VARRPT-PARA
               WHEN "SLOWRPT "
                   PERFORM READ-SLOWRPT-PARA
               WHEN "PAYSLIP "
                   PERFORM READ-PAYSLIP-PARA
               WHEN "RPTCARD "
                   PERFORM READ-RPTCARD-PARA
               WHEN "MAILLBLS"
                   PERFORM READ-MAILLBLS-PARA
               WHEN "PICKLIST"
                   PERFORM READ-PICKLIST-PARA
           END-EVALUATE
           IF WS-PAGE-LINES > ZERO
               PERFORM END-PAGE-PARA
           END-IF
           IF WS-REPORT-PAGES = ZERO
               STRING WS-CURRENT-REPORT DELIMITED BY SIZE
                   "  SPOOL EMPTY OR MISSING - NOTHING DISTRIBUTED"
                       DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-DETAIL-PARA
           ELSE
               ADD 1 TO WS-REPORTS-DISTRIBUTED
               PERFORM LOG-DELIVERIES-PARA
           END-IF.

      *>--------------- pages ----------------------------------------

           BURST-LINE-PARA.

           IF WS-LINE-CC = '1' AND WS-PAGE-LINES > ZERO
               PERFORM END-PAGE-PARA
           END-IF
           ADD 1 TO WS-PAGE-LINES
           IF WS-KEY-KNOWN
               PERFORM DELIVER-LINE-PARA
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               SET WS-HOLD-IDX TO WS-HOLD-COUNT
               MOVE WS-LINE-CC TO WS-HOLD-CC(WS-HOLD-IDX)
               MOVE WS-LINE-TEXT TO WS-HOLD-TEXT(WS-HOLD-IDX)
               IF WS-PAGE-LINES >= WS-KEY-LINE
                   IF WS-KEY-LENGTH > ZERO
                       MOVE WS-LINE-TEXT(WS-KEY-COLUMN:WS-KEY-LENGTH)
                           TO WS-PAGE-KEY
                   END-IF
                   PERFORM RELEASE-HELD-LINES-PARA
               END-IF
           END-IF.

           END-PAGE-PARA.

      *> a page too short to reach the key line has no key - only
      *> the whole-report recipients match it
           IF NOT WS-KEY-KNOWN
               PERFORM RELEASE-HELD-LINES-PARA
           END-IF
           ADD 1 TO WS-REPORT-PAGES
           IF WS-PAGE-UNROUTED
               ADD 1 TO WS-UNROUTED-PAGES
           END-IF
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DIST-COUNT
               IF WS-DR-MATCH(WS-DR-IDX) = 'Y'
                   ADD 1 TO WS-DR-PAGES(WS-DR-IDX)
                   MOVE 'N' TO WS-DR-MATCH(WS-DR-IDX)
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-PAGE-LINES
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE SPACES TO WS-PAGE-KEY
           MOVE 'N' TO WS-KEY-KNOWN-SWITCH.

           RELEASE-HELD-LINES-PARA.

           MOVE 'Y' TO WS-KEY-KNOWN-SWITCH
           PERFORM MATCH-PAGE-PARA
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               MOVE WS-HOLD-CC(WS-HOLD-IDX) TO WS-LINE-CC
               MOVE WS-HOLD-TEXT(WS-HOLD-IDX) TO WS-LINE-TEXT
               PERFORM DELIVER-LINE-PARA
           END-PERFORM
           MOVE ZERO TO WS-HOLD-COUNT.

           MATCH-PAGE-PARA.

           MOVE 'Y' TO WS-UNROUTED-SWITCH
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DIST-COUNT
               MOVE 'N' TO WS-DR-MATCH(WS-DR-IDX)
               IF WS-DR-REPORT(WS-DR-IDX) = WS-CURRENT-REPORT
                   IF WS-DR-BURST-VALUE(WS-DR-IDX) = SPACES
                           OR WS-DR-BURST-VALUE(WS-DR-IDX)
                               = WS-PAGE-KEY
                       PERFORM CHECK-RECIPIENT-MATCHED-PARA
                       IF NOT WS-FOUND
                           MOVE 'Y' TO WS-DR-MATCH(WS-DR-IDX)
                           MOVE 'N' TO WS-UNROUTED-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           CHECK-RECIPIENT-MATCHED-PARA.

      *> a recipient on two rows of the report gets the page once
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-DR-IDX2 FROM 1 BY 1
                   UNTIL WS-DR-IDX2 >= WS-DR-IDX
               IF WS-DR-MATCH(WS-DR-IDX2) = 'Y'
                       AND WS-DR-RECIPIENT(WS-DR-IDX2)
                           = WS-DR-RECIPIENT(WS-DR-IDX)
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.

           DELIVER-LINE-PARA.

           IF WS-PAGE-UNROUTED
               IF NOT WS-UNROUTED-BANNER-DONE
                   MOVE "UNROUTED" TO DO-RECIPIENT
                   MOVE "NO RECIPIENT FOR KEY" TO WS-BANNER-NAME
                   PERFORM WRITE-BANNER-PARA
                   MOVE 'Y' TO WS-UNROUTED-BANNER-SWITCH
               END-IF
               MOVE "UNROUTED" TO DO-RECIPIENT
               PERFORM WRITE-DIST-LINE-PARA
               ADD 1 TO WS-UNROUTED-LINES
           ELSE
               PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                       UNTIL WS-DR-IDX > WS-DIST-COUNT
                   IF WS-DR-MATCH(WS-DR-IDX) = 'Y'
                       IF WS-DR-BANNER(WS-DR-IDX) NOT = 'Y'
                           PERFORM RECIPIENT-BANNER-PARA
                       END-IF
                       MOVE WS-DR-RECIPIENT(WS-DR-IDX) TO DO-RECIPIENT
                       PERFORM WRITE-DIST-LINE-PARA
                       ADD 1 TO WS-DR-LINES(WS-DR-IDX)
                   END-IF
               END-PERFORM
           END-IF.

           RECIPIENT-BANNER-PARA.

           MOVE WS-DR-RECIPIENT(WS-DR-IDX) TO DO-RECIPIENT
           MOVE WS-DR-NAME(WS-DR-IDX) TO WS-BANNER-NAME
           PERFORM WRITE-BANNER-PARA
      *> every row of the report for the same recipient shares the
      *> one banner
           PERFORM VARYING WS-DR-IDX2 FROM 1 BY 1
                   UNTIL WS-DR-IDX2 > WS-DIST-COUNT
               IF WS-DR-REPORT(WS-DR-IDX2) = WS-CURRENT-REPORT
                       AND WS-DR-RECIPIENT(WS-DR-IDX2)
                           = WS-DR-RECIPIENT(WS-DR-IDX)
                   MOVE 'Y' TO WS-DR-BANNER(WS-DR-IDX2)
               END-IF
           END-PERFORM.

           WRITE-BANNER-PARA.

      *> sequence zero sorts the banner ahead of the copy it opens
           MOVE WS-CURRENT-REPORT TO DO-REPORT-NAME
           MOVE WS-RUN-DATE TO DO-RUN-DATE
           MOVE ZERO TO DO-SEQUENCE
           MOVE '1' TO DO-CARRIAGE-CONTROL
           MOVE SPACES TO DO-TEXT
           STRING "===== DELIVER TO " DELIMITED BY SIZE
               DO-RECIPIENT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BANNER-NAME DELIMITED BY SIZE
               " - REPORT " DELIMITED BY SIZE
               WS-CURRENT-REPORT DELIMITED BY SIZE
               " - RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO DO-TEXT
           END-STRING
           WRITE DISTRIBUTED-SPOOL-RECORD.

           WRITE-DIST-LINE-PARA.

           ADD 1 TO WS-SEQUENCE
           MOVE WS-CURRENT-REPORT TO DO-REPORT-NAME
           MOVE WS-RUN-DATE TO DO-RUN-DATE
           MOVE WS-SEQUENCE TO DO-SEQUENCE
           MOVE WS-LINE-CC TO DO-CARRIAGE-CONTROL
           MOVE WS-LINE-TEXT TO DO-TEXT
           WRITE DISTRIBUTED-SPOOL-RECORD
           ADD 1 TO WS-LINES-DELIVERED.

      *>--------------- delivery log ---------------------------------

           LOG-DELIVERIES-PARA.

           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DIST-COUNT
               IF WS-DR-REPORT(WS-DR-IDX) = WS-CURRENT-REPORT
                   MOVE WS-DR-RECIPIENT(WS-DR-IDX) TO DL-RECIPIENT
                   MOVE WS-DR-BURST-VALUE(WS-DR-IDX) TO DL-BURST-VALUE
                   MOVE WS-DR-PAGES(WS-DR-IDX) TO DL-PAGES
                   MOVE WS-DR-LINES(WS-DR-IDX) TO DL-LINES
                   MOVE WS-DR-NAME(WS-DR-IDX) TO WS-PRINT-LINE(31:20)
                   PERFORM LOG-ONE-DELIVERY-PARA
               END-IF
           END-PERFORM
           IF WS-UNROUTED-PAGES > ZERO
               MOVE "UNROUTED" TO DL-RECIPIENT
               MOVE SPACES TO DL-BURST-VALUE
               MOVE WS-UNROUTED-PAGES TO DL-PAGES
               MOVE WS-UNROUTED-LINES TO DL-LINES
               MOVE "*** NO RECIPIENT ***" TO WS-PRINT-LINE(31:20)
               PERFORM LOG-ONE-DELIVERY-PARA
           END-IF.

           LOG-ONE-DELIVERY-PARA.

      *> a recipient whose key had no pages this run is shown on
      *> the summary but has received nothing to log
           IF DL-PAGES > ZERO
               MOVE WS-RUN-DATE TO DL-RUN-DATE
               MOVE WS-CURRENT-REPORT TO DL-REPORT-NAME
               ACCEPT DL-DISTRIBUTED-DATE FROM DATE YYYYMMDD
               ACCEPT DL-DISTRIBUTED-TIME FROM TIME
               WRITE DELIVERY-LOG-RECORD
               ADD 1 TO WS-DELIVERIES
           END-IF
           MOVE WS-CURRENT-REPORT TO WS-PRINT-LINE(1:8)
           MOVE DL-RECIPIENT TO WS-PRINT-LINE(11:10)
           MOVE DL-BURST-VALUE TO WS-PRINT-LINE(53:10)
           MOVE DL-PAGES TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(65:6)
           MOVE DL-LINES TO WS-EDIT-LINES
           MOVE WS-EDIT-LINES TO WS-PRINT-LINE(73:9)
           IF DL-PAGES = ZERO
               MOVE "NO PAGES FOR THE KEY" TO WS-PRINT-LINE(84:20)
           END-IF
           PERFORM PRINT-DETAIL-PARA.

      *>--------------- spooled files --------------------------------

           READ-PAYREG-PARA.

           OPEN INPUT PAYREG-FILE
           PERFORM UNTIL WS-EOF
               READ PAYREG-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE P1-CARRIAGE-CONTROL TO WS-LINE-CC
                       MOVE P1-TEXT TO WS-LINE-TEXT
                       PERFORM BURST-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE PAYREG-FILE.

           READ-ROSTER-PARA.

           OPEN INPUT ROSTER-FILE
           PERFORM UNTIL WS-EOF
               READ ROSTER-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE P2-CARRIAGE-CONTROL TO WS-LINE-CC
                       MOVE P2-TEXT TO WS-LINE-TEXT
                       PERFORM BURST-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE ROSTER-FILE.

           READ-POSUGG-PARA.

           OPEN INPUT POSUGG-FILE
           PERFORM UNTIL WS-EOF
               READ POSUGG-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE P3-CARRIAGE-CONTROL TO WS-LINE-CC
                       MOVE P3-TEXT TO WS-LINE-TEXT
                       PERFORM BURST-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE POSUGG-FILE.

           READ-VARRPT-PARA.

           OPEN INPUT VARRPT-FILE
           PERFORM UNTIL WS-EOF
               READ VARRPT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE P4-CARRIAGE-CONTROL TO WS-LINE-CC
                       MOVE P4-TEXT TO WS-LINE-TEXT
                       PERFORM BURST-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE VARRPT-FILE.

           READ-SLOWRPT-PARA.

           OPEN INPUT SLOWRPT-FILE
           PERFORM UNTIL WS-EOF
               READ SLOWRPT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE P5-CARRIAGE-CONTROL TO WS-LINE-CC
                       MOVE P5-TEXT TO WS-LINE-TEXT
                       PERFORM BURST-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE SLOWRPT-FILE.

           READ-PAYSLIP-PARA.

      *> the slips carry no carriage control - the file is one page
           OPEN INPUT PAYSLIP-FILE
           PERFORM UNTIL WS-EOF
               READ PAYSLIP-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE SPACE TO WS-LINE-CC
                       MOVE PAYSLIP-RECORD TO WS-LINE-TEXT
                       PERFORM BURST-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE PAYSLIP-FILE.

           READ-RPTCARD-PARA.

           OPEN INPUT RPTCARD-FILE
           PERFORM UNTIL WS-EOF
               READ RPTCARD-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE P7-CARRIAGE-CONTROL TO WS-LINE-CC
                       MOVE P7-TEXT TO WS-LINE-TEXT
                       PERFORM BURST-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE RPTCARD-FILE.

           READ-MAILLBLS-PARA.

           OPEN INPUT MAILLBLS-FILE
           PERFORM UNTIL WS-EOF
               READ MAILLBLS-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE P8-CARRIAGE-CONTROL TO WS-LINE-CC
                       MOVE P8-TEXT TO WS-LINE-TEXT
                       PERFORM BURST-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE MAILLBLS-FILE.

           READ-PICKLIST-PARA.

           OPEN INPUT PICKLIST-FILE
           PERFORM UNTIL WS-EOF
               READ PICKLIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE P9-CARRIAGE-CONTROL TO WS-LINE-CC
                       MOVE P9-TEXT TO WS-LINE-TEXT
                       PERFORM BURST-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE PICKLIST-FILE.

      *>--------------- report ---------------------------------------

           PRINT-DETAIL-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
           END-IF
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
           MOVE "REPORT    RECIPIENT" TO WS-PRINT-LINE
           MOVE "NAME" TO WS-PRINT-LINE(31:4)
           MOVE "KEY" TO WS-PRINT-LINE(53:3)
           MOVE "PAGES" TO WS-PRINT-LINE(66:5)
           MOVE "LINES" TO WS-PRINT-LINE(77:5)
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "RPTDIST " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-LINES-DELIVERED TO RC-RECORDS-PROCESSED
           MOVE WS-DELIVERIES TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM ReportDistribution.
