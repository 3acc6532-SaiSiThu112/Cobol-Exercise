       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepreciationRun.
       ENVIRONMENT DIVISION.
           *> monthly depreciation run over the FIXED-ASSET register
           *> - every asset in service and acquired by the end of the
           *> run date's period is charged one month: straight-line
           *> assets cost less salvage over the useful life, reducing
           *> balance assets the annual rate on net book value, and
           *> neither is taken below its salvage value
           *> each charge is journalled as the asset is stamped - the
           *> expense account debited, the accumulated depreciation
           *> account credited - into the run date's GL period, with
           *> the asset number as document reference; the report
           *> closes with the charges totalled by account
           *> the run is refused for a period already closed on
           *> GL-PERIOD or already depreciated on RUN-CONTROL; each
           *> asset carries the last period it was charged and is
           *> journalled as soon as it is rewritten, so a restart
           *> after a failure skips the assets already charged and
           *> journalled and picks up the rest, and RUN-CONTROL is
           *> only written once every asset has been charged
           *> an asset whose accounts will not fit the account totals
           *> is left unstamped and the run is not logged, so it can
           *> be rerun for the period once the accounts are sorted out
           *> cleared by the job schedule like the other batch jobs,
           *> spooled to FADEPR and logged to RUN-CONTROL
           *> journal lines now carry their source system, the job
           *> name as document reference and the run date, so the
           *> GL inquiry can trace a balance back to this run
           *> the update-journal image is the first 120 bytes of the
           *> reordered asset record, which carries the accumulated
           *> depreciation and last period charged
           *> each asset is now journalled as it is stamped, with
           *> its number as document reference, and the charges are
           *> totalled by account at the foot of the report
           *> an asset whose accounts overflow the account totals is
           *> left unstamped and the run is not logged
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT FIXED-ASSET-FILE ASSIGN TO "FIXASSET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-NUMBER
               FILE STATUS IS WS-ASSET-STATUS.

           SELECT OPTIONAL GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "FADEPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD FIXED-ASSET-FILE.
           COPY FIXASSET.

       FD GL-PERIOD-FILE.
           COPY GLPERIOD.

       FD JOURNAL-FILE.
           COPY JRNLENT.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       FD OPERATOR-ALERT-FILE.
           COPY OPALERT.

       WORKING-STORAGE SECTION.

           01 WS-UJ-MASTER PIC X(08) VALUE "FIXASSET".
           01 WS-UJ-ACTION PIC X(01) VALUE 'R'.
           01 WS-UJ-KEY PIC X(10) VALUE SPACES.
           01 WS-UJ-PROGRAM PIC X(08) VALUE "FADEPR  ".
           01 WS-UJ-OPERATOR PIC X(10) VALUE "FADEPR".
      *> the journal image is the first 120 bytes of the asset,
      *> which hold every field a change can touch - see FIXASSET
           01 WS-UJ-BEFORE PIC X(120) VALUE SPACES.
           01 WS-UJ-AFTER PIC X(120) VALUE SPACES.

           01 WS-ALERT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ALERT-JOB PIC X(08) VALUE "FADEPR  ".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-ASSET-STATUS PIC X(02) VALUE SPACES.
           01 WS-PERIOD-STATUS PIC X(02) VALUE SPACES.
           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(03) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(03) VALUE ZERO.
           01 WS-LINES-PER-PAGE PIC 9(03) VALUE 50.
           01 WS-PAGE-TITLE PIC X(50) VALUE SPACES.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-REFUSED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-REFUSED VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "FADEPR  ".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.

           01 WS-REMAINING PIC S9(09)V99 VALUE ZERO.
           01 WS-CHARGE PIC 9(09)V99 VALUE ZERO.
           01 WS-NET-BOOK-VALUE PIC 9(09)V99 VALUE ZERO.
           01 WS-TOTAL-CHARGE PIC 9(11)V99 VALUE ZERO.

      *> the charges are totalled by account for the foot of the
      *> report - an asset is not charged unless both its accounts
      *> have a place in the table
           01 WS-POST-TABLE.
               02 WS-POST-ENTRY OCCURS 100 TIMES
                       INDEXED BY WS-POST-IDX.
                   05 WS-POST-ACCOUNT PIC X(10).
                   05 WS-POST-DEBIT PIC 9(11)V99.
                   05 WS-POST-CREDIT PIC 9(11)V99.
           01 WS-POST-COUNT PIC 9(03) VALUE ZERO.
           01 WS-POST-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-POST-FOUND VALUE 'Y'.
           01 WS-POST-FULL-SWITCH PIC X(01) VALUE 'N'.
               88 WS-POST-FULL VALUE 'Y'.
           01 WS-FIND-ACCOUNT PIC X(10) VALUE SPACES.

           01 WS-ASSETS-READ PIC 9(07) VALUE ZERO.
           01 WS-CHARGED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-ALREADY-COUNT PIC 9(05) VALUE ZERO.
           01 WS-FULLY-COUNT PIC 9(05) VALUE ZERO.
           01 WS-SKIPPED-COUNT PIC 9(05) VALUE ZERO.

           01 WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD

           PERFORM CHECK-PERIOD-CLOSED-PARA
           IF WS-REFUSED
               DISPLAY "GL PERIOD " WS-PERIOD " IS CLOSED - "
                   "DEPRECIATION RUN REFUSED"
               STOP RUN
           END-IF
           PERFORM CHECK-ALREADY-RUN-PARA
           IF WS-REFUSED
               DISPLAY "DEPRECIATION ALREADY RUN FOR PERIOD "
                   WS-PERIOD " - RUN REFUSED"
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "FADEPR  " TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE "----- Monthly Depreciation Run -----"
               TO WS-PAGE-TITLE
           PERFORM PRINT-HEADER-PARA

           OPEN I-O FIXED-ASSET-FILE
           MOVE WS-ASSET-STATUS TO WS-CHECK-STATUS
           MOVE "FIXASSET" TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN EXTEND JOURNAL-FILE
           MOVE WS-JOURNAL-STATUS TO WS-CHECK-STATUS
           MOVE "JOURNAL " TO WS-CHECK-FILE
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE LOW-VALUES TO FA-ASSET-NUMBER
           START FIXED-ASSET-FILE KEY >= FA-ASSET-NUMBER
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-EOF
               READ FIXED-ASSET-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ASSETS-READ
                       IF FA-IN-SERVICE
                               AND FA-ACQUIRE-DATE(1:6) <= WS-PERIOD
                           PERFORM DEPRECIATE-ASSET-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIXED-ASSET-FILE
           CLOSE JOURNAL-FILE

           PERFORM PRINT-ACCOUNT-TOTALS-PARA

           PERFORM PRINT-LINE-PARA
           MOVE WS-CHARGED-COUNT TO WS-EDIT-COUNT
           MOVE WS-TOTAL-CHARGE TO WS-EDIT-TOTAL
           STRING "ASSETS CHARGED " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "   DEPRECIATION " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               "   PERIOD " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE WS-FULLY-COUNT TO WS-EDIT-COUNT
           STRING "FULLY DEPRECIATED - NO CHARGE " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           IF WS-ALREADY-COUNT > ZERO
               MOVE WS-ALREADY-COUNT TO WS-EDIT-COUNT
               STRING "ALREADY CHARGED FOR THE PERIOD "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-IF
           IF WS-SKIPPED-COUNT > ZERO
               MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT
               STRING "*** NOT CHARGED - TOO MANY ACCOUNTS "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " - RUN NOT LOGGED, RERUN FOR THE PERIOD ***"
                       DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
           END-IF
           CLOSE PRINT-FILE
           IF WS-SKIPPED-COUNT = ZERO
               PERFORM LOG-RUN-CONTROL-PARA
           END-IF

           DISPLAY "----- Monthly Depreciation Run -----"
           DISPLAY "PERIOD            : " WS-PERIOD
           DISPLAY "ASSETS READ       : " WS-ASSETS-READ
           DISPLAY "ASSETS CHARGED    : " WS-CHARGED-COUNT
           DISPLAY "DEPRECIATION      : " WS-TOTAL-CHARGE
           IF WS-SKIPPED-COUNT > ZERO
               DISPLAY "*** " WS-SKIPPED-COUNT " ASSETS NOT CHARGED"
                   " - RUN NOT LOGGED, RERUN FOR THE PERIOD ***"
           END-IF
           DISPLAY "REPORT SPOOLED TO FADEPR - "
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

           CHECK-PERIOD-CLOSED-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GL-PERIOD-FILE
           PERFORM UNTIL WS-EOF
               READ GL-PERIOD-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF GP-PERIOD = WS-PERIOD AND GP-PERIOD-CLOSED
                           MOVE 'Y' TO WS-REFUSED-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-PERIOD-FILE.

           CHECK-ALREADY-RUN-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM UNTIL WS-EOF
               READ RUN-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF RC-JOB-NAME = "FADEPR  "
                               AND RC-RUN-DATE(1:6) = WS-PERIOD
                           MOVE 'Y' TO WS-REFUSED-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

      *>--------------- depreciation ---------------------------------

           DEPRECIATE-ASSET-PARA.

           COMPUTE WS-REMAINING = FA-COST - FA-SALVAGE-VALUE
               - FA-ACCUM-DEPRECIATION
           EVALUATE TRUE
               WHEN FA-LAST-DEPR-PERIOD >= WS-PERIOD
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN WS-REMAINING NOT > ZERO
                   ADD 1 TO WS-FULLY-COUNT
               WHEN OTHER
                   PERFORM CHARGE-ASSET-PARA
           END-EVALUATE.

           CHARGE-ASSET-PARA.

           IF FA-REDUCING-BALANCE
               COMPUTE WS-CHARGE ROUNDED =
                   (FA-COST - FA-ACCUM-DEPRECIATION)
                       * FA-ANNUAL-RATE / 1200
           ELSE
               IF FA-LIFE-MONTHS = ZERO
                   MOVE WS-REMAINING TO WS-CHARGE
               ELSE
                   COMPUTE WS-CHARGE ROUNDED =
                       (FA-COST - FA-SALVAGE-VALUE) / FA-LIFE-MONTHS
               END-IF
           END-IF
      *> the last month takes only what is left above salvage
           IF WS-CHARGE > WS-REMAINING
               MOVE WS-REMAINING TO WS-CHARGE
           END-IF
           MOVE 'N' TO WS-POST-FULL-SWITCH
           IF WS-CHARGE > ZERO
               PERFORM RESERVE-POST-ENTRIES-PARA
           END-IF
           IF WS-POST-FULL
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               IF WS-CHARGE > ZERO
                   PERFORM STAMP-ASSET-PARA
               ELSE
                   ADD 1 TO WS-FULLY-COUNT
               END-IF
           END-IF.

           STAMP-ASSET-PARA.

           MOVE FIXED-ASSET-RECORD(1:120) TO WS-UJ-BEFORE
           ADD WS-CHARGE TO FA-ACCUM-DEPRECIATION
           MOVE WS-PERIOD TO FA-LAST-DEPR-PERIOD
           REWRITE FIXED-ASSET-RECORD
               INVALID KEY
                   MOVE WS-ASSET-STATUS TO WS-CHECK-STATUS
                   MOVE "FIXASSET" TO WS-CHECK-FILE
                   MOVE FA-ASSET-NUMBER TO WS-CHECK-KEY
                   MOVE "STAMP-ASSET-PARA" TO WS-CHECK-PARAGRAPH
                   PERFORM CHECK-FILE-STATUS-PARA
               NOT INVALID KEY
                   MOVE FA-ASSET-NUMBER TO WS-UJ-KEY
                   MOVE FIXED-ASSET-RECORD(1:120) TO WS-UJ-AFTER
                   PERFORM WRITE-UPDATE-JOURNAL-PARA
                   PERFORM JOURNAL-ASSET-PARA
                   ADD 1 TO WS-CHARGED-COUNT
                   ADD WS-CHARGE TO WS-TOTAL-CHARGE
                   MOVE FA-EXPENSE-ACCOUNT TO WS-FIND-ACCOUNT
                   PERFORM FIND-POST-ENTRY-PARA
                   ADD WS-CHARGE TO WS-POST-DEBIT(WS-POST-IDX)
                   MOVE FA-ACCUM-ACCOUNT TO WS-FIND-ACCOUNT
                   PERFORM FIND-POST-ENTRY-PARA
                   ADD WS-CHARGE TO WS-POST-CREDIT(WS-POST-IDX)
                   PERFORM PRINT-ASSET-PARA
           END-REWRITE.

           JOURNAL-ASSET-PARA.

      *> the asset's two lines go to the journal the moment it is
      *> stamped, so a run that stops part-way leaves no charged
      *> asset unjournalled
           MOVE "FADEP" TO JE-BATCH-ID
           MOVE WS-PERIOD TO JE-PERIOD
           MOVE 'N' TO JE-POSTED-FLAG
           MOVE "FADP" TO JE-SOURCE-SYSTEM
           MOVE SPACES TO JE-DOCUMENT-REF
           MOVE FA-ASSET-NUMBER TO JE-DOCUMENT-REF
           MOVE WS-RUN-DATE TO JE-TRANS-DATE
           MOVE FA-EXPENSE-ACCOUNT TO JE-ACCOUNT
           MOVE WS-CHARGE TO JE-DEBIT-AMOUNT
           MOVE ZERO TO JE-CREDIT-AMOUNT
           WRITE JOURNAL-ENTRY-RECORD
           PERFORM CHECK-JOURNAL-WRITE-PARA
           MOVE FA-ACCUM-ACCOUNT TO JE-ACCOUNT
           MOVE ZERO TO JE-DEBIT-AMOUNT
           MOVE WS-CHARGE TO JE-CREDIT-AMOUNT
           WRITE JOURNAL-ENTRY-RECORD
           PERFORM CHECK-JOURNAL-WRITE-PARA.

           CHECK-JOURNAL-WRITE-PARA.

           MOVE WS-JOURNAL-STATUS TO WS-CHECK-STATUS
           MOVE "JOURNAL " TO WS-CHECK-FILE
           MOVE FA-ASSET-NUMBER TO WS-CHECK-KEY
           MOVE "JOURNAL-ASSET-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA.

           WRITE-UPDATE-JOURNAL-PARA.

           CALL "UpdateJournal" USING WS-UJ-MASTER WS-UJ-ACTION
               WS-UJ-KEY WS-UJ-PROGRAM WS-UJ-OPERATOR
               WS-UJ-BEFORE WS-UJ-AFTER
           MOVE SPACES TO WS-UJ-BEFORE
           MOVE SPACES TO WS-UJ-AFTER.

           FIND-POST-ENTRY-PARA.

           MOVE 'N' TO WS-POST-FOUND-SWITCH
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                   UNTIL WS-POST-IDX > WS-POST-COUNT
                       OR WS-POST-FOUND
               IF WS-POST-ACCOUNT(WS-POST-IDX) = WS-FIND-ACCOUNT
                   MOVE 'Y' TO WS-POST-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-POST-FOUND
               SET WS-POST-IDX DOWN BY 1
           ELSE
               IF WS-POST-COUNT < 100
                   ADD 1 TO WS-POST-COUNT
                   SET WS-POST-IDX TO WS-POST-COUNT
                   MOVE WS-FIND-ACCOUNT TO WS-POST-ACCOUNT(WS-POST-IDX)
                   MOVE ZERO TO WS-POST-DEBIT(WS-POST-IDX)
                   MOVE ZERO TO WS-POST-CREDIT(WS-POST-IDX)
               ELSE
                   MOVE 'Y' TO WS-POST-FULL-SWITCH
                   DISPLAY "*** ACCOUNT TABLE FULL - ACCOUNT "
                       WS-FIND-ACCOUNT " ASSET " FA-ASSET-NUMBER
                       " NOT CHARGED ***"
               END-IF
           END-IF.

           RESERVE-POST-ENTRIES-PARA.

      *> both accounts are placed in the table before the asset is
      *> touched, so a full table leaves the asset as it was
           MOVE FA-EXPENSE-ACCOUNT TO WS-FIND-ACCOUNT
           PERFORM FIND-POST-ENTRY-PARA
           IF NOT WS-POST-FULL
               MOVE FA-ACCUM-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM FIND-POST-ENTRY-PARA
           END-IF.

      *>--------------- report -----------------------------------------

           PRINT-ASSET-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
           END-IF
           COMPUTE WS-NET-BOOK-VALUE =
               FA-COST - FA-ACCUM-DEPRECIATION
           MOVE FA-ASSET-NUMBER TO WS-PRINT-LINE(1:8)
           MOVE FA-DESCRIPTION TO WS-PRINT-LINE(10:30)
           MOVE FA-METHOD TO WS-PRINT-LINE(41:1)
           MOVE FA-DEPT-CODE TO WS-PRINT-LINE(43:10)
           MOVE WS-CHARGE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(54:14)
           MOVE FA-ACCUM-DEPRECIATION TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(69:14)
           MOVE WS-NET-BOOK-VALUE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(84:14)
           MOVE FA-EXPENSE-ACCOUNT TO WS-PRINT-LINE(99:10)
           MOVE FA-ACCUM-ACCOUNT TO WS-PRINT-LINE(110:10)
           PERFORM PRINT-LINE-PARA.

           PRINT-ACCOUNT-TOTALS-PARA.

           IF WS-POST-COUNT > ZERO
               PERFORM PRINT-LINE-PARA
               MOVE "CHARGES BY ACCOUNT" TO WS-PRINT-LINE
               MOVE "DEBIT" TO WS-PRINT-LINE(63:5)
               MOVE "CREDIT" TO WS-PRINT-LINE(80:6)
               PERFORM PRINT-LINE-PARA
               PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                       UNTIL WS-POST-IDX > WS-POST-COUNT
                   IF WS-LINE-COUNT > WS-LINES-PER-PAGE
                       PERFORM PRINT-HEADER-PARA
                   END-IF
                   MOVE WS-POST-ACCOUNT(WS-POST-IDX)
                       TO WS-PRINT-LINE(1:10)
                   MOVE WS-POST-DEBIT(WS-POST-IDX) TO WS-EDIT-TOTAL
                   MOVE WS-EDIT-TOTAL TO WS-PRINT-LINE(51:17)
                   MOVE WS-POST-CREDIT(WS-POST-IDX) TO WS-EDIT-TOTAL
                   MOVE WS-EDIT-TOTAL TO WS-PRINT-LINE(69:17)
                   PERFORM PRINT-LINE-PARA
               END-PERFORM
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
           MOVE WS-PAGE-TITLE TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "RUN DATE : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   PERIOD : " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               "   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "ASSET    DESCRIPTION" TO WS-PRINT-LINE
           MOVE "M DEPT" TO WS-PRINT-LINE(41:6)
           MOVE "CHARGE" TO WS-PRINT-LINE(62:6)
           MOVE "ACCUMULATED" TO WS-PRINT-LINE(72:11)
           MOVE "BOOK VALUE" TO WS-PRINT-LINE(88:10)
           MOVE "EXPENSE" TO WS-PRINT-LINE(99:7)
           MOVE "ACCUM" TO WS-PRINT-LINE(110:5)
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "FADEPR  " TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-ASSETS-READ TO RC-RECORDS-PROCESSED
           MOVE WS-TOTAL-CHARGE TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM DepreciationRun.
