       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetentionPurge.
       ENVIRONMENT DIVISION.
           *> retention purge over the audit and log files that only
           *> ever grew - AUDITLOG, STUAUDIT, UPDJRNL, OPALERT,
           *> PARMAUD, RUNCTLR and the EXCEPTION-MASTER - so ctlsnap,
           *> mornstat and the inquiries stop reading years of
           *> history end to end every night
           *> each file's RETENTION-POLICY row gives the months it
           *> keeps online: older records move to the file's dated
           *> offline history (AUDITHST, STUAUHST, UPDJHST, OPALHST,
           *> PARMHST, RUNCHST, EXCPHST), stamped with the purge date,
           *> and each file's batch closes with a control record of
           *> the cutoff, the count moved and a hash total of the
           *> moved records' dates; history older than the row's
           *> legal-hold months is dropped from the history file
           *> only open exceptions stay on the master whatever their
           *> age - a resubmitted or written-off exception ages from
           *> its review date, and the control record at sequence
           *> zero is never touched
           *> the history is rewritten before the live file is cut
           *> back, so a run that stops part way leaves a record in
           *> both places, never in neither
           *> run mode T (the default) only prints what would move;
           *> run mode C purges and logs to RUN-CONTROL
           *> cleared by the job schedule like the other batch jobs
           *> and spooled to RETPURGE
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL RETENTION-POLICY-FILE ASSIGN TO "RETNPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETNPOL-STATUS.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT OPTIONAL STUDENT-AUDIT-FILE ASSIGN TO "STUAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT OPTIONAL UPDATE-JOURNAL-FILE ASSIGN TO "UPDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT OPTIONAL PARAMETER-AUDIT-FILE ASSIGN TO "PARMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL EXCEPTION-MASTER ASSIGN TO "EXCPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XM-SEQUENCE
               FILE STATUS IS WS-EXCPMAST-STATUS.

           SELECT OPTIONAL AUDIT-HISTORY-FILE ASSIGN TO "AUDITHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL STUAUDIT-HISTORY-FILE ASSIGN TO "STUAUHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL UPDJRNL-HISTORY-FILE ASSIGN TO "UPDJHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL ALERT-HISTORY-FILE ASSIGN TO "OPALHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL PARMAUD-HISTORY-FILE ASSIGN TO "PARMHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL RUNCTL-HISTORY-FILE ASSIGN TO "RUNCHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL EXCEPTION-HISTORY-FILE ASSIGN TO "EXCPHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT KEEP-WORK-FILE ASSIGN TO "RETNKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.

           SELECT HISTORY-WORK-FILE ASSIGN TO "RETNHWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HWORK-STATUS.

           SELECT PRINT-FILE ASSIGN TO "RETPURGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL OPERATOR-ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD RETENTION-POLICY-FILE.
           COPY RETNPOL.

       FD AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD STUDENT-AUDIT-FILE.
           COPY STUAUDIT.

       FD UPDATE-JOURNAL-FILE.
           COPY UPDJRNL.

       FD PARAMETER-AUDIT-FILE.
           COPY PARMAUD.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       FD EXCEPTION-MASTER.
           COPY EXCPMSTR.

       FD AUDIT-HISTORY-FILE.
           01 AUDIT-HISTORY-LINE         PIC X(308).

       FD STUAUDIT-HISTORY-FILE.
           01 STUAUDIT-HISTORY-LINE      PIC X(308).

       FD UPDJRNL-HISTORY-FILE.
           01 UPDJRNL-HISTORY-LINE       PIC X(308).

       FD ALERT-HISTORY-FILE.
           01 ALERT-HISTORY-LINE         PIC X(308).

       FD PARMAUD-HISTORY-FILE.
           01 PARMAUD-HISTORY-LINE       PIC X(308).

       FD RUNCTL-HISTORY-FILE.
           01 RUNCTL-HISTORY-LINE        PIC X(308).

       FD EXCEPTION-HISTORY-FILE.
           01 EXCEPTION-HISTORY-LINE     PIC X(308).

       FD KEEP-WORK-FILE.
           01 KEEP-WORK-RECORD           PIC X(291).

       FD HISTORY-WORK-FILE.
           01 HISTORY-WORK-RECORD        PIC X(308).

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       FD OPERATOR-ALERT-FILE.
           COPY OPALERT.

       WORKING-STORAGE SECTION.

           COPY OFFHIST.

           01 WS-ALERT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ALERT-JOB PIC X(08) VALUE "RETPURGE".
           01 WS-CHECK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHECK-FILE PIC X(08) VALUE SPACES.
           01 WS-CHECK-KEY PIC X(10) VALUE SPACES.
           01 WS-CHECK-PARAGRAPH PIC X(30) VALUE SPACES.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-RETNPOL-STATUS PIC X(02) VALUE SPACES.
           01 WS-SOURCE-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-EXCPMAST-STATUS PIC X(02) VALUE SPACES.
           01 WS-HISTORY-STATUS PIC X(02) VALUE SPACES.
           01 WS-KEEP-STATUS PIC X(02) VALUE SPACES.
           01 WS-HWORK-STATUS PIC X(02) VALUE SPACES.
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
           01 WS-EXPIRED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EXPIRED VALUE 'Y'.
           01 WS-REFUSED-REASON PIC X(40) VALUE SPACES.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-JOBCHK-JOB PIC X(08) VALUE "RETPURGE".
           01 WS-JOBCHK-OK PIC X(01) VALUE 'Y'.
           01 WS-RUN-MODE PIC X(01) VALUE 'T'.
               88 WS-TRIAL-MODE VALUE 'T'.
               88 WS-COMMIT-MODE VALUE 'C'.

      *> the seven files the run knows, in the order it takes them -
      *> the subscript picks the FD in every per-file paragraph
           01 WS-FILE-LIST.
               02 WS-FILE-ENTRY OCCURS 7 TIMES.
                   05 WS-FL-NAME PIC X(08).
                   05 WS-FL-HISTORY PIC X(08).
           01 WS-FILE-SUB PIC 9(01) VALUE ZERO.
               88 WS-DOING-AUDITLOG VALUE 1.
               88 WS-DOING-STUAUDIT VALUE 2.
               88 WS-DOING-UPDJRNL VALUE 3.
               88 WS-DOING-OPALERT VALUE 4.
               88 WS-DOING-PARMAUD VALUE 5.
               88 WS-DOING-RUNCTLR VALUE 6.
               88 WS-DOING-EXCPMAST VALUE 7.

           01 WS-POLICY-TABLE.
               02 WS-POLICY-ENTRY OCCURS 20 TIMES
                       INDEXED BY WS-POL-IDX.
                   05 WS-POL-FILE PIC X(08).
                   05 WS-POL-KEEP-MONTHS PIC 9(03).
                   05 WS-POL-HOLD-MONTHS PIC 9(03).
           01 WS-POLICY-COUNT PIC 9(02) VALUE ZERO.

      *> one record off whichever file is being purged, as an image
      *> with its own date lifted out
           01 WS-RECORD-IMAGE PIC X(291) VALUE SPACES.
           01 WS-RECORD-DATE PIC 9(08) VALUE ZERO.

           01 WS-KEEP-MONTHS PIC 9(03) VALUE ZERO.
           01 WS-HOLD-MONTHS PIC 9(03) VALUE ZERO.
           01 WS-ONLINE-CUTOFF PIC 9(08) VALUE ZERO.
           01 WS-HOLD-CUTOFF PIC 9(08) VALUE ZERO.
           01 WS-MONTHS-BACK PIC 9(03) VALUE ZERO.
           01 WS-MONTH-NUMBER PIC 9(06) VALUE ZERO.
           01 WS-CUTOFF-DATE PIC 9(08) VALUE ZERO.
           01 WS-CUTOFF-FIELDS REDEFINES WS-CUTOFF-DATE.
               05 WS-CUT-YYYY PIC 9(04).
               05 WS-CUT-MM PIC 9(02).
               05 WS-CUT-DD PIC 9(02).
           01 WS-RUN-DATE-FIELDS.
               05 WS-RUN-YYYY PIC 9(04).
               05 WS-RUN-MM PIC 9(02).
               05 WS-RUN-DD PIC 9(02).

           01 WS-FILE-READ PIC 9(07) VALUE ZERO.
           01 WS-FILE-KEPT PIC 9(07) VALUE ZERO.
           01 WS-FILE-MOVED PIC 9(07) VALUE ZERO.
           01 WS-FILE-HASH PIC 9(15) VALUE ZERO.
           01 WS-FILE-DESTROYED PIC 9(07) VALUE ZERO.
           01 WS-FILES-PURGED PIC 9(01) VALUE ZERO.
           01 WS-FILES-SKIPPED PIC 9(01) VALUE ZERO.
           01 WS-TOTAL-READ PIC 9(07) VALUE ZERO.
           01 WS-TOTAL-MOVED PIC 9(07) VALUE ZERO.
           01 WS-TOTAL-DESTROYED PIC 9(07) VALUE ZERO.

           01 WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
           01 WS-EDIT-HASH PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-START-TIME FROM TIME
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM SCHEDULE-CHECK-PARA
           MOVE WS-RUN-DATE TO WS-RUN-DATE-FIELDS

           MOVE "AUDITLOG" TO WS-FL-NAME(1)
           MOVE "AUDITHST" TO WS-FL-HISTORY(1)
           MOVE "STUAUDIT" TO WS-FL-NAME(2)
           MOVE "STUAUHST" TO WS-FL-HISTORY(2)
           MOVE "UPDJRNL " TO WS-FL-NAME(3)
           MOVE "UPDJHST " TO WS-FL-HISTORY(3)
           MOVE "OPALERT " TO WS-FL-NAME(4)
           MOVE "OPALHST " TO WS-FL-HISTORY(4)
           MOVE "PARMAUD " TO WS-FL-NAME(5)
           MOVE "PARMHST " TO WS-FL-HISTORY(5)
           MOVE "RUNCTLR " TO WS-FL-NAME(6)
           MOVE "RUNCHST " TO WS-FL-HISTORY(6)
           MOVE "EXCPMAST" TO WS-FL-NAME(7)
           MOVE "EXCPHST " TO WS-FL-HISTORY(7)

           PERFORM LOAD-POLICY-PARA

           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE "RETPURGE" TO WS-CHECK-FILE
           MOVE SPACES TO WS-CHECK-KEY
           MOVE "MAIN-PROCEDURE" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE "----- Audit and Log Retention Purge -----"
               TO WS-PAGE-TITLE
           PERFORM PRINT-HEADER-PARA

           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 7
               PERFORM PURGE-FILE-PARA
           END-PERFORM

           PERFORM PRINT-TOTALS-PARA
           CLOSE PRINT-FILE

           IF WS-COMMIT-MODE
               PERFORM LOG-RUN-CONTROL-PARA
           END-IF

           DISPLAY "----- Audit and Log Retention Purge -----"
           DISPLAY "FILES PURGED        : " WS-FILES-PURGED
           DISPLAY "FILES LEFT ONLINE   : " WS-FILES-SKIPPED
           DISPLAY "RECORDS READ        : " WS-TOTAL-READ
           DISPLAY "MOVED TO HISTORY    : " WS-TOTAL-MOVED
           DISPLAY "RELEASED BY HOLD    : " WS-TOTAL-DESTROYED
           DISPLAY "REPORT SPOOLED TO RETPURGE - "
               WS-PAGE-NUMBER " PAGES"
           IF WS-TRIAL-MODE
               DISPLAY "*** TRIAL RUN COMPLETE - REVIEW THE REPORT "
                   "AND RERUN WITH RUN MODE C TO PURGE ***"
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
                   IF RP-COMMIT-MODE
                       MOVE 'C' TO WS-RUN-MODE
                   END-IF
           END-READ
           CLOSE RUN-PARM-FILE
           IF WS-TRIAL-MODE
               DISPLAY "*** TRIAL RUN - NOTHING WILL BE PURGED ***"
           END-IF.

           SCHEDULE-CHECK-PARA.

           CALL "JobScheduleCheck"
               USING WS-JOBCHK-JOB WS-RUN-DATE WS-JOBCHK-OK
           IF WS-JOBCHK-OK = 'N'
               DISPLAY "RUN REFUSED BY THE JOB SCHEDULE"
               STOP RUN
           END-IF.

           LOAD-POLICY-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RETENTION-POLICY-FILE
           PERFORM UNTIL WS-EOF
               READ RETENTION-POLICY-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-POLICY-COUNT < 20
                           ADD 1 TO WS-POLICY-COUNT
                           SET WS-POL-IDX TO WS-POLICY-COUNT
                           MOVE RN-FILE-NAME
                               TO WS-POL-FILE(WS-POL-IDX)
                           MOVE RN-KEEP-ONLINE-MONTHS
                               TO WS-POL-KEEP-MONTHS(WS-POL-IDX)
                           MOVE RN-LEGAL-HOLD-MONTHS
                               TO WS-POL-HOLD-MONTHS(WS-POL-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETENTION-POLICY-FILE
           IF WS-POLICY-COUNT = ZERO
               DISPLAY "NO RETENTION-POLICY ROWS - EVERY FILE STAYS "
                   "ONLINE"
           END-IF.

      *>--------------- one file ---------------------------------

           PURGE-FILE-PARA.

           MOVE ZERO TO WS-FILE-READ
           MOVE ZERO TO WS-FILE-KEPT
           MOVE ZERO TO WS-FILE-MOVED
           MOVE ZERO TO WS-FILE-HASH
           MOVE ZERO TO WS-FILE-DESTROYED
           MOVE ZERO TO WS-ONLINE-CUTOFF
           MOVE ZERO TO WS-HOLD-CUTOFF
           PERFORM FIND-POLICY-PARA
           IF WS-REFUSED-REASON NOT = SPACES
               ADD 1 TO WS-FILES-SKIPPED
               PERFORM PRINT-SKIPPED-PARA
           ELSE
               MOVE WS-KEEP-MONTHS TO WS-MONTHS-BACK
               PERFORM SUBTRACT-MONTHS-PARA
               MOVE WS-CUTOFF-DATE TO WS-ONLINE-CUTOFF
               IF WS-HOLD-MONTHS > ZERO
                   MOVE WS-HOLD-MONTHS TO WS-MONTHS-BACK
                   PERFORM SUBTRACT-MONTHS-PARA
                   MOVE WS-CUTOFF-DATE TO WS-HOLD-CUTOFF
               END-IF

               OPEN OUTPUT HISTORY-WORK-FILE
               MOVE WS-HWORK-STATUS TO WS-CHECK-STATUS
               MOVE "RETNHWRK" TO WS-CHECK-FILE
               MOVE "PURGE-FILE-PARA" TO WS-CHECK-PARAGRAPH
               PERFORM CHECK-FILE-STATUS-PARA
               OPEN OUTPUT KEEP-WORK-FILE
               MOVE WS-KEEP-STATUS TO WS-CHECK-STATUS
               MOVE "RETNKEEP" TO WS-CHECK-FILE
               PERFORM CHECK-FILE-STATUS-PARA

               PERFORM COPY-HISTORY-PARA
               IF WS-DOING-EXCPMAST
                   PERFORM SPLIT-EXCPMAST-PARA
               ELSE
                   PERFORM SPLIT-SOURCE-PARA
               END-IF
               IF WS-FILE-MOVED > ZERO OR WS-FILE-DESTROYED > ZERO
                   PERFORM WRITE-HISTORY-CONTROL-PARA
               END-IF
               CLOSE KEEP-WORK-FILE
               CLOSE HISTORY-WORK-FILE

               IF WS-COMMIT-MODE
                       AND (WS-FILE-MOVED > ZERO
                           OR WS-FILE-DESTROYED > ZERO)
                   PERFORM RESTORE-HISTORY-PARA
                   IF WS-FILE-MOVED > ZERO
                       IF WS-DOING-EXCPMAST
                           PERFORM DELETE-EXCPMAST-PARA
                       ELSE
                           PERFORM RESTORE-SOURCE-PARA
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-FILES-PURGED
               ADD WS-FILE-READ TO WS-TOTAL-READ
               ADD WS-FILE-MOVED TO WS-TOTAL-MOVED
               ADD WS-FILE-DESTROYED TO WS-TOTAL-DESTROYED
               PERFORM PRINT-FILE-LINE-PARA
           END-IF.

           FIND-POLICY-PARA.

      *> the same floors parammnt validates, held again here so a
      *> hand-edited row can never empty a file the other runs need
           MOVE SPACES TO WS-REFUSED-REASON
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POLICY-COUNT OR WS-FOUND
               IF WS-POL-FILE(WS-POL-IDX) = WS-FL-NAME(WS-FILE-SUB)
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-POL-IDX DOWN BY 1
               MOVE WS-POL-KEEP-MONTHS(WS-POL-IDX) TO WS-KEEP-MONTHS
               MOVE WS-POL-HOLD-MONTHS(WS-POL-IDX) TO WS-HOLD-MONTHS
               EVALUATE TRUE
                   WHEN WS-KEEP-MONTHS = ZERO
                       MOVE "POLICY KEEPS NOTHING ONLINE - REFUSED"
                           TO WS-REFUSED-REASON
                   WHEN WS-DOING-UPDJRNL AND WS-KEEP-MONTHS < 2
                       MOVE "UNDER 2 MONTHS ONLINE - REFUSED"
                           TO WS-REFUSED-REASON
                   WHEN WS-DOING-RUNCTLR AND WS-KEEP-MONTHS < 13
                       MOVE "UNDER 13 MONTHS ONLINE - REFUSED"
                           TO WS-REFUSED-REASON
                   WHEN WS-HOLD-MONTHS > ZERO
                           AND WS-HOLD-MONTHS < WS-KEEP-MONTHS
                       MOVE "HOLD SHORTER THAN ONLINE - REFUSED"
                           TO WS-REFUSED-REASON
               END-EVALUATE
           ELSE
               MOVE "NO RETENTION ROW - LEFT ONLINE"
                   TO WS-REFUSED-REASON
           END-IF.

           SUBTRACT-MONTHS-PARA.

      *> same day of the month, WS-MONTHS-BACK months before the run
      *> date - a day past the end of a short month still compares
      *> correctly as a cutoff
           COMPUTE WS-MONTH-NUMBER =
               (WS-RUN-YYYY * 12) + WS-RUN-MM - 1 - WS-MONTHS-BACK
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CUT-YYYY
               REMAINDER WS-CUT-MM
           ADD 1 TO WS-CUT-MM
           MOVE WS-RUN-DD TO WS-CUT-DD.

      *>--------------- offline history ---------------------------

           COPY-HISTORY-PARA.

      *> the file's existing history goes to the work file first,
      *> less any detail the legal hold no longer covers - control
      *> records stay as the trail of every purge
           MOVE 'N' TO WS-EOF-SWITCH
           EVALUATE TRUE
               WHEN WS-DOING-AUDITLOG
                   OPEN INPUT AUDIT-HISTORY-FILE
               WHEN WS-DOING-STUAUDIT
                   OPEN INPUT STUAUDIT-HISTORY-FILE
               WHEN WS-DOING-UPDJRNL
                   OPEN INPUT UPDJRNL-HISTORY-FILE
               WHEN WS-DOING-OPALERT
                   OPEN INPUT ALERT-HISTORY-FILE
               WHEN WS-DOING-PARMAUD
                   OPEN INPUT PARMAUD-HISTORY-FILE
               WHEN WS-DOING-RUNCTLR
                   OPEN INPUT RUNCTL-HISTORY-FILE
               WHEN WS-DOING-EXCPMAST
                   OPEN INPUT EXCEPTION-HISTORY-FILE
           END-EVALUATE
           MOVE WS-HISTORY-STATUS TO WS-CHECK-STATUS
           MOVE WS-FL-HISTORY(WS-FILE-SUB) TO WS-CHECK-FILE
           MOVE "COPY-HISTORY-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM READ-HISTORY-PARA
           PERFORM UNTIL WS-EOF
               IF HX-DETAIL AND WS-HOLD-CUTOFF > ZERO
                       AND HX-RECORD-DATE < WS-HOLD-CUTOFF
                   ADD 1 TO WS-FILE-DESTROYED
               ELSE
                   MOVE OFFLINE-HISTORY-RECORD TO HISTORY-WORK-RECORD
                   WRITE HISTORY-WORK-RECORD
               END-IF
               PERFORM READ-HISTORY-PARA
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DOING-AUDITLOG
                   CLOSE AUDIT-HISTORY-FILE
               WHEN WS-DOING-STUAUDIT
                   CLOSE STUAUDIT-HISTORY-FILE
               WHEN WS-DOING-UPDJRNL
                   CLOSE UPDJRNL-HISTORY-FILE
               WHEN WS-DOING-OPALERT
                   CLOSE ALERT-HISTORY-FILE
               WHEN WS-DOING-PARMAUD
                   CLOSE PARMAUD-HISTORY-FILE
               WHEN WS-DOING-RUNCTLR
                   CLOSE RUNCTL-HISTORY-FILE
               WHEN WS-DOING-EXCPMAST
                   CLOSE EXCEPTION-HISTORY-FILE
           END-EVALUATE.

           READ-HISTORY-PARA.

           EVALUATE TRUE
               WHEN WS-DOING-AUDITLOG
                   READ AUDIT-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END MOVE AUDIT-HISTORY-LINE
                           TO OFFLINE-HISTORY-RECORD
                   END-READ
               WHEN WS-DOING-STUAUDIT
                   READ STUAUDIT-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END MOVE STUAUDIT-HISTORY-LINE
                           TO OFFLINE-HISTORY-RECORD
                   END-READ
               WHEN WS-DOING-UPDJRNL
                   READ UPDJRNL-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END MOVE UPDJRNL-HISTORY-LINE
                           TO OFFLINE-HISTORY-RECORD
                   END-READ
               WHEN WS-DOING-OPALERT
                   READ ALERT-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END MOVE ALERT-HISTORY-LINE
                           TO OFFLINE-HISTORY-RECORD
                   END-READ
               WHEN WS-DOING-PARMAUD
                   READ PARMAUD-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END MOVE PARMAUD-HISTORY-LINE
                           TO OFFLINE-HISTORY-RECORD
                   END-READ
               WHEN WS-DOING-RUNCTLR
                   READ RUNCTL-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END MOVE RUNCTL-HISTORY-LINE
                           TO OFFLINE-HISTORY-RECORD
                   END-READ
               WHEN WS-DOING-EXCPMAST
                   READ EXCEPTION-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END MOVE EXCEPTION-HISTORY-LINE
                           TO OFFLINE-HISTORY-RECORD
                   END-READ
           END-EVALUATE.

           MOVE-TO-HISTORY-PARA.

           MOVE WS-RUN-DATE TO HX-PURGE-DATE
           MOVE 'D' TO HX-RECORD-TYPE
           MOVE WS-RECORD-DATE TO HX-RECORD-DATE
           MOVE WS-RECORD-IMAGE TO HX-RECORD-IMAGE
           MOVE OFFLINE-HISTORY-RECORD TO HISTORY-WORK-RECORD
           WRITE HISTORY-WORK-RECORD
           ADD 1 TO WS-FILE-MOVED
           ADD WS-RECORD-DATE TO WS-FILE-HASH.

           WRITE-HISTORY-CONTROL-PARA.

           MOVE SPACES TO OFFLINE-HISTORY-RECORD
           MOVE WS-RUN-DATE TO HX-PURGE-DATE
           MOVE 'C' TO HX-RECORD-TYPE
           MOVE WS-RUN-DATE TO HX-RECORD-DATE
           MOVE WS-FL-NAME(WS-FILE-SUB) TO HX-SOURCE-FILE
           MOVE WS-ONLINE-CUTOFF TO HX-CUTOFF-DATE
           MOVE WS-FILE-MOVED TO HX-RECORD-COUNT
           MOVE WS-FILE-HASH TO HX-HASH-TOTAL
           MOVE WS-FILE-DESTROYED TO HX-DESTROYED-COUNT
           MOVE OFFLINE-HISTORY-RECORD TO HISTORY-WORK-RECORD
           WRITE HISTORY-WORK-RECORD.

           RESTORE-HISTORY-PARA.

           EVALUATE TRUE
               WHEN WS-DOING-AUDITLOG
                   OPEN OUTPUT AUDIT-HISTORY-FILE
               WHEN WS-DOING-STUAUDIT
                   OPEN OUTPUT STUAUDIT-HISTORY-FILE
               WHEN WS-DOING-UPDJRNL
                   OPEN OUTPUT UPDJRNL-HISTORY-FILE
               WHEN WS-DOING-OPALERT
                   OPEN OUTPUT ALERT-HISTORY-FILE
               WHEN WS-DOING-PARMAUD
                   OPEN OUTPUT PARMAUD-HISTORY-FILE
               WHEN WS-DOING-RUNCTLR
                   OPEN OUTPUT RUNCTL-HISTORY-FILE
               WHEN WS-DOING-EXCPMAST
                   OPEN OUTPUT EXCEPTION-HISTORY-FILE
           END-EVALUATE
           MOVE WS-HISTORY-STATUS TO WS-CHECK-STATUS
           MOVE WS-FL-HISTORY(WS-FILE-SUB) TO WS-CHECK-FILE
           MOVE "RESTORE-HISTORY-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HISTORY-WORK-FILE
           PERFORM UNTIL WS-EOF
               READ HISTORY-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END PERFORM WRITE-HISTORY-PARA
               END-READ
           END-PERFORM
           CLOSE HISTORY-WORK-FILE
           EVALUATE TRUE
               WHEN WS-DOING-AUDITLOG
                   CLOSE AUDIT-HISTORY-FILE
               WHEN WS-DOING-STUAUDIT
                   CLOSE STUAUDIT-HISTORY-FILE
               WHEN WS-DOING-UPDJRNL
                   CLOSE UPDJRNL-HISTORY-FILE
               WHEN WS-DOING-OPALERT
                   CLOSE ALERT-HISTORY-FILE
               WHEN WS-DOING-PARMAUD
                   CLOSE PARMAUD-HISTORY-FILE
               WHEN WS-DOING-RUNCTLR
                   CLOSE RUNCTL-HISTORY-FILE
               WHEN WS-DOING-EXCPMAST
                   CLOSE EXCEPTION-HISTORY-FILE
           END-EVALUATE.

           WRITE-HISTORY-PARA.

           EVALUATE TRUE
               WHEN WS-DOING-AUDITLOG
                   MOVE HISTORY-WORK-RECORD TO AUDIT-HISTORY-LINE
                   WRITE AUDIT-HISTORY-LINE
               WHEN WS-DOING-STUAUDIT
                   MOVE HISTORY-WORK-RECORD TO STUAUDIT-HISTORY-LINE
                   WRITE STUAUDIT-HISTORY-LINE
               WHEN WS-DOING-UPDJRNL
                   MOVE HISTORY-WORK-RECORD TO UPDJRNL-HISTORY-LINE
                   WRITE UPDJRNL-HISTORY-LINE
               WHEN WS-DOING-OPALERT
                   MOVE HISTORY-WORK-RECORD TO ALERT-HISTORY-LINE
                   WRITE ALERT-HISTORY-LINE
               WHEN WS-DOING-PARMAUD
                   MOVE HISTORY-WORK-RECORD TO PARMAUD-HISTORY-LINE
                   WRITE PARMAUD-HISTORY-LINE
               WHEN WS-DOING-RUNCTLR
                   MOVE HISTORY-WORK-RECORD TO RUNCTL-HISTORY-LINE
                   WRITE RUNCTL-HISTORY-LINE
               WHEN WS-DOING-EXCPMAST
                   MOVE HISTORY-WORK-RECORD
                       TO EXCEPTION-HISTORY-LINE
                   WRITE EXCEPTION-HISTORY-LINE
           END-EVALUATE.

      *>--------------- live line-sequential files -----------------

           SPLIT-SOURCE-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           EVALUATE TRUE
               WHEN WS-DOING-AUDITLOG
                   OPEN INPUT AUDIT-LOG-FILE
               WHEN WS-DOING-STUAUDIT
                   OPEN INPUT STUDENT-AUDIT-FILE
               WHEN WS-DOING-UPDJRNL
                   OPEN INPUT UPDATE-JOURNAL-FILE
               WHEN WS-DOING-OPALERT
                   OPEN INPUT OPERATOR-ALERT-FILE
                   MOVE WS-ALERT-STATUS TO WS-SOURCE-STATUS
               WHEN WS-DOING-PARMAUD
                   OPEN INPUT PARAMETER-AUDIT-FILE
               WHEN WS-DOING-RUNCTLR
                   OPEN INPUT RUN-CONTROL-FILE
                   MOVE WS-RUNCTL-STATUS TO WS-SOURCE-STATUS
           END-EVALUATE
           MOVE WS-SOURCE-STATUS TO WS-CHECK-STATUS
           MOVE WS-FL-NAME(WS-FILE-SUB) TO WS-CHECK-FILE
           MOVE "SPLIT-SOURCE-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           PERFORM READ-SOURCE-PARA
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-FILE-READ
               IF WS-RECORD-DATE < WS-ONLINE-CUTOFF
                   PERFORM MOVE-TO-HISTORY-PARA
               ELSE
                   MOVE WS-RECORD-IMAGE TO KEEP-WORK-RECORD
                   WRITE KEEP-WORK-RECORD
                   ADD 1 TO WS-FILE-KEPT
               END-IF
               PERFORM READ-SOURCE-PARA
           END-PERFORM
           PERFORM CLOSE-SOURCE-PARA.

           READ-SOURCE-PARA.

           EVALUATE TRUE
               WHEN WS-DOING-AUDITLOG
                   READ AUDIT-LOG-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE AUDIT-LOG-RECORD TO WS-RECORD-IMAGE
                           MOVE AL-CHANGE-DATE TO WS-RECORD-DATE
                   END-READ
               WHEN WS-DOING-STUAUDIT
                   READ STUDENT-AUDIT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE STUDENT-AUDIT-RECORD
                               TO WS-RECORD-IMAGE
                           MOVE SU-CHANGE-DATE TO WS-RECORD-DATE
                   END-READ
               WHEN WS-DOING-UPDJRNL
                   READ UPDATE-JOURNAL-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE UPDATE-JOURNAL-RECORD
                               TO WS-RECORD-IMAGE
                           MOVE UJ-UPDATE-DATE TO WS-RECORD-DATE
                   END-READ
               WHEN WS-DOING-OPALERT
                   READ OPERATOR-ALERT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE OPERATOR-ALERT-RECORD
                               TO WS-RECORD-IMAGE
                           MOVE OA-ALERT-DATE TO WS-RECORD-DATE
                   END-READ
               WHEN WS-DOING-PARMAUD
                   READ PARAMETER-AUDIT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE PARAMETER-AUDIT-RECORD
                               TO WS-RECORD-IMAGE
                           MOVE PA2-CHANGE-DATE TO WS-RECORD-DATE
                   END-READ
               WHEN WS-DOING-RUNCTLR
                   READ RUN-CONTROL-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE RUN-CONTROL-RECORD TO WS-RECORD-IMAGE
                           MOVE RC-RUN-DATE TO WS-RECORD-DATE
                   END-READ
           END-EVALUATE.

           CLOSE-SOURCE-PARA.

           EVALUATE TRUE
               WHEN WS-DOING-AUDITLOG
                   CLOSE AUDIT-LOG-FILE
               WHEN WS-DOING-STUAUDIT
                   CLOSE STUDENT-AUDIT-FILE
               WHEN WS-DOING-UPDJRNL
                   CLOSE UPDATE-JOURNAL-FILE
               WHEN WS-DOING-OPALERT
                   CLOSE OPERATOR-ALERT-FILE
               WHEN WS-DOING-PARMAUD
                   CLOSE PARAMETER-AUDIT-FILE
               WHEN WS-DOING-RUNCTLR
                   CLOSE RUN-CONTROL-FILE
           END-EVALUATE.

           RESTORE-SOURCE-PARA.

      *> the live file is cut back to the records kept online, only
      *> once the moved ones are safely in the history file
           EVALUATE TRUE
               WHEN WS-DOING-AUDITLOG
                   OPEN OUTPUT AUDIT-LOG-FILE
               WHEN WS-DOING-STUAUDIT
                   OPEN OUTPUT STUDENT-AUDIT-FILE
               WHEN WS-DOING-UPDJRNL
                   OPEN OUTPUT UPDATE-JOURNAL-FILE
               WHEN WS-DOING-OPALERT
                   OPEN OUTPUT OPERATOR-ALERT-FILE
                   MOVE WS-ALERT-STATUS TO WS-SOURCE-STATUS
               WHEN WS-DOING-PARMAUD
                   OPEN OUTPUT PARAMETER-AUDIT-FILE
               WHEN WS-DOING-RUNCTLR
                   OPEN OUTPUT RUN-CONTROL-FILE
                   MOVE WS-RUNCTL-STATUS TO WS-SOURCE-STATUS
           END-EVALUATE
           MOVE WS-SOURCE-STATUS TO WS-CHECK-STATUS
           MOVE WS-FL-NAME(WS-FILE-SUB) TO WS-CHECK-FILE
           MOVE "RESTORE-SOURCE-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT KEEP-WORK-FILE
           PERFORM UNTIL WS-EOF
               READ KEEP-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END PERFORM WRITE-SOURCE-PARA
               END-READ
           END-PERFORM
           CLOSE KEEP-WORK-FILE
           PERFORM CLOSE-SOURCE-PARA.

           WRITE-SOURCE-PARA.

           EVALUATE TRUE
               WHEN WS-DOING-AUDITLOG
                   MOVE KEEP-WORK-RECORD TO AUDIT-LOG-RECORD
                   WRITE AUDIT-LOG-RECORD
               WHEN WS-DOING-STUAUDIT
                   MOVE KEEP-WORK-RECORD TO STUDENT-AUDIT-RECORD
                   WRITE STUDENT-AUDIT-RECORD
               WHEN WS-DOING-UPDJRNL
                   MOVE KEEP-WORK-RECORD TO UPDATE-JOURNAL-RECORD
                   WRITE UPDATE-JOURNAL-RECORD
               WHEN WS-DOING-OPALERT
                   MOVE KEEP-WORK-RECORD TO OPERATOR-ALERT-RECORD
                   WRITE OPERATOR-ALERT-RECORD
               WHEN WS-DOING-PARMAUD
                   MOVE KEEP-WORK-RECORD TO PARAMETER-AUDIT-RECORD
                   WRITE PARAMETER-AUDIT-RECORD
               WHEN WS-DOING-RUNCTLR
                   MOVE KEEP-WORK-RECORD TO RUN-CONTROL-RECORD
                   WRITE RUN-CONTROL-RECORD
           END-EVALUATE.

      *>--------------- exception master --------------------------

           SPLIT-EXCPMAST-PARA.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT EXCEPTION-MASTER
           IF WS-EXCPMAST-STATUS = "35" OR WS-EXCPMAST-STATUS = "05"
               CLOSE EXCEPTION-MASTER
           ELSE
               MOVE WS-EXCPMAST-STATUS TO WS-CHECK-STATUS
               MOVE "EXCPMAST" TO WS-CHECK-FILE
               MOVE "SPLIT-EXCPMAST-PARA" TO WS-CHECK-PARAGRAPH
               PERFORM CHECK-FILE-STATUS-PARA
               MOVE 1 TO XM-SEQUENCE
               START EXCEPTION-MASTER KEY >= XM-SEQUENCE
                   INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF
                   READ EXCEPTION-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           PERFORM TEST-EXCEPTION-PARA
                           IF WS-EXPIRED
                               MOVE EXCEPTION-MASTER-RECORD
                                   TO WS-RECORD-IMAGE
                               PERFORM MOVE-TO-HISTORY-PARA
                           ELSE
                               ADD 1 TO WS-FILE-KEPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-MASTER
           END-IF.

           TEST-EXCEPTION-PARA.

      *> an open exception is still someone's work whatever its age
           MOVE 'N' TO WS-EXPIRED-SWITCH
           IF XM-REVIEW-DATE > ZERO
               MOVE XM-REVIEW-DATE TO WS-RECORD-DATE
           ELSE
               MOVE XM-DATE-LOGGED TO WS-RECORD-DATE
           END-IF
           IF NOT XM-STATUS-OPEN
                   AND WS-RECORD-DATE < WS-ONLINE-CUTOFF
               MOVE 'Y' TO WS-EXPIRED-SWITCH
           END-IF.

           DELETE-EXCPMAST-PARA.

      *> a second pass on the same test, now the history holds them
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN I-O EXCEPTION-MASTER
           MOVE WS-EXCPMAST-STATUS TO WS-CHECK-STATUS
           MOVE "EXCPMAST" TO WS-CHECK-FILE
           MOVE "DELETE-EXCPMAST-PARA" TO WS-CHECK-PARAGRAPH
           PERFORM CHECK-FILE-STATUS-PARA
           MOVE 1 TO XM-SEQUENCE
           START EXCEPTION-MASTER KEY >= XM-SEQUENCE
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-EOF
               READ EXCEPTION-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM TEST-EXCEPTION-PARA
                       IF WS-EXPIRED
                           DELETE EXCEPTION-MASTER RECORD
                               INVALID KEY
                                   MOVE XM-SEQUENCE TO WS-CHECK-KEY
                                   MOVE WS-EXCPMAST-STATUS
                                       TO WS-CHECK-STATUS
                                   PERFORM CHECK-FILE-STATUS-PARA
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-MASTER.

      *>--------------- report ------------------------------------

           PRINT-FILE-LINE-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
           END-IF
           MOVE WS-FL-NAME(WS-FILE-SUB) TO WS-PRINT-LINE(1:8)
           MOVE WS-KEEP-MONTHS TO WS-PRINT-LINE(11:3)
           MOVE WS-HOLD-MONTHS TO WS-PRINT-LINE(16:3)
           MOVE WS-ONLINE-CUTOFF TO WS-PRINT-LINE(21:8)
           MOVE WS-FILE-READ TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(31:9)
           MOVE WS-FILE-KEPT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(41:9)
           MOVE WS-FILE-MOVED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(51:9)
           MOVE WS-FILE-HASH TO WS-EDIT-HASH
           MOVE WS-EDIT-HASH TO WS-PRINT-LINE(65:19)
           MOVE WS-FILE-DESTROYED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(85:9)
           MOVE WS-FL-HISTORY(WS-FILE-SUB) TO WS-PRINT-LINE(96:8)
           PERFORM PRINT-LINE-PARA.

           PRINT-SKIPPED-PARA.

           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM PRINT-HEADER-PARA
           END-IF
           MOVE WS-FL-NAME(WS-FILE-SUB) TO WS-PRINT-LINE(1:8)
           MOVE WS-REFUSED-REASON TO WS-PRINT-LINE(21:40)
           PERFORM PRINT-LINE-PARA.

           PRINT-TOTALS-PARA.

           PERFORM PRINT-LINE-PARA
           STRING "FILES PURGED " DELIMITED BY SIZE
               WS-FILES-PURGED DELIMITED BY SIZE
               "   LEFT ONLINE " DELIMITED BY SIZE
               WS-FILES-SKIPPED DELIMITED BY SIZE
               "   RECORDS READ " DELIMITED BY SIZE
               WS-TOTAL-READ DELIMITED BY SIZE
               "   MOVED TO HISTORY " DELIMITED BY SIZE
               WS-TOTAL-MOVED DELIMITED BY SIZE
               "   RELEASED BY HOLD " DELIMITED BY SIZE
               WS-TOTAL-DESTROYED DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE "HASH TOTAL IS THE SUM OF THE MOVED RECORDS' DATES - "
               TO WS-PRINT-LINE
           MOVE "IT AND THE COUNT ARE ON EACH HISTORY CONTROL RECORD"
               TO WS-PRINT-LINE(53:51)
           PERFORM PRINT-LINE-PARA
           IF WS-TRIAL-MODE
               MOVE "*** TRIAL RUN - NOTHING PURGED ***"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
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
               "   RUN MODE : " DELIMITED BY SIZE
               WS-RUN-MODE DELIMITED BY SIZE
               "   PAGE : " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "FILE      KEEP HOLD  CUTOFF" TO WS-PRINT-LINE
           MOVE "READ" TO WS-PRINT-LINE(36:4)
           MOVE "KEPT" TO WS-PRINT-LINE(46:4)
           MOVE "MOVED" TO WS-PRINT-LINE(55:5)
           MOVE "HASH TOTAL" TO WS-PRINT-LINE(74:10)
           MOVE "RELEASED" TO WS-PRINT-LINE(86:8)
           MOVE "HISTORY" TO WS-PRINT-LINE(96:7)
           PERFORM PRINT-LINE-PARA
           MOVE ZERO TO WS-LINE-COUNT.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "RETPURGE" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-TOTAL-READ TO RC-RECORDS-PROCESSED
           MOVE WS-TOTAL-MOVED TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM RetentionPurge.
