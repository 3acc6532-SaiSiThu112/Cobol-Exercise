           *> sign-on is against the USER-AUTHORITY file with the
           *> approval function, the same gate as the other
           *> maintenance screens
           *> rows are now daily lines carrying the date worked and
           *> the shift, shown on each line under review - the
           *> overtime confirmation is asked when the employee's
           *> lines for the period add up past the threshold, since
           *> no single day can reach it
           *> every sign-on, good or bad, now goes through
           *> SignOnControl, which logs it to SIGNLOG, locks the
           *> operator out after repeated failures and makes an
           *> expired password be changed before going on
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
           01 WS-OPERATOR-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-SIGNED-ON-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SIGNED-ON VALUE 'Y'.
           01 WS-SIGNON-MATCHED PIC X(01) VALUE 'N'.
           01 WS-SIGNON-RESULT PIC X(01) VALUE SPACE.
               88 WS-SIGNON-PASSED VALUE 'P'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-TS-EOF-SWITCH PIC X(01) VALUE 'N'.
                   05 WS-SH-HOURS PIC 9(03)V9.
                   05 WS-SH-APPROVED PIC X(01).
                   05 WS-SH-APPROVED-BY PIC X(10).
                   05 WS-SH-WORK-DATE PIC X(08).
                   05 WS-SH-SHIFT PIC X(01).
           01 WS-SHEET-COUNT PIC 9(03) VALUE ZERO.
           01 WS-SHEET-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SHEET-OVERFLOWED VALUE 'Y'.

           01 WS-OT-THRESHOLD-HOURS PIC 9(03) VALUE 40.
           01 WS-PERIOD-HOURS PIC 9(04)V9 VALUE ZERO.
           01 WS-SUM-IDX PIC 9(03) VALUE ZERO.
           01 WS-ANSWER PIC X(01) VALUE SPACE.
               88 WS-ANSWER-YES VALUE 'Y'.
           01 WS-APPROVED-COUNT PIC 9(04) VALUE ZERO.
                       MOVE 'Y' TO WS-SIGNED-ON-SWITCH
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
                   TO WS-SH-APPROVED(WS-SHEET-IDX)
               MOVE TS-APPROVED-BY
                   TO WS-SH-APPROVED-BY(WS-SHEET-IDX)
               MOVE TS-WORK-DATE-X TO WS-SH-WORK-DATE(WS-SHEET-IDX)
               MOVE TS-SHIFT-CODE TO WS-SH-SHIFT(WS-SHEET-IDX)
           END-IF
           IF NOT WS-TS-EOF
               PERFORM READ-SHEET-PARA

           REVIEW-ONE-PARA.

           MOVE ZERO TO WS-PERIOD-HOURS
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SHEET-COUNT
               IF WS-SH-EMP-ID(WS-SUM-IDX) = WS-SH-EMP-ID(WS-SHEET-IDX)
                       AND WS-SH-PERIOD-DATE(WS-SUM-IDX) = WS-RUN-DATE
                   ADD WS-SH-HOURS(WS-SUM-IDX) TO WS-PERIOD-HOURS
               END-IF
           END-PERFORM
           DISPLAY "EMPLOYEE " WS-SH-EMP-ID(WS-SHEET-IDX)
               " PERIOD " WS-SH-PERIOD-DATE(WS-SHEET-IDX)
               " WORKED " WS-SH-WORK-DATE(WS-SHEET-IDX)
               " SHIFT " WS-SH-SHIFT(WS-SHEET-IDX)
               " HOURS " WS-SH-HOURS(WS-SHEET-IDX)
           IF WS-PERIOD-HOURS > WS-OT-THRESHOLD-HOURS
               DISPLAY "** PERIOD TOTAL " WS-PERIOD-HOURS
                   " IS OVER THE OVERTIME THRESHOLD OF "
                   WS-OT-THRESHOLD-HOURS
                   " - CONFIRM THE OVERTIME (Y/N) **"
               ACCEPT WS-ANSWER
                   TO TS-APPROVED-FLAG
               MOVE WS-SH-APPROVED-BY(WS-SHEET-IDX)
                   TO TS-APPROVED-BY
               MOVE WS-SH-WORK-DATE(WS-SHEET-IDX) TO TS-WORK-DATE-X
               MOVE WS-SH-SHIFT(WS-SHEET-IDX) TO TS-SHIFT-CODE
               WRITE TIMESHEET-RECORD
           END-PERFORM
           CLOSE TIMESHEET-FILE.
