           *> captured rows are now written unapproved - a mistyped
           *> 80-hour week sits in the approval queue instead of
           *> sailing through to the bank file
           *> hours are now captured as daily lines - date worked,
           *> shift code and hours - instead of one period total, so
           *> the register can pay a CALENDAR holiday and a night
           *> shift at their premium rates; the date must be a real
           *> date in the period's month, no later than the period
           *> date, a line cannot exceed 24 hours, and a shift other
           *> than the day shift (D) must have its SHIFTc
           *> differential row on CTLPARM
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       WORKING-STORAGE SECTION.

           01 WS-EMPLOYEE-STATUS PIC X(02) VALUE SPACES.
           01 WS-TIMESHEET-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PARM-EOF VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-ENTRY-EMP-ID PIC 9(05) VALUE ZERO.
           01 WS-ENTRY-HOURS PIC 9(03)V9 VALUE ZERO.
           01 WS-ENTRY-WORK-DATE PIC 9(08) VALUE ZERO.
           01 WS-ENTRY-SHIFT PIC X(01) VALUE SPACE.
           01 WS-CAPTURED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-EMPLOYEE-HOURS PIC 9(04)V9 VALUE ZERO.
           01 WS-MAX-LINE-HOURS PIC 9(03)V9 VALUE 24.

           01 WS-MORE-SWITCH PIC X(01) VALUE 'Y'.
               88 WS-MORE-CAPTURES VALUE 'Y'.
           01 WS-MORE-LINES-SWITCH PIC X(01) VALUE 'Y'.
               88 WS-MORE-LINES VALUE 'Y'.
           01 WS-LINE-OK-SWITCH PIC X(01) VALUE 'Y'.
               88 WS-LINE-OK VALUE 'Y'.

      *> shift codes carrying a differential - CTLPARM rows SHIFTc
           01 WS-SHIFT-TABLE.
               02 WS-SHIFT-ENTRY OCCURS 9 TIMES
                       INDEXED BY WS-SHIFT-IDX.
                   05 WS-SHIFT-CODE PIC X(01).
           01 WS-SHIFT-COUNT PIC 9(01) VALUE ZERO.
           01 WS-SHIFT-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SHIFT-FOUND VALUE 'Y'.

           01 WS-DS-FUNCTION PIC X(01) VALUE 'V'.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-RUN-PARM-PARA
           PERFORM LOAD-SHIFT-CODES-PARA

           OPEN INPUT EMPLOYEE-MASTER
           OPEN EXTEND TIMESHEET-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE TIMESHEET-FILE

           DISPLAY "TIMESHEET LINES CAPTURED : " WS-CAPTURED-COUNT

            STOP RUN.

           END-READ
           CLOSE RUN-PARM-FILE.

           LOAD-SHIFT-CODES-PARA.

           MOVE 'N' TO WS-PARM-EOF-SWITCH
           OPEN INPUT CONTROL-PARAMETER-FILE
           PERFORM READ-CONTROL-PARM-PARA
           PERFORM UNTIL WS-PARM-EOF
               IF CP-PARM-CODE(1:5) = "SHIFT"
                       AND CP-PARM-CODE(6:1) NOT = SPACE
                       AND CP-PARM-CODE(7:2) = SPACES
                       AND WS-SHIFT-COUNT < 9
                   ADD 1 TO WS-SHIFT-COUNT
                   MOVE CP-PARM-CODE(6:1)
                       TO WS-SHIFT-CODE(WS-SHIFT-COUNT)
               END-IF
               PERFORM READ-CONTROL-PARM-PARA
           END-PERFORM
           CLOSE CONTROL-PARAMETER-FILE.

           READ-CONTROL-PARM-PARA.

           READ CONTROL-PARAMETER-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-SWITCH
           END-READ.

           CAPTURE-PARA.

           DISPLAY "ENTER EMPLOYEE ID (0 TO END) "

           CAPTURE-HOURS-PARA.

           MOVE ZERO TO WS-EMPLOYEE-HOURS
           MOVE 'Y' TO WS-MORE-LINES-SWITCH
           PERFORM CAPTURE-LINE-PARA UNTIL NOT WS-MORE-LINES
           DISPLAY "CAPTURED " WS-EMPLOYEE-HOURS " HOURS FOR "
               EM-EMP-NAME.

           CAPTURE-LINE-PARA.

           DISPLAY "ENTER DATE WORKED YYYYMMDD (0 TO END EMPLOYEE) "
           ACCEPT WS-ENTRY-WORK-DATE
           IF WS-ENTRY-WORK-DATE = ZERO
               MOVE 'N' TO WS-MORE-LINES-SWITCH
           ELSE
               DISPLAY "ENTER SHIFT CODE (D = DAY) "
               ACCEPT WS-ENTRY-SHIFT
               DISPLAY "ENTER HOURS WORKED "
               ACCEPT WS-ENTRY-HOURS
               PERFORM VALIDATE-LINE-PARA
               IF WS-LINE-OK
                   MOVE WS-ENTRY-EMP-ID TO TS-EMP-ID
                   MOVE WS-RUN-DATE TO TS-PERIOD-DATE
                   MOVE WS-ENTRY-HOURS TO TS-HOURS-WORKED
                   MOVE 'N' TO TS-APPROVED-FLAG
                   MOVE SPACES TO TS-APPROVED-BY
                   MOVE WS-ENTRY-WORK-DATE TO TS-WORK-DATE
                   MOVE WS-ENTRY-SHIFT TO TS-SHIFT-CODE
                   WRITE TIMESHEET-RECORD
                   ADD 1 TO WS-CAPTURED-COUNT
                   ADD WS-ENTRY-HOURS TO WS-EMPLOYEE-HOURS
               END-IF
           END-IF.

           VALIDATE-LINE-PARA.

           MOVE 'Y' TO WS-LINE-OK-SWITCH
           IF WS-ENTRY-SHIFT = SPACE
               MOVE 'D' TO WS-ENTRY-SHIFT
           END-IF
           MOVE WS-ENTRY-WORK-DATE TO WS-DS-DATE-1
           MOVE 'V' TO WS-DS-FUNCTION
           CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
           IF WS-DS-RESULT NOT = 'Y'
               DISPLAY "NOT A VALID DATE - LINE NOT CAPTURED"
               MOVE 'N' TO WS-LINE-OK-SWITCH
           ELSE
               IF WS-ENTRY-WORK-DATE(1:6) NOT = WS-RUN-DATE(1:6)
                       OR WS-ENTRY-WORK-DATE > WS-RUN-DATE
                   DISPLAY "DATE IS OUTSIDE THE PERIOD ENDING "
                       WS-RUN-DATE " - LINE NOT CAPTURED"
                   MOVE 'N' TO WS-LINE-OK-SWITCH
               END-IF
           END-IF
           IF WS-ENTRY-HOURS = ZERO
               DISPLAY "ZERO HOURS - LINE NOT CAPTURED"
               MOVE 'N' TO WS-LINE-OK-SWITCH
           END-IF
           IF WS-ENTRY-HOURS > WS-MAX-LINE-HOURS
               DISPLAY "MORE THAN " WS-MAX-LINE-HOURS
                   " HOURS IN A DAY - LINE NOT CAPTURED"
               MOVE 'N' TO WS-LINE-OK-SWITCH
           END-IF
           IF WS-ENTRY-SHIFT NOT = 'D'
               MOVE 'N' TO WS-SHIFT-FOUND-SWITCH
               PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                       UNTIL WS-SHIFT-IDX > WS-SHIFT-COUNT
                   IF WS-SHIFT-CODE(WS-SHIFT-IDX) = WS-ENTRY-SHIFT
                       MOVE 'Y' TO WS-SHIFT-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF NOT WS-SHIFT-FOUND
                   DISPLAY "SHIFT CODE " WS-ENTRY-SHIFT
                       " HAS NO DIFFERENTIAL ON CTLPARM - LINE NOT "
                       "CAPTURED"
                   MOVE 'N' TO WS-LINE-OK-SWITCH
               END-IF
           END-IF.

       END PROGRAM TimesheetCapture.
