           *> an adjustment that would land the salary outside the
           *> employee's PAY-GRADE band now writes an exception to
           *> the shared EXCEPTION-FILE beside the register line
           *> an employee whose latest SALARY-HISTORY row is an
           *> individual increase from the merit round (marital status
           *> the same both sides) is no longer pulled back to the
           *> rate-table figure
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
           01 WS-EFFECTIVE-DATE PIC 9(08) VALUE ZERO.
           01 WS-HIST-OLD-RATE PIC 9(07)V99 VALUE ZERO.
           01 WS-HIST-NEW-RATE PIC 9(07)V99 VALUE ZERO.
           01 WS-HIST-OLD-STATUS PIC X(02) VALUE SPACES.
           01 WS-HIST-NEW-STATUS PIC X(02) VALUE SPACES.
           01 WS-RATE-CHANGED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-RATE-CHANGED VALUE 'Y'.

           MOVE ZERO TO WS-EFFECTIVE-DATE
           MOVE ZERO TO WS-HIST-OLD-RATE
           MOVE ZERO TO WS-HIST-NEW-RATE
           MOVE SPACES TO WS-HIST-OLD-STATUS
           MOVE SPACES TO WS-HIST-NEW-STATUS
           MOVE 'N' TO WS-RATE-CHANGED-SWITCH
           MOVE 'N' TO WS-SALHIST-EOF-SWITCH
           OPEN INPUT SALARY-HISTORY-FILE
               MOVE SH-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               MOVE SH-OLD-RATE TO WS-HIST-OLD-RATE
               MOVE SH-NEW-RATE TO WS-HIST-NEW-RATE
               MOVE SH-OLD-STATUS TO WS-HIST-OLD-STATUS
               MOVE SH-NEW-STATUS TO WS-HIST-NEW-STATUS
           END-IF
           PERFORM READ-SALHIST-PARA.

           CHECK-RATE-CHANGE-PARA.

      *> a latest row with the same marital status both sides is
      *> an individual increase (the merit round) - that salary is
      *> set on purpose and the rate table no longer governs it
           IF WS-EFFECTIVE-DATE > ZERO
                   AND WS-HIST-NEW-RATE NOT = WS-HIST-OLD-RATE
                   AND WS-HIST-NEW-STATUS NOT = WS-HIST-OLD-STATUS
               MOVE 'Y' TO WS-RATE-CHANGED-SWITCH
           END-IF.

