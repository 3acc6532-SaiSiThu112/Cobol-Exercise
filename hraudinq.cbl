           *> changes into one chronological statement, and prints it
           *> formatted for the personnel file, replacing the file
           *> dumps and grep
           *> a range reaching back before the oldest entry still on
           *> AUDIT-LOG also searches the offline history AUDITHST
           *> the retention purge moves old entries to, and the
           *> statement says so; a range holding more than the 200
           *> events the table takes now says so instead of running
           *> past the end of it
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL AUDIT-HISTORY-FILE ASSIGN TO "AUDITHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDHIST-STATUS.

           SELECT OPTIONAL SALARY-HISTORY-FILE ASSIGN TO "SALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.
       FD AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD AUDIT-HISTORY-FILE.
           COPY OFFHIST.

       FD SALARY-HISTORY-FILE.
           COPY SALHIST.

       WORKING-STORAGE SECTION.

      *> one audit entry, off the live log or out of the offline
      *> history, in the live layout
           COPY AUDITREC REPLACING
               ==AUDIT-LOG-RECORD== BY ==AUDIT-ENTRY-RECORD==
               LEADING ==AL-== BY ==AX-==.

           01 WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUDHIST-STATUS PIC X(02) VALUE SPACES.
           01 WS-SALHIST-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUDIT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-AUDIT-EOF VALUE 'Y'.
           01 WS-SALHIST-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SALHIST-EOF VALUE 'Y'.
           01 WS-AUDHIST-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-AUDHIST-EOF VALUE 'Y'.
           01 WS-OLDEST-ONLINE-DATE PIC 9(08) VALUE ZERO.
           01 WS-HISTORY-SEARCHED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-HISTORY-SEARCHED VALUE 'Y'.
           01 WS-TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TABLE-FULL VALUE 'Y'.

           01 WS-INQUIRY-EMP-ID PIC 9(05) VALUE ZERO.
           01 WS-FROM-DATE PIC 9(08) VALUE ZERO.
               DISPLAY "ENTER TO DATE (YYYYMMDD) "
               ACCEPT WS-TO-DATE
               MOVE ZERO TO WS-EVENT-COUNT
               MOVE 'N' TO WS-TABLE-FULL-SWITCH
               PERFORM COLLECT-AUDIT-PARA
               MOVE 'N' TO WS-HISTORY-SEARCHED-SWITCH
               IF WS-OLDEST-ONLINE-DATE = ZERO
                       OR WS-FROM-DATE < WS-OLDEST-ONLINE-DATE
                   PERFORM COLLECT-AUDIT-HISTORY-PARA
               END-IF
               PERFORM COLLECT-SALHIST-PARA
               PERFORM PRINT-STATEMENT-PARA
           END-IF.
           COLLECT-AUDIT-PARA.

           MOVE 'N' TO WS-AUDIT-EOF-SWITCH
           MOVE ZERO TO WS-OLDEST-ONLINE-DATE
           OPEN INPUT AUDIT-LOG-FILE
           PERFORM READ-AUDIT-PARA
           PERFORM MATCH-AUDIT-PARA UNTIL WS-AUDIT-EOF

           MATCH-AUDIT-PARA.

      *> the purge run moves entries past the retention period to
      *> the offline history, so the oldest date still online says
      *> whether a range reaches back into it
           IF WS-OLDEST-ONLINE-DATE = ZERO
                   OR AL-CHANGE-DATE < WS-OLDEST-ONLINE-DATE
               MOVE AL-CHANGE-DATE TO WS-OLDEST-ONLINE-DATE
           END-IF
           MOVE AUDIT-LOG-RECORD TO AUDIT-ENTRY-RECORD
           PERFORM TAKE-AUDIT-ENTRY-PARA
           PERFORM READ-AUDIT-PARA.

           COLLECT-AUDIT-HISTORY-PARA.

           MOVE 'Y' TO WS-HISTORY-SEARCHED-SWITCH
           MOVE 'N' TO WS-AUDHIST-EOF-SWITCH
           OPEN INPUT AUDIT-HISTORY-FILE
           PERFORM READ-AUDIT-HISTORY-PARA
           PERFORM MATCH-AUDIT-HISTORY-PARA UNTIL WS-AUDHIST-EOF
           CLOSE AUDIT-HISTORY-FILE.

           READ-AUDIT-HISTORY-PARA.

           READ AUDIT-HISTORY-FILE
               AT END MOVE 'Y' TO WS-AUDHIST-EOF-SWITCH
           END-READ.

           MATCH-AUDIT-HISTORY-PARA.

           IF HX-DETAIL
               MOVE HX-RECORD-IMAGE TO AUDIT-ENTRY-RECORD
               PERFORM TAKE-AUDIT-ENTRY-PARA
           END-IF
           PERFORM READ-AUDIT-HISTORY-PARA.

           TAKE-AUDIT-ENTRY-PARA.

           IF AX-EMP-ID = WS-INQUIRY-EMP-ID
                   AND AX-CHANGE-DATE >= WS-FROM-DATE
                   AND AX-CHANGE-DATE <= WS-TO-DATE
               IF WS-EVENT-COUNT = 200
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
               ELSE
               ADD 1 TO WS-EVENT-COUNT
               SET WS-EVENT-IDX TO WS-EVENT-COUNT
               MOVE AX-CHANGE-DATE TO WS-EV-DATE(WS-EVENT-IDX)
               MOVE AX-CHANGE-TIME TO WS-EV-TIME(WS-EVENT-IDX)
               MOVE 'N' TO WS-EV-PRINTED(WS-EVENT-IDX)
               MOVE AX-OLD-VALUE TO WS-OLD-VALUE-EDIT
               MOVE AX-NEW-VALUE TO WS-NEW-VALUE-EDIT
               MOVE SPACES TO WS-EV-TEXT(WS-EVENT-IDX)
               STRING AX-FIELD-NAME DELIMITED BY SIZE
                   " FROM " DELIMITED BY SIZE
                   WS-OLD-VALUE-EDIT DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-NEW-VALUE-EDIT DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   AX-CHANGED-BY DELIMITED BY SIZE
                   INTO WS-EV-TEXT(WS-EVENT-IDX)
               END-STRING
               END-IF
           END-IF.

           COLLECT-SALHIST-PARA.

           IF SH-EMP-ID = WS-INQUIRY-EMP-ID
                   AND SH-EFFECTIVE-DATE >= WS-FROM-DATE
                   AND SH-EFFECTIVE-DATE <= WS-TO-DATE
               IF WS-EVENT-COUNT = 200
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
               ELSE
               ADD 1 TO WS-EVENT-COUNT
               SET WS-EVENT-IDX TO WS-EVENT-COUNT
               MOVE SH-EFFECTIVE-DATE TO WS-EV-DATE(WS-EVENT-IDX)
                   WS-NEW-VALUE-EDIT DELIMITED BY SIZE
                   INTO WS-EV-TEXT(WS-EVENT-IDX)
               END-STRING
               END-IF
           END-IF
           PERFORM READ-SALHIST-PARA.

           DISPLAY "EMPLOYEE : " WS-INQUIRY-EMP-ID
               "  FROM : " WS-FROM-DATE
               "  TO : " WS-TO-DATE
           IF WS-HISTORY-SEARCHED
               DISPLAY "RANGE REACHES PAST THE ONLINE LOG - OFFLINE "
                   "HISTORY AUDITHST SEARCHED AS WELL"
           END-IF
           IF WS-EVENT-COUNT = ZERO
               DISPLAY "NO PAY EVENTS LOGGED IN THAT RANGE"
           ELSE
               PERFORM PRINT-NEXT-EVENT-PARA
                   UNTIL WS-PRINTED-COUNT = WS-EVENT-COUNT
               DISPLAY "EVENTS LISTED : " WS-EVENT-COUNT
           END-IF
           IF WS-TABLE-FULL
               DISPLAY "*** MORE THAN 200 EVENTS IN THAT RANGE - "
                   "NARROW THE DATES FOR THE REST ***"
           END-IF.

           PRINT-NEXT-EVENT-PARA.
