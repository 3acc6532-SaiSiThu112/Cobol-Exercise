           *> student's marks, result or class in the range is listed
           *> with old value, new value, who and when, so "who changed
           *> this mark" no longer needs the programmer
           *> a range reaching back before the oldest change still
           *> on STUDENT-AUDIT first lists the matching changes the
           *> retention purge moved to the offline history STUAUHST,
           *> so the listing stays in date order
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-AUDIT-FILE ASSIGN TO "STUAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUAUDIT-STATUS.

           SELECT OPTIONAL STUAUDIT-HISTORY-FILE ASSIGN TO "STUAUHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUAUHST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-AUDIT-FILE.
           COPY STUAUDIT.

       FD STUAUDIT-HISTORY-FILE.
           COPY OFFHIST.

       WORKING-STORAGE SECTION.

      *> one change, off the live file or out of the offline
      *> history, in the live layout
           COPY STUAUDIT REPLACING
               ==STUDENT-AUDIT-RECORD== BY ==STUDENT-AUDIT-ENTRY==
               LEADING ==SU-== BY ==SX-==.

           01 WS-STUAUDIT-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUAUHST-STATUS PIC X(02) VALUE SPACES.
           01 WS-OLDEST-ONLINE-DATE PIC 9(08) VALUE ZERO.
           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.

           LIST-CHANGES-PARA.

           MOVE ZERO TO WS-MATCH-COUNT
           DISPLAY " "
           DISPLAY "----- Student Change Audit Inquiry -----"
           DISPLAY "STUDENT : " WS-INQUIRY-STUDENT-ID
               "  FROM : " WS-FROM-DATE "  TO : " WS-TO-DATE
           PERFORM FIND-OLDEST-ONLINE-PARA
           IF WS-OLDEST-ONLINE-DATE = ZERO
                   OR WS-FROM-DATE < WS-OLDEST-ONLINE-DATE
               DISPLAY "RANGE REACHES PAST THE ONLINE FILE - OFFLINE "
                   "HISTORY STUAUHST SEARCHED AS WELL"
               PERFORM LIST-HISTORY-PARA
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STUDENT-AUDIT-FILE
           PERFORM READ-AUDIT-PARA
           PERFORM MATCH-AUDIT-PARA UNTIL WS-EOF

           MATCH-AUDIT-PARA.

           MOVE STUDENT-AUDIT-RECORD TO STUDENT-AUDIT-ENTRY
           PERFORM SHOW-ENTRY-PARA
           PERFORM READ-AUDIT-PARA.

           SHOW-ENTRY-PARA.

           IF SX-STUDENT-ID = WS-INQUIRY-STUDENT-ID
                   AND SX-CHANGE-DATE >= WS-FROM-DATE
                   AND SX-CHANGE-DATE <= WS-TO-DATE
               ADD 1 TO WS-MATCH-COUNT
               DISPLAY SX-CHANGE-DATE " " SX-CHANGE-TIME
                   " " SX-FIELD-NAME
                   " OLD : " SX-OLD-VALUE
                   " NEW : " SX-NEW-VALUE
                   " BY : " SX-CHANGED-BY
           END-IF.

           FIND-OLDEST-ONLINE-PARA.

      *> the file is only ever appended to and the purge run keeps
      *> its order, so the first record is the oldest still online
           MOVE ZERO TO WS-OLDEST-ONLINE-DATE
           OPEN INPUT STUDENT-AUDIT-FILE
           READ STUDENT-AUDIT-FILE
               NOT AT END MOVE SU-CHANGE-DATE TO WS-OLDEST-ONLINE-DATE
           END-READ
           CLOSE STUDENT-AUDIT-FILE.

           LIST-HISTORY-PARA.

      *> older changes come first, so the listing stays in date order
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STUAUDIT-HISTORY-FILE
           PERFORM READ-HISTORY-PARA
           PERFORM MATCH-HISTORY-PARA UNTIL WS-EOF
           CLOSE STUAUDIT-HISTORY-FILE.

           READ-HISTORY-PARA.

           READ STUAUDIT-HISTORY-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

           MATCH-HISTORY-PARA.

           IF HX-DETAIL
               MOVE HX-RECORD-IMAGE TO STUDENT-AUDIT-ENTRY
               PERFORM SHOW-ENTRY-PARA
           END-IF
           PERFORM READ-HISTORY-PARA.

       END PROGRAM StudentAuditInquiry.
