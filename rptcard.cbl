           *> student prints with its term, mark and pass/fail off
           *> its own GRADE-SCALE row, so an upper-class card shows
           *> Chemistry, History and Burmese beside the old trio
           *> under each registered subject the card now prints the
           *> subject's assessment components for the term - each
           *> component's mark out of its maximum and its weight - so
           *> the parent sees how the subject mark was made up
           *> a student under an active arrears hold on DOCUMENT-HOLD
           *> gets no card - the student is named on the console and
           *> counted as withheld until the hold is lifted or released
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               RECORD KEY IS SR-REG-KEY
               FILE STATUS IS WS-REG-STATUS.

           SELECT OPTIONAL ASSESSMENT-COMPONENT ASSIGN TO "ASSESCMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-COMPONENT-KEY
               FILE STATUS IS WS-COMPONENT-STATUS.

           SELECT OPTIONAL ASSESSMENT-MARK-FILE ASSIGN TO "ASSESMRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-MARK-KEY
               FILE STATUS IS WS-ASSESS-MARK-STATUS.

           SELECT OPTIONAL DOCUMENT-HOLD-FILE ASSIGN TO "DOCHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-STUDENT-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT PRINT-FILE ASSIGN TO "RPTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       FD SUBJECT-REG-FILE.
           COPY SUBJREG.

       FD ASSESSMENT-COMPONENT.
           COPY ASSESCMP.

       FD ASSESSMENT-MARK-FILE.
           COPY ASSESMRK.

       FD DOCUMENT-HOLD-FILE.
           COPY DOCHOLD.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
           01 WS-REG-SUBJECT-COUNT PIC 9(03) VALUE ZERO.
           01 WS-REG-RESULT PIC X(04) VALUE SPACES.

           01 WS-COMPONENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ASSESS-MARK-STATUS PIC X(02) VALUE SPACES.
           01 WS-CMP-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CMP-EOF VALUE 'Y'.
           01 WS-CMP-MARK-TEXT PIC X(03) VALUE SPACES.

           01 WS-HOLD-STATUS PIC X(02) VALUE SPACES.
           01 WS-ON-HOLD-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ON-HOLD VALUE 'Y'.
           01 WS-HELD-COUNT PIC 9(04) VALUE ZERO.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.


           OPEN INPUT STUDENT-MASTER
           OPEN INPUT SUBJECT-REG-FILE
           OPEN INPUT ASSESSMENT-COMPONENT
           OPEN INPUT ASSESSMENT-MARK-FILE
           OPEN INPUT DOCUMENT-HOLD-FILE
           OPEN OUTPUT PRINT-FILE
           PERFORM READ-PARA
           PERFORM PRINT-CARD-PARA UNTIL WS-EOF
           CLOSE STUDENT-MASTER
           CLOSE SUBJECT-REG-FILE
           CLOSE ASSESSMENT-COMPONENT
           CLOSE ASSESSMENT-MARK-FILE
           CLOSE DOCUMENT-HOLD-FILE
           CLOSE PRINT-FILE

           DISPLAY "REPORT CARDS SPOOLED TO RPTCARD : "
               WS-PAGE-NUMBER " PAGES"
           DISPLAY "REPORT CARDS WITHHELD (ARREARS) : " WS-HELD-COUNT

            STOP RUN.

           IF NOT SM-ENROLLED
               PERFORM READ-PARA
           ELSE
               PERFORM CHECK-HOLD-PARA
               IF WS-ON-HOLD
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY "CARD WITHHELD - ARREARS HOLD : "
                       SM-STUDENT-ID " " SM-STUDENT-NAME
                   PERFORM READ-PARA
               ELSE
                   PERFORM PRINT-ONE-CARD-PARA
               END-IF
           END-IF.

           CHECK-HOLD-PARA.

      *> an active arrears hold withholds the student's documents
           MOVE 'N' TO WS-ON-HOLD-SWITCH
           MOVE SM-STUDENT-ID TO DH-STUDENT-ID
           READ DOCUMENT-HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DH-HOLD-ACTIVE
                       MOVE 'Y' TO WS-ON-HOLD-SWITCH
                   END-IF
           END-READ.

           PRINT-LINE-PARA.

           MOVE SPACE TO PR-CARRIAGE-CONTROL
               WS-REG-RESULT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-COMPONENTS-PARA.

           PRINT-COMPONENTS-PARA.

      *> the subject's assessment components for the term, each
      *> with its mark out of its own maximum and its weight
           MOVE 'N' TO WS-CMP-EOF-SWITCH
           MOVE SR-SUBJECT-CODE TO AC-SUBJECT-CODE
           MOVE SR-TERM-CODE TO AC-TERM-CODE
           MOVE SPACES TO AC-COMPONENT-CODE
           START ASSESSMENT-COMPONENT KEY >= AC-COMPONENT-KEY
               INVALID KEY MOVE 'Y' TO WS-CMP-EOF-SWITCH
           END-START
           PERFORM PRINT-ONE-COMPONENT-PARA UNTIL WS-CMP-EOF.

           PRINT-ONE-COMPONENT-PARA.

           READ ASSESSMENT-COMPONENT NEXT RECORD
               AT END MOVE 'Y' TO WS-CMP-EOF-SWITCH
               NOT AT END
                   IF AC-SUBJECT-CODE NOT = SR-SUBJECT-CODE
                           OR AC-TERM-CODE NOT = SR-TERM-CODE
                       MOVE 'Y' TO WS-CMP-EOF-SWITCH
                   ELSE
                       PERFORM PRINT-COMPONENT-LINE-PARA
                   END-IF
           END-READ.

           PRINT-COMPONENT-LINE-PARA.

           MOVE SR-STUDENT-ID TO AM-STUDENT-ID
           MOVE SR-TERM-CODE TO AM-TERM-CODE
           MOVE SR-SUBJECT-CODE TO AM-SUBJECT-CODE
           MOVE AC-COMPONENT-CODE TO AM-COMPONENT-CODE
           READ ASSESSMENT-MARK-FILE
               INVALID KEY
                   MOVE 'N' TO AM-MARK-ENTERED-FLAG
           END-READ
           IF AM-MARK-ENTERED
               MOVE AM-MARK TO WS-CMP-MARK-TEXT
           ELSE
               MOVE "---" TO WS-CMP-MARK-TEXT
           END-IF
           STRING "      " DELIMITED BY SIZE
               AC-COMPONENT-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CMP-MARK-TEXT DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               AC-MAXIMUM-MARK DELIMITED BY SIZE
               "  WEIGHT " DELIMITED BY SIZE
               AC-WEIGHT-PERCENT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           GRADE-REG-SUBJECT-PARA.
