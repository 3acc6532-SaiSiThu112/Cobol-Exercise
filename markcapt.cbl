           *> the control report spools to MRKCTL and the per-section
           *> counts are written to the MARKCTL file the grade roster
           *> checks before it will run the term
           *> the C transaction takes one subject's assessment
           *> component marks for a section off the new
           *> ASSESSMENT-MARK file, each out of the component's own
           *> maximum and audit-logged like any other mark; a subject
           *> with components is no longer keyed as a single mark in S
           *> every sign-on, good or bad, now goes through
           *> SignOnControl, which logs it to SIGNLOG, locks the
           *> operator out after repeated failures and makes an
           *> expired password be changed before going on
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               RECORD KEY IS SR-REG-KEY
               FILE STATUS IS WS-REG-STATUS.

           SELECT OPTIONAL ASSESSMENT-COMPONENT ASSIGN TO "ASSESCMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-COMPONENT-KEY
               FILE STATUS IS WS-COMPONENT-STATUS.

           SELECT ASSESSMENT-MARK-FILE ASSIGN TO "ASSESMRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-MARK-KEY
               FILE STATUS IS WS-ASSESS-MARK-STATUS.

           SELECT OPTIONAL STUDENT-AUDIT-FILE ASSIGN TO "STUAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUAUDIT-STATUS.
       FD SUBJECT-REG-FILE.
           COPY SUBJREG.

       FD ASSESSMENT-COMPONENT.
           COPY ASSESCMP.

       FD ASSESSMENT-MARK-FILE.
           COPY ASSESMRK.

       FD STUDENT-AUDIT-FILE.
           COPY STUAUDIT.

           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-SECTION-STATUS PIC X(02) VALUE SPACES.
           01 WS-REG-STATUS PIC X(02) VALUE SPACES.
           01 WS-COMPONENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-ASSESS-MARK-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUAUDIT-STATUS PIC X(02) VALUE SPACES.
           01 WS-MARKCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERATOR-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-SIGNED-ON-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SIGNED-ON VALUE 'Y'.
           01 WS-SIGNON-MATCHED PIC X(01) VALUE 'N'.
           01 WS-SIGNON-RESULT PIC X(01) VALUE SPACE.
               88 WS-SIGNON-PASSED VALUE 'P'.
           01 WS-ALLOWED-FUNCTIONS PIC X(08) VALUE SPACES.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-SECTION VALUE 'S'.
               88 WS-TRAN-COMPONENTS VALUE 'C'.
               88 WS-TRAN-CONTROL VALUE 'R'.
               88 WS-TRAN-END VALUE 'E'.

               88 WS-STUDENT-MISSING VALUE 'Y'.
           01 WS-TOTAL-MISSING PIC 9(04) VALUE ZERO.

           01 WS-ENTRY-SUBJECT PIC X(03) VALUE SPACES.
           01 WS-COMPONENT-TABLE.
               02 WS-COMPONENT-ENTRY OCCURS 9 TIMES
                       INDEXED BY WS-CMP-IDX.
                   05 WS-CMP-CODE PIC X(02).
                   05 WS-CMP-NAME PIC X(15).
                   05 WS-CMP-MAXIMUM PIC 9(03).
           01 WS-COMPONENT-COUNT PIC 9(01) VALUE ZERO.
           01 WS-CMP-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CMP-EOF VALUE 'Y'.
           01 WS-ENTRY-MARK PIC 9(03) VALUE ZERO.
           01 WS-OLD-COMPONENT-MARK PIC 9(03) VALUE ZERO.
           01 WS-NEW-MARK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-NEW-COMPONENT-MARK VALUE 'Y'.
           01 WS-TERM-SUBJECT-CODE PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN I-O STUDENT-MASTER
           OPEN INPUT SECTION-MASTER
           OPEN I-O SUBJECT-REG-FILE
           OPEN INPUT ASSESSMENT-COMPONENT
           OPEN I-O ASSESSMENT-MARK-FILE
           IF WS-ASSESS-MARK-STATUS = "35"
               OPEN OUTPUT ASSESSMENT-MARK-FILE
               CLOSE ASSESSMENT-MARK-FILE
               OPEN I-O ASSESSMENT-MARK-FILE
           END-IF
           OPEN EXTEND STUDENT-AUDIT-FILE

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END
           CLOSE STUDENT-MASTER
           CLOSE SECTION-MASTER
           CLOSE SUBJECT-REG-FILE
           CLOSE ASSESSMENT-COMPONENT
           CLOSE ASSESSMENT-MARK-FILE
           CLOSE STUDENT-AUDIT-FILE

            STOP RUN.
                           TO WS-ALLOWED-FUNCTIONS
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
           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (S=CAPTURE SECTION "
               "C=COMPONENT MARKS R=CONTROL REPORT E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-SECTION
                   PERFORM CAPTURE-SECTION-PARA
               WHEN WS-TRAN-COMPONENTS
                   PERFORM CAPTURE-COMPONENTS-PARA
               WHEN WS-TRAN-CONTROL
                   PERFORM CONTROL-REPORT-PARA
               WHEN WS-TRAN-END

           TAKE-REG-MARK-PARA.

           MOVE SR-SUBJECT-CODE TO WS-TERM-SUBJECT-CODE
           PERFORM LOAD-COMPONENTS-PARA
           IF WS-COMPONENT-COUNT > ZERO
               DISPLAY SR-SUBJECT-CODE " IS WEIGHTED FROM "
                   WS-COMPONENT-COUNT " COMPONENTS - USE C"
           ELSE
               PERFORM KEY-REG-MARK-PARA
           END-IF.

           KEY-REG-MARK-PARA.

           MOVE SR-MARK TO WS-OLD-REG-MARK
           DISPLAY "ENTER " SR-SUBJECT-CODE " MARK (CURRENT "
               SR-MARK ") "
               PERFORM WRITE-STUDENT-AUDIT-PARA
           END-IF.

      *>--------------- assessment component marks ---------------

           CAPTURE-COMPONENTS-PARA.

      *> one subject's component marks for one section - each mark
      *> is taken out of the component's own maximum, and the
      *> weighting run later combines them into the subject mark
           DISPLAY "ENTER SECTION CODE "
           ACCEPT WS-ENTRY-SECTION
           DISPLAY "ENTER SUBJECT CODE "
           ACCEPT WS-ENTRY-SUBJECT
           MOVE WS-ENTRY-SUBJECT TO WS-TERM-SUBJECT-CODE
           PERFORM LOAD-COMPONENTS-PARA
           MOVE WS-ENTRY-SECTION TO SEC-SECTION-CODE
           READ SECTION-MASTER
               INVALID KEY
                   DISPLAY "SECTION CODE NOT ON SECTION-MASTER"
               NOT INVALID KEY
                   IF WS-COMPONENT-COUNT = ZERO
                       DISPLAY "NO ASSESSMENT COMPONENTS FOR "
                           WS-ENTRY-SUBJECT " IN " WS-TERM-CODE
                   ELSE
                       PERFORM BUILD-WORKLIST-PARA
                       DISPLAY "SECTION " WS-ENTRY-SECTION " - "
                           WS-WORK-COUNT " ENROLLED STUDENTS"
                       PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                               UNTIL WS-WORK-IDX > WS-WORK-COUNT
                           PERFORM CAPTURE-STUDENT-COMPONENTS-PARA
                       END-PERFORM
                   END-IF
           END-READ.

           LOAD-COMPONENTS-PARA.

           MOVE ZERO TO WS-COMPONENT-COUNT
           MOVE 'N' TO WS-CMP-EOF-SWITCH
           MOVE WS-TERM-SUBJECT-CODE TO AC-SUBJECT-CODE
           MOVE WS-TERM-CODE TO AC-TERM-CODE
           MOVE SPACES TO AC-COMPONENT-CODE
           START ASSESSMENT-COMPONENT KEY >= AC-COMPONENT-KEY
               INVALID KEY MOVE 'Y' TO WS-CMP-EOF-SWITCH
           END-START
           PERFORM LOAD-ONE-COMPONENT-PARA UNTIL WS-CMP-EOF.

           LOAD-ONE-COMPONENT-PARA.

           READ ASSESSMENT-COMPONENT NEXT RECORD
               AT END MOVE 'Y' TO WS-CMP-EOF-SWITCH
               NOT AT END
                   IF AC-SUBJECT-CODE NOT = WS-TERM-SUBJECT-CODE
                           OR AC-TERM-CODE NOT = WS-TERM-CODE
                           OR WS-COMPONENT-COUNT = 9
                       MOVE 'Y' TO WS-CMP-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-COMPONENT-COUNT
                       SET WS-CMP-IDX TO WS-COMPONENT-COUNT
                       MOVE AC-COMPONENT-CODE
                           TO WS-CMP-CODE(WS-CMP-IDX)
                       MOVE AC-COMPONENT-NAME
                           TO WS-CMP-NAME(WS-CMP-IDX)
                       MOVE AC-MAXIMUM-MARK
                           TO WS-CMP-MAXIMUM(WS-CMP-IDX)
                   END-IF
           END-READ.

           CAPTURE-STUDENT-COMPONENTS-PARA.

           MOVE WS-WORK-STUDENT-ID(WS-WORK-IDX) TO SR-STUDENT-ID
           MOVE WS-TERM-CODE TO SR-TERM-CODE
           MOVE WS-ENTRY-SUBJECT TO SR-SUBJECT-CODE
           READ SUBJECT-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "STUDENT " SR-STUDENT-ID " "
                       SR-SUBJECT-CODE
                   PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                           UNTIL WS-CMP-IDX > WS-COMPONENT-COUNT
                       PERFORM TAKE-COMPONENT-MARK-PARA
                   END-PERFORM
           END-READ.

           TAKE-COMPONENT-MARK-PARA.

           MOVE SR-STUDENT-ID TO AM-STUDENT-ID
           MOVE WS-TERM-CODE TO AM-TERM-CODE
           MOVE WS-ENTRY-SUBJECT TO AM-SUBJECT-CODE
           MOVE WS-CMP-CODE(WS-CMP-IDX) TO AM-COMPONENT-CODE
           READ ASSESSMENT-MARK-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-MARK-SWITCH
                   MOVE ZERO TO AM-MARK
                   MOVE 'N' TO AM-MARK-ENTERED-FLAG
               NOT INVALID KEY
                   MOVE 'N' TO WS-NEW-MARK-SWITCH
           END-READ
           MOVE AM-MARK TO WS-OLD-COMPONENT-MARK
           DISPLAY "  " WS-CMP-CODE(WS-CMP-IDX) " "
               WS-CMP-NAME(WS-CMP-IDX) " OUT OF "
               WS-CMP-MAXIMUM(WS-CMP-IDX) " (CURRENT " AM-MARK ") "
           ACCEPT WS-ENTRY-MARK
           IF WS-ENTRY-MARK > WS-CMP-MAXIMUM(WS-CMP-IDX)
               DISPLAY "  MARK ABOVE THE MAXIMUM - NOT RECORDED"
           ELSE
               MOVE WS-ENTRY-MARK TO AM-MARK
               MOVE 'Y' TO AM-MARK-ENTERED-FLAG
               MOVE WS-RUN-DATE TO AM-ENTRY-DATE
               IF WS-NEW-COMPONENT-MARK
                   WRITE ASSESSMENT-MARK-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO WRITE COMPONENT MARK"
                   END-WRITE
               ELSE
                   REWRITE ASSESSMENT-MARK-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO REWRITE COMPONENT MARK"
                   END-REWRITE
               END-IF
               IF AM-MARK NOT = WS-OLD-COMPONENT-MARK
                   MOVE SR-STUDENT-ID TO SM-STUDENT-ID
                   MOVE SPACES TO WS-AUDIT-FIELD-NAME
                   STRING "MARK-" DELIMITED BY SIZE
                       AM-SUBJECT-CODE DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       AM-COMPONENT-CODE DELIMITED BY SIZE
                       INTO WS-AUDIT-FIELD-NAME
                   END-STRING
                   MOVE WS-OLD-COMPONENT-MARK TO WS-AUDIT-OLD-VALUE
                   MOVE AM-MARK TO WS-AUDIT-NEW-VALUE
                   PERFORM WRITE-STUDENT-AUDIT-PARA
               END-IF
           END-IF.

           CONTROL-REPORT-PARA.

           PERFORM LOAD-SECTION-TABLE-PARA
