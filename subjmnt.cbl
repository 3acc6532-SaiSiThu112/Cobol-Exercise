           *> subject's mark with a STUDENT-AUDIT row the same as a
           *> mark change through Exe63, D drops a registration and
           *> L lists a student's subject load for a term
           *> subjects now carry an elective flag and the places the
           *> elective offers each term (C changes a subject), and P
           *> records a student's ranked elective choices on the new
           *> ELECTIVE-PREFERENCE file for the elective ballot run
           *> W keys a subject's assessment components for a term -
           *> tests, coursework, final exam - each with its weight and
           *> the mark it is out of, onto the new ASSESSMENT-COMPONENT
           *> file; the set replaces the old one and is refused unless
           *> the weights total 100 percent
           *> M now refuses a subject whose mark is weighted from
           *> components - those marks come from the weighting run
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
               RECORD KEY IS SR-REG-KEY
               FILE STATUS IS WS-REG-STATUS.

           SELECT ELECTIVE-PREFERENCE ASSIGN TO "ELECPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-PREF-KEY
               FILE STATUS IS WS-PREF-STATUS.

           SELECT ASSESSMENT-COMPONENT ASSIGN TO "ASSESCMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-COMPONENT-KEY
               FILE STATUS IS WS-COMPONENT-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD SUBJECT-REG-FILE.
           COPY SUBJREG.

       FD ELECTIVE-PREFERENCE.
           COPY ELECPREF.

       FD ASSESSMENT-COMPONENT.
           COPY ASSESCMP.

       FD STUDENT-MASTER.
           COPY STUDMSTR.


           01 WS-SUBJECT-STATUS PIC X(02) VALUE SPACES.
           01 WS-REG-STATUS PIC X(02) VALUE SPACES.
           01 WS-PREF-STATUS PIC X(02) VALUE SPACES.
           01 WS-COMPONENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUAUDIT-STATUS PIC X(02) VALUE SPACES.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-ADD VALUE 'A'.
               88 WS-TRAN-CHANGE VALUE 'C'.
               88 WS-TRAN-PREFERENCE VALUE 'P'.
               88 WS-TRAN-WEIGHTS VALUE 'W'.
               88 WS-TRAN-REGISTER VALUE 'R'.
               88 WS-TRAN-MARK VALUE 'M'.
               88 WS-TRAN-DROP VALUE 'D'.
           01 WS-LIST-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LIST-EOF VALUE 'Y'.
           01 WS-LIST-COUNT PIC 9(03) VALUE ZERO.
           01 WS-CHOICE-SUB PIC 9(01) VALUE ZERO.
           01 WS-CHECK-SUB PIC 9(01) VALUE ZERO.
           01 WS-PREFS-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PREFS-OK VALUE 'Y'.

           01 WS-COMPONENT-TABLE.
               02 WS-COMPONENT-ENTRY OCCURS 9 TIMES
                       INDEXED BY WS-CMP-IDX.
                   05 WS-CMP-CODE PIC X(02).
                   05 WS-CMP-NAME PIC X(15).
                   05 WS-CMP-WEIGHT PIC 9(03).
                   05 WS-CMP-MAXIMUM PIC 9(03).
           01 WS-COMPONENT-COUNT PIC 9(01) VALUE ZERO.
           01 WS-COMP-SUB PIC 9(01) VALUE ZERO.
           01 WS-WEIGHT-TOTAL PIC 9(04) VALUE ZERO.
           01 WS-COMPONENTS-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-COMPONENTS-OK VALUE 'Y'.
           01 WS-WEIGHTED-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SUBJECT-WEIGHTED VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               CLOSE SUBJECT-REG-FILE
               OPEN I-O SUBJECT-REG-FILE
           END-IF
           OPEN I-O ELECTIVE-PREFERENCE
           IF WS-PREF-STATUS = "35"
               OPEN OUTPUT ELECTIVE-PREFERENCE
               CLOSE ELECTIVE-PREFERENCE
               OPEN I-O ELECTIVE-PREFERENCE
           END-IF
           OPEN I-O ASSESSMENT-COMPONENT
           IF WS-COMPONENT-STATUS = "35"
               OPEN OUTPUT ASSESSMENT-COMPONENT
               CLOSE ASSESSMENT-COMPONENT
               OPEN I-O ASSESSMENT-COMPONENT
           END-IF
           OPEN INPUT STUDENT-MASTER
           OPEN EXTEND STUDENT-AUDIT-FILE


           CLOSE SUBJECT-MASTER
           CLOSE SUBJECT-REG-FILE
           CLOSE ELECTIVE-PREFERENCE
           CLOSE ASSESSMENT-COMPONENT
           CLOSE STUDENT-MASTER
           CLOSE STUDENT-AUDIT-FILE


           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (A=ADD SUBJECT C=CHANGE "
               "SUBJECT R=REGISTER M=MARK D=DROP L=LIST "
               "P=ELECTIVE PREFERENCES W=ASSESSMENT WEIGHTS "
               "E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM ADD-SUBJECT-PARA
               WHEN WS-TRAN-CHANGE
                   PERFORM CHANGE-SUBJECT-PARA
               WHEN WS-TRAN-PREFERENCE
                   PERFORM PREFERENCE-PARA
               WHEN WS-TRAN-WEIGHTS
                   PERFORM WEIGHTS-PARA
               WHEN WS-TRAN-REGISTER
                   PERFORM REGISTER-PARA
               WHEN WS-TRAN-MARK
                   DISPLAY "ENTER SUBJECT NAME "
                   ACCEPT SB-SUBJECT-NAME
                   MOVE 'A' TO SB-ACTIVE-FLAG
                   PERFORM ACCEPT-ELECTIVE-PARA
                   WRITE SUBJECT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO ADD SUBJECT"
                       SB-SUBJECT-NAME
           END-READ.

           ACCEPT-ELECTIVE-PARA.

           DISPLAY "ELECTIVE FILLED BY BALLOT (Y/N) "
           ACCEPT SB-ELECTIVE-FLAG
           IF SB-ELECTIVE
               DISPLAY "ENTER PLACES OFFERED EACH TERM "
               ACCEPT SB-ELECTIVE-CAPACITY
           ELSE
               MOVE 'N' TO SB-ELECTIVE-FLAG
               MOVE ZERO TO SB-ELECTIVE-CAPACITY
           END-IF.

           CHANGE-SUBJECT-PARA.

           DISPLAY "ENTER SUBJECT CODE "
           ACCEPT SB-SUBJECT-CODE
           READ SUBJECT-MASTER
               INVALID KEY
                   DISPLAY "SUBJECT NOT ON CATALOG"
               NOT INVALID KEY
                   DISPLAY "ENTER NEW SUBJECT NAME "
                   ACCEPT SB-SUBJECT-NAME
                   DISPLAY "ENTER ACTIVE FLAG (A=ACTIVE I=INACTIVE) "
                   ACCEPT SB-ACTIVE-FLAG
                   PERFORM ACCEPT-ELECTIVE-PARA
                   REWRITE SUBJECT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO CHANGE SUBJECT"
                   END-REWRITE
           END-READ.

           CHECK-SUBJECT-PARA.

           MOVE 'N' TO WS-SUBJECT-OK-SWITCH
           MOVE WS-ENTRY-STUDENT-ID TO SR-STUDENT-ID
           MOVE WS-ENTRY-TERM-CODE TO SR-TERM-CODE
           MOVE WS-ENTRY-SUBJECT-CODE TO SR-SUBJECT-CODE
           PERFORM CHECK-WEIGHTED-PARA
           IF WS-SUBJECT-WEIGHTED
               DISPLAY "MARK IS WEIGHTED FROM ASSESSMENT COMPONENTS "
                   "- KEY THE COMPONENTS THROUGH MARK CAPTURE"
           ELSE
               PERFORM KEY-REG-MARK-PARA
           END-IF.

           KEY-REG-MARK-PARA.

           READ SUBJECT-REG-FILE
               INVALID KEY
                   DISPLAY "NO REGISTRATION ON FILE - USE R FIRST"
                   END-REWRITE
           END-READ.

           CHECK-WEIGHTED-PARA.

      *> a subject with assessment components for the term takes
      *> its mark from the weighting run, never keyed directly
           MOVE 'N' TO WS-WEIGHTED-SWITCH
           MOVE WS-ENTRY-SUBJECT-CODE TO AC-SUBJECT-CODE
           MOVE WS-ENTRY-TERM-CODE TO AC-TERM-CODE
           MOVE SPACES TO AC-COMPONENT-CODE
           START ASSESSMENT-COMPONENT KEY >= AC-COMPONENT-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ ASSESSMENT-COMPONENT NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF AC-SUBJECT-CODE = WS-ENTRY-SUBJECT-CODE
                                   AND AC-TERM-CODE
                                       = WS-ENTRY-TERM-CODE
                               MOVE 'Y' TO WS-WEIGHTED-SWITCH
                           END-IF
                   END-READ
           END-START.

           WRITE-MARK-AUDIT-PARA.

           MOVE SR-STUDENT-ID TO SU-STUDENT-ID
                   END-IF
           END-READ.

           PREFERENCE-PARA.

      *> a student's ranked elective choices for the ballot - every
      *> choice must be an active elective and none may repeat;
      *> entering them again replaces the earlier set
           DISPLAY "ENTER STUDENT ID "
           ACCEPT WS-ENTRY-STUDENT-ID
           DISPLAY "ENTER TERM CODE "
           ACCEPT WS-ENTRY-TERM-CODE
           PERFORM CHECK-STUDENT-PARA
           IF WS-STUDENT-OK
               MOVE WS-ENTRY-STUDENT-ID TO PF-STUDENT-ID
               MOVE WS-ENTRY-TERM-CODE TO PF-TERM-CODE
               DISPLAY "HOW MANY CHOICES (1-5) "
               ACCEPT PF-CHOICE-COUNT
               IF PF-CHOICE-COUNT < 1 OR PF-CHOICE-COUNT > 5
                   DISPLAY "BETWEEN 1 AND 5 CHOICES - NOT RECORDED"
               ELSE
                   PERFORM ACCEPT-CHOICES-PARA
               END-IF
           END-IF.

           ACCEPT-CHOICES-PARA.

           MOVE 'Y' TO WS-PREFS-OK-SWITCH
           MOVE SPACES TO PF-CHOICE(1) PF-CHOICE(2) PF-CHOICE(3)
               PF-CHOICE(4) PF-CHOICE(5)
           PERFORM VARYING WS-CHOICE-SUB FROM 1 BY 1
                   UNTIL WS-CHOICE-SUB > PF-CHOICE-COUNT
               DISPLAY "ENTER CHOICE " WS-CHOICE-SUB " SUBJECT CODE "
               ACCEPT WS-ENTRY-SUBJECT-CODE
               PERFORM CHECK-SUBJECT-PARA
               IF WS-SUBJECT-OK AND NOT SB-ELECTIVE
                   DISPLAY "SUBJECT IS NOT A BALLOT ELECTIVE"
                   MOVE 'N' TO WS-SUBJECT-OK-SWITCH
               END-IF
               IF NOT WS-SUBJECT-OK
                   MOVE 'N' TO WS-PREFS-OK-SWITCH
               END-IF
               PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                       UNTIL WS-CHECK-SUB >= WS-CHOICE-SUB
                   IF PF-SUBJECT-CODE(WS-CHECK-SUB)
                           = WS-ENTRY-SUBJECT-CODE
                       DISPLAY "SUBJECT ALREADY CHOSEN"
                       MOVE 'N' TO WS-PREFS-OK-SWITCH
                   END-IF
               END-PERFORM
               MOVE WS-ENTRY-SUBJECT-CODE
                   TO PF-SUBJECT-CODE(WS-CHOICE-SUB)
           END-PERFORM
           IF NOT WS-PREFS-OK
               DISPLAY "PREFERENCES NOT RECORDED"
           ELSE
               ACCEPT PF-SUBMIT-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO PF-PLACED-SUBJECT
               MOVE ZERO TO PF-BALLOT-DATE
               WRITE ELECTIVE-PREF-RECORD
                   INVALID KEY
                       REWRITE ELECTIVE-PREF-RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO RECORD PREFERENCES"
                       END-REWRITE
               END-WRITE
               DISPLAY "PREFERENCES RECORDED"
           END-IF.

           WEIGHTS-PARA.

      *> a subject's assessment components for a term are keyed as
      *> one complete set - the set replaces whatever was there
      *> and is refused unless the weights total 100 percent
           DISPLAY "ENTER SUBJECT CODE "
           ACCEPT WS-ENTRY-SUBJECT-CODE
           DISPLAY "ENTER TERM CODE "
           ACCEPT WS-ENTRY-TERM-CODE
           PERFORM CHECK-SUBJECT-PARA
           IF WS-SUBJECT-OK
               PERFORM SHOW-COMPONENTS-PARA
               DISPLAY "HOW MANY COMPONENTS (1-9, 0 = LEAVE AS IS) "
               ACCEPT WS-COMPONENT-COUNT
               IF WS-COMPONENT-COUNT = ZERO
                   DISPLAY "COMPONENTS UNCHANGED"
               ELSE
                   PERFORM ACCEPT-COMPONENTS-PARA
               END-IF
           END-IF.

           SHOW-COMPONENTS-PARA.

           MOVE ZERO TO WS-LIST-COUNT
           MOVE ZERO TO WS-WEIGHT-TOTAL
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE WS-ENTRY-SUBJECT-CODE TO AC-SUBJECT-CODE
           MOVE WS-ENTRY-TERM-CODE TO AC-TERM-CODE
           MOVE SPACES TO AC-COMPONENT-CODE
           START ASSESSMENT-COMPONENT KEY >= AC-COMPONENT-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-START
           PERFORM SHOW-ONE-COMPONENT-PARA UNTIL WS-LIST-EOF
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO COMPONENTS - MARK IS KEYED AS ONE FIGURE"
           ELSE
               DISPLAY "COMPONENTS : " WS-LIST-COUNT
                   "  WEIGHTS TOTAL : " WS-WEIGHT-TOTAL
           END-IF.

           SHOW-ONE-COMPONENT-PARA.

           READ ASSESSMENT-COMPONENT NEXT RECORD
               AT END MOVE 'Y' TO WS-LIST-EOF-SWITCH
               NOT AT END
                   IF AC-SUBJECT-CODE NOT = WS-ENTRY-SUBJECT-CODE
                           OR AC-TERM-CODE NOT = WS-ENTRY-TERM-CODE
                       MOVE 'Y' TO WS-LIST-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-LIST-COUNT
                       ADD AC-WEIGHT-PERCENT TO WS-WEIGHT-TOTAL
                       DISPLAY "  " AC-COMPONENT-CODE " "
                           AC-COMPONENT-NAME
                           " WEIGHT " AC-WEIGHT-PERCENT
                           "% OUT OF " AC-MAXIMUM-MARK
                   END-IF
           END-READ.

           ACCEPT-COMPONENTS-PARA.

           MOVE 'Y' TO WS-COMPONENTS-OK-SWITCH
           MOVE ZERO TO WS-WEIGHT-TOTAL
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMPONENT-COUNT
               DISPLAY "COMPONENT " WS-COMP-SUB " CODE (2 CHARS) "
               ACCEPT WS-CMP-CODE(WS-COMP-SUB)
               DISPLAY "  NAME "
               ACCEPT WS-CMP-NAME(WS-COMP-SUB)
               DISPLAY "  WEIGHT PERCENT "
               ACCEPT WS-CMP-WEIGHT(WS-COMP-SUB)
               DISPLAY "  MARKED OUT OF "
               ACCEPT WS-CMP-MAXIMUM(WS-COMP-SUB)
               ADD WS-CMP-WEIGHT(WS-COMP-SUB) TO WS-WEIGHT-TOTAL
               IF WS-CMP-CODE(WS-COMP-SUB) = SPACES
                   DISPLAY "COMPONENT CODE REQUIRED"
                   MOVE 'N' TO WS-COMPONENTS-OK-SWITCH
               END-IF
               IF WS-CMP-MAXIMUM(WS-COMP-SUB) = ZERO
                   DISPLAY "MAXIMUM MARK MUST BE ABOVE ZERO"
                   MOVE 'N' TO WS-COMPONENTS-OK-SWITCH
               END-IF
               PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                       UNTIL WS-CHECK-SUB >= WS-COMP-SUB
                   IF WS-CMP-CODE(WS-CHECK-SUB)
                           = WS-CMP-CODE(WS-COMP-SUB)
                       DISPLAY "COMPONENT CODE ALREADY USED"
                       MOVE 'N' TO WS-COMPONENTS-OK-SWITCH
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-WEIGHT-TOTAL NOT = 100
               DISPLAY "WEIGHTS TOTAL " WS-WEIGHT-TOTAL
                   " PERCENT - THEY MUST TOTAL 100"
               MOVE 'N' TO WS-COMPONENTS-OK-SWITCH
           END-IF
           IF NOT WS-COMPONENTS-OK
               DISPLAY "COMPONENTS NOT RECORDED"
           ELSE
               PERFORM CLEAR-COMPONENTS-PARA
               PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                       UNTIL WS-COMP-SUB > WS-COMPONENT-COUNT
                   PERFORM WRITE-COMPONENT-PARA
               END-PERFORM
               DISPLAY "COMPONENTS RECORDED"
           END-IF.

           CLEAR-COMPONENTS-PARA.

           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE WS-ENTRY-SUBJECT-CODE TO AC-SUBJECT-CODE
           MOVE WS-ENTRY-TERM-CODE TO AC-TERM-CODE
           MOVE SPACES TO AC-COMPONENT-CODE
           START ASSESSMENT-COMPONENT KEY >= AC-COMPONENT-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-START
           PERFORM CLEAR-ONE-COMPONENT-PARA UNTIL WS-LIST-EOF.

           CLEAR-ONE-COMPONENT-PARA.

           READ ASSESSMENT-COMPONENT NEXT RECORD
               AT END MOVE 'Y' TO WS-LIST-EOF-SWITCH
               NOT AT END
                   IF AC-SUBJECT-CODE NOT = WS-ENTRY-SUBJECT-CODE
                           OR AC-TERM-CODE NOT = WS-ENTRY-TERM-CODE
                       MOVE 'Y' TO WS-LIST-EOF-SWITCH
                   ELSE
                       DELETE ASSESSMENT-COMPONENT RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO REMOVE COMPONENT "
                                   AC-COMPONENT-CODE
                       END-DELETE
                   END-IF
           END-READ.

           WRITE-COMPONENT-PARA.

           MOVE WS-ENTRY-SUBJECT-CODE TO AC-SUBJECT-CODE
           MOVE WS-ENTRY-TERM-CODE TO AC-TERM-CODE
           MOVE WS-CMP-CODE(WS-COMP-SUB) TO AC-COMPONENT-CODE
           MOVE WS-CMP-NAME(WS-COMP-SUB) TO AC-COMPONENT-NAME
           MOVE WS-CMP-WEIGHT(WS-COMP-SUB) TO AC-WEIGHT-PERCENT
           MOVE WS-CMP-MAXIMUM(WS-COMP-SUB) TO AC-MAXIMUM-MARK
           WRITE ASSESSMENT-COMPONENT-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO WRITE COMPONENT "
                       AC-COMPONENT-CODE
           END-WRITE.

       END PROGRAM SubjectMaintenance.
