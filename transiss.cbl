       IDENTIFICATION DIVISION.
       PROGRAM-ID. OfficialTranscriptIssue.
       ENVIRONMENT DIVISION.
           *> official transcript issue - the operator keys a student
           *> id and who the transcript is going to, and one formal
           *> transcript spools to TRNSPRT: every TRANSCRIPT-HISTORY
           *> term with its total, GPA and result, the subjects and
           *> marks registered for that term off SUBJECT-REGISTRATION,
           *> and the cumulative GPA the StudentLookup inquiry computes
           *> each transcript takes the next serial off the TRNSREG
           *> register with a check digit from the shared
           *> SerialCheckDigit subprogram, printed as its verification
           *> number; the issue is logged to the register with the
           *> student, date, recipient, the totals printed and a hash
           *> of those totals, which the verification inquiry reads
           *> back when an employer or university asks
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT OPTIONAL TRANSCRIPT-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCRIPT-STATUS.

           SELECT OPTIONAL SUBJECT-REG-FILE ASSIGN TO "SUBJREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-REG-KEY
               FILE STATUS IS WS-REG-STATUS.

           SELECT OPTIONAL SUBJECT-MASTER ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-SUBJECT-CODE
               FILE STATUS IS WS-SUBJECT-STATUS.

           SELECT OPTIONAL TRANSCRIPT-REGISTER ASSIGN TO "TRNSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNSREG-STATUS.

           SELECT PRINT-FILE ASSIGN TO "TRNSPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
           COPY STUDMSTR.

       FD TRANSCRIPT-FILE.
           COPY TRANMSTR.

       FD SUBJECT-REG-FILE.
           COPY SUBJREG.

       FD SUBJECT-MASTER.
           COPY SUBJMSTR.

       FD TRANSCRIPT-REGISTER.
           COPY TRNSREG.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-TRANSCRIPT-STATUS PIC X(02) VALUE SPACES.
           01 WS-REG-STATUS PIC X(02) VALUE SPACES.
           01 WS-SUBJECT-STATUS PIC X(02) VALUE SPACES.
           01 WS-TRNSREG-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-MORE-SWITCH PIC X(01) VALUE 'Y'.
               88 WS-MORE-ISSUES VALUE 'Y'.
           01 WS-TRAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TRAN-EOF VALUE 'Y'.
           01 WS-REG-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-REG-EOF VALUE 'Y'.
           01 WS-SUBJ-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SUBJ-EOF VALUE 'Y'.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-RECIPIENT PIC X(30) VALUE SPACES.
           01 WS-NEXT-SERIAL PIC 9(06) VALUE ZERO.
           01 WS-CHECK-DIGIT PIC 9(01) VALUE ZERO.
           01 WS-ISSUE-COUNT PIC 9(04) VALUE ZERO.

           01 WS-TERM-COUNT PIC 9(03) VALUE ZERO.
           01 WS-GPA-SUM PIC 9(05)V99 VALUE ZERO.
           01 WS-CUM-GPA PIC 9V99 VALUE ZERO.
           01 WS-MARK-TOTAL PIC 9(07) VALUE ZERO.
           01 WS-SUBJECT-COUNT PIC 9(04) VALUE ZERO.
           01 WS-SUBJECT-MARK-TOTAL PIC 9(07) VALUE ZERO.
           01 WS-TOTALS-HASH PIC 9(09) VALUE ZERO.
           01 WS-SUBJECT-NAME PIC X(15) VALUE SPACES.
           01 WS-MARK-TEXT PIC X(03) VALUE SPACES.
           01 WS-EDIT-GPA PIC 9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM FIND-LAST-SERIAL-PARA

           OPEN INPUT STUDENT-MASTER
           OPEN INPUT SUBJECT-REG-FILE
           OPEN INPUT SUBJECT-MASTER
           OPEN OUTPUT PRINT-FILE
           OPEN EXTEND TRANSCRIPT-REGISTER

           PERFORM ISSUE-PARA UNTIL NOT WS-MORE-ISSUES

           CLOSE STUDENT-MASTER
           CLOSE SUBJECT-REG-FILE
           CLOSE SUBJECT-MASTER
           CLOSE PRINT-FILE
           CLOSE TRANSCRIPT-REGISTER

           DISPLAY "OFFICIAL TRANSCRIPTS SPOOLED TO TRNSPRT : "
               WS-ISSUE-COUNT

            STOP RUN.

           PRINT-LINE-PARA.

           MOVE SPACE TO PR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PR-TEXT
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

           PRINT-PAGE-PARA.

           MOVE '1' TO PR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PR-TEXT
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

           FIND-LAST-SERIAL-PARA.

           MOVE ZERO TO WS-NEXT-SERIAL
           MOVE 'N' TO WS-REG-EOF-SWITCH
           OPEN INPUT TRANSCRIPT-REGISTER
           PERFORM READ-REGISTER-PARA
           PERFORM SCAN-REGISTER-PARA UNTIL WS-REG-EOF
           CLOSE TRANSCRIPT-REGISTER.

           READ-REGISTER-PARA.

           READ TRANSCRIPT-REGISTER
               AT END MOVE 'Y' TO WS-REG-EOF-SWITCH
           END-READ.

           SCAN-REGISTER-PARA.

           IF TG-SERIAL-NO > WS-NEXT-SERIAL
               MOVE TG-SERIAL-NO TO WS-NEXT-SERIAL
           END-IF
           PERFORM READ-REGISTER-PARA.

           ISSUE-PARA.

           DISPLAY "ENTER STUDENT ID (0 TO END) "
           ACCEPT SM-STUDENT-ID

           IF SM-STUDENT-ID = ZERO
               MOVE 'N' TO WS-MORE-SWITCH
           ELSE
               READ STUDENT-MASTER
                   INVALID KEY
                       DISPLAY "STUDENT ID NOT FOUND"
                   NOT INVALID KEY
                       DISPLAY "ISSUED TO (RECIPIENT) "
                       ACCEPT WS-RECIPIENT
                       IF WS-RECIPIENT = SPACES
                           DISPLAY "RECIPIENT REQUIRED - NOT ISSUED"
                       ELSE
                           PERFORM PRINT-TRANSCRIPT-PARA
                       END-IF
               END-READ
           END-IF.

      *>--------------- the transcript ---------------

           PRINT-TRANSCRIPT-PARA.

           ADD 1 TO WS-NEXT-SERIAL
           CALL "SerialCheckDigit" USING WS-NEXT-SERIAL WS-CHECK-DIGIT
           ADD 1 TO WS-ISSUE-COUNT

           MOVE "==============================================="
               TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           MOVE "          OFFICIAL ACADEMIC TRANSCRIPT"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           STRING "VERIFICATION NO : " DELIMITED BY SIZE
               WS-NEXT-SERIAL DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CHECK-DIGIT DELIMITED BY SIZE
               "   ISSUED : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "ISSUED TO : " DELIMITED BY SIZE
               WS-RECIPIENT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE "==============================================="
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           STRING "STUDENT : " DELIMITED BY SIZE
               SM-STUDENT-NAME DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               SM-STUDENT-ID DELIMITED BY SIZE
               ")  CLASS " DELIMITED BY SIZE
               SM-STUDENT-CLASS DELIMITED BY SIZE
               "  BORN " DELIMITED BY SIZE
               SM-DATE-OF-BIRTH DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE "-----------------------------------------------"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA

           PERFORM LIST-TERMS-PARA
           IF WS-TERM-COUNT = ZERO
               MOVE "  NO TRANSCRIPT TERMS ON FILE" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PARA
               MOVE ZERO TO WS-CUM-GPA
           ELSE
               COMPUTE WS-CUM-GPA ROUNDED =
                   WS-GPA-SUM / WS-TERM-COUNT
           END-IF
           PERFORM WORK-OUT-HASH-PARA

           MOVE "-----------------------------------------------"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE WS-CUM-GPA TO WS-EDIT-GPA
           STRING "TERMS : " DELIMITED BY SIZE
               WS-TERM-COUNT DELIMITED BY SIZE
               "  TERM MARKS : " DELIMITED BY SIZE
               WS-MARK-TOTAL DELIMITED BY SIZE
               "  CUMULATIVE GPA : " DELIMITED BY SIZE
               WS-EDIT-GPA DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "SUBJECTS : " DELIMITED BY SIZE
               WS-SUBJECT-COUNT DELIMITED BY SIZE
               "  SUBJECT MARKS : " DELIMITED BY SIZE
               WS-SUBJECT-MARK-TOTAL DELIMITED BY SIZE
               "  CONTROL : " DELIMITED BY SIZE
               WS-TOTALS-HASH DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           MOVE "-----------------------------------------------"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE "TO VERIFY THIS TRANSCRIPT QUOTE THE VERIFICATION NO"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE "SIGNED ______________________  REGISTRAR"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA
           MOVE "==============================================="
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA

           PERFORM WRITE-REGISTER-PARA
           DISPLAY "TRANSCRIPT ISSUED - VERIFICATION NO "
               WS-NEXT-SERIAL "-" WS-CHECK-DIGIT.

           LIST-TERMS-PARA.

           MOVE ZERO TO WS-TERM-COUNT
           MOVE ZERO TO WS-GPA-SUM
           MOVE ZERO TO WS-MARK-TOTAL
           MOVE ZERO TO WS-SUBJECT-COUNT
           MOVE ZERO TO WS-SUBJECT-MARK-TOTAL
           MOVE 'N' TO WS-TRAN-EOF-SWITCH
           OPEN INPUT TRANSCRIPT-FILE
           PERFORM READ-TRANSCRIPT-PARA
           PERFORM MATCH-TRANSCRIPT-PARA UNTIL WS-TRAN-EOF
           CLOSE TRANSCRIPT-FILE.

           READ-TRANSCRIPT-PARA.

           READ TRANSCRIPT-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF-SWITCH
           END-READ.

           MATCH-TRANSCRIPT-PARA.

           IF TR-STUDENT-ID = SM-STUDENT-ID
               ADD 1 TO WS-TERM-COUNT
               ADD TR-GPA TO WS-GPA-SUM
               ADD TR-TOTAL-MARK TO WS-MARK-TOTAL
               MOVE TR-GPA TO WS-EDIT-GPA
               STRING "TERM " DELIMITED BY SIZE
                   TR-TERM-CODE DELIMITED BY SIZE
                   "  TOTAL " DELIMITED BY SIZE
                   TR-TOTAL-MARK DELIMITED BY SIZE
                   "  GPA " DELIMITED BY SIZE
                   WS-EDIT-GPA DELIMITED BY SIZE
                   "  RESULT " DELIMITED BY SIZE
                   TR-RESULT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
               PERFORM LIST-SUBJECTS-PARA
           END-IF
           PERFORM READ-TRANSCRIPT-PARA.

           LIST-SUBJECTS-PARA.

      *> the registration key leads on student and term, so the
      *> term's subjects are one short keyed browse
           MOVE 'N' TO WS-SUBJ-EOF-SWITCH
           MOVE SM-STUDENT-ID TO SR-STUDENT-ID
           MOVE TR-TERM-CODE TO SR-TERM-CODE
           MOVE LOW-VALUES TO SR-SUBJECT-CODE
           START SUBJECT-REG-FILE KEY >= SR-REG-KEY
               INVALID KEY MOVE 'Y' TO WS-SUBJ-EOF-SWITCH
           END-START
           PERFORM LIST-ONE-SUBJECT-PARA UNTIL WS-SUBJ-EOF.

           LIST-ONE-SUBJECT-PARA.

           READ SUBJECT-REG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SUBJ-EOF-SWITCH
               NOT AT END
                   IF SR-STUDENT-ID NOT = SM-STUDENT-ID
                           OR SR-TERM-CODE NOT = TR-TERM-CODE
                       MOVE 'Y' TO WS-SUBJ-EOF-SWITCH
                   ELSE
                       PERFORM PRINT-SUBJECT-PARA
                   END-IF
           END-READ.

           PRINT-SUBJECT-PARA.

           MOVE SR-SUBJECT-CODE TO SB-SUBJECT-CODE
           READ SUBJECT-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-SUBJECT-NAME
               NOT INVALID KEY
                   MOVE SB-SUBJECT-NAME TO WS-SUBJECT-NAME
           END-READ
           IF SR-MARK-ENTERED
               MOVE SR-MARK TO WS-MARK-TEXT
               ADD 1 TO WS-SUBJECT-COUNT
               ADD SR-MARK TO WS-SUBJECT-MARK-TOTAL
           ELSE
               MOVE "---" TO WS-MARK-TEXT
           END-IF
           STRING "    " DELIMITED BY SIZE
               SR-SUBJECT-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SUBJECT-NAME DELIMITED BY SIZE
               "  MARK " DELIMITED BY SIZE
               WS-MARK-TEXT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           WORK-OUT-HASH-PARA.

      *> a weighted sum of the serial, the student and every total
      *> printed - altering any one figure on a copy breaks it
           COMPUTE WS-TOTALS-HASH =
               (WS-NEXT-SERIAL * 3)
               + (SM-STUDENT-ID * 19)
               + (WS-TERM-COUNT * 7)
               + (WS-MARK-TOTAL * 13)
               + (WS-SUBJECT-COUNT * 11)
               + (WS-SUBJECT-MARK-TOTAL * 17)
               + (WS-CUM-GPA * 100 * 23).

           WRITE-REGISTER-PARA.

           MOVE WS-NEXT-SERIAL TO TG-SERIAL-NO
           MOVE WS-CHECK-DIGIT TO TG-CHECK-DIGIT
           MOVE SM-STUDENT-ID TO TG-STUDENT-ID
           MOVE SM-STUDENT-NAME TO TG-STUDENT-NAME
           MOVE WS-RUN-DATE TO TG-ISSUE-DATE
           MOVE WS-RECIPIENT TO TG-RECIPIENT
           MOVE WS-TERM-COUNT TO TG-TERM-COUNT
           MOVE WS-MARK-TOTAL TO TG-MARK-TOTAL
           MOVE WS-SUBJECT-COUNT TO TG-SUBJECT-COUNT
           MOVE WS-SUBJECT-MARK-TOTAL TO TG-SUBJECT-MARK-TOTAL
           MOVE WS-CUM-GPA TO TG-CUM-GPA
           MOVE WS-TOTALS-HASH TO TG-TOTALS-HASH
           WRITE TRANSCRIPT-REGISTER-RECORD.

       END PROGRAM OfficialTranscriptIssue.
