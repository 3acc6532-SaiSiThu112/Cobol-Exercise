       IDENTIFICATION DIVISION.
       PROGRAM-ID. TranscriptVerifyInquiry.
       ENVIRONMENT DIVISION.
           *> verification inquiry for official transcripts - the
           *> operator keys the seven-digit verification number off a
           *> transcript someone has been handed; the check digit is
           *> recomputed through the same SerialCheckDigit subprogram
           *> the issue used, so a mistyped or invented number is
           *> turned away before the register is searched, and a good
           *> one shows exactly what the office issued under it: the
           *> student, issue date, recipient, the totals printed and
           *> the control hash, for comparing against the copy in hand
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSCRIPT-REGISTER ASSIGN TO "TRNSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNSREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSCRIPT-REGISTER.
           COPY TRNSREG.

       WORKING-STORAGE SECTION.

           01 WS-TRNSREG-STATUS PIC X(02) VALUE SPACES.

           01 WS-MORE-SWITCH PIC X(01) VALUE 'Y'.
               88 WS-MORE-INQUIRIES VALUE 'Y'.
           01 WS-REG-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-REG-EOF VALUE 'Y'.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ISSUE-FOUND VALUE 'Y'.

           01 WS-VERIFY-NO.
               05 WS-VERIFY-SERIAL PIC 9(06).
               05 WS-VERIFY-DIGIT PIC 9(01).
           01 WS-EXPECTED-DIGIT PIC 9(01) VALUE ZERO.
           01 WS-EDIT-GPA PIC 9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INQUIRY-PARA UNTIL NOT WS-MORE-INQUIRIES

            STOP RUN.

           INQUIRY-PARA.

           DISPLAY "ENTER VERIFICATION NO (0 TO END) "
           ACCEPT WS-VERIFY-NO

           IF WS-VERIFY-NO NOT NUMERIC
               DISPLAY "NOT A VALID VERIFICATION NUMBER"
           ELSE
               IF WS-VERIFY-NO = ZERO
                   MOVE 'N' TO WS-MORE-SWITCH
               ELSE
                   PERFORM CHECK-NUMBER-PARA
               END-IF
           END-IF.

           CHECK-NUMBER-PARA.

           CALL "SerialCheckDigit" USING WS-VERIFY-SERIAL
               WS-EXPECTED-DIGIT
           IF WS-EXPECTED-DIGIT NOT = WS-VERIFY-DIGIT
               DISPLAY "NOT A VALID VERIFICATION NUMBER"
           ELSE
               PERFORM FIND-ISSUE-PARA
               IF WS-ISSUE-FOUND
                   PERFORM SHOW-ISSUE-PARA
               ELSE
                   DISPLAY "NO TRANSCRIPT ISSUED UNDER THIS NUMBER"
               END-IF
           END-IF.

           FIND-ISSUE-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 'N' TO WS-REG-EOF-SWITCH
           OPEN INPUT TRANSCRIPT-REGISTER
           PERFORM READ-REGISTER-PARA
           PERFORM UNTIL WS-REG-EOF OR WS-ISSUE-FOUND
               IF TG-SERIAL-NO = WS-VERIFY-SERIAL
                   MOVE 'Y' TO WS-FOUND-SWITCH
               ELSE
                   PERFORM READ-REGISTER-PARA
               END-IF
           END-PERFORM
           CLOSE TRANSCRIPT-REGISTER.

           READ-REGISTER-PARA.

           READ TRANSCRIPT-REGISTER
               AT END MOVE 'Y' TO WS-REG-EOF-SWITCH
           END-READ.

           SHOW-ISSUE-PARA.

           MOVE TG-CUM-GPA TO WS-EDIT-GPA
           DISPLAY "----- Transcript Issued -----"
           DISPLAY "VERIFICATION NO : " TG-SERIAL-NO "-" TG-CHECK-DIGIT
           DISPLAY "STUDENT         : " TG-STUDENT-ID " "
               TG-STUDENT-NAME
           DISPLAY "ISSUE DATE      : " TG-ISSUE-DATE
           DISPLAY "ISSUED TO       : " TG-RECIPIENT
           DISPLAY "TERMS           : " TG-TERM-COUNT
               "  TERM MARKS : " TG-MARK-TOTAL
           DISPLAY "SUBJECTS        : " TG-SUBJECT-COUNT
               "  SUBJECT MARKS : " TG-SUBJECT-MARK-TOTAL
           DISPLAY "CUMULATIVE GPA  : " WS-EDIT-GPA
           DISPLAY "CONTROL         : " TG-TOTALS-HASH.

       END PROGRAM TranscriptVerifyInquiry.
