           *> maximum section load and an active flag - so section
           *> assignments stop being free-typed names that spell the
           *> same teacher three different ways
           *> B logs a day's absence for a teacher on the new
           *> TEACHER-ABSENCE file (X cancels one, L lists a teacher's
           *> absences) so the cover run can arrange cover from it
           *> a teacher now carries their payroll EMPLOYEE-MASTER id,
           *> keyed on add and change and checked against the master, so
           *> the overload allowance run can pay them
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEACHER-MASTER ASSIGN TO "TCHRMAST"
               RECORD KEY IS TM-TEACHER-ID
               FILE STATUS IS WS-TEACHER-STATUS.

           SELECT TEACHER-ABSENCE ASSIGN TO "TCHRABS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-ABSENCE-KEY
               FILE STATUS IS WS-ABSENCE-STATUS.

           SELECT OPTIONAL EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TEACHER-MASTER.
           COPY TCHRMSTR.

       FD TEACHER-ABSENCE.
           COPY TCHRABS.

       FD EMPLOYEE-MASTER.
           COPY EMPMSTR.

       WORKING-STORAGE SECTION.

           01 WS-TEACHER-STATUS PIC X(02) VALUE SPACES.
           01 WS-ABSENCE-STATUS PIC X(02) VALUE SPACES.
           01 WS-EMPLOYEE-STATUS PIC X(02) VALUE SPACES.
           01 WS-ENTRY-EMP-ID PIC 9(05) VALUE ZERO.
           01 WS-EMP-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EMP-OK VALUE 'Y'.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-ADD VALUE 'A'.
               88 WS-TRAN-CHANGE VALUE 'C'.
               88 WS-TRAN-DELETE VALUE 'D'.
               88 WS-TRAN-ABSENCE VALUE 'B'.
               88 WS-TRAN-CANCEL-ABSENCE VALUE 'X'.
               88 WS-TRAN-LIST-ABSENCE VALUE 'L'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-ENTRY-TEACHER-ID PIC 9(04) VALUE ZERO.
           01 WS-ENTRY-DATE PIC 9(08) VALUE ZERO.
           01 WS-ABSENCE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ABSENCE-EOF VALUE 'Y'.
           01 WS-ABSENCE-COUNT PIC 9(04) VALUE ZERO.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               CLOSE TEACHER-MASTER
               OPEN I-O TEACHER-MASTER
           END-IF
           OPEN I-O TEACHER-ABSENCE
           IF WS-ABSENCE-STATUS = "35"
               OPEN OUTPUT TEACHER-ABSENCE
               CLOSE TEACHER-ABSENCE
               OPEN I-O TEACHER-ABSENCE
           END-IF
           OPEN INPUT EMPLOYEE-MASTER

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

           CLOSE EMPLOYEE-MASTER
           CLOSE TEACHER-ABSENCE
           CLOSE TEACHER-MASTER

            STOP RUN.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (A=ADD C=CHANGE D=DELETE "
               "B=LOG ABSENCE X=CANCEL ABSENCE L=LIST ABSENCES "
               "E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
                   PERFORM CHANGE-PARA
               WHEN WS-TRAN-DELETE
                   PERFORM DELETE-PARA
               WHEN WS-TRAN-ABSENCE
                   PERFORM LOG-ABSENCE-PARA
               WHEN WS-TRAN-CANCEL-ABSENCE
                   PERFORM CANCEL-ABSENCE-PARA
               WHEN WS-TRAN-LIST-ABSENCE
                   PERFORM LIST-ABSENCE-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ENTER MAXIMUM SECTIONS "
                   ACCEPT TM-MAX-SECTIONS
                   MOVE 'A' TO TM-ACTIVE-FLAG
                   MOVE ZERO TO TM-EMP-ID
                   PERFORM ACCEPT-EMP-ID-PARA
                   WRITE TEACHER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO ADD TEACHER RECORD"
                   ACCEPT TM-MAX-SECTIONS
                   DISPLAY "ENTER ACTIVE FLAG (A=ACTIVE I=INACTIVE) "
                   ACCEPT TM-ACTIVE-FLAG
                   PERFORM ACCEPT-EMP-ID-PARA
                   REWRITE TEACHER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO CHANGE TEACHER RECORD"
                   END-REWRITE
           END-READ.

           ACCEPT-EMP-ID-PARA.

      *> the payroll link - the id must be on EMPLOYEE-MASTER; zero
      *> leaves the teacher off payroll, a bad id keeps the old link
           DISPLAY "CURRENT PAYROLL EMPLOYEE ID : " TM-EMP-ID
           DISPLAY "ENTER PAYROLL EMPLOYEE ID (0 = NOT LINKED) "
           ACCEPT WS-ENTRY-EMP-ID
           IF WS-ENTRY-EMP-ID = ZERO
               MOVE ZERO TO TM-EMP-ID
           ELSE
               MOVE 'N' TO WS-EMP-OK-SWITCH
               MOVE WS-ENTRY-EMP-ID TO EM-EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "EMPLOYEE ID NOT ON EMPLOYEE-MASTER - "
                           "PAYROLL LINK LEFT AT " TM-EMP-ID
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-EMP-OK-SWITCH
               END-READ
               IF WS-EMP-OK
                   MOVE WS-ENTRY-EMP-ID TO TM-EMP-ID
                   DISPLAY "LINKED TO EMPLOYEE " EM-EMP-NAME
               END-IF
           END-IF.

           DELETE-PARA.

           DISPLAY "ENTER TEACHER ID "
                   END-DELETE
           END-READ.

           LOG-ABSENCE-PARA.

           DISPLAY "ENTER TEACHER ID "
           ACCEPT TM-TEACHER-ID
           READ TEACHER-MASTER
               INVALID KEY
                   DISPLAY "TEACHER ID NOT FOUND"
               NOT INVALID KEY
                   PERFORM WRITE-ABSENCE-PARA
           END-READ.

           WRITE-ABSENCE-PARA.

           DISPLAY "ENTER DATE OF ABSENCE (YYYYMMDD) "
           ACCEPT WS-ENTRY-DATE
           MOVE 'V' TO WS-DS-FUNCTION
           MOVE WS-ENTRY-DATE TO WS-DS-DATE-1
           CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
           IF WS-DS-RESULT NOT = 'Y'
               DISPLAY "NOT A VALID DATE - ABSENCE NOT LOGGED"
           ELSE
               MOVE TM-TEACHER-ID TO TA-TEACHER-ID
               MOVE WS-ENTRY-DATE TO TA-ABSENCE-DATE
               DISPLAY "ENTER REASON (S=SICK P=PERSONAL T=TRAINING "
                   "O=OTHER) "
               ACCEPT TA-ABSENCE-REASON
               IF NOT TA-REASON-VALID
                   MOVE 'O' TO TA-ABSENCE-REASON
               END-IF
               DISPLAY "ENTER NOTE "
               ACCEPT TA-ABSENCE-NOTE
               ACCEPT TA-LOGGED-DATE FROM DATE YYYYMMDD
               WRITE TEACHER-ABSENCE-RECORD
                   INVALID KEY
                       DISPLAY "ABSENCE ALREADY LOGGED FOR THAT DAY"
                   NOT INVALID KEY
                       DISPLAY "ABSENCE LOGGED FOR " TM-TEACHER-NAME
                           " ON " TA-ABSENCE-DATE
               END-WRITE
           END-IF.

           CANCEL-ABSENCE-PARA.

           DISPLAY "ENTER TEACHER ID "
           ACCEPT TA-TEACHER-ID
           DISPLAY "ENTER DATE OF ABSENCE (YYYYMMDD) "
           ACCEPT TA-ABSENCE-DATE
           READ TEACHER-ABSENCE
               INVALID KEY
                   DISPLAY "NO ABSENCE LOGGED FOR THAT DAY"
               NOT INVALID KEY
                   DELETE TEACHER-ABSENCE RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO CANCEL ABSENCE"
                       NOT INVALID KEY
                           DISPLAY "ABSENCE CANCELLED"
                   END-DELETE
           END-READ.

           LIST-ABSENCE-PARA.

           DISPLAY "ENTER TEACHER ID "
           ACCEPT WS-ENTRY-TEACHER-ID
           MOVE ZERO TO WS-ABSENCE-COUNT
           MOVE 'N' TO WS-ABSENCE-EOF-SWITCH
           MOVE WS-ENTRY-TEACHER-ID TO TA-TEACHER-ID
           MOVE ZERO TO TA-ABSENCE-DATE
           START TEACHER-ABSENCE KEY >= TA-ABSENCE-KEY
               INVALID KEY MOVE 'Y' TO WS-ABSENCE-EOF-SWITCH
           END-START
           PERFORM LIST-ONE-ABSENCE-PARA UNTIL WS-ABSENCE-EOF
           DISPLAY WS-ABSENCE-COUNT " ABSENCES ON FILE".

           LIST-ONE-ABSENCE-PARA.

           READ TEACHER-ABSENCE NEXT RECORD
               AT END MOVE 'Y' TO WS-ABSENCE-EOF-SWITCH
               NOT AT END
                   IF TA-TEACHER-ID NOT = WS-ENTRY-TEACHER-ID
                       MOVE 'Y' TO WS-ABSENCE-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-ABSENCE-COUNT
                       DISPLAY TA-ABSENCE-DATE " "
                           TA-ABSENCE-REASON " " TA-ABSENCE-NOTE
                   END-IF
           END-READ.

       END PROGRAM TeacherMaintenance.
