       IDENTIFICATION DIVISION.
       PROGRAM-ID. PositionMaintenance.
       ENVIRONMENT DIVISION.
           *> add/change/delete maintenance against the
           *> POSITION-MASTER establishment file - each funded post
           *> carries its department (validated against
           *> DEPARTMENT-MASTER), its pay grade (validated against
           *> the PAY-GRADE file) and the budgeted salary, which is
           *> flagged when it sits outside the grade's band
           *> the incumbent can be keyed on ADD so the posts filled
           *> before position control came in can be loaded - the
           *> employee must be on file, not terminated, in the
           *> post's department and not already holding another
           *> post; after that employee maintenance fills and
           *> vacates posts itself
           *> a post can be frozen (status Z) to stop it being
           *> filled without losing its history, only a vacant post
           *> can move department, and only a vacant post can be
           *> deleted
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-MASTER ASSIGN TO "POSNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-POSITION-ID
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT OPTIONAL DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT OPTIONAL PAY-GRADE-FILE ASSIGN TO "PAYGRADE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGRADE-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POSITION-MASTER.
           COPY POSNMSTR.

       FD DEPARTMENT-MASTER.
           COPY DEPTMSTR.

       FD PAY-GRADE-FILE.
           COPY PAYGRADE.

       FD EMPLOYEE-MASTER.
           COPY EMPMSTR.

       WORKING-STORAGE SECTION.

           01 WS-POSITION-STATUS PIC X(02) VALUE SPACES.
           01 WS-DEPT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PAYGRADE-STATUS PIC X(02) VALUE SPACES.
           01 WS-EMPLOYEE-STATUS PIC X(02) VALUE SPACES.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-ADD VALUE 'A'.
               88 WS-TRAN-CHANGE VALUE 'C'.
               88 WS-TRAN-DELETE VALUE 'D'.
               88 WS-TRAN-LIST VALUE 'L'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-DEPT-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DEPT-OK VALUE 'Y'.
           01 WS-INCUMBENT-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-INCUMBENT-OK VALUE 'Y'.
           01 WS-LIST-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LIST-EOF VALUE 'Y'.
           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCAN-EOF VALUE 'Y'.

           01 WS-GRADE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-GRADE-EOF VALUE 'Y'.
           01 WS-GRADE-TABLE.
               02 WS-GRADE-ENTRY OCCURS 20 TIMES
                       INDEXED BY WS-GRADE-IDX.
                   05 WS-PG-CODE PIC X(03).
                   05 WS-PG-MINIMUM PIC 9(07)V99.
                   05 WS-PG-MAXIMUM PIC 9(07)V99.
           01 WS-GRADE-COUNT PIC 9(02) VALUE ZERO.
           01 WS-GRADE-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-GRADE-OK VALUE 'Y'.
           01 WS-GRADE-MINIMUM PIC 9(07)V99 VALUE ZERO.
           01 WS-GRADE-MAXIMUM PIC 9(07)V99 VALUE ZERO.

           01 WS-POSITION-HOLD PIC X(62) VALUE SPACES.
           01 WS-INCUMBENT-ID PIC 9(05) VALUE ZERO.
           01 WS-HOLDER-POSITION-ID PIC X(06) VALUE SPACES.
           01 WS-LIST-STATE PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-PAY-GRADES-PARA

           OPEN I-O POSITION-MASTER
           IF WS-POSITION-STATUS = "35"
               OPEN OUTPUT POSITION-MASTER
               CLOSE POSITION-MASTER
               OPEN I-O POSITION-MASTER
           END-IF
           OPEN INPUT DEPARTMENT-MASTER
           OPEN INPUT EMPLOYEE-MASTER

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

           CLOSE POSITION-MASTER
           CLOSE DEPARTMENT-MASTER
           CLOSE EMPLOYEE-MASTER

            STOP RUN.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (A=ADD C=CHANGE D=DELETE "
               "L=LIST E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM ADD-PARA
               WHEN WS-TRAN-CHANGE
                   PERFORM CHANGE-PARA
               WHEN WS-TRAN-DELETE
                   PERFORM DELETE-PARA
               WHEN WS-TRAN-LIST
                   PERFORM LIST-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

           ADD-PARA.

           DISPLAY "ENTER POSITION ID "
           ACCEPT PS-POSITION-ID
           READ POSITION-MASTER
               INVALID KEY
                   DISPLAY "ENTER POSITION TITLE "
                   ACCEPT PS-POSITION-TITLE
                   PERFORM ACCEPT-DEPARTMENT-PARA
                   PERFORM ACCEPT-GRADE-BUDGET-PARA
                   MOVE 'F' TO PS-POSITION-STATUS
                   MOVE ZERO TO PS-EMP-ID
                   MOVE ZERO TO PS-FILLED-DATE
                   PERFORM ACCEPT-INCUMBENT-PARA
                   IF WS-INCUMBENT-OK
                       WRITE POSITION-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO ADD POSITION"
                       END-WRITE
                   ELSE
                       DISPLAY "POSITION NOT ADDED"
                   END-IF
               NOT INVALID KEY
                   DISPLAY "POSITION ALREADY ON FILE"
           END-READ.

           CHANGE-PARA.

           DISPLAY "ENTER POSITION ID "
           ACCEPT PS-POSITION-ID
           READ POSITION-MASTER
               INVALID KEY
                   DISPLAY "POSITION NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "ENTER NEW POSITION TITLE "
                   ACCEPT PS-POSITION-TITLE
                   IF PS-VACANT
                       PERFORM ACCEPT-DEPARTMENT-PARA
                   ELSE
                       DISPLAY "POST IS FILLED BY EMPLOYEE " PS-EMP-ID
                           " - DEPARTMENT STAYS " PS-DEPARTMENT
                   END-IF
                   PERFORM ACCEPT-GRADE-BUDGET-PARA
                   DISPLAY "ENTER POSITION STATUS (F=FUNDED "
                       "Z=FROZEN) "
                   ACCEPT PS-POSITION-STATUS
                   IF NOT PS-FUNDED AND NOT PS-FROZEN
                       DISPLAY "INVALID STATUS - POST LEFT FUNDED"
                       MOVE 'F' TO PS-POSITION-STATUS
                   END-IF
                   REWRITE POSITION-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO CHANGE POSITION"
                   END-REWRITE
           END-READ.

           DELETE-PARA.

           DISPLAY "ENTER POSITION ID "
           ACCEPT PS-POSITION-ID
           READ POSITION-MASTER
               INVALID KEY
                   DISPLAY "POSITION NOT ON FILE"
               NOT INVALID KEY
                   IF PS-VACANT
                       DELETE POSITION-MASTER RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO DELETE POSITION"
                       END-DELETE
                   ELSE
                       DISPLAY "POST IS FILLED BY EMPLOYEE " PS-EMP-ID
                           " - VACATE IT BEFORE DELETING"
                   END-IF
           END-READ.

           ACCEPT-DEPARTMENT-PARA.

           MOVE 'N' TO WS-DEPT-OK-SWITCH
           PERFORM UNTIL WS-DEPT-OK
               DISPLAY "ENTER DEPARTMENT "
               ACCEPT PS-DEPARTMENT
               IF WS-DEPT-STATUS = "35"
      *> no department master on this site yet - accept as typed
                   MOVE 'Y' TO WS-DEPT-OK-SWITCH
               ELSE
                   MOVE PS-DEPARTMENT TO DP-DEPT-CODE
                   READ DEPARTMENT-MASTER
                       INVALID KEY
                           DISPLAY "DEPARTMENT NOT ON "
                               "DEPARTMENT-MASTER - RE-ENTER"
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-DEPT-OK-SWITCH
                   END-READ
               END-IF
           END-PERFORM.

           ACCEPT-GRADE-BUDGET-PARA.

           MOVE 'N' TO WS-GRADE-OK-SWITCH
           IF WS-GRADE-COUNT = ZERO
               MOVE SPACES TO PS-GRADE-CODE
               MOVE 'Y' TO WS-GRADE-OK-SWITCH
           END-IF
           PERFORM UNTIL WS-GRADE-OK
               DISPLAY "ENTER PAY GRADE CODE "
               ACCEPT PS-GRADE-CODE
               PERFORM FIND-GRADE-PARA
               IF NOT WS-GRADE-OK
                   DISPLAY "GRADE NOT ON PAY-GRADE FILE - RE-ENTER"
               END-IF
           END-PERFORM
           DISPLAY "ENTER BUDGETED SALARY "
           ACCEPT PS-BUDGET-SALARY
           IF WS-GRADE-COUNT > ZERO
               IF PS-BUDGET-SALARY < WS-GRADE-MINIMUM
                       OR PS-BUDGET-SALARY > WS-GRADE-MAXIMUM
                   DISPLAY "*** BUDGET " PS-BUDGET-SALARY
                       " IS OUTSIDE GRADE " PS-GRADE-CODE
                       " BAND " WS-GRADE-MINIMUM " - "
                       WS-GRADE-MAXIMUM " ***"
               END-IF
           END-IF.

           FIND-GRADE-PARA.

           MOVE 'N' TO WS-GRADE-OK-SWITCH
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX > WS-GRADE-COUNT
               IF WS-PG-CODE(WS-GRADE-IDX) = PS-GRADE-CODE
                   MOVE 'Y' TO WS-GRADE-OK-SWITCH
                   MOVE WS-PG-MINIMUM(WS-GRADE-IDX)
                       TO WS-GRADE-MINIMUM
                   MOVE WS-PG-MAXIMUM(WS-GRADE-IDX)
                       TO WS-GRADE-MAXIMUM
               END-IF
           END-PERFORM.

           ACCEPT-INCUMBENT-PARA.

           MOVE 'Y' TO WS-INCUMBENT-OK-SWITCH
           DISPLAY "ENTER INCUMBENT EMPLOYEE ID (0 = VACANT) "
           ACCEPT WS-INCUMBENT-ID
           IF WS-INCUMBENT-ID NOT = ZERO
               MOVE 'N' TO WS-INCUMBENT-OK-SWITCH
               MOVE WS-INCUMBENT-ID TO EM-EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "EMPLOYEE NOT ON FILE"
                   NOT INVALID KEY
                       PERFORM CHECK-INCUMBENT-PARA
               END-READ
           END-IF.

           CHECK-INCUMBENT-PARA.

           IF EM-TERMINATED
               DISPLAY "EMPLOYEE IS TERMINATED - CANNOT HOLD A POST"
           ELSE
               IF EM-DEPARTMENT NOT = PS-DEPARTMENT
                   DISPLAY "EMPLOYEE IS IN DEPARTMENT " EM-DEPARTMENT
                       " NOT " PS-DEPARTMENT
               ELSE
                   PERFORM FIND-HOLDER-PARA
                   IF WS-HOLDER-POSITION-ID NOT = SPACES
                       DISPLAY "EMPLOYEE ALREADY HOLDS POST "
                           WS-HOLDER-POSITION-ID
                   ELSE
                       MOVE 'Y' TO WS-INCUMBENT-OK-SWITCH
                       MOVE WS-INCUMBENT-ID TO PS-EMP-ID
                       ACCEPT PS-FILLED-DATE FROM DATE YYYYMMDD
                   END-IF
               END-IF
           END-IF.

           FIND-HOLDER-PARA.

      *> the incumbent lives on the post, so finding an employee's
      *> post means walking the establishment - keep the record
      *> being keyed safe while the file is read through
           MOVE POSITION-MASTER-RECORD TO WS-POSITION-HOLD
           MOVE SPACES TO WS-HOLDER-POSITION-ID
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO PS-POSITION-ID
           START POSITION-MASTER KEY >= PS-POSITION-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ POSITION-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   NOT AT END
                       IF PS-EMP-ID = WS-INCUMBENT-ID
                           MOVE PS-POSITION-ID
                               TO WS-HOLDER-POSITION-ID
                           MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-POSITION-HOLD TO POSITION-MASTER-RECORD.

           LOAD-PAY-GRADES-PARA.

           MOVE 'N' TO WS-GRADE-EOF-SWITCH
           OPEN INPUT PAY-GRADE-FILE
           PERFORM READ-PAY-GRADE-PARA
           PERFORM BUILD-GRADE-TABLE-PARA UNTIL WS-GRADE-EOF
           CLOSE PAY-GRADE-FILE.

           READ-PAY-GRADE-PARA.

           READ PAY-GRADE-FILE
               AT END MOVE 'Y' TO WS-GRADE-EOF-SWITCH
           END-READ.

           BUILD-GRADE-TABLE-PARA.

           IF WS-GRADE-COUNT < 20
               ADD 1 TO WS-GRADE-COUNT
               SET WS-GRADE-IDX TO WS-GRADE-COUNT
               MOVE PG-GRADE-CODE TO WS-PG-CODE(WS-GRADE-IDX)
               MOVE PG-MINIMUM TO WS-PG-MINIMUM(WS-GRADE-IDX)
               MOVE PG-MAXIMUM TO WS-PG-MAXIMUM(WS-GRADE-IDX)
           END-IF
           PERFORM READ-PAY-GRADE-PARA.

           LIST-PARA.

           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE LOW-VALUES TO PS-POSITION-ID
           START POSITION-MASTER KEY >= PS-POSITION-ID
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-START
           DISPLAY "----- Position Master -----"
           PERFORM LIST-ONE-PARA UNTIL WS-LIST-EOF.

           LIST-ONE-PARA.

           READ POSITION-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-LIST-EOF-SWITCH
               NOT AT END
                   IF PS-FROZEN
                       MOVE "FROZEN " TO WS-LIST-STATE
                   ELSE
                       IF PS-VACANT
                           MOVE "VACANT " TO WS-LIST-STATE
                       ELSE
                           MOVE "FILLED " TO WS-LIST-STATE
                       END-IF
                   END-IF
                   DISPLAY PS-POSITION-ID " " PS-POSITION-TITLE
                       " " PS-DEPARTMENT " GRADE " PS-GRADE-CODE
                       " BUDGET " PS-BUDGET-SALARY " "
                       WS-LIST-STATE PS-EMP-ID
           END-READ.

       END PROGRAM PositionMaintenance.
