       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpenseClaimCapture.
       ENVIRONMENT DIVISION.
           *> captures an employee's travel and out-of-pocket claim
           *> onto the EXPENSE-CLAIM file instead of the paper form
           *> paid from petty cash - the claimant must be an active
           *> employee on EMPLOYEE-MASTER, each line carries one of
           *> the standard expense types and an amount, and the
           *> claim takes the next free claim number and the
           *> claimant's department so the approval goes to the
           *> right manager
           *> captured lines are written pending - nothing is paid
           *> until ExpenseClaimApproval signs the claim off
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.

           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
           COPY EMPMSTR.

       FD EXPENSE-CLAIM-FILE.
           COPY EXPCLAIM.

       FD RUN-PARM-FILE.
           COPY RUNPARM.

       WORKING-STORAGE SECTION.

           01 WS-EMPLOYEE-STATUS PIC X(02) VALUE SPACES.
           01 WS-CLAIM-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-CLAIM-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CLAIM-EOF VALUE 'Y'.
           01 WS-LAST-CLAIM-NO PIC 9(06) VALUE ZERO.
           01 WS-CLAIM-NO PIC 9(06) VALUE ZERO.
           01 WS-LINE-NO PIC 9(02) VALUE ZERO.
           01 WS-CLAIM-TOTAL PIC 9(07)V99 VALUE ZERO.

           01 WS-ENTRY-EMP-ID PIC 9(05) VALUE ZERO.
           01 WS-ENTRY-TYPE PIC X(04) VALUE SPACES.
           01 WS-ENTRY-DESCRIPTION PIC X(20) VALUE SPACES.
           01 WS-ENTRY-AMOUNT PIC 9(07)V99 VALUE ZERO.
           01 WS-EDIT-AMOUNT PIC Z,ZZZ,ZZ9.99.

           01 WS-CLAIMS-CAPTURED PIC 9(05) VALUE ZERO.
           01 WS-LINES-CAPTURED PIC 9(05) VALUE ZERO.

           01 WS-MORE-SWITCH PIC X(01) VALUE 'Y'.
               88 WS-MORE-CAPTURES VALUE 'Y'.
           01 WS-MORE-LINES-SWITCH PIC X(01) VALUE 'Y'.
               88 WS-MORE-LINES VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-RUN-PARM-PARA
           PERFORM FIND-LAST-CLAIM-PARA

           OPEN INPUT EMPLOYEE-MASTER
           OPEN EXTEND EXPENSE-CLAIM-FILE

           PERFORM CAPTURE-PARA UNTIL NOT WS-MORE-CAPTURES

           CLOSE EMPLOYEE-MASTER
           CLOSE EXPENSE-CLAIM-FILE

           DISPLAY "CLAIMS CAPTURED : " WS-CLAIMS-CAPTURED
               "  LINES : " WS-LINES-CAPTURED

            STOP RUN.

           LOAD-RUN-PARM-PARA.

           OPEN INPUT RUN-PARM-FILE
           READ RUN-PARM-FILE
               AT END DISPLAY "RUN-PARM RECORD MISSING - USING TODAY"
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE RP-RUN-DATE TO WS-RUN-DATE
           END-READ
           CLOSE RUN-PARM-FILE.

           FIND-LAST-CLAIM-PARA.

           MOVE 'N' TO WS-CLAIM-EOF-SWITCH
           OPEN INPUT EXPENSE-CLAIM-FILE
           PERFORM READ-CLAIM-PARA
           PERFORM UNTIL WS-CLAIM-EOF
               IF EC-CLAIM-NO > WS-LAST-CLAIM-NO
                   MOVE EC-CLAIM-NO TO WS-LAST-CLAIM-NO
               END-IF
               PERFORM READ-CLAIM-PARA
           END-PERFORM
           CLOSE EXPENSE-CLAIM-FILE.

           READ-CLAIM-PARA.

           READ EXPENSE-CLAIM-FILE
               AT END MOVE 'Y' TO WS-CLAIM-EOF-SWITCH
           END-READ.

           CAPTURE-PARA.

           DISPLAY "ENTER CLAIMANT EMPLOYEE ID (0 TO END) "
           ACCEPT WS-ENTRY-EMP-ID

           IF WS-ENTRY-EMP-ID = ZERO
               MOVE 'N' TO WS-MORE-SWITCH
           ELSE
               MOVE WS-ENTRY-EMP-ID TO EM-EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "EMPLOYEE ID NOT FOUND - NOT CAPTURED"
                   NOT INVALID KEY
                       IF EM-ACTIVE
                           PERFORM CAPTURE-CLAIM-PARA
                       ELSE
                           DISPLAY "EMPLOYEE IS NOT ACTIVE - "
                               "NOT CAPTURED"
                       END-IF
               END-READ
           END-IF.

           CAPTURE-CLAIM-PARA.

           COMPUTE WS-CLAIM-NO = WS-LAST-CLAIM-NO + 1
           MOVE ZERO TO WS-LINE-NO
           MOVE ZERO TO WS-CLAIM-TOTAL
           MOVE 'Y' TO WS-MORE-LINES-SWITCH
           DISPLAY "CLAIM " WS-CLAIM-NO " FOR " EM-EMP-NAME
               " DEPARTMENT " EM-DEPARTMENT
           PERFORM CAPTURE-LINE-PARA UNTIL NOT WS-MORE-LINES
           IF WS-LINE-NO = ZERO
               DISPLAY "NO LINES - CLAIM NOT CAPTURED"
           ELSE
               MOVE WS-CLAIM-NO TO WS-LAST-CLAIM-NO
               ADD 1 TO WS-CLAIMS-CAPTURED
               MOVE WS-CLAIM-TOTAL TO WS-EDIT-AMOUNT
               DISPLAY "CLAIM " WS-CLAIM-NO " CAPTURED - "
                   WS-LINE-NO " LINES TOTAL " WS-EDIT-AMOUNT
                   " - AWAITING APPROVAL"
           END-IF.

           CAPTURE-LINE-PARA.

           DISPLAY "EXPENSE TYPE - TRVL MEAL LODG MILE PHON OTHR "
               "(BLANK TO END CLAIM) "
           MOVE SPACES TO WS-ENTRY-TYPE
           ACCEPT WS-ENTRY-TYPE
           IF WS-ENTRY-TYPE = SPACES
               MOVE 'N' TO WS-MORE-LINES-SWITCH
           ELSE
               MOVE WS-ENTRY-TYPE TO EC-EXPENSE-TYPE
               IF NOT EC-VALID-TYPE
                   DISPLAY "UNKNOWN EXPENSE TYPE - LINE NOT CAPTURED"
               ELSE
                   IF WS-LINE-NO = 99
                       DISPLAY "CLAIM IS FULL AT 99 LINES - START A "
                           "NEW CLAIM"
                       MOVE 'N' TO WS-MORE-LINES-SWITCH
                   ELSE
                       PERFORM CAPTURE-AMOUNT-PARA
                   END-IF
               END-IF
           END-IF.

           CAPTURE-AMOUNT-PARA.

           DISPLAY "DESCRIPTION "
           MOVE SPACES TO WS-ENTRY-DESCRIPTION
           ACCEPT WS-ENTRY-DESCRIPTION
           DISPLAY "AMOUNT "
           ACCEPT WS-ENTRY-AMOUNT
           IF WS-ENTRY-AMOUNT = ZERO
               DISPLAY "ZERO AMOUNT - LINE NOT CAPTURED"
           ELSE
               ADD 1 TO WS-LINE-NO
               MOVE WS-CLAIM-NO TO EC-CLAIM-NO
               MOVE WS-LINE-NO TO EC-LINE-NO
               MOVE EM-EMP-ID TO EC-EMP-ID
               MOVE EM-DEPARTMENT TO EC-DEPARTMENT
               MOVE WS-RUN-DATE TO EC-CLAIM-DATE
               MOVE WS-ENTRY-TYPE TO EC-EXPENSE-TYPE
               MOVE WS-ENTRY-DESCRIPTION TO EC-DESCRIPTION
               MOVE WS-ENTRY-AMOUNT TO EC-AMOUNT
               MOVE 'N' TO EC-STATUS
               MOVE SPACES TO EC-APPROVED-BY
               MOVE ZERO TO EC-APPROVED-DATE
               MOVE ZERO TO EC-PAID-DATE
               WRITE EXPENSE-CLAIM-RECORD
               ADD WS-ENTRY-AMOUNT TO WS-CLAIM-TOTAL
               ADD 1 TO WS-LINES-CAPTURED
           END-IF.

       END PROGRAM ExpenseClaimCapture.
