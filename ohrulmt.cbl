       IDENTIFICATION DIVISION.
       PROGRAM-ID. OverheadRuleMaintenance.
       ENVIRONMENT DIVISION.
           *> maintenance of the OVERHEAD-RULE file the month-end
           *> allocation run spreads rent, utilities and IT cost from
           *> - A adds a rule for a source account with its basis and
           *> the departments that share it, D deletes a source
           *> account's rule, L lists them all
           *> a rule is refused unless the source account is active
           *> on the chart of accounts, every department is on the
           *> department master with an expense account to charge,
           *> each area is above zero and the percentages total 100,
           *> so the allocation run can always balance its journal
           *> one rule per source account - to change the basis,
           *> delete the rule and add it again
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OVERHEAD-RULE-FILE ASSIGN TO "OHRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT CHART-OF-ACCOUNTS ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NUMBER
               FILE STATUS IS WS-CHART-STATUS.

           SELECT OPTIONAL DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OVERHEAD-RULE-FILE.
           COPY OHRULE.

       FD CHART-OF-ACCOUNTS.
           COPY CHARTACC.

       FD DEPARTMENT-MASTER.
           COPY DEPTMSTR.

       WORKING-STORAGE SECTION.

           01 WS-RULE-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHART-STATUS PIC X(02) VALUE SPACES.
           01 WS-DEPT-STATUS PIC X(02) VALUE SPACES.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-ADD VALUE 'A'.
               88 WS-TRAN-DELETE VALUE 'D'.
               88 WS-TRAN-LIST VALUE 'L'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-VALID-SWITCH PIC X(01) VALUE 'N'.
               88 WS-VALID VALUE 'Y'.
           01 WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.
           01 WS-LINES-DONE-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LINES-DONE VALUE 'Y'.
           01 WS-DUPLICATE-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DUPLICATE VALUE 'Y'.

      *> the rule's source account and basis, keyed once and
      *> repeated on every department line written
           01 WS-NEW-SOURCE PIC X(10) VALUE SPACES.
           01 WS-NEW-BASIS PIC X(01) VALUE SPACE.
               88 WS-NEW-BY-HEADCOUNT VALUE 'H'.
               88 WS-NEW-BY-AREA VALUE 'S'.
               88 WS-NEW-BY-PERCENT VALUE 'P'.
               88 WS-NEW-VALID-BASIS VALUE 'H' 'S' 'P'.

           01 WS-LINE-TABLE.
               02 WS-LINE-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-LINE-IDX.
                   05 WS-LN-DEPT-CODE PIC X(10).
                   05 WS-LN-BASIS-VALUE PIC 9(07)V99.
           01 WS-LINE-COUNT PIC 9(02) VALUE ZERO.
           01 WS-ENTRY-DEPT PIC X(10) VALUE SPACES.
           01 WS-ENTRY-VALUE PIC 9(07)V99 VALUE ZERO.
           01 WS-TOTAL-VALUE PIC 9(09)V99 VALUE ZERO.

      *> the delete rewrites the file without the rule's lines
           01 WS-KEEP-TABLE.
               02 WS-KEEP-ENTRY PIC X(30) OCCURS 500 TIMES
                       INDEXED BY WS-KEEP-IDX.
           01 WS-KEEP-COUNT PIC 9(03) VALUE ZERO.
           01 WS-DELETED-COUNT PIC 9(03) VALUE ZERO.
           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-OVERFLOWED VALUE 'Y'.
           01 WS-LIST-COUNT PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

            STOP RUN.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (A=ADD RULE D=DELETE RULE "
               "L=LIST E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM ADD-PARA
               WHEN WS-TRAN-DELETE
                   PERFORM DELETE-PARA
               WHEN WS-TRAN-LIST
                   PERFORM LIST-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

           FIND-RULE-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OVERHEAD-RULE-FILE
           PERFORM UNTIL WS-EOF
               READ OVERHEAD-RULE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF OH-SOURCE-ACCOUNT = WS-NEW-SOURCE
                           MOVE 'Y' TO WS-FOUND-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERHEAD-RULE-FILE.

           ADD-PARA.

           MOVE 'Y' TO WS-VALID-SWITCH
           DISPLAY "ENTER SOURCE ACCOUNT TO ALLOCATE "
           ACCEPT WS-NEW-SOURCE
           PERFORM FIND-RULE-PARA
           IF WS-NEW-SOURCE = SPACES OR WS-FOUND
               DISPLAY "SOURCE ACCOUNT BLANK OR ALREADY HAS A RULE"
           ELSE
               OPEN INPUT CHART-OF-ACCOUNTS
               MOVE WS-NEW-SOURCE TO CA-ACCOUNT-NUMBER
               READ CHART-OF-ACCOUNTS
                   INVALID KEY
                       DISPLAY "SOURCE ACCOUNT NOT ON THE CHART"
                       MOVE 'N' TO WS-VALID-SWITCH
                   NOT INVALID KEY
                       IF CA-ACCOUNT-INACTIVE
                           DISPLAY "SOURCE ACCOUNT INACTIVE"
                           MOVE 'N' TO WS-VALID-SWITCH
                       END-IF
               END-READ
               CLOSE CHART-OF-ACCOUNTS
               DISPLAY "ENTER BASIS (H=ACTIVE HEADCOUNT S=SQUARE "
                   "METRES P=FIXED PERCENT) "
               ACCEPT WS-NEW-BASIS
               IF NOT WS-NEW-VALID-BASIS
                   DISPLAY "BASIS MUST BE H, S OR P"
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
               IF WS-VALID
                   PERFORM ACCEPT-LINES-PARA
               END-IF
               IF WS-VALID AND WS-LINE-COUNT < 2
                   DISPLAY "A RULE NEEDS AT LEAST TWO DEPARTMENTS"
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
               IF WS-VALID AND WS-NEW-BY-PERCENT
                       AND WS-TOTAL-VALUE NOT = 100
                   DISPLAY "PERCENTAGES TOTAL " WS-TOTAL-VALUE
                       " - THEY MUST TOTAL 100"
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
               IF WS-VALID
                   PERFORM WRITE-RULE-PARA
               ELSE
                   DISPLAY "RULE NOT ADDED"
               END-IF
           END-IF.

           ACCEPT-LINES-PARA.

           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-TOTAL-VALUE
           MOVE 'N' TO WS-LINES-DONE-SWITCH
           OPEN INPUT DEPARTMENT-MASTER
           PERFORM UNTIL WS-LINES-DONE
               DISPLAY "ENTER DEPARTMENT (BLANK = END OF LINES) "
               ACCEPT WS-ENTRY-DEPT
               IF WS-ENTRY-DEPT = SPACES
                   MOVE 'Y' TO WS-LINES-DONE-SWITCH
               ELSE
                   PERFORM ACCEPT-ONE-LINE-PARA
               END-IF
           END-PERFORM
           CLOSE DEPARTMENT-MASTER.

           ACCEPT-ONE-LINE-PARA.

           MOVE 'N' TO WS-DUPLICATE-SWITCH
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               IF WS-LN-DEPT-CODE(WS-LINE-IDX) = WS-ENTRY-DEPT
                   MOVE 'Y' TO WS-DUPLICATE-SWITCH
               END-IF
           END-PERFORM
           MOVE WS-ENTRY-DEPT TO DP-DEPT-CODE
           READ DEPARTMENT-MASTER
               INVALID KEY
                   DISPLAY "DEPARTMENT NOT ON FILE - LINE IGNORED"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN DP-EXPENSE-ACCOUNT = SPACES
                           DISPLAY "DEPARTMENT HAS NO EXPENSE "
                               "ACCOUNT - LINE IGNORED"
                       WHEN WS-DUPLICATE
                           DISPLAY "DEPARTMENT ALREADY ON THE RULE - "
                               "LINE IGNORED"
                       WHEN WS-LINE-COUNT = 50
                           DISPLAY "FIFTY DEPARTMENTS IS THE LIMIT - "
                               "LINE IGNORED"
                       WHEN OTHER
                           PERFORM ACCEPT-BASIS-VALUE-PARA
                   END-EVALUATE
           END-READ.

           ACCEPT-BASIS-VALUE-PARA.

      *> headcount is counted by the run, so only area and percent
      *> lines carry a value of their own
           MOVE ZERO TO WS-ENTRY-VALUE
           EVALUATE TRUE
               WHEN WS-NEW-BY-AREA
                   DISPLAY "ENTER SQUARE METRES "
                   ACCEPT WS-ENTRY-VALUE
               WHEN WS-NEW-BY-PERCENT
                   DISPLAY "ENTER PERCENTAGE "
                   ACCEPT WS-ENTRY-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ENTRY-VALUE = ZERO AND NOT WS-NEW-BY-HEADCOUNT
               DISPLAY "NO AREA OR PERCENTAGE - LINE IGNORED"
           ELSE
               ADD 1 TO WS-LINE-COUNT
               SET WS-LINE-IDX TO WS-LINE-COUNT
               MOVE WS-ENTRY-DEPT TO WS-LN-DEPT-CODE(WS-LINE-IDX)
               MOVE WS-ENTRY-VALUE TO WS-LN-BASIS-VALUE(WS-LINE-IDX)
               ADD WS-ENTRY-VALUE TO WS-TOTAL-VALUE
           END-IF.

           WRITE-RULE-PARA.

           OPEN EXTEND OVERHEAD-RULE-FILE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               MOVE WS-NEW-SOURCE TO OH-SOURCE-ACCOUNT
               MOVE WS-NEW-BASIS TO OH-BASIS
               MOVE WS-LN-DEPT-CODE(WS-LINE-IDX) TO OH-DEPT-CODE
               MOVE WS-LN-BASIS-VALUE(WS-LINE-IDX) TO OH-BASIS-VALUE
               WRITE OVERHEAD-RULE-RECORD
           END-PERFORM
           CLOSE OVERHEAD-RULE-FILE
           DISPLAY "RULE FOR " WS-NEW-SOURCE " ADDED WITH "
               WS-LINE-COUNT " DEPARTMENTS".

           DELETE-PARA.

           DISPLAY "ENTER SOURCE ACCOUNT OF THE RULE TO DELETE "
           ACCEPT WS-NEW-SOURCE
           MOVE ZERO TO WS-KEEP-COUNT
           MOVE ZERO TO WS-DELETED-COUNT
           MOVE 'N' TO WS-OVERFLOW-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OVERHEAD-RULE-FILE
           PERFORM UNTIL WS-EOF
               READ OVERHEAD-RULE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF OH-SOURCE-ACCOUNT = WS-NEW-SOURCE
                           ADD 1 TO WS-DELETED-COUNT
                       ELSE
                           IF WS-KEEP-COUNT = 500
                               MOVE 'Y' TO WS-OVERFLOW-SWITCH
                               MOVE 'Y' TO WS-EOF-SWITCH
                           ELSE
                               ADD 1 TO WS-KEEP-COUNT
                               SET WS-KEEP-IDX TO WS-KEEP-COUNT
                               MOVE OVERHEAD-RULE-RECORD
                                   TO WS-KEEP-ENTRY(WS-KEEP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERHEAD-RULE-FILE
           EVALUATE TRUE
               WHEN WS-OVERFLOWED
                   DISPLAY "*** RULE FILE OUTGREW THE TABLE - "
                       "NOTHING DELETED ***"
               WHEN WS-DELETED-COUNT = ZERO
                   DISPLAY "NO RULE ON FILE FOR THAT ACCOUNT"
               WHEN OTHER
                   OPEN OUTPUT OVERHEAD-RULE-FILE
                   PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                           UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
                       MOVE WS-KEEP-ENTRY(WS-KEEP-IDX)
                           TO OVERHEAD-RULE-RECORD
                       WRITE OVERHEAD-RULE-RECORD
                   END-PERFORM
                   CLOSE OVERHEAD-RULE-FILE
                   DISPLAY "RULE FOR " WS-NEW-SOURCE " DELETED - "
                       WS-DELETED-COUNT " DEPARTMENTS"
           END-EVALUATE.

           LIST-PARA.

           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           DISPLAY "----- Overhead Allocation Rules -----"
           OPEN INPUT OVERHEAD-RULE-FILE
           PERFORM UNTIL WS-EOF
               READ OVERHEAD-RULE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY OH-SOURCE-ACCOUNT " " OH-BASIS
                           " " OH-DEPT-CODE " " OH-BASIS-VALUE
               END-READ
           END-PERFORM
           CLOSE OVERHEAD-RULE-FILE
           DISPLAY "RULE LINES : " WS-LIST-COUNT.

       END PROGRAM OverheadRuleMaintenance.
