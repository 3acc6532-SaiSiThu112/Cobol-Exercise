       IDENTIFICATION DIVISION.
       PROGRAM-ID. JournalTemplateMaintenance.
       ENVIRONMENT DIVISION.
           *> maintenance of the recurring JOURNAL-TEMPLATE file the
           *> GL posting run generates rent, insurance and the other
           *> same-every-month entries from - A adds a template with
           *> its frequency, start and end period and its lines, D
           *> deletes one, L lists them all
           *> a template is refused unless its debits equal its
           *> credits and every account is active on the chart of
           *> accounts, so the generated batch cannot unbalance the
           *> ledger or go to suspense
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-TEMPLATE-FILE ASSIGN TO "JRNLTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT CHART-OF-ACCOUNTS ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NUMBER
               FILE STATUS IS WS-CHART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-TEMPLATE-FILE.
           COPY JRNLTMPL.

       FD CHART-OF-ACCOUNTS.
           COPY CHARTACC.

       WORKING-STORAGE SECTION.

           01 WS-TEMPLATE-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHART-STATUS PIC X(02) VALUE SPACES.

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

      *> the template's header fields, keyed once and repeated on
      *> every line written
           01 WS-NEW-ID PIC X(05) VALUE SPACES.
           01 WS-NEW-DESCRIPTION PIC X(20) VALUE SPACES.
           01 WS-NEW-FREQUENCY PIC X(01) VALUE SPACE.
               88 WS-NEW-VALID-FREQUENCY VALUE 'M' 'Q' 'A'.
           01 WS-NEW-START PIC 9(06) VALUE ZERO.
           01 WS-NEW-END PIC 9(06) VALUE ZERO.

           01 WS-LINE-TABLE.
               02 WS-LINE-ENTRY OCCURS 20 TIMES
                       INDEXED BY WS-LINE-IDX.
                   05 WS-LN-ACCOUNT PIC X(10).
                   05 WS-LN-DEBIT PIC 9(09)V99.
                   05 WS-LN-CREDIT PIC 9(09)V99.
           01 WS-LINE-COUNT PIC 9(02) VALUE ZERO.
           01 WS-ENTRY-ACCOUNT PIC X(10) VALUE SPACES.
           01 WS-ENTRY-DEBIT PIC 9(09)V99 VALUE ZERO.
           01 WS-ENTRY-CREDIT PIC 9(09)V99 VALUE ZERO.
           01 WS-TOTAL-DEBIT PIC 9(11)V99 VALUE ZERO.
           01 WS-TOTAL-CREDIT PIC 9(11)V99 VALUE ZERO.

      *> the delete rewrites the file without the template's lines
           01 WS-KEEP-TABLE.
               02 WS-KEEP-ENTRY PIC X(76) OCCURS 500 TIMES
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

           DISPLAY "ENTER TRANSACTION (A=ADD TEMPLATE D=DELETE "
               "TEMPLATE L=LIST E=END) "
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

           FIND-TEMPLATE-PARA.

           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT JOURNAL-TEMPLATE-FILE
           PERFORM UNTIL WS-EOF
               READ JOURNAL-TEMPLATE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF JT-TEMPLATE-ID = WS-NEW-ID
                           MOVE 'Y' TO WS-FOUND-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-TEMPLATE-FILE.

           ADD-PARA.

           MOVE 'Y' TO WS-VALID-SWITCH
           DISPLAY "ENTER TEMPLATE ID (THE BATCH ID IT POSTS AS) "
           ACCEPT WS-NEW-ID
           PERFORM FIND-TEMPLATE-PARA
           IF WS-NEW-ID = SPACES OR WS-FOUND
               DISPLAY "TEMPLATE ID BLANK OR ALREADY ON FILE"
           ELSE
               DISPLAY "ENTER DESCRIPTION "
               ACCEPT WS-NEW-DESCRIPTION
               DISPLAY "ENTER FREQUENCY (M=MONTHLY Q=QUARTERLY "
                   "A=ANNUAL) "
               ACCEPT WS-NEW-FREQUENCY
               IF NOT WS-NEW-VALID-FREQUENCY
                   DISPLAY "FREQUENCY MUST BE M, Q OR A"
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
               DISPLAY "ENTER FIRST PERIOD (YYYYMM) "
               ACCEPT WS-NEW-START
               DISPLAY "ENTER LAST PERIOD (YYYYMM, 0 = NO END) "
               ACCEPT WS-NEW-END
               IF WS-NEW-START(5:2) < "01" OR WS-NEW-START(5:2) > "12"
                   DISPLAY "FIRST PERIOD IS NOT A REAL MONTH"
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
               IF WS-NEW-END NOT = ZERO AND WS-NEW-END < WS-NEW-START
                   DISPLAY "LAST PERIOD IS BEFORE THE FIRST"
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
               PERFORM ACCEPT-LINES-PARA
               IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
                   DISPLAY "DEBITS " WS-TOTAL-DEBIT
                       " DO NOT EQUAL CREDITS " WS-TOTAL-CREDIT
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
               IF WS-LINE-COUNT < 2
                   DISPLAY "A TEMPLATE NEEDS AT LEAST TWO LINES"
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
               IF WS-VALID
                   PERFORM WRITE-TEMPLATE-PARA
               ELSE
                   DISPLAY "TEMPLATE NOT ADDED"
               END-IF
           END-IF.

           ACCEPT-LINES-PARA.

           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-TOTAL-DEBIT
           MOVE ZERO TO WS-TOTAL-CREDIT
           MOVE 'N' TO WS-LINES-DONE-SWITCH
           OPEN INPUT CHART-OF-ACCOUNTS
           PERFORM UNTIL WS-LINES-DONE
               DISPLAY "ENTER LINE ACCOUNT (BLANK = END OF LINES) "
               ACCEPT WS-ENTRY-ACCOUNT
               IF WS-ENTRY-ACCOUNT = SPACES
                   MOVE 'Y' TO WS-LINES-DONE-SWITCH
               ELSE
                   PERFORM ACCEPT-ONE-LINE-PARA
               END-IF
           END-PERFORM
           CLOSE CHART-OF-ACCOUNTS.

           ACCEPT-ONE-LINE-PARA.

           MOVE WS-ENTRY-ACCOUNT TO CA-ACCOUNT-NUMBER
           READ CHART-OF-ACCOUNTS
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON THE CHART - LINE IGNORED"
               NOT INVALID KEY
                   IF CA-ACCOUNT-INACTIVE
                       DISPLAY "ACCOUNT INACTIVE - LINE IGNORED"
                   ELSE
                       DISPLAY "ENTER DEBIT AMOUNT "
                       ACCEPT WS-ENTRY-DEBIT
                       DISPLAY "ENTER CREDIT AMOUNT "
                       ACCEPT WS-ENTRY-CREDIT
                       EVALUATE TRUE
                           WHEN WS-ENTRY-DEBIT > ZERO
                                   AND WS-ENTRY-CREDIT > ZERO
                               DISPLAY "A LINE IS A DEBIT OR A "
                                   "CREDIT - LINE IGNORED"
                           WHEN WS-ENTRY-DEBIT = ZERO
                                   AND WS-ENTRY-CREDIT = ZERO
                               DISPLAY "NO AMOUNT - LINE IGNORED"
                           WHEN WS-LINE-COUNT = 20
                               DISPLAY "TWENTY LINES IS THE LIMIT - "
                                   "LINE IGNORED"
                           WHEN OTHER
                               ADD 1 TO WS-LINE-COUNT
                               SET WS-LINE-IDX TO WS-LINE-COUNT
                               MOVE WS-ENTRY-ACCOUNT
                                   TO WS-LN-ACCOUNT(WS-LINE-IDX)
                               MOVE WS-ENTRY-DEBIT
                                   TO WS-LN-DEBIT(WS-LINE-IDX)
                               MOVE WS-ENTRY-CREDIT
                                   TO WS-LN-CREDIT(WS-LINE-IDX)
                               ADD WS-ENTRY-DEBIT TO WS-TOTAL-DEBIT
                               ADD WS-ENTRY-CREDIT TO WS-TOTAL-CREDIT
                       END-EVALUATE
                   END-IF
           END-READ.

           WRITE-TEMPLATE-PARA.

           OPEN EXTEND JOURNAL-TEMPLATE-FILE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               MOVE WS-NEW-ID TO JT-TEMPLATE-ID
               MOVE WS-NEW-DESCRIPTION TO JT-DESCRIPTION
               MOVE WS-NEW-FREQUENCY TO JT-FREQUENCY
               MOVE WS-NEW-START TO JT-START-PERIOD
               MOVE WS-NEW-END TO JT-END-PERIOD
               MOVE WS-LN-ACCOUNT(WS-LINE-IDX) TO JT-ACCOUNT
               MOVE WS-LN-DEBIT(WS-LINE-IDX) TO JT-DEBIT-AMOUNT
               MOVE WS-LN-CREDIT(WS-LINE-IDX) TO JT-CREDIT-AMOUNT
               MOVE ZERO TO JT-LAST-PERIOD
               WRITE JOURNAL-TEMPLATE-RECORD
           END-PERFORM
           CLOSE JOURNAL-TEMPLATE-FILE
           DISPLAY "TEMPLATE " WS-NEW-ID " ADDED WITH "
               WS-LINE-COUNT " LINES".

           DELETE-PARA.

           DISPLAY "ENTER TEMPLATE ID TO DELETE "
           ACCEPT WS-NEW-ID
           MOVE ZERO TO WS-KEEP-COUNT
           MOVE ZERO TO WS-DELETED-COUNT
           MOVE 'N' TO WS-OVERFLOW-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT JOURNAL-TEMPLATE-FILE
           PERFORM UNTIL WS-EOF
               READ JOURNAL-TEMPLATE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF JT-TEMPLATE-ID = WS-NEW-ID
                           ADD 1 TO WS-DELETED-COUNT
                       ELSE
                           IF WS-KEEP-COUNT = 500
                               MOVE 'Y' TO WS-OVERFLOW-SWITCH
                               MOVE 'Y' TO WS-EOF-SWITCH
                           ELSE
                               ADD 1 TO WS-KEEP-COUNT
                               SET WS-KEEP-IDX TO WS-KEEP-COUNT
                               MOVE JOURNAL-TEMPLATE-RECORD
                                   TO WS-KEEP-ENTRY(WS-KEEP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-TEMPLATE-FILE
           EVALUATE TRUE
               WHEN WS-OVERFLOWED
                   DISPLAY "*** TEMPLATE FILE OUTGREW THE TABLE - "
                       "NOTHING DELETED ***"
               WHEN WS-DELETED-COUNT = ZERO
                   DISPLAY "TEMPLATE NOT ON FILE"
               WHEN OTHER
                   OPEN OUTPUT JOURNAL-TEMPLATE-FILE
                   PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                           UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
                       MOVE WS-KEEP-ENTRY(WS-KEEP-IDX)
                           TO JOURNAL-TEMPLATE-RECORD
                       WRITE JOURNAL-TEMPLATE-RECORD
                   END-PERFORM
                   CLOSE JOURNAL-TEMPLATE-FILE
                   DISPLAY "TEMPLATE " WS-NEW-ID " DELETED - "
                       WS-DELETED-COUNT " LINES"
           END-EVALUATE.

           LIST-PARA.

           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           DISPLAY "----- Recurring Journal Templates -----"
           OPEN INPUT JOURNAL-TEMPLATE-FILE
           PERFORM UNTIL WS-EOF
               READ JOURNAL-TEMPLATE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY JT-TEMPLATE-ID " " JT-DESCRIPTION
                           " " JT-FREQUENCY " " JT-START-PERIOD
                           "-" JT-END-PERIOD " " JT-ACCOUNT
                           " DR " JT-DEBIT-AMOUNT
                           " CR " JT-CREDIT-AMOUNT
                           " LAST " JT-LAST-PERIOD
               END-READ
           END-PERFORM
           CLOSE JOURNAL-TEMPLATE-FILE
           DISPLAY "TEMPLATE LINES : " WS-LIST-COUNT.

       END PROGRAM JournalTemplateMaintenance.
