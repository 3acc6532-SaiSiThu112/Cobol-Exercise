           *> (balance less half the unearned add-on interest, the
           *> rebate convention the office has always quoted)
           *> statements spool to the LOANSTMT print file
           *> the payoff figures now come from the shared LoanPayoff
           *> subprogram, so the leaver's final settlement recovers a
           *> loan on the same settlement figure this statement quotes
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFF-LOAN-FILE ASSIGN TO "STAFLOAN"
               88 WS-TRAN-END VALUE 'E'.

           01 WS-TOTAL-INTEREST PIC 9(09)V99 VALUE ZERO.
           01 WS-MONTH-SUB PIC 9(03) VALUE ZERO.
           01 WS-RUNNING-BALANCE PIC S9(09)V99 VALUE ZERO.
           01 WS-MONTHS-LEFT PIC 9(03) VALUE ZERO.
           PRINT-PAYOFF-PARA.

           PERFORM OPEN-PRINT-PARA
           CALL "LoanPayoff" USING STAFF-LOAN-RECORD WS-MONTHS-LEFT
               WS-UNEARNED-INTEREST WS-SETTLEMENT
           STRING "----- Payoff Statement - Loan " DELIMITED BY SIZE
               SL-LOAN-NO DELIMITED BY SIZE
               " -----" DELIMITED BY SIZE
