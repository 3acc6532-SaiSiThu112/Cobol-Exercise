       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanPayoff.
       ENVIRONMENT DIVISION.
           *> shared staff-loan payoff calculation, called the way
           *> DateService is - lifted out of the loan maintenance
           *> payoff statement so the leaver's final settlement
           *> recovers a loan on exactly the figure the office quotes
           *> given the loan record it returns the instalments left
           *> on the balance, the early-settlement rebate (half the
           *> add-on interest still inside those instalments) and
           *> the settlement figure, the balance less the rebate
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           01 WS-INTEREST-PER-MONTH PIC 9(07)V99 VALUE ZERO.

       LINKAGE SECTION.

           COPY STAFLOAN.
           01 LK-MONTHS-LEFT PIC 9(03).
           01 LK-REBATE PIC 9(09)V99.
           01 LK-SETTLEMENT PIC 9(09)V99.

       PROCEDURE DIVISION USING STAFF-LOAN-RECORD LK-MONTHS-LEFT
               LK-REBATE LK-SETTLEMENT.
       MAIN-PROCEDURE.

           IF SL-MONTHLY-PAYMENT > ZERO
               COMPUTE LK-MONTHS-LEFT ROUNDED =
                   SL-BALANCE / SL-MONTHLY-PAYMENT
           ELSE
               MOVE ZERO TO LK-MONTHS-LEFT
           END-IF
           IF SL-TERM-MONTHS > ZERO
               COMPUTE WS-INTEREST-PER-MONTH ROUNDED =
                   (SL-TOTAL-PAYABLE - SL-PRINCIPAL)
                       / SL-TERM-MONTHS
           ELSE
               MOVE ZERO TO WS-INTEREST-PER-MONTH
           END-IF
      *> the agreed rebate on early settlement is half the add-on
      *> interest still inside the remaining instalments
           COMPUTE LK-REBATE ROUNDED =
               (WS-INTEREST-PER-MONTH * LK-MONTHS-LEFT) / 2
           IF LK-REBATE > SL-BALANCE
               MOVE SL-BALANCE TO LK-REBATE
           END-IF
           COMPUTE LK-SETTLEMENT = SL-BALANCE - LK-REBATE

           GOBACK.

       END PROGRAM LoanPayoff.
