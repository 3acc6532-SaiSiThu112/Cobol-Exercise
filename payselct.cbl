           *> DateService subprogram for real calendar day counts,
           *> replacing the 360-day pseudo-calendar that provably
           *> mis-aged the month-end buckets
           *> a foreign-currency invoice is now paid at the payment-
           *> date rate through the shared ExchangeRate routine, the
           *> rate kept on the invoice and the realised gain or loss
           *> against the booked amount journalled against APCONTROL -
           *> an invoice with no rate for the day is held unpaid
           *> exchange-difference lines now carry source APPY with the
           *> vendor and invoice as document reference and the
           *> payment date
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDOR-INVOICE-FILE ASSIGN TO "VENDINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVICE-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-INVOICE-FILE.
               05 AD-CARRIAGE-CONTROL    PIC X(01).
               05 AD-TEXT                PIC X(132).

       FD JOURNAL-FILE.
           COPY JRNLENT.

       WORKING-STORAGE SECTION.

           01 WS-VENDINV-STATUS PIC X(02) VALUE SPACES.
           01 WS-PAID-COUNT PIC 9(05) VALUE ZERO.
           01 WS-PAID-TOTAL PIC 9(11)V99 VALUE ZERO.

      *> a foreign invoice is paid at the payment-date rate - the
      *> difference from the local amount it was booked at is the
      *> realised exchange gain or loss, journalled against the
      *> payables control account
           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-PAY-AMOUNT PIC 9(09)V99 VALUE ZERO.
           01 WS-PAY-RATE PIC 9(03)V9(06) VALUE ZERO.
           01 WS-RATE-FOUND PIC X(01) VALUE 'Y'.
           01 WS-FX-DIFFERENCE PIC S9(09)V99 VALUE ZERO.
           01 WS-FX-GAIN-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-FX-LOSS-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-HELD-COUNT PIC 9(05) VALUE ZERO.
           01 WS-AP-CONTROL-ACCT PIC X(10) VALUE "APCONTROL ".
           01 WS-FX-REALISED-ACCT PIC X(10) VALUE "FXREALISED".

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-RUN-PSEUDO-DAYS PIC 9(07) VALUE ZERO.
           01 WS-DUE-PSEUDO-DAYS PIC 9(07) VALUE ZERO.

           MOVE ZERO TO WS-PAID-COUNT
           MOVE ZERO TO WS-PAID-TOTAL
           MOVE ZERO TO WS-FX-GAIN-TOTAL
           MOVE ZERO TO WS-FX-LOSS-TOTAL
           MOVE ZERO TO WS-HELD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           DISPLAY " "
           DISPLAY "----- Remittance Register -----"
           OPEN INPUT VENDOR-MASTER
           OPEN OUTPUT VENDOR-TRANSFER-FILE
           OPEN OUTPUT ADVICE-PRINT-FILE
           OPEN EXTEND JOURNAL-FILE
           MOVE 'H' TO VH-RECORD-TYPE
           MOVE WS-RUN-DATE TO VH-RUN-DATE
           WRITE VENDOR-XFR-HEADER-RECORD
           WRITE VENDOR-XFR-TRAILER-RECORD
           CLOSE VENDOR-TRANSFER-FILE
           CLOSE ADVICE-PRINT-FILE
           CLOSE JOURNAL-FILE
           CLOSE VENDOR-INVOICE-FILE
           CLOSE VENDOR-MASTER
           DISPLAY "INVOICES PAID : " WS-PAID-COUNT
           DISPLAY "TOTAL PAID    : " WS-PAID-TOTAL
           IF WS-FX-GAIN-TOTAL > ZERO OR WS-FX-LOSS-TOTAL > ZERO
               DISPLAY "REALISED EXCHANGE GAIN : " WS-FX-GAIN-TOTAL
               DISPLAY "REALISED EXCHANGE LOSS : " WS-FX-LOSS-TOTAL
           END-IF
           IF WS-HELD-COUNT > ZERO
               DISPLAY "HELD - NO EXCHANGE RATE : " WS-HELD-COUNT
           END-IF
           DISPLAY "BANK TRANSFERS : " WS-XFR-COUNT
               "  AMOUNT " WS-XFR-TOTAL
           DISPLAY "CHEQUE RUN     : " WS-CHEQUE-COUNT
           REMIT-ONE-PARA.

           IF VI-SELECTED
               PERFORM PAYMENT-AMOUNT-PARA
           END-IF
           IF VI-SELECTED AND WS-RATE-FOUND = 'N'
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "INVOICE " VI-INVOICE-NUMBER " VENDOR "
                   VI-VENDOR-CODE " - NO " VI-CURRENCY-CODE
                   " RATE FOR " WS-RUN-DATE " - HELD, NOT PAID"
           END-IF
           IF VI-SELECTED AND WS-RATE-FOUND = 'Y'
               MOVE VI-VENDOR-CODE TO VM-VENDOR-CODE
               READ VENDOR-MASTER
                   INVALID KEY
               END-READ
               MOVE 'P' TO VI-STATUS
               MOVE WS-RUN-DATE TO VI-PAID-DATE
               MOVE WS-PAY-RATE TO VI-PAID-RATE
               REWRITE VENDOR-INVOICE-RECORD
               ADD 1 TO WS-PAID-COUNT
               ADD WS-PAY-AMOUNT TO WS-PAID-TOTAL
               DISPLAY "PAY " VM-VENDOR-NAME
                   " INVOICE " VI-INVOICE-NUMBER
                   " AMOUNT " WS-PAY-AMOUNT
               IF NOT VI-LOCAL-CURRENCY
                   PERFORM POST-EXCHANGE-DIFFERENCE-PARA
               END-IF
               PERFORM WRITE-XFR-DETAIL-PARA
               PERFORM WRITE-ADVICE-PARA
           END-IF
           PERFORM READ-INVOICE-PARA.

           PAYMENT-AMOUNT-PARA.

           IF VI-LOCAL-CURRENCY
               MOVE VI-INVOICE-TOTAL TO WS-PAY-AMOUNT
               MOVE ZERO TO WS-PAY-RATE
               MOVE 'Y' TO WS-RATE-FOUND
           ELSE
               CALL "ExchangeRate" USING VI-CURRENCY-CODE
                   WS-RUN-DATE WS-PAY-RATE WS-RATE-FOUND
               COMPUTE WS-PAY-AMOUNT ROUNDED =
                   VI-FOREIGN-TOTAL * WS-PAY-RATE
           END-IF.

           POST-EXCHANGE-DIFFERENCE-PARA.

      *> paying more local currency than was booked is a loss,
      *> less a gain - either way the payables control account is
      *> brought to the amount actually paid
           COMPUTE WS-FX-DIFFERENCE = WS-PAY-AMOUNT - VI-INVOICE-TOTAL
           IF WS-FX-DIFFERENCE NOT = ZERO
               MOVE "FXPAY" TO JE-BATCH-ID
               MOVE WS-RUN-DATE(1:6) TO JE-PERIOD
               MOVE 'N' TO JE-POSTED-FLAG
               MOVE "APPY" TO JE-SOURCE-SYSTEM
               MOVE SPACES TO JE-DOCUMENT-REF
               MOVE VI-VENDOR-CODE TO JE-DOCUMENT-REF(1:4)
               MOVE VI-INVOICE-NUMBER TO JE-DOCUMENT-REF(6:8)
               MOVE WS-RUN-DATE TO JE-TRANS-DATE
               IF WS-FX-DIFFERENCE > ZERO
                   ADD WS-FX-DIFFERENCE TO WS-FX-LOSS-TOTAL
                   MOVE WS-FX-REALISED-ACCT TO JE-ACCOUNT
                   MOVE WS-FX-DIFFERENCE TO JE-DEBIT-AMOUNT
                   MOVE ZERO TO JE-CREDIT-AMOUNT
                   WRITE JOURNAL-ENTRY-RECORD
                   MOVE WS-AP-CONTROL-ACCT TO JE-ACCOUNT
                   MOVE ZERO TO JE-DEBIT-AMOUNT
                   MOVE WS-FX-DIFFERENCE TO JE-CREDIT-AMOUNT
                   WRITE JOURNAL-ENTRY-RECORD
               ELSE
                   SUBTRACT WS-FX-DIFFERENCE FROM WS-FX-GAIN-TOTAL
                   MOVE WS-AP-CONTROL-ACCT TO JE-ACCOUNT
                   COMPUTE JE-DEBIT-AMOUNT = 0 - WS-FX-DIFFERENCE
                   MOVE ZERO TO JE-CREDIT-AMOUNT
                   WRITE JOURNAL-ENTRY-RECORD
                   MOVE WS-FX-REALISED-ACCT TO JE-ACCOUNT
                   MOVE ZERO TO JE-DEBIT-AMOUNT
                   COMPUTE JE-CREDIT-AMOUNT = 0 - WS-FX-DIFFERENCE
                   WRITE JOURNAL-ENTRY-RECORD
               END-IF
           END-IF
           DISPLAY "  " VI-CURRENCY-CODE " " VI-FOREIGN-TOTAL
               " BOOKED " VI-INVOICE-TOTAL " AT " VI-BOOKED-RATE
               " PAID AT " WS-PAY-RATE
               " DIFFERENCE " WS-FX-DIFFERENCE.

           WRITE-XFR-DETAIL-PARA.

           IF VM-NO-BANK-DETAILS
               MOVE VI-VENDOR-CODE TO VD-VENDOR-CODE
               MOVE VM-BANK-CODE TO VD-BANK-CODE
               MOVE VM-BANK-ACCOUNT TO VD-BANK-ACCOUNT
               MOVE WS-PAY-AMOUNT TO VD-AMOUNT
               WRITE VENDOR-XFR-DETAIL-RECORD
               ADD 1 TO WS-XFR-COUNT
               ADD WS-PAY-AMOUNT TO WS-XFR-TOTAL
           END-IF.

           WRITE-ADVICE-PARA.
           STRING "INVOICE " DELIMITED BY SIZE
               VI-INVOICE-NUMBER DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-PAY-AMOUNT DELIMITED BY SIZE
               "  PAID " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-ADVICE-LINE
           END-STRING
           IF NOT VI-LOCAL-CURRENCY
               STRING "  (" DELIMITED BY SIZE
                   VI-CURRENCY-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VI-FOREIGN-TOTAL DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-ADVICE-LINE(60:40)
               END-STRING
           END-IF
           MOVE WS-ADVICE-LINE TO AD-TEXT
           WRITE ADVICE-RECORD.

