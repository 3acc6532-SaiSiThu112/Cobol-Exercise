           *> a ledger that outgrows the load table runs inquiry
           *> only - receipts are refused and nothing is saved, a
           *> rewrite would destroy the lines past the limit
           *> every receipt posted now also writes a line to the
           *> RECEIVABLES-RECEIPT file so the monthly customer statement
           *> can list the receipts taken since the last statement
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECEIVABLES-FILE ASSIGN TO "ARLEDGER"
               RECORD KEY IS CM-CUSTOMER-CODE
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT OPTIONAL RECEIVABLES-RECEIPT-FILE ASSIGN TO "ARRCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECEIVABLES-FILE.
       FD CUSTOMER-MASTER.
           COPY CUSTMSTR.

       FD RECEIVABLES-RECEIPT-FILE.
           COPY ARRCPT.

       WORKING-STORAGE SECTION.

           01 WS-RECEIVABLE-STATUS PIC X(02) VALUE SPACES.
           01 WS-CUSTOMER-STATUS PIC X(02) VALUE SPACES.
           01 WS-RECEIPT-STATUS PIC X(02) VALUE SPACES.
           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.

                   WS-AR-PAID(WS-AR-IDX)
                   " OF " WS-AR-AMOUNT(WS-AR-IDX)
           END-IF
           PERFORM LOG-RECEIPT-PARA
           PERFORM RELIEVE-BALANCE-PARA.

           LOG-RECEIPT-PARA.

           OPEN EXTEND RECEIVABLES-RECEIPT-FILE
           MOVE WS-AR-INVOICE-NO(WS-AR-IDX) TO RV-INVOICE-NO
           MOVE WS-AR-CUSTOMER(WS-AR-IDX) TO RV-CUSTOMER-CODE
           MOVE WS-RUN-DATE TO RV-RECEIPT-DATE
           MOVE WS-ENTRY-AMOUNT TO RV-AMOUNT
           WRITE RECEIVABLES-RECEIPT-RECORD
           CLOSE RECEIVABLES-RECEIPT-FILE.

           RELIEVE-BALANCE-PARA.

           IF WS-AR-CUSTOMER(WS-AR-IDX) NOT = ZERO
