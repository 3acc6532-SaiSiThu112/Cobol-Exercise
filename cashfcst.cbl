           *>   six weeks
           *> week arithmetic runs on the suite's 360-day
           *> pseudo-calendar; spools to CASHFCST
           *> late-fee lines count toward the balance the same as
           *> charges - the ledger's own BL-ADDS-TO-BALANCE test
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDOR-INVOICE-FILE ASSIGN TO "VENDINV"

           SUM-ARREARS-PARA.

           IF BL-ADDS-TO-BALANCE
               ADD BL-AMOUNT TO WS-ARREARS-TOTAL
           ELSE
               SUBTRACT BL-AMOUNT FROM WS-ARREARS-TOTAL
