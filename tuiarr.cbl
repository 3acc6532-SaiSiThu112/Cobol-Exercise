           *> family code - siblings grouped on GUARDIAN-CONTACT
           *> print one family line with one combined exposure, so a
           *> family's true position is one number instead of three
           *> late-fee lines count as arrears the same as charges -
           *> the ledger's own BL-ADDS-TO-BALANCE test
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-BILLING-FILE ASSIGN TO "STUBILL"

           ACCUMULATE-PARA.

           IF BL-ADDS-TO-BALANCE
               MOVE BL-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT = ZERO - BL-AMOUNT
