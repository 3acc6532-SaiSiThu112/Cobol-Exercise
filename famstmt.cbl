           *> the student's own id as before
           *> spools to the FAMSTMT print file, one page per family,
           *> standard carriage-control convention
           *> late-fee lines count toward the family balance the same
           *> as charges - the ledger's own BL-ADDS-TO-BALANCE test
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARDIAN-MASTER ASSIGN TO "GUARDMST"
           MATCH-LEDGER-PARA.

           IF BL-STUDENT-ID = WS-MEM-STUDENT-ID(WS-MEM-SUB)
               IF BL-ADDS-TO-BALANCE
                   MOVE BL-AMOUNT TO WS-SIGNED-AMOUNT
               ELSE
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - BL-AMOUNT
