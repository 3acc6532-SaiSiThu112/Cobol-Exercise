           *> file before the sort, so a mistyped RP-TERM-CODE can
           *> no longer write a whole term of transcripts under a
           *> term that does not exist
           *> late-fee lines count toward the outstanding balance the
           *> same as charges - the ledger's own BL-ADDS-TO-BALANCE test
           *> the sorted student file and sort record widen to the
           *> 65-byte record now that it carries the date of birth
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               05 SW-STUDENT-ID          PIC 9(05).
               05 FILLER                 PIC X(40).
               05 SW-SECTION-CODE        PIC X(03).
               05 FILLER                 PIC X(17).

       FD SORTED-STUDENT-FILE.
           01 SORTED-STUDENT-RECORD      PIC X(65).

       FD GRADE-SCALE-FILE.
           COPY GRDSCALE.

           ACCUMULATE-BALANCE-PARA.

           IF BL-ADDS-TO-BALANCE
               MOVE BL-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT = ZERO - BL-AMOUNT
