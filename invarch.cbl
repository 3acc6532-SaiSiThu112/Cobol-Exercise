           *> decoded OPERATOR-ALERT record (job, file, status, key,
           *> paragraph) and statuses that make continuing unsafe
           *> stop the run cleanly
           *> journal lines now carry their source system, the job
           *> name as document reference and the run date, so the
           *> GL inquiry can trace a balance back to this run
           *> the archive image widens to the full 88-byte inventory
           *> record so the tax code and supersession link are kept
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
       FD INVENTORY-ARCHIVE-FILE.
           01 INVENTORY-ARCHIVE-RECORD.
               05 IA-ARCHIVE-DATE       PIC 9(08).
               05 IA-INVENTORY-DATA     PIC X(88).

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.
               MOVE "INVAL" TO JE-BATCH-ID
               MOVE WS-RUN-DATE(1:6) TO JE-PERIOD
               MOVE 'N' TO JE-POSTED-FLAG
               MOVE "INVA" TO JE-SOURCE-SYSTEM
               MOVE "INVARCH" TO JE-DOCUMENT-REF
               MOVE WS-RUN-DATE TO JE-TRANS-DATE
               IF WS-MOVEMENT-VALUE > ZERO
                   MOVE WS-INVENTORY-ACCT TO JE-ACCOUNT
                   MOVE WS-MOVEMENT-VALUE TO JE-DEBIT-AMOUNT
