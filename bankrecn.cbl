           *> clearing-account journal total prints against the
           *> transmitted and bank-paid totals
           *> the report spools to BANKRECN, standard convention
           *> each completed reconciliation logs to RUN-CONTROL as
           *> BANKRECN with the items and amount cleared, so the
           *> period close can see the bank has been reconciled
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-TRANSFER-FILE ASSIGN TO "BANKXFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-TRANSFER-FILE.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       FD RUN-CONTROL-FILE.
           COPY RUNCTLR.

       WORKING-STORAGE SECTION.

           01 WS-BANKXFR-STATUS PIC X(02) VALUE SPACES.
           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.
           01 WS-CLEARED-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           01 WS-START-TIME PIC 9(06) VALUE ZERO.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           01 WS-XFR-EOF-SWITCH PIC X(01) VALUE 'N'.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           COMPUTE WS-RUN-PSEUDO-DAYS =
               (WS-RUN-YYYY * 360) + (WS-RUN-MM * 30) + WS-RUN-DD

           PERFORM JOURNAL-PROOF-PARA

           CLOSE PRINT-FILE
           PERFORM LOG-RUN-CONTROL-PARA

           DISPLAY "RECONCILIATION SPOOLED TO BANKRECN - "
               WS-CLEARED-COUNT " CLEARED, "
           END-IF
           PERFORM READ-JOURNAL-PARA.

           LOG-RUN-CONTROL-PARA.

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BANKRECN" TO RC-JOB-NAME
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-START-TIME TO RC-START-TIME
           ACCEPT RC-END-TIME FROM TIME
           MOVE WS-CLEARED-COUNT TO RC-RECORDS-PROCESSED
           MOVE WS-CLEARED-TOTAL TO RC-CONTROL-TOTAL
           MOVE ZERO TO RC-CHECKPOINT-KEY
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM BankReconciliation.
