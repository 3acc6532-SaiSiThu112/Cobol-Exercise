           *> it rewrites stock and clears it at end of run, so the
           *> ArrayIndex screen falls back to inquiry instead of a
           *> change being silently lost under the batch REWRITE
           *> each posted receipt now shows the putaway bin the
           *> shared PutawayBin routine suggests for the goods once
           *> inspection releases them
           *> revaluation lines now carry source PORC with the PO and
           *> item as document reference and the receipt date
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POMAST"
           01 WS-MORE-SWITCH PIC X(01) VALUE 'Y'.
               88 WS-MORE-RECEIPTS VALUE 'Y'.

           01 WS-PUTAWAY-WAREHOUSE PIC X(03) VALUE SPACES.
           01 WS-PUTAWAY-BIN PIC X(06) VALUE SPACES.
           01 WS-PUTAWAY-FOUND PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                       DISPLAY "POSTED " WS-ENTRY-QTY
                           " TO QUALITY HOLD - ON HOLD NOW "
                           IM-QTY-ON-HOLD
                       PERFORM SUGGEST-PUTAWAY-PARA
               END-READ
           END-IF.

                       DISPLAY "POSTED " WS-ENTRY-QTY
                           " TO QUALITY HOLD - ON HOLD NOW "
                           IM-QTY-ON-HOLD
                       PERFORM SUGGEST-PUTAWAY-PARA
               END-READ
               END-IF
           END-IF.

           SUGGEST-PUTAWAY-PARA.

      *> where the goods go once inspection releases them - a bin
      *> already holding the item, else the first empty one
           MOVE SPACES TO WS-PUTAWAY-WAREHOUSE
           CALL "PutawayBin" USING IM-ITEM-CODE WS-PUTAWAY-WAREHOUSE
               WS-PUTAWAY-BIN WS-PUTAWAY-FOUND
           IF WS-PUTAWAY-FOUND = 'Y'
               DISPLAY "PUT AWAY AFTER INSPECTION TO WAREHOUSE "
                   WS-PUTAWAY-WAREHOUSE " BIN " WS-PUTAWAY-BIN
           ELSE
               DISPLAY "NO FREE BIN FOUND - PUTAWAY TO BE CHOSEN "
                   "ON THE FLOOR"
           END-IF.

           WRITE-UPDATE-JOURNAL-PARA.

           CALL "UpdateJournal" USING WS-UJ-MASTER WS-UJ-ACTION
               MOVE "STKRV" TO JE-BATCH-ID
               MOVE WS-RUN-DATE(1:6) TO JE-PERIOD
               MOVE 'N' TO JE-POSTED-FLAG
               MOVE "PORC" TO JE-SOURCE-SYSTEM
               MOVE SPACES TO JE-DOCUMENT-REF
               STRING "PO " DELIMITED BY SIZE
                   WS-ENTRY-PO-NUMBER DELIMITED BY SIZE
                   " ITEM " DELIMITED BY SIZE
                   IM-ITEM-CODE DELIMITED BY SIZE
                   INTO JE-DOCUMENT-REF
               END-STRING
               MOVE WS-RUN-DATE TO JE-TRANS-DATE
               IF WS-REVALUATION > ZERO
                   MOVE "STOCKVALUE" TO JE-ACCOUNT
                   MOVE WS-REVALUATION TO JE-DEBIT-AMOUNT
