           *> cash and over/short, so a short drawer is reconciled
           *> the same day
           *> spools to the CASHRPT print file, standard convention
           *> receipts show their tender, the day totals split into
           *> cash, cheques and card, returned cheques list apart
           *> from the drawer, and each session close reconciles by
           *> tender
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASH-RECEIPT-FILE ASSIGN TO "CASHRCPT"
           01 WS-RECEIPT-COUNT PIC 9(05) VALUE ZERO.
           01 WS-VOID-COUNT PIC 9(05) VALUE ZERO.
           01 WS-DAY-TOTAL PIC S9(09)V99 VALUE ZERO.
           01 WS-DAY-CASH PIC S9(09)V99 VALUE ZERO.
           01 WS-DAY-CHEQUES PIC S9(09)V99 VALUE ZERO.
           01 WS-DAY-CARD PIC S9(09)V99 VALUE ZERO.
           01 WS-RETURN-COUNT PIC 9(05) VALUE ZERO.
           01 WS-RETURN-TOTAL PIC 9(09)V99 VALUE ZERO.
           01 WS-SIGNED-AMOUNT PIC S9(09)V99 VALUE ZERO.
           01 WS-TENDER-NAME PIC X(06) VALUE SPACES.
           01 WS-TENDER-OVER-SHORT PIC S9(07)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "  BY TENDER - CASH : " DELIMITED BY SIZE
               WS-DAY-CASH DELIMITED BY SIZE
               "  CHEQUES : " DELIMITED BY SIZE
               WS-DAY-CHEQUES DELIMITED BY SIZE
               "  CARD : " DELIMITED BY SIZE
               WS-DAY-CARD DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "CHEQUES RETURNED BY THE BANK : " DELIMITED BY SIZE
               WS-RETURN-COUNT DELIMITED BY SIZE
               "  REVERSED : " DELIMITED BY SIZE
               WS-RETURN-TOTAL DELIMITED BY SIZE
               "  (NOT A DRAWER MOVEMENT)" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA

           MOVE "SESSION CLOSES" TO WS-PRINT-LINE
           PRINT-RECEIPT-PARA.

           IF RCP-SESSION-DATE = WS-RUN-DATE
               EVALUATE TRUE
                   WHEN RCP-TENDER-CHEQUE
                       MOVE "CHEQUE" TO WS-TENDER-NAME
                   WHEN RCP-TENDER-CARD
                       MOVE "CARD" TO WS-TENDER-NAME
                   WHEN OTHER
                       MOVE "CASH" TO WS-TENDER-NAME
               END-EVALUATE
               IF RCP-RETURNED
      *> a returned cheque left the drawer when it was banked - it
      *> is listed for the bursar but moves no drawer total
                   ADD 1 TO WS-RETURN-COUNT
                   ADD RCP-AMOUNT TO WS-RETURN-TOTAL
                   STRING "  " DELIMITED BY SIZE
                       RCP-RECEIPT-NO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RCP-CASHIER-ID DELIMITED BY SIZE
                       " STUDENT " DELIMITED BY SIZE
                       RCP-STUDENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RCP-AMOUNT DELIMITED BY SIZE
                       " CHEQUE " DELIMITED BY SIZE
                       RCP-CHEQUE-NO DELIMITED BY SIZE
                       " RETURNED (OVERRIDE " DELIMITED BY SIZE
                       RCP-VOID-OVERRIDE DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
               ELSE
               IF RCP-VOIDED
                   ADD 1 TO WS-VOID-COUNT
                   SUBTRACT RCP-AMOUNT FROM WS-DAY-TOTAL
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - RCP-AMOUNT
                   PERFORM ADD-TENDER-PARA
                   STRING "  " DELIMITED BY SIZE
                       RCP-RECEIPT-NO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RCP-STUDENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RCP-AMOUNT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-TENDER-NAME DELIMITED BY SIZE
                       " VOID (OVERRIDE " DELIMITED BY SIZE
                       RCP-VOID-OVERRIDE DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
               ELSE
                   ADD 1 TO WS-RECEIPT-COUNT
                   ADD RCP-AMOUNT TO WS-DAY-TOTAL
                   MOVE RCP-AMOUNT TO WS-SIGNED-AMOUNT
                   PERFORM ADD-TENDER-PARA
                   STRING "  " DELIMITED BY SIZE
                       RCP-RECEIPT-NO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RCP-TERM-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RCP-AMOUNT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-TENDER-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RCP-CHEQUE-NO DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
               END-IF
               END-IF
               PERFORM PRINT-LINE-PARA
           END-IF
           PERFORM READ-RECEIPT-PARA.

           ADD-TENDER-PARA.

           EVALUATE TRUE
               WHEN RCP-TENDER-CHEQUE
                   ADD WS-SIGNED-AMOUNT TO WS-DAY-CHEQUES
               WHEN RCP-TENDER-CARD
                   ADD WS-SIGNED-AMOUNT TO WS-DAY-CARD
               WHEN OTHER
                   ADD WS-SIGNED-AMOUNT TO WS-DAY-CASH
           END-EVALUATE.

           READ-SESSION-PARA.

           READ CASH-SESSION-FILE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
               IF CS-CASH-SYSTEM IS NUMERIC
                   PERFORM PRINT-TENDER-CLOSE-PARA
               END-IF
           END-IF
           PERFORM READ-SESSION-PARA.

           PRINT-TENDER-CLOSE-PARA.

      *> the drawer reconciled tender by tender
           COMPUTE WS-TENDER-OVER-SHORT =
               CS-COUNTED-CASH - CS-CASH-SYSTEM
           STRING "      CASH    SYSTEM " DELIMITED BY SIZE
               CS-CASH-SYSTEM DELIMITED BY SIZE
               " COUNTED " DELIMITED BY SIZE
               CS-COUNTED-CASH DELIMITED BY SIZE
               " OVER/SHORT " DELIMITED BY SIZE
               WS-TENDER-OVER-SHORT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           COMPUTE WS-TENDER-OVER-SHORT =
               CS-CHEQUE-COUNTED - CS-CHEQUE-SYSTEM
           STRING "      CHEQUES SYSTEM " DELIMITED BY SIZE
               CS-CHEQUE-SYSTEM DELIMITED BY SIZE
               " COUNTED " DELIMITED BY SIZE
               CS-CHEQUE-COUNTED DELIMITED BY SIZE
               " OVER/SHORT " DELIMITED BY SIZE
               WS-TENDER-OVER-SHORT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           COMPUTE WS-TENDER-OVER-SHORT =
               CS-CARD-COUNTED - CS-CARD-SYSTEM
           STRING "      CARD    SYSTEM " DELIMITED BY SIZE
               CS-CARD-SYSTEM DELIMITED BY SIZE
               " SETTLED " DELIMITED BY SIZE
               CS-CARD-COUNTED DELIMITED BY SIZE
               " OVER/SHORT " DELIMITED BY SIZE
               WS-TENDER-OVER-SHORT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

       END PROGRAM DailyCashReport.
