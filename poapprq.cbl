           *> and each is released to open or rejected, with every
           *> decision logged to the POAPPLOG file finance asked for
           *> after the unbudgeted bulk order
           *> every sign-on, good or bad, now goes through
           *> SignOnControl, which logs it to SIGNLOG, locks the
           *> operator out after repeated failures and makes an
           *> expired password be changed before going on
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PURCHASE-ORDER-FILE ASSIGN TO "POMAST"
           01 WS-OPERATOR-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-SIGNED-ON-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SIGNED-ON VALUE 'Y'.
           01 WS-SIGNON-MATCHED PIC X(01) VALUE 'N'.
           01 WS-SIGNON-RESULT PIC X(01) VALUE SPACE.
               88 WS-SIGNON-PASSED VALUE 'P'.

           01 WS-PO-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-PO-EOF VALUE 'Y'.
           PERFORM READ-AUTHORITY-PARA
           PERFORM MATCH-AUTHORITY-PARA UNTIL WS-AUTH-EOF
           CLOSE USER-AUTHORITY-FILE
           IF WS-SIGNED-ON AND WS-AUTH-COUNT NOT = ZERO
               PERFORM SIGN-ON-CONTROL-PARA
               IF NOT WS-SIGNED-ON
                   DISPLAY "SIGN-ON REJECTED"
                   STOP RUN
               END-IF
           END-IF
           IF WS-AUTH-COUNT = ZERO
               DISPLAY "NO USER-AUTHORITY FILE - SIGN-ON WAIVED"
               MOVE 'Y' TO WS-SIGNED-ON-SWITCH
               MOVE "SUPERVISOR" TO WS-OPERATOR-ID
           END-IF.

           SIGN-ON-CONTROL-PARA.

           MOVE WS-SIGNED-ON-SWITCH TO WS-SIGNON-MATCHED
           CALL "SignOnControl" USING WS-AUTH-PROGRAM-NAME
               WS-OPERATOR-ID WS-OPERATOR-PASSWORD
               WS-SIGNON-MATCHED WS-SIGNON-RESULT
           IF NOT WS-SIGNON-PASSED
               MOVE 'N' TO WS-SIGNED-ON-SWITCH
           END-IF.

           READ-AUTHORITY-PARA.

           READ USER-AUTHORITY-FILE
           END-IF
           PERFORM READ-AUTHORITY-PARA
           IF WS-AUTH-EOF AND NOT WS-SIGNED-ON
               PERFORM SIGN-ON-CONTROL-PARA
               DISPLAY "SIGN-ON REJECTED - NO AUTHORITY FOR THIS "
                   "PROGRAM"
               STOP RUN
