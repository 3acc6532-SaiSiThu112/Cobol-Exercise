           *> shows a customer's open orders and backorders off the
           *> CUSTOMER-ORDER file in one place, so nobody spells the
           *> same customer three ways again
           *> the C transaction can now release a credit hold the
           *> statement run set, and the inquiry shows the dunning
           *> level, last statement date and any hold
           *> adds and changes now record a sales-tax exemption with
           *> its certificate number, and the inquiry shows it
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
           01 WS-ENTRY-CUSTOMER PIC 9(05) VALUE ZERO.
           01 WS-OPEN-COUNT PIC 9(04) VALUE ZERO.
           01 WS-BACKORDER-COUNT PIC 9(04) VALUE ZERO.
           01 WS-RELEASE-ANSWER PIC X(01) VALUE SPACE.
           01 WS-EXEMPT-ANSWER PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   DISPLAY "ENTER CREDIT LIMIT "
                   ACCEPT CM-CREDIT-LIMIT
                   MOVE ZERO TO CM-BALANCE-OWED
                   MOVE ZERO TO CM-DUNNING-LEVEL
                   MOVE 'N' TO CM-CREDIT-HOLD
                   MOVE ZERO TO CM-LAST-STATEMENT-DATE
                   MOVE 'N' TO CM-TAX-EXEMPT
                   MOVE SPACES TO CM-EXEMPT-CERTIFICATE
                   PERFORM ENTER-TAX-EXEMPTION-PARA
                   WRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO ADD CUSTOMER"
                   ACCEPT CM-ADDRESS
                   DISPLAY "ENTER NEW CREDIT LIMIT "
                   ACCEPT CM-CREDIT-LIMIT
                   PERFORM CHANGE-CREDIT-HOLD-PARA
                   PERFORM ENTER-TAX-EXEMPTION-PARA
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO CHANGE CUSTOMER"
                   END-REWRITE
           END-READ.

           CHANGE-CREDIT-HOLD-PARA.

      *> the statement run only ever sets a hold - releasing one is
      *> a credit-control decision taken here
           IF CM-ON-CREDIT-HOLD
               DISPLAY "ACCOUNT IS ON CREDIT HOLD - DUNNING LEVEL "
                   CM-DUNNING-LEVEL
               DISPLAY "RELEASE THE HOLD (Y/N) "
               ACCEPT WS-RELEASE-ANSWER
               IF WS-RELEASE-ANSWER = 'Y'
                   MOVE 'N' TO CM-CREDIT-HOLD
                   DISPLAY "CREDIT HOLD RELEASED"
               END-IF
           END-IF.

           ENTER-TAX-EXEMPTION-PARA.

      *> an exemption is only taken with the certificate number that
      *> backs it - no certificate, no exemption
           DISPLAY "EXEMPT FROM SALES TAX (Y/N) "
           ACCEPT WS-EXEMPT-ANSWER
           IF WS-EXEMPT-ANSWER = 'Y'
               DISPLAY "ENTER EXEMPTION CERTIFICATE NUMBER "
               ACCEPT CM-EXEMPT-CERTIFICATE
               IF CM-EXEMPT-CERTIFICATE = SPACES
                   DISPLAY "NO CERTIFICATE - CUSTOMER LEFT TAXABLE"
                   MOVE 'N' TO CM-TAX-EXEMPT
               ELSE
                   MOVE 'Y' TO CM-TAX-EXEMPT
               END-IF
           ELSE
               MOVE 'N' TO CM-TAX-EXEMPT
               MOVE SPACES TO CM-EXEMPT-CERTIFICATE
           END-IF.

           DELETE-PARA.

           DISPLAY "ENTER CUSTOMER CODE "
                       CM-CUSTOMER-NAME
                   DISPLAY "CREDIT LIMIT " CM-CREDIT-LIMIT
                       "  BALANCE OWED " CM-BALANCE-OWED
                   DISPLAY "DUNNING LEVEL " CM-DUNNING-LEVEL
                       "  LAST STATEMENT " CM-LAST-STATEMENT-DATE
                   IF CM-ON-CREDIT-HOLD
                       DISPLAY "*** ACCOUNT ON CREDIT HOLD ***"
                   END-IF
                   IF CM-EXEMPT-FROM-TAX
                       DISPLAY "EXEMPT FROM SALES TAX - CERTIFICATE "
                           CM-EXEMPT-CERTIFICATE
                   END-IF
                   PERFORM LIST-ORDERS-PARA
           END-READ.

