       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExchangeRateMaintenance.
       ENVIRONMENT DIVISION.
           *> add/change/delete maintenance against the daily
           *> EXCHANGE-RATE file - local units for one unit of a
           *> foreign currency on a date - which the invoice booking,
           *> payment and month-end revaluation runs convert foreign
           *> payables through; the L transaction lists a currency's
           *> rates from a date so the treasury desk can see a gap
           *> before the payment run trips over it
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXCHANGE-RATE-FILE.
           COPY EXRATE.

       WORKING-STORAGE SECTION.

           01 WS-RATE-STATUS PIC X(02) VALUE SPACES.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-ADD VALUE 'A'.
               88 WS-TRAN-CHANGE VALUE 'C'.
               88 WS-TRAN-DELETE VALUE 'D'.
               88 WS-TRAN-LIST VALUE 'L'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCAN-EOF VALUE 'Y'.
           01 WS-VALID-SWITCH PIC X(01) VALUE 'N'.
               88 WS-VALID VALUE 'Y'.
           01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-ENTRY-CURRENCY PIC X(03) VALUE SPACES.
           01 WS-LIST-COUNT PIC 9(04) VALUE ZERO.
           01 WS-NEW-RATE PIC 9(03)V9(06) VALUE ZERO.
           01 WS-EDIT-RATE PIC ZZ9.999999.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O EXCHANGE-RATE-FILE
           IF WS-RATE-STATUS = "35"
               OPEN OUTPUT EXCHANGE-RATE-FILE
               CLOSE EXCHANGE-RATE-FILE
               OPEN I-O EXCHANGE-RATE-FILE
           END-IF

           DISPLAY "ENTER YOUR OPERATOR ID "
           ACCEPT WS-OPERATOR-ID

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

           CLOSE EXCHANGE-RATE-FILE

            STOP RUN.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (A=ADD C=CHANGE D=DELETE "
               "L=LIST CURRENCY E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM ADD-PARA
               WHEN WS-TRAN-CHANGE
                   PERFORM CHANGE-PARA
               WHEN WS-TRAN-DELETE
                   PERFORM DELETE-PARA
               WHEN WS-TRAN-LIST
                   PERFORM LIST-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

           ACCEPT-KEY-PARA.

           MOVE 'Y' TO WS-VALID-SWITCH
           DISPLAY "ENTER CURRENCY CODE "
           ACCEPT XR-CURRENCY-CODE
           DISPLAY "ENTER RATE DATE (YYYYMMDD, 0 = TODAY) "
           ACCEPT XR-RATE-DATE
           IF XR-RATE-DATE = ZERO
               MOVE WS-RUN-DATE TO XR-RATE-DATE
           END-IF
           IF XR-CURRENCY-CODE = SPACES
               DISPLAY "LOCAL CURRENCY NEEDS NO RATE"
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF
           MOVE 'V' TO WS-DS-FUNCTION
           MOVE XR-RATE-DATE TO WS-DS-DATE-1
           CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
           IF WS-DS-RESULT = 'N'
               DISPLAY "RATE DATE IS NOT A REAL DATE"
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF.

           ACCEPT-RATE-PARA.

           DISPLAY "ENTER LOCAL UNITS FOR ONE " XR-CURRENCY-CODE
               " (999.999999) "
           ACCEPT WS-NEW-RATE
           IF WS-NEW-RATE = ZERO
               DISPLAY "RATE MUST NOT BE ZERO - RATE NOT SAVED"
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF.

           ADD-PARA.

           PERFORM ACCEPT-KEY-PARA
           IF WS-VALID
               READ EXCHANGE-RATE-FILE
                   INVALID KEY
                       PERFORM ACCEPT-RATE-PARA
                       IF WS-VALID
                           MOVE WS-NEW-RATE TO XR-RATE
                           MOVE WS-OPERATOR-ID TO XR-SET-BY
                           MOVE WS-RUN-DATE TO XR-SET-DATE
                           WRITE EXCHANGE-RATE-RECORD
                               INVALID KEY
                                   DISPLAY "UNABLE TO ADD EXCHANGE "
                                       "RATE"
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "RATE ALREADY ON FILE FOR THAT DATE"
               END-READ
           END-IF.

           CHANGE-PARA.

           PERFORM ACCEPT-KEY-PARA
           IF WS-VALID
               READ EXCHANGE-RATE-FILE
                   INVALID KEY
                       DISPLAY "EXCHANGE RATE NOT ON FILE"
                   NOT INVALID KEY
                       MOVE XR-RATE TO WS-EDIT-RATE
                       DISPLAY "CURRENT RATE " WS-EDIT-RATE
                           "  SET BY " XR-SET-BY " ON " XR-SET-DATE
                       PERFORM ACCEPT-RATE-PARA
                       IF WS-VALID
                           MOVE WS-NEW-RATE TO XR-RATE
                           MOVE WS-OPERATOR-ID TO XR-SET-BY
                           MOVE WS-RUN-DATE TO XR-SET-DATE
                           REWRITE EXCHANGE-RATE-RECORD
                               INVALID KEY
                                   DISPLAY "UNABLE TO CHANGE EXCHANGE "
                                       "RATE"
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

           DELETE-PARA.

           PERFORM ACCEPT-KEY-PARA
           IF WS-VALID
               READ EXCHANGE-RATE-FILE
                   INVALID KEY
                       DISPLAY "EXCHANGE RATE NOT ON FILE"
                   NOT INVALID KEY
                       DELETE EXCHANGE-RATE-FILE RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO DELETE EXCHANGE RATE"
                       END-DELETE
               END-READ
           END-IF.

           LIST-PARA.

           DISPLAY "ENTER CURRENCY CODE "
           ACCEPT WS-ENTRY-CURRENCY
           DISPLAY "ENTER FIRST DATE TO LIST (YYYYMMDD) "
           ACCEPT XR-RATE-DATE
           DISPLAY "EXCHANGE RATES FOR " WS-ENTRY-CURRENCY
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE WS-ENTRY-CURRENCY TO XR-CURRENCY-CODE
           START EXCHANGE-RATE-FILE KEY >= XR-RATE-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           END-START
           PERFORM LIST-ONE-PARA UNTIL WS-SCAN-EOF
           DISPLAY "RATES LISTED : " WS-LIST-COUNT.

           LIST-ONE-PARA.

           READ EXCHANGE-RATE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF XR-CURRENCY-CODE NOT = WS-ENTRY-CURRENCY
                       MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-LIST-COUNT
                       MOVE XR-RATE TO WS-EDIT-RATE
                       DISPLAY "  " XR-RATE-DATE " " WS-EDIT-RATE
                           "  SET BY " XR-SET-BY " ON " XR-SET-DATE
                   END-IF
           END-READ.

       END PROGRAM ExchangeRateMaintenance.
