       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExchangeRate.
       ENVIRONMENT DIVISION.
           *> shared exchange-rate lookup, called the way
           *> ContractPrice is - invoice booking, payment and the
           *> month-end revaluation all convert through this one
           *> routine so a foreign payable is valued the same way
           *> wherever it is touched
           *> given the currency and a date, it returns the latest
           *> EXCHANGE-RATE row on or before that date (local units
           *> for one foreign unit) with a found flag of Y - N where
           *> the currency has no rate that early, and the caller
           *> decides what to hold back. A blank currency is local
           *> and always converts at one.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXCHANGE-RATE-FILE ASSIGN TO "EXRATE"
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
           01 WS-RATE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-RATE-EOF VALUE 'Y'.

       LINKAGE SECTION.

           01 LK-CURRENCY-CODE PIC X(03).
           01 LK-RATE-DATE PIC 9(08).
           01 LK-RATE PIC 9(03)V9(06).
           01 LK-RATE-FOUND PIC X(01).

       PROCEDURE DIVISION USING LK-CURRENCY-CODE LK-RATE-DATE
               LK-RATE LK-RATE-FOUND.
       MAIN-PROCEDURE.

           IF LK-CURRENCY-CODE = SPACES
               MOVE 1 TO LK-RATE
               MOVE 'Y' TO LK-RATE-FOUND
           ELSE
               MOVE ZERO TO LK-RATE
               MOVE 'N' TO LK-RATE-FOUND
               OPEN INPUT EXCHANGE-RATE-FILE
               IF WS-RATE-STATUS = "00"
                   PERFORM FIND-RATE-PARA
                   CLOSE EXCHANGE-RATE-FILE
               ELSE
                   IF WS-RATE-STATUS = "05"
                       CLOSE EXCHANGE-RATE-FILE
                   END-IF
               END-IF
           END-IF

           GOBACK.

           FIND-RATE-PARA.

           MOVE 'N' TO WS-RATE-EOF-SWITCH
           MOVE LK-CURRENCY-CODE TO XR-CURRENCY-CODE
           MOVE ZERO TO XR-RATE-DATE
           START EXCHANGE-RATE-FILE KEY >= XR-RATE-KEY
               INVALID KEY MOVE 'Y' TO WS-RATE-EOF-SWITCH
           END-START
           PERFORM CHECK-RATE-PARA UNTIL WS-RATE-EOF.

           CHECK-RATE-PARA.

      *> the key runs by date within the currency, so the last row
      *> read on or before the date asked for is the one that wins
           READ EXCHANGE-RATE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RATE-EOF-SWITCH
               NOT AT END
                   IF XR-CURRENCY-CODE NOT = LK-CURRENCY-CODE
                           OR XR-RATE-DATE > LK-RATE-DATE
                       MOVE 'Y' TO WS-RATE-EOF-SWITCH
                   ELSE
                       IF XR-RATE > ZERO
                           MOVE XR-RATE TO LK-RATE
                           MOVE 'Y' TO LK-RATE-FOUND
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM ExchangeRate.
