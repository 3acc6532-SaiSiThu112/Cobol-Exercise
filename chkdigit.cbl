       IDENTIFICATION DIVISION.
       PROGRAM-ID. SerialCheckDigit.
       ENVIRONMENT DIVISION.
           *> check digit for a six-digit document serial, shared by
           *> whatever issues a serial and whatever later verifies one
           *> so the two can never disagree - the digits are weighted
           *> 3,1,3,1,3,1 from the left, and the check digit is what
           *> brings the weighted sum up to the next multiple of ten;
           *> a single mistyped digit or a swap of two neighbouring
           *> digits changes it, so a mis-read number fails on sight
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           01 WS-SERIAL-DIGITS PIC 9(06) VALUE ZERO.
           01 WS-SERIAL-TABLE REDEFINES WS-SERIAL-DIGITS.
               02 WS-SERIAL-DIGIT PIC 9(01) OCCURS 6 TIMES.
           01 WS-DIGIT-SUB PIC 9(01) VALUE ZERO.
           01 WS-WEIGHTED-SUM PIC 9(03) VALUE ZERO.
           01 WS-SUM-QUOT PIC 9(03) VALUE ZERO.
           01 WS-SUM-REM PIC 9(01) VALUE ZERO.

       LINKAGE SECTION.

           01 LK-SERIAL-NO PIC 9(06).
           01 LK-CHECK-DIGIT PIC 9(01).

       PROCEDURE DIVISION USING LK-SERIAL-NO LK-CHECK-DIGIT.
       MAIN-PROCEDURE.

           MOVE LK-SERIAL-NO TO WS-SERIAL-DIGITS
           MOVE ZERO TO WS-WEIGHTED-SUM
           PERFORM VARYING WS-DIGIT-SUB FROM 1 BY 2
                   UNTIL WS-DIGIT-SUB > 6
               COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                   + (WS-SERIAL-DIGIT(WS-DIGIT-SUB) * 3)
                   + WS-SERIAL-DIGIT(WS-DIGIT-SUB + 1)
           END-PERFORM
           DIVIDE WS-WEIGHTED-SUM BY 10
               GIVING WS-SUM-QUOT REMAINDER WS-SUM-REM
           IF WS-SUM-REM = ZERO
               MOVE ZERO TO LK-CHECK-DIGIT
           ELSE
               COMPUTE LK-CHECK-DIGIT = 10 - WS-SUM-REM
           END-IF

           GOBACK.

       END PROGRAM SerialCheckDigit.
