           *>   A - LK-DATE-2 gets LK-DATE-1 plus LK-DAYS
           *>   V - LK-RESULT answers Y/N whether LK-DATE-1 is a
           *>       real calendar date
           *>   W - LK-DAYS gets the day of the week of LK-DATE-1,
           *>       1=MON through 7=SUN, the numbering the section
           *>       schedule day codes use
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           01 WS-INTEGER-1 PIC 9(07) VALUE ZERO.
           01 WS-INTEGER-2 PIC 9(07) VALUE ZERO.
           01 WS-WEEKS PIC 9(07) VALUE ZERO.

       LINKAGE SECTION.

                   PERFORM ADD-DAYS-PARA
               WHEN 'V'
                   PERFORM VALIDITY-PARA
               WHEN 'W'
                   PERFORM WEEKDAY-PARA
               WHEN OTHER
                   MOVE 'N' TO LK-RESULT
                   DISPLAY "DATESVC - UNKNOWN FUNCTION " LK-FUNCTION
               MOVE 'N' TO LK-RESULT
           END-IF.

           WEEKDAY-PARA.

      *> day one of the integer calendar, 1601-01-01, was a Monday
           COMPUTE WS-INTEGER-1 = FUNCTION INTEGER-OF-DATE(LK-DATE-1)
           IF WS-INTEGER-1 = ZERO
               MOVE 'N' TO LK-RESULT
               MOVE ZERO TO LK-DAYS
           ELSE
               SUBTRACT 1 FROM WS-INTEGER-1
               DIVIDE WS-INTEGER-1 BY 7 GIVING WS-WEEKS
                   REMAINDER WS-INTEGER-2
               COMPUTE LK-DAYS = WS-INTEGER-2 + 1
           END-IF.

       END PROGRAM DateService.
