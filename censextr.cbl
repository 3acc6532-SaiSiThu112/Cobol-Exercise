       IDENTIFICATION DIVISION.
       PROGRAM-ID. MinistryCensusExtract.
       ENVIRONMENT DIVISION.
           *> annual enrollment census return for the ministry, the
           *> companion of the results extract - writes the
           *> fixed-format CENSEXTR file: one header with the school
           *> code, census date and run date, one detail per class,
           *> gender and age carrying the headcount of enrolled
           *> students in that cell, and a trailer carrying the
           *> detail count and headcount total as control totals
           *> the census date is the RUNPARM run date; age is whole
           *> years reached on that date from SM-DATE-OF-BIRTH, and a
           *> student with no date of birth on file is returned at age
           *> 00, the ministry's not-stated code; a blank or unknown
           *> gender goes in as U
           *> a printed control sheet spools to CENSCTL with each cell,
           *> the headcount per class, the not-stated count and a
           *> signature line for the head, so what goes in the
           *> envelope is what is on file
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "CENSEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CENSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARM-FILE.
           COPY RUNPARM.

       FD STUDENT-MASTER.
           COPY STUDMSTR.

       FD EXTRACT-FILE.
           01 CENSUS-HEADER-RECORD.
               05 CH-RECORD-TYPE         PIC X(01).
               05 CH-SCHOOL-CODE         PIC X(07).
               05 CH-CENSUS-DATE         PIC 9(08).
               05 CH-RUN-DATE            PIC 9(08).
               05 FILLER                 PIC X(16).
           01 CENSUS-DETAIL-RECORD.
               05 CD-RECORD-TYPE         PIC X(01).
               05 CD-STUDENT-CLASS       PIC X(10).
               05 CD-GENDER              PIC X(01).
               05 CD-AGE                 PIC 9(02).
               05 CD-HEADCOUNT           PIC 9(05).
               05 FILLER                 PIC X(21).
           01 CENSUS-TRAILER-RECORD.
               05 CT-RECORD-TYPE         PIC X(01).
               05 CT-RECORD-COUNT        PIC 9(07).
               05 CT-HEADCOUNT-TOTAL     PIC 9(09).
               05 FILLER                 PIC X(23).

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
               05 PR-TEXT                PIC X(132).

       WORKING-STORAGE SECTION.

           01 WS-RUNPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.
           01 WS-EXTRACT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

      *> the code the ministry knows this school by on its returns
           01 WS-SCHOOL-CODE PIC X(07) VALUE "SCH0001".

           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-CENSUS-DATE PIC 9(08) VALUE ZERO.
           01 WS-CENSUS-DATE-PARTS REDEFINES WS-CENSUS-DATE.
               05 WS-CENSUS-YEAR PIC 9(04).
               05 WS-CENSUS-MMDD PIC 9(04).
           01 WS-BIRTH-DATE PIC 9(08) VALUE ZERO.
           01 WS-BIRTH-DATE-PARTS REDEFINES WS-BIRTH-DATE.
               05 WS-BIRTH-YEAR PIC 9(04).
               05 WS-BIRTH-MMDD PIC 9(04).

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.

           01 WS-AGE PIC 9(02) VALUE ZERO.
           01 WS-GENDER PIC X(01) VALUE SPACE.

      *> one cell per class, gender and age - the key sorts the
      *> cells into the order the ministry reads them
           01 WS-CELL-TABLE.
               02 WS-CELL-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-CELL-IDX.
                   05 WS-CELL-KEY.
                       10 WS-CELL-CLASS PIC X(10).
                       10 WS-CELL-GENDER PIC X(01).
                       10 WS-CELL-AGE PIC 9(02).
                   05 WS-CELL-COUNT PIC 9(05).
           01 WS-CELL-COUNT-USED PIC 9(03) VALUE ZERO.
           01 WS-CELL-SWAP PIC X(18) VALUE SPACES.
           01 WS-CELL-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-CELL-FOUND VALUE 'Y'.
           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TABLE-OVERFLOWED VALUE 'Y'.
           01 I PIC 9(03) VALUE ZERO.
           01 J PIC 9(03) VALUE ZERO.
           01 K PIC 9(03) VALUE ZERO.

           01 WS-RECORD-COUNT PIC 9(07) VALUE ZERO.
           01 WS-HEADCOUNT-TOTAL PIC 9(09) VALUE ZERO.
           01 WS-NOT-STATED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-CLASS-HEADCOUNT PIC 9(05) VALUE ZERO.
           01 WS-LAST-CLASS PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-RUN-PARM-PARA

           OPEN INPUT STUDENT-MASTER
           PERFORM READ-STUDENT-PARA
           PERFORM COUNT-STUDENT-PARA UNTIL WS-EOF
           CLOSE STUDENT-MASTER
           IF WS-TABLE-OVERFLOWED
               DISPLAY "*** MORE CENSUS CELLS THAN THE TABLE HOLDS - "
                   "NO RETURN WRITTEN ***"
               STOP RUN
           END-IF
           PERFORM SORT-CELLS-PARA

           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT PRINT-FILE

           MOVE SPACES TO CENSUS-HEADER-RECORD
           MOVE 'H' TO CH-RECORD-TYPE
           MOVE WS-SCHOOL-CODE TO CH-SCHOOL-CODE
           MOVE WS-CENSUS-DATE TO CH-CENSUS-DATE
           MOVE WS-RUN-DATE TO CH-RUN-DATE
           WRITE CENSUS-HEADER-RECORD

           PERFORM PRINT-HEADING-PARA
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT-USED
               PERFORM WRITE-CELL-PARA
           END-PERFORM
           PERFORM CLASS-FOOT-PARA

           MOVE SPACES TO CENSUS-TRAILER-RECORD
           MOVE 'T' TO CT-RECORD-TYPE
           MOVE WS-RECORD-COUNT TO CT-RECORD-COUNT
           MOVE WS-HEADCOUNT-TOTAL TO CT-HEADCOUNT-TOTAL
           WRITE CENSUS-TRAILER-RECORD

           PERFORM PRINT-TOTALS-PARA

           CLOSE EXTRACT-FILE
           CLOSE PRINT-FILE

           DISPLAY "CENSUS RETURN WRITTEN - " WS-RECORD-COUNT
               " CELLS, HEADCOUNT " WS-HEADCOUNT-TOTAL
           IF WS-NOT-STATED-COUNT > ZERO
               DISPLAY "*** " WS-NOT-STATED-COUNT " STUDENTS WITH "
                   "NO DATE OF BIRTH RETURNED AT AGE 00 ***"
           END-IF
           DISPLAY "CONTROL SHEET SPOOLED TO CENSCTL"

            STOP RUN.

           PRINT-LINE-PARA.

           MOVE SPACE TO PR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PR-TEXT
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

           PRINT-PAGE-PARA.

           MOVE '1' TO PR-CARRIAGE-CONTROL
           MOVE WS-PRINT-LINE TO PR-TEXT
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE.

           LOAD-RUN-PARM-PARA.

           OPEN INPUT RUN-PARM-FILE
           READ RUN-PARM-FILE
               AT END DISPLAY "RUN-PARM RECORD MISSING - USING TODAY"
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE RP-RUN-DATE TO WS-RUN-DATE
           END-READ
           CLOSE RUN-PARM-FILE
           MOVE WS-RUN-DATE TO WS-CENSUS-DATE.

           READ-STUDENT-PARA.

           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

           COUNT-STUDENT-PARA.

           IF SM-ENROLLED
               PERFORM WORK-OUT-AGE-PARA
               IF SM-GENDER-MALE OR SM-GENDER-FEMALE
                   MOVE SM-GENDER TO WS-GENDER
               ELSE
                   MOVE 'U' TO WS-GENDER
               END-IF
               PERFORM TALLY-CELL-PARA
               ADD 1 TO WS-HEADCOUNT-TOTAL
           END-IF
           PERFORM READ-STUDENT-PARA.

           WORK-OUT-AGE-PARA.

      *> whole years - one less when the birthday falls after the
      *> census day in the census year
           MOVE ZERO TO WS-AGE
           IF SM-DATE-OF-BIRTH NUMERIC
                   AND SM-DATE-OF-BIRTH > ZERO
                   AND SM-DATE-OF-BIRTH < WS-CENSUS-DATE
               MOVE SM-DATE-OF-BIRTH TO WS-BIRTH-DATE
               COMPUTE WS-AGE = WS-CENSUS-YEAR - WS-BIRTH-YEAR
               IF WS-BIRTH-MMDD > WS-CENSUS-MMDD
                   SUBTRACT 1 FROM WS-AGE
               END-IF
           END-IF
           IF WS-AGE = ZERO
               ADD 1 TO WS-NOT-STATED-COUNT
           END-IF.

           TALLY-CELL-PARA.

           MOVE 'N' TO WS-CELL-FOUND-SWITCH
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT-USED
                      OR WS-CELL-FOUND
               IF WS-CELL-CLASS(WS-CELL-IDX) = SM-STUDENT-CLASS
                       AND WS-CELL-GENDER(WS-CELL-IDX) = WS-GENDER
                       AND WS-CELL-AGE(WS-CELL-IDX) = WS-AGE
                   ADD 1 TO WS-CELL-COUNT(WS-CELL-IDX)
                   MOVE 'Y' TO WS-CELL-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT WS-CELL-FOUND
               IF WS-CELL-COUNT-USED = 500
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
               ELSE
                   ADD 1 TO WS-CELL-COUNT-USED
                   SET WS-CELL-IDX TO WS-CELL-COUNT-USED
                   MOVE SM-STUDENT-CLASS TO WS-CELL-CLASS(WS-CELL-IDX)
                   MOVE WS-GENDER TO WS-CELL-GENDER(WS-CELL-IDX)
                   MOVE WS-AGE TO WS-CELL-AGE(WS-CELL-IDX)
                   MOVE 1 TO WS-CELL-COUNT(WS-CELL-IDX)
               END-IF
           END-IF.

           SORT-CELLS-PARA.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CELL-COUNT-USED
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J >= WS-CELL-COUNT-USED
                   COMPUTE K = J + 1
                   IF WS-CELL-KEY(J) > WS-CELL-KEY(K)
                       MOVE WS-CELL-ENTRY(J) TO WS-CELL-SWAP
                       MOVE WS-CELL-ENTRY(K) TO WS-CELL-ENTRY(J)
                       MOVE WS-CELL-SWAP TO WS-CELL-ENTRY(K)
                   END-IF
               END-PERFORM
           END-PERFORM.

           WRITE-CELL-PARA.

           IF WS-CELL-CLASS(WS-CELL-IDX) NOT = WS-LAST-CLASS
               PERFORM CLASS-FOOT-PARA
               MOVE WS-CELL-CLASS(WS-CELL-IDX) TO WS-LAST-CLASS
               MOVE ZERO TO WS-CLASS-HEADCOUNT
           END-IF

           MOVE SPACES TO CENSUS-DETAIL-RECORD
           MOVE 'D' TO CD-RECORD-TYPE
           MOVE WS-CELL-CLASS(WS-CELL-IDX) TO CD-STUDENT-CLASS
           MOVE WS-CELL-GENDER(WS-CELL-IDX) TO CD-GENDER
           MOVE WS-CELL-AGE(WS-CELL-IDX) TO CD-AGE
           MOVE WS-CELL-COUNT(WS-CELL-IDX) TO CD-HEADCOUNT
           WRITE CENSUS-DETAIL-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD WS-CELL-COUNT(WS-CELL-IDX) TO WS-CLASS-HEADCOUNT

           STRING "CLASS " DELIMITED BY SIZE
               WS-CELL-CLASS(WS-CELL-IDX) DELIMITED BY SIZE
               " GENDER " DELIMITED BY SIZE
               WS-CELL-GENDER(WS-CELL-IDX) DELIMITED BY SIZE
               " AGE " DELIMITED BY SIZE
               WS-CELL-AGE(WS-CELL-IDX) DELIMITED BY SIZE
               " HEADCOUNT " DELIMITED BY SIZE
               WS-CELL-COUNT(WS-CELL-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA.

           CLASS-FOOT-PARA.

           IF WS-LAST-CLASS NOT = SPACES
               STRING "  CLASS " DELIMITED BY SIZE
                   WS-LAST-CLASS DELIMITED BY SIZE
                   " TOTAL " DELIMITED BY SIZE
                   WS-CLASS-HEADCOUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-LINE-PARA
               PERFORM PRINT-LINE-PARA
           END-IF.

           PRINT-HEADING-PARA.

           MOVE "----- Ministry Census Return Control Sheet -----"
               TO WS-PRINT-LINE
           PERFORM PRINT-PAGE-PARA
           STRING "SCHOOL : " DELIMITED BY SIZE
               WS-SCHOOL-CODE DELIMITED BY SIZE
               "  CENSUS DATE : " DELIMITED BY SIZE
               WS-CENSUS-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA.

           PRINT-TOTALS-PARA.

           STRING "DETAIL RECORDS : " DELIMITED BY SIZE
               WS-RECORD-COUNT DELIMITED BY SIZE
               "   HEADCOUNT TOTAL : " DELIMITED BY SIZE
               WS-HEADCOUNT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           STRING "AGE NOT STATED (RETURNED AS 00) : " DELIMITED BY SIZE
               WS-NOT-STATED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM PRINT-LINE-PARA
           PERFORM PRINT-LINE-PARA
           MOVE "SIGNED ______________________  HEAD OF SCHOOL"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PARA.

       END PROGRAM MinistryCensusExtract.
