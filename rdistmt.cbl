       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportDistributionMaintenance.
       ENVIRONMENT DIVISION.
           *> maintenance of the REPORT-DISTRIBUTION master the
           *> distribution run splits the spooled print files by -
           *> A adds a recipient for a report, whole or burst on one
           *> key value, D deletes one, L lists them all
           *> the burst key's place on the page and the job that
           *> produces the report are keyed with the report's first
           *> burst row and copied onto every later row, so the rows
           *> of a report can never disagree about where the key is
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISTRIBUTION-FILE ASSIGN TO "RPTDIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISTRIBUTION-FILE.
           COPY RPTDIST.

       WORKING-STORAGE SECTION.

           01 WS-DIST-STATUS PIC X(02) VALUE SPACES.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-ADD VALUE 'A'.
               88 WS-TRAN-DELETE VALUE 'D'.
               88 WS-TRAN-LIST VALUE 'L'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-EOF VALUE 'Y'.
           01 WS-VALID-SWITCH PIC X(01) VALUE 'N'.
               88 WS-VALID VALUE 'Y'.
           01 WS-REPORT-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-REPORT-FOUND VALUE 'Y'.
           01 WS-DUPLICATE-SWITCH PIC X(01) VALUE 'N'.
               88 WS-DUPLICATE VALUE 'Y'.

      *> the spooled reports the distribution run knows how to read
           01 WS-NEW-REPORT PIC X(08) VALUE SPACES.
               88 WS-KNOWN-REPORT VALUE "PAYREG  " "GRDROSTR"
                                        "POSUGG  " "VARRPT  "
                                        "SLOWRPT " "PAYSLIP "
                                        "RPTCARD " "MAILLBLS"
                                        "PICKLIST".
           01 WS-NEW-RECIPIENT PIC X(10) VALUE SPACES.
           01 WS-NEW-RECIPIENT-NAME PIC X(20) VALUE SPACES.
           01 WS-NEW-BURST-VALUE PIC X(10) VALUE SPACES.
           01 WS-NEW-KEY-LINE PIC 9(02) VALUE ZERO.
           01 WS-NEW-KEY-COLUMN PIC 9(03) VALUE ZERO.
           01 WS-NEW-KEY-LENGTH PIC 9(02) VALUE ZERO.
           01 WS-NEW-PRODUCING-JOB PIC X(08) VALUE SPACES.
           01 WS-KEY-END PIC 9(03) VALUE ZERO.

      *> the delete rewrites the file without the row
           01 WS-KEEP-TABLE.
               02 WS-KEEP-ENTRY PIC X(63) OCCURS 500 TIMES
                       INDEXED BY WS-KEEP-IDX.
           01 WS-KEEP-COUNT PIC 9(03) VALUE ZERO.
           01 WS-DELETED-COUNT PIC 9(03) VALUE ZERO.
           01 WS-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
               88 WS-OVERFLOWED VALUE 'Y'.
           01 WS-LIST-COUNT PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

            STOP RUN.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (A=ADD RECIPIENT D=DELETE "
               "RECIPIENT L=LIST E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM ADD-PARA
               WHEN WS-TRAN-DELETE
                   PERFORM DELETE-PARA
               WHEN WS-TRAN-LIST
                   PERFORM LIST-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

           FIND-REPORT-PARA.

      *> picks up the key position and producing job already on
      *> file for the report, and spots a repeat of the same row
           MOVE 'N' TO WS-REPORT-FOUND-SWITCH
           MOVE 'N' TO WS-DUPLICATE-SWITCH
           MOVE ZERO TO WS-NEW-KEY-LINE
           MOVE ZERO TO WS-NEW-KEY-COLUMN
           MOVE ZERO TO WS-NEW-KEY-LENGTH
           MOVE SPACES TO WS-NEW-PRODUCING-JOB
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DISTRIBUTION-FILE
           PERFORM UNTIL WS-EOF
               READ DISTRIBUTION-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF RD-REPORT-NAME = WS-NEW-REPORT
                           MOVE 'Y' TO WS-REPORT-FOUND-SWITCH
                           MOVE RD-PRODUCING-JOB
                               TO WS-NEW-PRODUCING-JOB
                           IF RD-KEY-LENGTH > ZERO
                               MOVE RD-KEY-LINE TO WS-NEW-KEY-LINE
                               MOVE RD-KEY-COLUMN TO WS-NEW-KEY-COLUMN
                               MOVE RD-KEY-LENGTH TO WS-NEW-KEY-LENGTH
                           END-IF
                           IF RD-RECIPIENT = WS-NEW-RECIPIENT
                                   AND RD-BURST-VALUE
                                       = WS-NEW-BURST-VALUE
                               MOVE 'Y' TO WS-DUPLICATE-SWITCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISTRIBUTION-FILE.

           ADD-PARA.

           MOVE 'Y' TO WS-VALID-SWITCH
           DISPLAY "ENTER REPORT (PAYREG GRDROSTR POSUGG VARRPT "
               "SLOWRPT PAYSLIP RPTCARD MAILLBLS PICKLIST) "
           ACCEPT WS-NEW-REPORT
           DISPLAY "ENTER RECIPIENT ID "
           ACCEPT WS-NEW-RECIPIENT
           DISPLAY "ENTER RECIPIENT NAME "
           ACCEPT WS-NEW-RECIPIENT-NAME
           DISPLAY "ENTER BURST KEY VALUE (BLANK = WHOLE REPORT) "
           ACCEPT WS-NEW-BURST-VALUE
           IF NOT WS-KNOWN-REPORT
               DISPLAY "NOT A REPORT THE DISTRIBUTION RUN READS"
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF
           IF WS-NEW-RECIPIENT = SPACES
                   OR WS-NEW-RECIPIENT = "UNROUTED"
               DISPLAY "RECIPIENT ID BLANK OR RESERVED"
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF
           IF WS-VALID
               PERFORM FIND-REPORT-PARA
               IF WS-DUPLICATE
                   DISPLAY "RECIPIENT ALREADY GETS THOSE PAGES"
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
           END-IF
           IF WS-VALID AND NOT WS-REPORT-FOUND
               DISPLAY "ENTER PRODUCING JOB (BLANK = NONE) "
               ACCEPT WS-NEW-PRODUCING-JOB
           END-IF
           IF WS-VALID AND WS-NEW-BURST-VALUE NOT = SPACES
                   AND WS-NEW-KEY-LENGTH = ZERO
               PERFORM ACCEPT-KEY-POSITION-PARA
           END-IF
           IF WS-VALID
               PERFORM WRITE-ROW-PARA
           ELSE
               DISPLAY "RECIPIENT NOT ADDED"
           END-IF.

           ACCEPT-KEY-POSITION-PARA.

           DISPLAY "ENTER LINE OF THE PAGE THE KEY IS ON (1-99) "
           ACCEPT WS-NEW-KEY-LINE
           DISPLAY "ENTER KEY COLUMN "
           ACCEPT WS-NEW-KEY-COLUMN
           DISPLAY "ENTER KEY LENGTH (1-10) "
           ACCEPT WS-NEW-KEY-LENGTH
           COMPUTE WS-KEY-END =
               WS-NEW-KEY-COLUMN + WS-NEW-KEY-LENGTH - 1
           IF WS-NEW-KEY-LINE = ZERO OR WS-NEW-KEY-COLUMN = ZERO
                   OR WS-NEW-KEY-LENGTH = ZERO
                   OR WS-NEW-KEY-LENGTH > 10
                   OR WS-KEY-END > 132
               DISPLAY "KEY POSITION IS NOT ON THE PRINT LINE"
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF.

           WRITE-ROW-PARA.

           OPEN EXTEND DISTRIBUTION-FILE
           MOVE WS-NEW-REPORT TO RD-REPORT-NAME
           MOVE WS-NEW-RECIPIENT TO RD-RECIPIENT
           MOVE WS-NEW-RECIPIENT-NAME TO RD-RECIPIENT-NAME
           MOVE WS-NEW-BURST-VALUE TO RD-BURST-VALUE
           MOVE WS-NEW-KEY-LINE TO RD-KEY-LINE
           MOVE WS-NEW-KEY-COLUMN TO RD-KEY-COLUMN
           MOVE WS-NEW-KEY-LENGTH TO RD-KEY-LENGTH
           MOVE WS-NEW-PRODUCING-JOB TO RD-PRODUCING-JOB
           WRITE REPORT-DISTRIBUTION-RECORD
           CLOSE DISTRIBUTION-FILE
           DISPLAY "RECIPIENT " WS-NEW-RECIPIENT " ADDED FOR "
               WS-NEW-REPORT.

           DELETE-PARA.

           DISPLAY "ENTER REPORT "
           ACCEPT WS-NEW-REPORT
           DISPLAY "ENTER RECIPIENT ID "
           ACCEPT WS-NEW-RECIPIENT
           DISPLAY "ENTER BURST KEY VALUE (BLANK = WHOLE REPORT) "
           ACCEPT WS-NEW-BURST-VALUE
           MOVE ZERO TO WS-KEEP-COUNT
           MOVE ZERO TO WS-DELETED-COUNT
           MOVE 'N' TO WS-OVERFLOW-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DISTRIBUTION-FILE
           PERFORM UNTIL WS-EOF
               READ DISTRIBUTION-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF RD-REPORT-NAME = WS-NEW-REPORT
                               AND RD-RECIPIENT = WS-NEW-RECIPIENT
                               AND RD-BURST-VALUE = WS-NEW-BURST-VALUE
                           ADD 1 TO WS-DELETED-COUNT
                       ELSE
                           IF WS-KEEP-COUNT = 500
                               MOVE 'Y' TO WS-OVERFLOW-SWITCH
                               MOVE 'Y' TO WS-EOF-SWITCH
                           ELSE
                               ADD 1 TO WS-KEEP-COUNT
                               SET WS-KEEP-IDX TO WS-KEEP-COUNT
                               MOVE REPORT-DISTRIBUTION-RECORD
                                   TO WS-KEEP-ENTRY(WS-KEEP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISTRIBUTION-FILE
           EVALUATE TRUE
               WHEN WS-OVERFLOWED
                   DISPLAY "*** DISTRIBUTION FILE OUTGREW THE TABLE - "
                       "NOTHING DELETED ***"
               WHEN WS-DELETED-COUNT = ZERO
                   DISPLAY "RECIPIENT NOT ON FILE FOR THAT REPORT"
               WHEN OTHER
                   OPEN OUTPUT DISTRIBUTION-FILE
                   PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                           UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
                       MOVE WS-KEEP-ENTRY(WS-KEEP-IDX)
                           TO REPORT-DISTRIBUTION-RECORD
                       WRITE REPORT-DISTRIBUTION-RECORD
                   END-PERFORM
                   CLOSE DISTRIBUTION-FILE
                   DISPLAY "RECIPIENT " WS-NEW-RECIPIENT
                       " DELETED FOR " WS-NEW-REPORT
           END-EVALUATE.

           LIST-PARA.

           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           DISPLAY "----- Report Distribution -----"
           OPEN INPUT DISTRIBUTION-FILE
           PERFORM UNTIL WS-EOF
               READ DISTRIBUTION-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY RD-REPORT-NAME " " RD-RECIPIENT
                           " " RD-RECIPIENT-NAME
                           " KEY " RD-BURST-VALUE
                           " AT " RD-KEY-LINE "/" RD-KEY-COLUMN
                           "/" RD-KEY-LENGTH
                           " JOB " RD-PRODUCING-JOB
               END-READ
           END-PERFORM
           CLOSE DISTRIBUTION-FILE
           DISPLAY "DISTRIBUTION ROWS : " WS-LIST-COUNT.

       END PROGRAM ReportDistributionMaintenance.
