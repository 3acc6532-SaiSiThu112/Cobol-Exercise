           *> its print file, carriage control honoured as page
           *> breaks, without rerunning the job that built it - so a
           *> lost payroll register no longer means re-posting payroll
           *> option 9 reprints one recipient's copy of a report,
           *> or all of their reports, from the distribution run's
           *> DISTOUT spool, banner pages included
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYREG-FILE ASSIGN TO "PAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL DISTOUT-FILE ASSIGN TO "DISTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYREG-FILE.
               05 P8-CARRIAGE-CONTROL    PIC X(01).
               05 P8-TEXT                PIC X(132).

       FD DISTOUT-FILE.
           COPY DISTSPL.

       WORKING-STORAGE SECTION.

           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
               88 WS-PICK-PAYSLIP VALUE '6'.
               88 WS-PICK-RPTCARD VALUE '7'.
               88 WS-PICK-MAILLBLS VALUE '8'.
               88 WS-PICK-DISTOUT VALUE '9'.
               88 WS-PICK-END VALUE 'E'.

           01 WS-CARRIAGE-CONTROL PIC X(01) VALUE SPACE.
           01 WS-REPRINT-TEXT PIC X(132) VALUE SPACES.
           01 WS-LINES-REPRINTED PIC 9(06) VALUE ZERO.
           01 WS-COPY-RECIPIENT PIC X(10) VALUE SPACES.
           01 WS-COPY-REPORT PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ENTER REPORT TO REPRINT (1=PAYROLL REGISTER "
               "2=GRADE ROSTER 3=PO SUGGESTIONS 4=VARIANCE "
               "5=SLOW MOVING 6=PAY SLIPS 7=REPORT CARDS "
               "8=MAILING LABELS 9=ONE RECIPIENT'S DISTRIBUTED "
               "COPY E=END) "
           ACCEPT WS-REPORT-CHOICE

           MOVE ZERO TO WS-LINES-REPRINTED
                   PERFORM REPRINT-RPTCARD-PARA
               WHEN WS-PICK-MAILLBLS
                   PERFORM REPRINT-MAILLBLS-PARA
               WHEN WS-PICK-DISTOUT
                   PERFORM REPRINT-DISTOUT-PARA
               WHEN WS-PICK-END
                   CONTINUE
               WHEN OTHER
           END-PERFORM
           CLOSE MAILLBLS-FILE.

           REPRINT-DISTOUT-PARA.

      *> the latest distribution run's copy for one recipient, one
      *> report or all of theirs, banner pages included
           DISPLAY "ENTER RECIPIENT ID "
           ACCEPT WS-COPY-RECIPIENT
           DISPLAY "ENTER REPORT (BLANK = ALL REPORTS) "
           ACCEPT WS-COPY-REPORT
           OPEN INPUT DISTOUT-FILE
           PERFORM UNTIL WS-EOF
               READ DISTOUT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF DO-RECIPIENT = WS-COPY-RECIPIENT
                               AND (WS-COPY-REPORT = SPACES
                                   OR DO-REPORT-NAME = WS-COPY-REPORT)
                           MOVE DO-CARRIAGE-CONTROL
                               TO WS-CARRIAGE-CONTROL
                           MOVE DO-TEXT TO WS-REPRINT-TEXT
                           PERFORM EMIT-LINE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISTOUT-FILE.

       END PROGRAM ReportReprint.
