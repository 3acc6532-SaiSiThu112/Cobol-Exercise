       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScholarshipMaintenance.
       ENVIRONMENT DIVISION.
           *> maintenance over the new SCHOLARSHIP-MASTER file - the
           *> bursary committee's awards with their percentage or
           *> fixed amount, renewal minimums and per-term budget - and
           *> over the SCHOLARSHIP-AWARD file of who holds which award,
           *> so the committee's decisions stop arriving as manual
           *> ledger adjustments and the award run can pay them
           *> G grants an award to an enrolled student (re-granting a
           *> dropped holder reactivates the row), W withdraws a
           *> holder, H lists an award's holders
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHOLARSHIP-MASTER ASSIGN TO "SCHLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-AWARD-CODE
               FILE STATUS IS WS-SCHOLAR-STATUS.

           SELECT SCHOLARSHIP-AWARD ASSIGN TO "SCHLAWRD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-AWARD-KEY
               FILE STATUS IS WS-AWARD-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCHOLARSHIP-MASTER.
           COPY SCHOLMST.

       FD SCHOLARSHIP-AWARD.
           COPY SCHOLAWD.

       FD STUDENT-MASTER.
           COPY STUDMSTR.

       WORKING-STORAGE SECTION.

           01 WS-SCHOLAR-STATUS PIC X(02) VALUE SPACES.
           01 WS-AWARD-STATUS PIC X(02) VALUE SPACES.
           01 WS-STUDENT-STATUS PIC X(02) VALUE SPACES.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-ADD VALUE 'A'.
               88 WS-TRAN-CHANGE VALUE 'C'.
               88 WS-TRAN-DELETE VALUE 'D'.
               88 WS-TRAN-GRANT VALUE 'G'.
               88 WS-TRAN-WITHDRAW VALUE 'W'.
               88 WS-TRAN-HOLDERS VALUE 'H'.
               88 WS-TRAN-LIST VALUE 'L'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-AWARD-OK-SWITCH PIC X(01) VALUE 'N'.
               88 WS-AWARD-OK VALUE 'Y'.
           01 WS-LIST-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-LIST-EOF VALUE 'Y'.
           01 WS-HOLDER-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88 WS-HOLDER-FOUND VALUE 'Y'.
           01 WS-ENTRY-AWARD PIC X(04) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-HOLDER-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O SCHOLARSHIP-MASTER
           IF WS-SCHOLAR-STATUS = "35"
               OPEN OUTPUT SCHOLARSHIP-MASTER
               CLOSE SCHOLARSHIP-MASTER
               OPEN I-O SCHOLARSHIP-MASTER
           END-IF
           OPEN I-O SCHOLARSHIP-AWARD
           IF WS-AWARD-STATUS = "35"
               OPEN OUTPUT SCHOLARSHIP-AWARD
               CLOSE SCHOLARSHIP-AWARD
               OPEN I-O SCHOLARSHIP-AWARD
           END-IF
           OPEN INPUT STUDENT-MASTER

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

           CLOSE SCHOLARSHIP-MASTER
           CLOSE SCHOLARSHIP-AWARD
           CLOSE STUDENT-MASTER

            STOP RUN.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (A=ADD C=CHANGE D=DELETE "
               "G=GRANT W=WITHDRAW H=HOLDERS L=LIST E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM ADD-PARA
               WHEN WS-TRAN-CHANGE
                   PERFORM CHANGE-PARA
               WHEN WS-TRAN-DELETE
                   PERFORM DELETE-PARA
               WHEN WS-TRAN-GRANT
                   PERFORM GRANT-PARA
               WHEN WS-TRAN-WITHDRAW
                   PERFORM WITHDRAW-PARA
               WHEN WS-TRAN-HOLDERS
                   PERFORM HOLDERS-PARA
               WHEN WS-TRAN-LIST
                   PERFORM LIST-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

           ADD-PARA.

           DISPLAY "ENTER AWARD CODE "
           ACCEPT SCH-AWARD-CODE
           READ SCHOLARSHIP-MASTER
               INVALID KEY
                   DISPLAY "ENTER AWARD NAME "
                   ACCEPT SCH-AWARD-NAME
                   PERFORM GET-TERMS-PARA
                   IF WS-AWARD-OK
                       WRITE SCHOLARSHIP-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO ADD AWARD"
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   DISPLAY "AWARD ALREADY ON FILE"
           END-READ.

           CHANGE-PARA.

           DISPLAY "ENTER AWARD CODE "
           ACCEPT SCH-AWARD-CODE
           READ SCHOLARSHIP-MASTER
               INVALID KEY
                   DISPLAY "AWARD NOT ON FILE"
               NOT INVALID KEY
                   PERFORM GET-TERMS-PARA
                   IF WS-AWARD-OK
                       REWRITE SCHOLARSHIP-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO CHANGE AWARD"
                       END-REWRITE
                   END-IF
           END-READ.

           GET-TERMS-PARA.

           MOVE 'Y' TO WS-AWARD-OK-SWITCH
           DISPLAY "ENTER KIND (M=MERIT N=NEED) "
           ACCEPT SCH-AWARD-KIND
           DISPLAY "ENTER BASIS (P=PERCENT OF FEE F=FIXED) "
           ACCEPT SCH-AWARD-BASIS
           MOVE ZERO TO SCH-AWARD-PERCENT
           MOVE ZERO TO SCH-FIXED-AMOUNT
           IF SCH-PERCENT-BASIS
               DISPLAY "ENTER PERCENT OF TERM FEE "
               ACCEPT SCH-AWARD-PERCENT
           ELSE
               DISPLAY "ENTER FIXED AMOUNT PER TERM "
               ACCEPT SCH-FIXED-AMOUNT
           END-IF
           DISPLAY "ENTER MINIMUM GPA FOR RENEWAL (0 = NONE) "
           ACCEPT SCH-MIN-GPA
           DISPLAY "ENTER MINIMUM OVERALL MARK FOR RENEWAL "
               "(0 = NONE) "
           ACCEPT SCH-MIN-MARK
           DISPLAY "ENTER TERM BUDGET CAP (0 = UNCAPPED) "
           ACCEPT SCH-TERM-BUDGET
           IF NOT SCH-MERIT-AWARD AND NOT SCH-NEED-AWARD
               DISPLAY "KIND MUST BE M OR N - AWARD NOT STORED"
               MOVE 'N' TO WS-AWARD-OK-SWITCH
           END-IF
           IF NOT SCH-PERCENT-BASIS AND NOT SCH-FIXED-BASIS
               DISPLAY "BASIS MUST BE P OR F - AWARD NOT STORED"
               MOVE 'N' TO WS-AWARD-OK-SWITCH
           END-IF
           IF SCH-PERCENT-BASIS
                   AND (SCH-AWARD-PERCENT = ZERO
                        OR SCH-AWARD-PERCENT > 100)
               DISPLAY "PERCENT MUST BE 1-100 - AWARD NOT STORED"
               MOVE 'N' TO WS-AWARD-OK-SWITCH
           END-IF
           IF SCH-FIXED-BASIS AND SCH-FIXED-AMOUNT = ZERO
               DISPLAY "FIXED AMOUNT MISSING - AWARD NOT STORED"
               MOVE 'N' TO WS-AWARD-OK-SWITCH
           END-IF.

           DELETE-PARA.

           DISPLAY "ENTER AWARD CODE "
           ACCEPT SCH-AWARD-CODE
           READ SCHOLARSHIP-MASTER
               INVALID KEY
                   DISPLAY "AWARD NOT ON FILE"
               NOT INVALID KEY
                   MOVE SCH-AWARD-CODE TO WS-ENTRY-AWARD
                   PERFORM COUNT-HOLDERS-PARA
                   IF WS-HOLDER-FOUND
                       DISPLAY "AWARD STILL HAS ACTIVE HOLDERS - "
                           "WITHDRAW THEM FIRST, NOT DELETED"
                   ELSE
                       DELETE SCHOLARSHIP-MASTER RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO DELETE AWARD"
                       END-DELETE
                   END-IF
           END-READ.

           COUNT-HOLDERS-PARA.

           MOVE 'N' TO WS-HOLDER-FOUND-SWITCH
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE LOW-VALUES TO SW-AWARD-KEY
           START SCHOLARSHIP-AWARD KEY >= SW-AWARD-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-START
           PERFORM COUNT-ONE-HOLDER-PARA
               UNTIL WS-LIST-EOF OR WS-HOLDER-FOUND.

           COUNT-ONE-HOLDER-PARA.

           READ SCHOLARSHIP-AWARD NEXT RECORD
               AT END MOVE 'Y' TO WS-LIST-EOF-SWITCH
               NOT AT END
                   IF SW-AWARD-CODE = WS-ENTRY-AWARD AND SW-ACTIVE
                       MOVE 'Y' TO WS-HOLDER-FOUND-SWITCH
                   END-IF
           END-READ.

           GRANT-PARA.

           DISPLAY "ENTER STUDENT ID "
           ACCEPT SW-STUDENT-ID
           DISPLAY "ENTER AWARD CODE "
           ACCEPT SW-AWARD-CODE
           MOVE SW-AWARD-CODE TO SCH-AWARD-CODE
           MOVE SW-STUDENT-ID TO SM-STUDENT-ID
           READ SCHOLARSHIP-MASTER
               INVALID KEY
                   DISPLAY "AWARD NOT ON FILE - NOT GRANTED"
               NOT INVALID KEY
                   READ STUDENT-MASTER
                       INVALID KEY
                           DISPLAY "STUDENT NOT ON FILE - NOT GRANTED"
                       NOT INVALID KEY
                           IF SM-ENROLLED
                               PERFORM STORE-GRANT-PARA
                           ELSE
                               DISPLAY "STUDENT IS NOT ENROLLED - "
                                   "NOT GRANTED"
                           END-IF
                   END-READ
           END-READ.

           STORE-GRANT-PARA.

           READ SCHOLARSHIP-AWARD
               INVALID KEY
                   MOVE 'A' TO SW-HOLDER-STATUS
                   MOVE WS-RUN-DATE TO SW-GRANTED-DATE
                   MOVE SPACES TO SW-LAST-TERM
                   MOVE ZERO TO SW-LAST-AMOUNT
                   MOVE WS-RUN-DATE TO SW-STATUS-DATE
                   WRITE SCHOLARSHIP-AWARD-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO GRANT AWARD"
                       NOT INVALID KEY
                           DISPLAY SM-STUDENT-NAME " GRANTED "
                               SCH-AWARD-NAME
                   END-WRITE
               NOT INVALID KEY
                   IF SW-ACTIVE
                       DISPLAY "STUDENT ALREADY HOLDS THIS AWARD"
                   ELSE
                       MOVE 'A' TO SW-HOLDER-STATUS
                       MOVE WS-RUN-DATE TO SW-GRANTED-DATE
                       MOVE SPACES TO SW-LAST-TERM
                       MOVE WS-RUN-DATE TO SW-STATUS-DATE
                       REWRITE SCHOLARSHIP-AWARD-RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO RE-GRANT AWARD"
                           NOT INVALID KEY
                               DISPLAY SM-STUDENT-NAME " RE-GRANTED "
                                   SCH-AWARD-NAME
                       END-REWRITE
                   END-IF
           END-READ.

           WITHDRAW-PARA.

           DISPLAY "ENTER STUDENT ID "
           ACCEPT SW-STUDENT-ID
           DISPLAY "ENTER AWARD CODE "
           ACCEPT SW-AWARD-CODE
           READ SCHOLARSHIP-AWARD
               INVALID KEY
                   DISPLAY "STUDENT DOES NOT HOLD THIS AWARD"
               NOT INVALID KEY
                   MOVE 'D' TO SW-HOLDER-STATUS
                   MOVE WS-RUN-DATE TO SW-STATUS-DATE
                   REWRITE SCHOLARSHIP-AWARD-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO WITHDRAW AWARD"
                   END-REWRITE
           END-READ.

           HOLDERS-PARA.

           DISPLAY "ENTER AWARD CODE "
           ACCEPT WS-ENTRY-AWARD
           MOVE ZERO TO WS-HOLDER-COUNT
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE LOW-VALUES TO SW-AWARD-KEY
           START SCHOLARSHIP-AWARD KEY >= SW-AWARD-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-START
           DISPLAY "----- Holders of Award " WS-ENTRY-AWARD " -----"
           PERFORM LIST-ONE-HOLDER-PARA UNTIL WS-LIST-EOF
           DISPLAY "HOLDERS : " WS-HOLDER-COUNT.

           LIST-ONE-HOLDER-PARA.

           READ SCHOLARSHIP-AWARD NEXT RECORD
               AT END MOVE 'Y' TO WS-LIST-EOF-SWITCH
               NOT AT END
                   IF SW-AWARD-CODE = WS-ENTRY-AWARD
                       ADD 1 TO WS-HOLDER-COUNT
                       DISPLAY SW-STUDENT-ID " STATUS "
                           SW-HOLDER-STATUS " GRANTED "
                           SW-GRANTED-DATE " LAST PAID "
                           SW-LAST-TERM " " SW-LAST-AMOUNT
                   END-IF
           END-READ.

           LIST-PARA.

           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE LOW-VALUES TO SCH-AWARD-CODE
           START SCHOLARSHIP-MASTER KEY >= SCH-AWARD-CODE
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-START
           DISPLAY "----- Scholarship Master -----"
           PERFORM LIST-ONE-PARA UNTIL WS-LIST-EOF.

           LIST-ONE-PARA.

           READ SCHOLARSHIP-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-LIST-EOF-SWITCH
               NOT AT END
                   DISPLAY SCH-AWARD-CODE " " SCH-AWARD-NAME
                       " " SCH-AWARD-KIND SCH-AWARD-BASIS
                       " PCT " SCH-AWARD-PERCENT
                       " FIXED " SCH-FIXED-AMOUNT
                       " MIN GPA " SCH-MIN-GPA
                       " MIN MARK " SCH-MIN-MARK
                       " BUDGET " SCH-TERM-BUDGET
           END-READ.

       END PROGRAM ScholarshipMaintenance.
