           *> every add, delete and apply writes a PARMAUD row with
           *> the operator and timestamp, the way AUDITLOG captures
           *> salary changes
           *> a C table now holds CTLPARM, the keyed business
           *> settings (late fee, grace days and the like) the batch
           *> runs read by code - validation insists every code is
           *> filled in and appears only once
           *> a W table holds REFNDPOL, the withdrawal refund tiers -
           *> validation checks each basis, keeps percent-of-term
           *> limits within the term and refuses a refund percent that
           *> climbs again down the file
           *> an N table holds RETNPOL, the retention policy for
           *> the audit and log files - validation knows the seven
           *> files the purge run handles, refuses a file held twice,
           *> and keeps UPDJRNL and RUNCTLR online long enough for
           *> the roll-forward and the rerun checks
           *> an S table holds SODRULE, the pairs of duties no one
           *> operator may hold together - validation checks both
           *> programs are ones an authority row can grant, a code on
           *> each side, and no rule pairing a duty with itself
           *> every sign-on, good or bad, now goes through
           *> SignOnControl, which logs it to SIGNLOG, locks the
           *> operator out after repeated failures and makes an
           *> expired password be changed before going on
           *> a J table holds JOBSLA, each batch job's target end
           *> time and normal run-time range for the trend report -
           *> validation checks the target is a clock time, the range
           *> is sensible and no job is held twice
           *> Adds the CLOSECHK table - the month-end close
           *> checklist glpost tests before a period may close -
           *> with item type, name-required and duplicate checks.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GRADE-SCALE-FILE ASSIGN TO "GRDSCALE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOQPARM-STATUS.

           SELECT OPTIONAL CONTROL-PARAMETER-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLPARM-STATUS.

           SELECT OPTIONAL REFUND-POLICY-FILE ASSIGN TO "REFNDPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFNDPOL-STATUS.

           SELECT OPTIONAL RETENTION-POLICY-FILE ASSIGN TO "RETNPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETNPOL-STATUS.

           SELECT OPTIONAL SOD-RULE-FILE ASSIGN TO "SODRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SODRULE-STATUS.

           SELECT OPTIONAL JOB-SERVICE-LEVEL-FILE ASSIGN TO "JOBSLA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSLA-STATUS.

           SELECT OPTIONAL CLOSE-CHECKLIST-FILE ASSIGN TO "CLOSECHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSECHK-STATUS.

           SELECT OPTIONAL PARAMETER-AUDIT-FILE ASSIGN TO "PARMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMAUD-STATUS.
       FD EOQ-PARAMETER-FILE.
           COPY EOQPARM.

       FD CONTROL-PARAMETER-FILE.
           COPY CTLPARM.

       FD REFUND-POLICY-FILE.
           COPY REFNDPOL.

       FD RETENTION-POLICY-FILE.
           COPY RETNPOL.

       FD SOD-RULE-FILE.
           COPY SODRULE.

       FD JOB-SERVICE-LEVEL-FILE.
           COPY JOBSLA.

       FD CLOSE-CHECKLIST-FILE.
           COPY CLOSECHK.

       FD PARAMETER-AUDIT-FILE.
           COPY PARMAUD.


       WORKING-STORAGE SECTION.

           COPY AUTHPGM.

           01 WS-SCALE-STATUS PIC X(02) VALUE SPACES.
           01 WS-RATE-STATUS PIC X(02) VALUE SPACES.
           01 WS-TAXBRKT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PROMOMAP-STATUS PIC X(02) VALUE SPACES.
           01 WS-DISCSCHD-STATUS PIC X(02) VALUE SPACES.
           01 WS-EOQPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-CTLPARM-STATUS PIC X(02) VALUE SPACES.
           01 WS-REFNDPOL-STATUS PIC X(02) VALUE SPACES.
           01 WS-RETNPOL-STATUS PIC X(02) VALUE SPACES.
           01 WS-SODRULE-STATUS PIC X(02) VALUE SPACES.
           01 WS-JOBSLA-STATUS PIC X(02) VALUE SPACES.
           01 WS-CLOSECHK-STATUS PIC X(02) VALUE SPACES.
           01 WS-PARMAUD-STATUS PIC X(02) VALUE SPACES.
           01 WS-PARMPEND-STATUS PIC X(02) VALUE SPACES.
           01 WS-AUTH-STATUS PIC X(02) VALUE SPACES.
           01 WS-OPERATOR-PASSWORD PIC X(08) VALUE SPACES.
           01 WS-SIGNED-ON-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SIGNED-ON VALUE 'Y'.
           01 WS-SIGNON-MATCHED PIC X(01) VALUE 'N'.
           01 WS-SIGNON-RESULT PIC X(01) VALUE SPACE.
               88 WS-SIGNON-PASSED VALUE 'P'.

           01 WS-TABLE-CODE PIC X(01) VALUE SPACE.
               88 WS-TABLE-GRDSCALE VALUE 'G'.
               88 WS-TABLE-PROMOMAP VALUE 'P'.
               88 WS-TABLE-DISCSCHD VALUE 'D'.
               88 WS-TABLE-EOQPARM VALUE 'Q'.
               88 WS-TABLE-CTLPARM VALUE 'C'.
               88 WS-TABLE-REFNDPOL VALUE 'W'.
               88 WS-TABLE-RETNPOL VALUE 'N'.
               88 WS-TABLE-SODRULE VALUE 'S'.
               88 WS-TABLE-JOBSLA VALUE 'J'.
               88 WS-TABLE-CLOSECHK VALUE 'K'.
               88 WS-TABLE-END VALUE 'E'.
           01 WS-TABLE-NAME PIC X(08) VALUE SPACES.

               88 WS-CLASS-OK VALUE 'Y'.
           01 WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SCAN-EOF VALUE 'Y'.
           01 WS-CHECK-CODE PIC X(08) VALUE SPACES.
           01 WS-LAST-PERCENT PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
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
               MOVE "OPERATOR" TO WS-OPERATOR-ID
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
           TABLE-LOOP-PARA.

           DISPLAY "ENTER TABLE (G=GRDSCALE R=RATETAB T=TAXBRKT "
               "F=FEESCHED P=PROMOMAP D=DISCSCHD Q=EOQPARM "
               "C=CTLPARM W=REFNDPOL N=RETNPOL S=SODRULE "
               "J=JOBSLA K=CLOSECHK E=END) "
           ACCEPT WS-TABLE-CODE

           EVALUATE TRUE
               WHEN WS-TABLE-EOQPARM
                   MOVE "EOQPARM " TO WS-TABLE-NAME
                   PERFORM OPERATE-PARA
               WHEN WS-TABLE-CTLPARM
                   MOVE "CTLPARM " TO WS-TABLE-NAME
                   PERFORM OPERATE-PARA
               WHEN WS-TABLE-REFNDPOL
                   MOVE "REFNDPOL" TO WS-TABLE-NAME
                   PERFORM OPERATE-PARA
               WHEN WS-TABLE-RETNPOL
                   MOVE "RETNPOL " TO WS-TABLE-NAME
                   PERFORM OPERATE-PARA
               WHEN WS-TABLE-SODRULE
                   MOVE "SODRULE " TO WS-TABLE-NAME
                   PERFORM OPERATE-PARA
               WHEN WS-TABLE-JOBSLA
                   MOVE "JOBSLA  " TO WS-TABLE-NAME
                   PERFORM OPERATE-PARA
               WHEN WS-TABLE-CLOSECHK
                   MOVE "CLOSECHK" TO WS-TABLE-NAME
                   PERFORM OPERATE-PARA
               WHEN WS-TABLE-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ENTER CARRYING RATE (V99) "
                   ACCEPT EP-CARRYING-RATE
                   MOVE EOQ-PARAMETER-RECORD TO WS-ROW-IMAGE-WORK
               WHEN WS-TABLE-CTLPARM
                   DISPLAY "ENTER PARAMETER CODE "
                   ACCEPT CP-PARM-CODE
                   DISPLAY "ENTER PARAMETER VALUE "
                   ACCEPT CP-PARM-VALUE
                   DISPLAY "ENTER DESCRIPTION "
                   ACCEPT CP-PARM-TEXT
                   MOVE CONTROL-PARAMETER-RECORD TO WS-ROW-IMAGE-WORK
               WHEN WS-TABLE-REFNDPOL
                   DISPLAY "ENTER LIMIT BASIS (D=SCHOOL DAYS "
                       "P=PERCENT OF TERM) "
                   ACCEPT RF-LIMIT-BASIS
                   DISPLAY "ENTER LIMIT "
                   ACCEPT RF-LIMIT
                   DISPLAY "ENTER REFUND PERCENT "
                   ACCEPT RF-REFUND-PERCENT
                   MOVE REFUND-POLICY-RECORD TO WS-ROW-IMAGE-WORK
               WHEN WS-TABLE-RETNPOL
                   DISPLAY "ENTER FILE NAME (AUDITLOG STUAUDIT "
                       "UPDJRNL OPALERT PARMAUD RUNCTLR EXCPMAST) "
                   ACCEPT RN-FILE-NAME
                   DISPLAY "ENTER MONTHS KEPT ONLINE "
                   ACCEPT RN-KEEP-ONLINE-MONTHS
                   DISPLAY "ENTER LEGAL-HOLD MONTHS (0 = HOLD "
                       "INDEFINITELY) "
                   ACCEPT RN-LEGAL-HOLD-MONTHS
                   MOVE RETENTION-POLICY-RECORD TO WS-ROW-IMAGE-WORK
               WHEN WS-TABLE-SODRULE
                   DISPLAY "ENTER RULE CODE "
                   ACCEPT DR-RULE-CODE
                   DISPLAY "ENTER FIRST PROGRAM "
                   ACCEPT DR-PROGRAM-1
                   DISPLAY "ENTER ITS TRANSACTION CODE (* = ANY) "
                   ACCEPT DR-FUNCTION-1
                   DISPLAY "ENTER CONFLICTING PROGRAM "
                   ACCEPT DR-PROGRAM-2
                   DISPLAY "ENTER ITS TRANSACTION CODE (* = ANY) "
                   ACCEPT DR-FUNCTION-2
                   DISPLAY "ENTER DESCRIPTION "
                   ACCEPT DR-DESCRIPTION
                   MOVE SOD-RULE-RECORD TO WS-ROW-IMAGE-WORK
               WHEN WS-TABLE-JOBSLA
                   DISPLAY "ENTER JOB NAME "
                   ACCEPT JV-JOB-NAME
                   DISPLAY "ENTER TARGET END TIME HHMM (0000 = NONE) "
                   ACCEPT JV-TARGET-END
                   DISPLAY "ENTER NORMAL RANGE PERCENT (000 = "
                       "DEFAULT) "
                   ACCEPT JV-RANGE-PERCENT
                   MOVE JOB-SERVICE-LEVEL-RECORD TO WS-ROW-IMAGE-WORK
               WHEN WS-TABLE-CLOSECHK
                   DISPLAY "ENTER ITEM TYPE (P=PAYROLL CLOSED J=JOB "
                       "COMPLETE U=NONE UNPOSTED T=TRIAL BALANCED "
                       "X=NO OPEN EXCEPTIONS) "
                   ACCEPT CC-ITEM-TYPE
                   DISPLAY "ENTER JOB OR SOURCE PROGRAM (J AND X) "
                   ACCEPT CC-ITEM-NAME
                   DISPLAY "ENTER DESCRIPTION "
                   ACCEPT CC-DESCRIPTION
                   MOVE CLOSE-CHECKLIST-RECORD TO WS-ROW-IMAGE-WORK
           END-EVALUATE.

           APPEND-ROW-PARA.
                   MOVE WS-ROW-IMAGE-WORK TO EOQ-PARAMETER-RECORD
                   WRITE EOQ-PARAMETER-RECORD
                   CLOSE EOQ-PARAMETER-FILE
               WHEN WS-TABLE-CTLPARM
                   OPEN EXTEND CONTROL-PARAMETER-FILE
                   MOVE WS-ROW-IMAGE-WORK TO CONTROL-PARAMETER-RECORD
                   WRITE CONTROL-PARAMETER-RECORD
                   CLOSE CONTROL-PARAMETER-FILE
               WHEN WS-TABLE-REFNDPOL
                   OPEN EXTEND REFUND-POLICY-FILE
                   MOVE WS-ROW-IMAGE-WORK TO REFUND-POLICY-RECORD
                   WRITE REFUND-POLICY-RECORD
                   CLOSE REFUND-POLICY-FILE
               WHEN WS-TABLE-RETNPOL
                   OPEN EXTEND RETENTION-POLICY-FILE
                   MOVE WS-ROW-IMAGE-WORK TO RETENTION-POLICY-RECORD
                   WRITE RETENTION-POLICY-RECORD
                   CLOSE RETENTION-POLICY-FILE
               WHEN WS-TABLE-SODRULE
                   OPEN EXTEND SOD-RULE-FILE
                   MOVE WS-ROW-IMAGE-WORK TO SOD-RULE-RECORD
                   WRITE SOD-RULE-RECORD
                   CLOSE SOD-RULE-FILE
               WHEN WS-TABLE-JOBSLA
                   OPEN EXTEND JOB-SERVICE-LEVEL-FILE
                   MOVE WS-ROW-IMAGE-WORK TO JOB-SERVICE-LEVEL-RECORD
                   WRITE JOB-SERVICE-LEVEL-RECORD
                   CLOSE JOB-SERVICE-LEVEL-FILE
               WHEN WS-TABLE-CLOSECHK
                   OPEN EXTEND CLOSE-CHECKLIST-FILE
                   MOVE WS-ROW-IMAGE-WORK TO CLOSE-CHECKLIST-RECORD
                   WRITE CLOSE-CHECKLIST-RECORD
                   CLOSE CLOSE-CHECKLIST-FILE
           END-EVALUATE
           DISPLAY "ROW ADDED TO " WS-TABLE-NAME.

                   OPEN INPUT EOQ-PARAMETER-FILE
                   PERFORM LOAD-EOQPARM-PARA UNTIL WS-EOF
                   CLOSE EOQ-PARAMETER-FILE
               WHEN WS-TABLE-CTLPARM
                   OPEN INPUT CONTROL-PARAMETER-FILE
                   PERFORM LOAD-CTLPARM-PARA UNTIL WS-EOF
                   CLOSE CONTROL-PARAMETER-FILE
               WHEN WS-TABLE-REFNDPOL
                   OPEN INPUT REFUND-POLICY-FILE
                   PERFORM LOAD-REFNDPOL-PARA UNTIL WS-EOF
                   CLOSE REFUND-POLICY-FILE
               WHEN WS-TABLE-RETNPOL
                   OPEN INPUT RETENTION-POLICY-FILE
                   PERFORM LOAD-RETNPOL-PARA UNTIL WS-EOF
                   CLOSE RETENTION-POLICY-FILE
               WHEN WS-TABLE-SODRULE
                   OPEN INPUT SOD-RULE-FILE
                   PERFORM LOAD-SODRULE-PARA UNTIL WS-EOF
                   CLOSE SOD-RULE-FILE
               WHEN WS-TABLE-JOBSLA
                   OPEN INPUT JOB-SERVICE-LEVEL-FILE
                   PERFORM LOAD-JOBSLA-PARA UNTIL WS-EOF
                   CLOSE JOB-SERVICE-LEVEL-FILE
               WHEN WS-TABLE-CLOSECHK
                   OPEN INPUT CLOSE-CHECKLIST-FILE
                   PERFORM LOAD-CLOSECHK-PARA UNTIL WS-EOF
                   CLOSE CLOSE-CHECKLIST-FILE
           END-EVALUATE.

           LOAD-GRDSCALE-PARA.
                       TO WS-ROW-IMAGE(WS-ROW-IDX)
           END-READ.

           LOAD-CTLPARM-PARA.

           READ CONTROL-PARAMETER-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM STORE-ROW-PARA
                   MOVE CONTROL-PARAMETER-RECORD
                       TO WS-ROW-IMAGE(WS-ROW-IDX)
           END-READ.

           LOAD-REFNDPOL-PARA.

           READ REFUND-POLICY-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM STORE-ROW-PARA
                   MOVE REFUND-POLICY-RECORD
                       TO WS-ROW-IMAGE(WS-ROW-IDX)
           END-READ.

           LOAD-RETNPOL-PARA.

           READ RETENTION-POLICY-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM STORE-ROW-PARA
                   MOVE RETENTION-POLICY-RECORD
                       TO WS-ROW-IMAGE(WS-ROW-IDX)
           END-READ.

           LOAD-SODRULE-PARA.

           READ SOD-RULE-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM STORE-ROW-PARA
                   MOVE SOD-RULE-RECORD
                       TO WS-ROW-IMAGE(WS-ROW-IDX)
           END-READ.

           LOAD-JOBSLA-PARA.

           READ JOB-SERVICE-LEVEL-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM STORE-ROW-PARA
                   MOVE JOB-SERVICE-LEVEL-RECORD
                       TO WS-ROW-IMAGE(WS-ROW-IDX)
           END-READ.

           LOAD-CLOSECHK-PARA.

           READ CLOSE-CHECKLIST-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM STORE-ROW-PARA
                   MOVE CLOSE-CHECKLIST-RECORD
                       TO WS-ROW-IMAGE(WS-ROW-IDX)
           END-READ.

           STORE-ROW-PARA.

      *> on overflow the index stays on the last slot so the
                       WRITE EOQ-PARAMETER-RECORD
                   END-PERFORM
                   CLOSE EOQ-PARAMETER-FILE
               WHEN WS-TABLE-CTLPARM
                   OPEN OUTPUT CONTROL-PARAMETER-FILE
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-ROW-COUNT
                       MOVE WS-ROW-IMAGE(I)
                           TO CONTROL-PARAMETER-RECORD
                       WRITE CONTROL-PARAMETER-RECORD
                   END-PERFORM
                   CLOSE CONTROL-PARAMETER-FILE
               WHEN WS-TABLE-REFNDPOL
                   OPEN OUTPUT REFUND-POLICY-FILE
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-ROW-COUNT
                       MOVE WS-ROW-IMAGE(I) TO REFUND-POLICY-RECORD
                       WRITE REFUND-POLICY-RECORD
                   END-PERFORM
                   CLOSE REFUND-POLICY-FILE
               WHEN WS-TABLE-RETNPOL
                   OPEN OUTPUT RETENTION-POLICY-FILE
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-ROW-COUNT
                       MOVE WS-ROW-IMAGE(I)
                           TO RETENTION-POLICY-RECORD
                       WRITE RETENTION-POLICY-RECORD
                   END-PERFORM
                   CLOSE RETENTION-POLICY-FILE
               WHEN WS-TABLE-SODRULE
                   OPEN OUTPUT SOD-RULE-FILE
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-ROW-COUNT
                       MOVE WS-ROW-IMAGE(I) TO SOD-RULE-RECORD
                       WRITE SOD-RULE-RECORD
                   END-PERFORM
                   CLOSE SOD-RULE-FILE
               WHEN WS-TABLE-JOBSLA
                   OPEN OUTPUT JOB-SERVICE-LEVEL-FILE
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-ROW-COUNT
                       MOVE WS-ROW-IMAGE(I)
                           TO JOB-SERVICE-LEVEL-RECORD
                       WRITE JOB-SERVICE-LEVEL-RECORD
                   END-PERFORM
                   CLOSE JOB-SERVICE-LEVEL-FILE
               WHEN WS-TABLE-CLOSECHK
                   OPEN OUTPUT CLOSE-CHECKLIST-FILE
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WS-ROW-COUNT
                       MOVE WS-ROW-IMAGE(I)
                           TO CLOSE-CHECKLIST-RECORD
                       WRITE CLOSE-CHECKLIST-RECORD
                   END-PERFORM
                   CLOSE CLOSE-CHECKLIST-FILE
           END-EVALUATE.

      *>--------------- per-table validation ---------------
                   PERFORM VALIDATE-DISCSCHD-PARA
               WHEN WS-TABLE-EOQPARM
                   PERFORM VALIDATE-EOQPARM-PARA
               WHEN WS-TABLE-CTLPARM
                   PERFORM VALIDATE-CTLPARM-PARA
               WHEN WS-TABLE-REFNDPOL
                   PERFORM VALIDATE-REFNDPOL-PARA
               WHEN WS-TABLE-RETNPOL
                   PERFORM VALIDATE-RETNPOL-PARA
               WHEN WS-TABLE-SODRULE
                   PERFORM VALIDATE-SODRULE-PARA
               WHEN WS-TABLE-JOBSLA
                   PERFORM VALIDATE-JOBSLA-PARA
               WHEN WS-TABLE-CLOSECHK
                   PERFORM VALIDATE-CLOSECHK-PARA
           END-EVALUATE
           IF WS-ERROR-COUNT = ZERO
               DISPLAY WS-TABLE-NAME " VALIDATES CLEAN"
               END-IF
           END-PERFORM.

           VALIDATE-CTLPARM-PARA.

      *> a code held twice leaves the runs reading whichever row
      *> they meet last - every code must be present and unique
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
               MOVE WS-ROW-IMAGE(I) TO CONTROL-PARAMETER-RECORD
               IF CP-PARM-CODE = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " HAS NO PARAMETER CODE"
               END-IF
               MOVE CP-PARM-CODE TO WS-CHECK-CODE
               COMPUTE WS-SUB = I + 1
               PERFORM VARYING J FROM WS-SUB BY 1
                       UNTIL J > WS-ROW-COUNT
                   MOVE WS-ROW-IMAGE(J) TO CONTROL-PARAMETER-RECORD
                   IF CP-PARM-CODE = WS-CHECK-CODE
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ROWS " I " AND " J " BOTH HOLD CODE "
                           WS-CHECK-CODE
                   END-IF
               END-PERFORM
           END-PERFORM.

           VALIDATE-REFNDPOL-PARA.

      *> the refund run takes the first tier whose limit is not yet
      *> passed, so the tiers must be in file order from the most
      *> generous down - a percent that climbs again is a typing slip
           MOVE 100 TO WS-LAST-PERCENT
           IF WS-ROW-COUNT = ZERO
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "REFNDPOL HOLDS NO TIERS - NO WITHDRAWAL "
                   "WOULD EVER BE REFUNDED"
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
               MOVE WS-ROW-IMAGE(I) TO REFUND-POLICY-RECORD
               IF NOT RF-SCHOOL-DAYS AND NOT RF-PERCENT-OF-TERM
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " UNKNOWN LIMIT BASIS "
                       RF-LIMIT-BASIS
               END-IF
               IF RF-PERCENT-OF-TERM AND RF-LIMIT > 100
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " LIMIT " RF-LIMIT
                       " IS MORE THAN THE WHOLE TERM"
               END-IF
               IF RF-REFUND-PERCENT > WS-LAST-PERCENT
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " REFUNDS " RF-REFUND-PERCENT
                       " PERCENT - MORE THAN THE TIER BEFORE IT"
               ELSE
                   MOVE RF-REFUND-PERCENT TO WS-LAST-PERCENT
               END-IF
           END-PERFORM.

           VALIDATE-RETNPOL-PARA.

      *> the purge run only knows the seven audit and log files; a
      *> file held twice would be purged by whichever row it meets
      *> first. The update journal must reach back past the last
      *> month-end archive for the roll-forward, and run control
      *> past last year's runs the rerun and period checks look for
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
               MOVE WS-ROW-IMAGE(I) TO RETENTION-POLICY-RECORD
               IF RN-FILE-NAME NOT = "AUDITLOG"
                       AND RN-FILE-NAME NOT = "STUAUDIT"
                       AND RN-FILE-NAME NOT = "UPDJRNL "
                       AND RN-FILE-NAME NOT = "OPALERT "
                       AND RN-FILE-NAME NOT = "PARMAUD "
                       AND RN-FILE-NAME NOT = "RUNCTLR "
                       AND RN-FILE-NAME NOT = "EXCPMAST"
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " FILE " RN-FILE-NAME
                       " IS NOT ONE THE PURGE RUN KNOWS"
               END-IF
               IF RN-KEEP-ONLINE-MONTHS = ZERO
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " KEEPS NOTHING ONLINE"
               END-IF
               IF RN-FILE-NAME = "UPDJRNL "
                       AND RN-KEEP-ONLINE-MONTHS < 2
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " UPDJRNL MUST STAY ONLINE AT "
                       "LEAST 2 MONTHS FOR THE ROLL-FORWARD"
               END-IF
               IF RN-FILE-NAME = "RUNCTLR "
                       AND RN-KEEP-ONLINE-MONTHS < 13
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " RUNCTLR MUST STAY ONLINE AT "
                       "LEAST 13 MONTHS"
               END-IF
               IF RN-LEGAL-HOLD-MONTHS NOT = ZERO
                       AND RN-LEGAL-HOLD-MONTHS
                           < RN-KEEP-ONLINE-MONTHS
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " LEGAL HOLD " RN-LEGAL-HOLD-MONTHS
                       " IS SHORTER THAN THE ONLINE PERIOD"
               END-IF
               MOVE RN-FILE-NAME TO WS-CHECK-CODE
               COMPUTE WS-SUB = I + 1
               PERFORM VARYING J FROM WS-SUB BY 1
                       UNTIL J > WS-ROW-COUNT
                   MOVE WS-ROW-IMAGE(J) TO RETENTION-POLICY-RECORD
                   IF RN-FILE-NAME = WS-CHECK-CODE
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ROWS " I " AND " J " BOTH HOLD FILE "
                           WS-CHECK-CODE
                   END-IF
               END-PERFORM
           END-PERFORM.

           VALIDATE-SODRULE-PARA.

      *> both sides must name a program an authority row can grant,
      *> with a code on each; a rule whose sides are the same duty
      *> would flag everyone holding it, and a code held twice
      *> makes the review's references ambiguous
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
               MOVE WS-ROW-IMAGE(I) TO SOD-RULE-RECORD
               IF DR-RULE-CODE = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " HAS NO RULE CODE"
               END-IF
               MOVE DR-PROGRAM-1 TO WS-CHECK-CODE
               PERFORM CHECK-AUTH-PROGRAM-PARA
               MOVE DR-PROGRAM-2 TO WS-CHECK-CODE
               PERFORM CHECK-AUTH-PROGRAM-PARA
               IF DR-FUNCTION-1 = SPACE OR DR-FUNCTION-2 = SPACE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " IS MISSING A TRANSACTION CODE"
               END-IF
               IF DR-PROGRAM-1 = DR-PROGRAM-2
                       AND DR-FUNCTION-1 = DR-FUNCTION-2
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " CONFLICTS A DUTY WITH ITSELF"
               END-IF
               MOVE DR-RULE-CODE TO WS-CHECK-CODE
               COMPUTE WS-SUB = I + 1
               PERFORM VARYING J FROM WS-SUB BY 1
                       UNTIL J > WS-ROW-COUNT
                   MOVE WS-ROW-IMAGE(J) TO SOD-RULE-RECORD
                   IF DR-RULE-CODE = WS-CHECK-CODE
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ROWS " I " AND " J " BOTH HOLD RULE "
                           WS-CHECK-CODE
                   END-IF
               END-PERFORM
           END-PERFORM.

           VALIDATE-JOBSLA-PARA.

      *> a target the clock cannot show, or a job held twice, would
      *> leave the trend report testing the stream against nonsense
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
               MOVE WS-ROW-IMAGE(I) TO JOB-SERVICE-LEVEL-RECORD
               IF JV-JOB-NAME = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " HAS NO JOB NAME"
               END-IF
               IF JV-TARGET-END NOT NUMERIC
                       OR JV-TARGET-HOUR > 23
                       OR JV-TARGET-MINUTE > 59
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " TARGET END " JV-TARGET-END
                       " IS NOT A CLOCK TIME"
               END-IF
               IF JV-RANGE-PERCENT NOT NUMERIC
                       OR JV-RANGE-PERCENT > 200
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " RANGE PERCENT " JV-RANGE-PERCENT
                       " IS OVER 200"
               END-IF
               MOVE JV-JOB-NAME TO WS-CHECK-CODE
               COMPUTE WS-SUB = I + 1
               PERFORM VARYING J FROM WS-SUB BY 1
                       UNTIL J > WS-ROW-COUNT
                   MOVE WS-ROW-IMAGE(J) TO JOB-SERVICE-LEVEL-RECORD
                   IF JV-JOB-NAME = WS-CHECK-CODE
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ROWS " I " AND " J " BOTH HOLD JOB "
                           WS-CHECK-CODE
                   END-IF
               END-PERFORM
           END-PERFORM.

           VALIDATE-CLOSECHK-PARA.

      *> an item the close cannot test, or the same item twice,
      *> would hold the period shut or pass it on nothing
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
               MOVE WS-ROW-IMAGE(I) TO CLOSE-CHECKLIST-RECORD
               IF NOT CC-ITEM-TYPE-VALID
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " ITEM TYPE " CC-ITEM-TYPE
                       " IS NOT P J U T OR X"
               END-IF
               IF CC-ITEM-NEEDS-NAME AND CC-ITEM-NAME = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " NAMES NO JOB OR SOURCE PROGRAM"
               END-IF
               IF NOT CC-ITEM-NEEDS-NAME AND CC-ITEM-NAME NOT = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " ITEM TYPE " CC-ITEM-TYPE
                       " TAKES NO JOB OR SOURCE PROGRAM"
               END-IF
               MOVE CC-ITEM-NAME TO WS-CHECK-CODE
               COMPUTE WS-SUB = I + 1
               PERFORM VARYING J FROM WS-SUB BY 1
                       UNTIL J > WS-ROW-COUNT
                   MOVE WS-ROW-IMAGE(J) TO CLOSE-CHECKLIST-RECORD
                   IF CC-ITEM-TYPE = WS-ROW-IMAGE(I)(1:1)
                           AND CC-ITEM-NAME = WS-CHECK-CODE
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ROWS " I " AND " J " HOLD THE SAME "
                           "ITEM " CC-ITEM-TYPE " " CC-ITEM-NAME
                   END-IF
               END-PERFORM
           END-PERFORM.

           CHECK-AUTH-PROGRAM-PARA.

           SET AG-IDX TO 1
           SEARCH AG-PROGRAM-NAME
               AT END
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ROW " I " NAMES PROGRAM " WS-CHECK-CODE
                       " - NO AUTHORITY ROW CAN GRANT IT"
               WHEN AG-PROGRAM-NAME(AG-IDX) = WS-CHECK-CODE
                   CONTINUE
           END-SEARCH.

       END PROGRAM ParameterMaintenance.
