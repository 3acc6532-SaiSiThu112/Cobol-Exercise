           *> reissued) certificate is traceable by serial
           *> spools to the CERTPRT print file with a carriage-
           *> control byte, the standard convention
           *> a graduate under an active arrears hold on DOCUMENT-HOLD
           *> gets no certificate and takes no serial - the student is
           *> named on the console and counted as withheld
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTREG-STATUS.

           SELECT OPTIONAL DOCUMENT-HOLD-FILE ASSIGN TO "DOCHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-STUDENT-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CERTPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       FD CERTIFICATE-REGISTER.
           COPY CERTREG.

       FD DOCUMENT-HOLD-FILE.
           COPY DOCHOLD.

       FD PRINT-FILE.
           01 PRINT-RECORD.
               05 PR-CARRIAGE-CONTROL    PIC X(01).
           01 WS-SUMMARY-EOF-SWITCH PIC X(01) VALUE 'N'.
               88 WS-SUMMARY-EOF VALUE 'Y'.
           01 WS-CERTREG-STATUS PIC X(02) VALUE SPACES.
           01 WS-HOLD-STATUS PIC X(02) VALUE SPACES.
           01 WS-ON-HOLD-SWITCH PIC X(01) VALUE 'N'.
               88 WS-ON-HOLD VALUE 'Y'.
           01 WS-HELD-COUNT PIC 9(04) VALUE ZERO.
           01 WS-PRINT-STATUS PIC X(02) VALUE SPACES.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

           OPEN INPUT STUDENT-MASTER
           OPEN OUTPUT PRINT-FILE
           OPEN EXTEND CERTIFICATE-REGISTER
           OPEN INPUT DOCUMENT-HOLD-FILE

           PERFORM READ-STUDENT-PARA
           PERFORM SELECT-GRADUATE-PARA UNTIL WS-EOF
           CLOSE STUDENT-MASTER
           CLOSE PRINT-FILE
           CLOSE CERTIFICATE-REGISTER
           CLOSE DOCUMENT-HOLD-FILE

           DISPLAY "LEAVING CERTIFICATES SPOOLED TO CERTPRT : "
               WS-CERT-COUNT
           DISPLAY "CERTIFICATES WITHHELD (ARREARS)   : "
               WS-HELD-COUNT

            STOP RUN.

           SELECT-GRADUATE-PARA.

           IF SM-GRADUATED
               PERFORM CHECK-HOLD-PARA
               IF WS-ON-HOLD
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY "CERTIFICATE WITHHELD - ARREARS HOLD : "
                       SM-STUDENT-ID " " SM-STUDENT-NAME
               ELSE
                   PERFORM PRINT-CERTIFICATE-PARA
               END-IF
           END-IF
           PERFORM READ-STUDENT-PARA.

           CHECK-HOLD-PARA.

      *> an active arrears hold withholds the student's documents
           MOVE 'N' TO WS-ON-HOLD-SWITCH
           MOVE SM-STUDENT-ID TO DH-STUDENT-ID
           READ DOCUMENT-HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DH-HOLD-ACTIVE
                       MOVE 'Y' TO WS-ON-HOLD-SWITCH
                   END-IF
           END-READ.

           PRINT-CERTIFICATE-PARA.

           ADD 1 TO WS-NEXT-SERIAL
