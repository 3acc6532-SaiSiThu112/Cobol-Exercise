       IDENTIFICATION DIVISION.
       PROGRAM-ID. FixedAssetMaintenance.
       ENVIRONMENT DIVISION.
           *> fixed-asset register maintenance - the A transaction
           *> capitalises an asset with its cost, acquisition date,
           *> useful life, method (straight-line or reducing
           *> balance), department and location, and the GL accounts
           *> its cost, accumulated depreciation and expense sit in;
           *> C changes the descriptive and depreciation fields, I
           *> shows one asset with its net book value
           *> the X transaction disposes of an asset - the cost and
           *> the depreciation to date come off the books, the
           *> proceeds go to the account keyed, and the difference
           *> against net book value is journalled to ASSETDISP as
           *> the gain or loss on disposal
           *> the cost is already in the ledger through payables, so
           *> adding an asset journals nothing; depreciation already
           *> charged before the register existed is keyed as the
           *> opening accumulated figure
           *> every write and rewrite logs a before/after image
           *> through the shared UpdateJournal subprogram
           *> disposal lines now carry source FAMT with the asset
           *> number as document reference and the disposal date
           *> the update-journal image is the first 120 bytes of the
           *> reordered asset record, which carries every field a
           *> change, depreciation or disposal rewrites
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXED-ASSET-FILE ASSIGN TO "FIXASSET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-NUMBER
               FILE STATUS IS WS-ASSET-STATUS.

           SELECT OPTIONAL DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT CHART-OF-ACCOUNTS ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NUMBER
               FILE STATUS IS WS-CHART-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FIXED-ASSET-FILE.
           COPY FIXASSET.

       FD DEPARTMENT-MASTER.
           COPY DEPTMSTR.

       FD CHART-OF-ACCOUNTS.
           COPY CHARTACC.

       FD JOURNAL-FILE.
           COPY JRNLENT.

       WORKING-STORAGE SECTION.

           01 WS-UJ-MASTER PIC X(08) VALUE "FIXASSET".
           01 WS-UJ-ACTION PIC X(01) VALUE 'R'.
           01 WS-UJ-KEY PIC X(10) VALUE SPACES.
           01 WS-UJ-PROGRAM PIC X(08) VALUE "FAMAINT ".
           01 WS-UJ-OPERATOR PIC X(10) VALUE SPACES.
      *> the journal image is the first 120 bytes of the asset,
      *> which hold every field a change can touch - see FIXASSET
           01 WS-UJ-BEFORE PIC X(120) VALUE SPACES.
           01 WS-UJ-AFTER PIC X(120) VALUE SPACES.

           01 WS-ASSET-STATUS PIC X(02) VALUE SPACES.
           01 WS-DEPT-STATUS PIC X(02) VALUE SPACES.
           01 WS-CHART-STATUS PIC X(02) VALUE SPACES.
           01 WS-JOURNAL-STATUS PIC X(02) VALUE SPACES.

           01 WS-TRANSACTION-CODE PIC X(01) VALUE SPACE.
               88 WS-TRAN-ADD VALUE 'A'.
               88 WS-TRAN-CHANGE VALUE 'C'.
               88 WS-TRAN-INQUIRE VALUE 'I'.
               88 WS-TRAN-DISPOSE VALUE 'X'.
               88 WS-TRAN-END VALUE 'E'.

           01 WS-VALID-SWITCH PIC X(01) VALUE 'N'.
               88 WS-VALID VALUE 'Y'.
           01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
           01 WS-CHECK-ACCOUNT PIC X(10) VALUE SPACES.

           01 WS-ASSET-DISPOSAL-ACCT PIC X(10) VALUE "ASSETDISP ".
           01 WS-DEFAULT-PROCEEDS-ACCT PIC X(10) VALUE "CASHONHAND".
           01 WS-PROCEEDS-ACCOUNT PIC X(10) VALUE SPACES.
           01 WS-NET-BOOK-VALUE PIC 9(09)V99 VALUE ZERO.
           01 WS-DISPOSAL-RESULT PIC S9(09)V99 VALUE ZERO.
           01 WS-POST-AMOUNT PIC 9(09)V99 VALUE ZERO.

           01 WS-DS-FUNCTION PIC X(01) VALUE SPACE.
           01 WS-DS-DATE-1 PIC 9(08) VALUE ZERO.
           01 WS-DS-DATE-2 PIC 9(08) VALUE ZERO.
           01 WS-DS-DAYS PIC S9(07) VALUE ZERO.
           01 WS-DS-RESULT PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O FIXED-ASSET-FILE
           IF WS-ASSET-STATUS = "35"
               OPEN OUTPUT FIXED-ASSET-FILE
               CLOSE FIXED-ASSET-FILE
               OPEN I-O FIXED-ASSET-FILE
           END-IF

           DISPLAY "ENTER YOUR OPERATOR ID "
           ACCEPT WS-UJ-OPERATOR

           PERFORM TRANSACTION-PARA UNTIL WS-TRAN-END

           CLOSE FIXED-ASSET-FILE

            STOP RUN.

           TRANSACTION-PARA.

           DISPLAY "ENTER TRANSACTION (A=ADD C=CHANGE I=INQUIRE "
               "X=DISPOSE E=END) "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM ADD-PARA
               WHEN WS-TRAN-CHANGE
                   PERFORM CHANGE-PARA
               WHEN WS-TRAN-INQUIRE
                   PERFORM INQUIRE-PARA
               WHEN WS-TRAN-DISPOSE
                   PERFORM DISPOSE-PARA
               WHEN WS-TRAN-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.

           WRITE-UPDATE-JOURNAL-PARA.

           CALL "UpdateJournal" USING WS-UJ-MASTER WS-UJ-ACTION
               WS-UJ-KEY WS-UJ-PROGRAM WS-UJ-OPERATOR
               WS-UJ-BEFORE WS-UJ-AFTER
           MOVE SPACES TO WS-UJ-BEFORE
           MOVE SPACES TO WS-UJ-AFTER.

           ADD-PARA.

           DISPLAY "ENTER ASSET NUMBER "
           ACCEPT FA-ASSET-NUMBER
           READ FIXED-ASSET-FILE
               INVALID KEY
                   PERFORM ADD-NEW-ASSET-PARA
               NOT INVALID KEY
                   DISPLAY "ASSET NUMBER ALREADY ON THE REGISTER"
           END-READ.

           ADD-NEW-ASSET-PARA.

           MOVE 'Y' TO WS-VALID-SWITCH
           DISPLAY "ENTER DESCRIPTION "
           ACCEPT FA-DESCRIPTION
           DISPLAY "ENTER CATEGORY (E=EQUIPMENT V=VEHICLE "
               "F=FURNITURE) "
           ACCEPT FA-CATEGORY
           IF NOT FA-VALID-CATEGORY
               DISPLAY "CATEGORY MUST BE E, V OR F"
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF
           DISPLAY "ENTER ACQUISITION DATE (YYYYMMDD) "
           ACCEPT FA-ACQUIRE-DATE
           MOVE 'V' TO WS-DS-FUNCTION
           MOVE FA-ACQUIRE-DATE TO WS-DS-DATE-1
           CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
           IF WS-DS-RESULT = 'N'
               DISPLAY "ACQUISITION DATE IS NOT A REAL DATE"
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF
           DISPLAY "ENTER COST "
           ACCEPT FA-COST
           IF FA-COST = ZERO
               DISPLAY "COST MUST NOT BE ZERO"
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF
           DISPLAY "ENTER OPENING ACCUMULATED DEPRECIATION "
               "(0 FOR A NEW ASSET) "
           ACCEPT FA-ACCUM-DEPRECIATION
           PERFORM ACCEPT-DETAILS-PARA
           PERFORM ACCEPT-DEPRECIATION-PARA
           DISPLAY "ENTER COST ACCOUNT "
           ACCEPT FA-ASSET-ACCOUNT
           MOVE FA-ASSET-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM CHECK-ACCOUNT-PARA
           DISPLAY "ENTER ACCUMULATED DEPRECIATION ACCOUNT "
           ACCEPT FA-ACCUM-ACCOUNT
           MOVE FA-ACCUM-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM CHECK-ACCOUNT-PARA
           DISPLAY "ENTER DEPRECIATION EXPENSE ACCOUNT "
           ACCEPT FA-EXPENSE-ACCOUNT
           MOVE FA-EXPENSE-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM CHECK-ACCOUNT-PARA
           IF FA-ACCUM-DEPRECIATION > FA-COST - FA-SALVAGE-VALUE
               DISPLAY "DEPRECIATION TO DATE EXCEEDS THE "
                   "DEPRECIABLE AMOUNT"
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF
           IF WS-VALID
               MOVE ZERO TO FA-LAST-DEPR-PERIOD
               MOVE 'A' TO FA-STATUS
               MOVE ZERO TO FA-DISPOSAL-DATE
               MOVE ZERO TO FA-DISPOSAL-PROCEEDS
               WRITE FIXED-ASSET-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO ADD ASSET"
                   NOT INVALID KEY
                       MOVE 'W' TO WS-UJ-ACTION
                       MOVE FA-ASSET-NUMBER TO WS-UJ-KEY
                       MOVE FIXED-ASSET-RECORD(1:120) TO WS-UJ-AFTER
                       PERFORM WRITE-UPDATE-JOURNAL-PARA
                       DISPLAY "ASSET " FA-ASSET-NUMBER " ADDED"
               END-WRITE
           ELSE
               DISPLAY "ASSET NOT ADDED"
           END-IF.

           ACCEPT-DETAILS-PARA.

           DISPLAY "ENTER DEPARTMENT CODE "
           ACCEPT FA-DEPT-CODE
           MOVE FA-DEPT-CODE TO DP-DEPT-CODE
           OPEN INPUT DEPARTMENT-MASTER
           IF WS-DEPT-STATUS = "00"
               READ DEPARTMENT-MASTER
                   INVALID KEY
                       DISPLAY "DEPARTMENT NOT ON FILE"
                       MOVE 'N' TO WS-VALID-SWITCH
               END-READ
           END-IF
           CLOSE DEPARTMENT-MASTER
           DISPLAY "ENTER LOCATION "
           ACCEPT FA-LOCATION.

           ACCEPT-DEPRECIATION-PARA.

           DISPLAY "ENTER SALVAGE VALUE "
           ACCEPT FA-SALVAGE-VALUE
           IF FA-SALVAGE-VALUE >= FA-COST
               DISPLAY "SALVAGE VALUE MUST BE BELOW COST"
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF
           DISPLAY "ENTER METHOD (S=STRAIGHT-LINE "
               "R=REDUCING BALANCE) "
           ACCEPT FA-METHOD
           EVALUATE TRUE
               WHEN FA-STRAIGHT-LINE
                   MOVE ZERO TO FA-ANNUAL-RATE
                   DISPLAY "ENTER USEFUL LIFE IN MONTHS "
                   ACCEPT FA-LIFE-MONTHS
                   IF FA-LIFE-MONTHS = ZERO
                       DISPLAY "USEFUL LIFE MUST NOT BE ZERO"
                       MOVE 'N' TO WS-VALID-SWITCH
                   END-IF
               WHEN FA-REDUCING-BALANCE
                   DISPLAY "ENTER USEFUL LIFE IN MONTHS "
                   ACCEPT FA-LIFE-MONTHS
                   DISPLAY "ENTER ANNUAL RATE PERCENT (99.99) "
                   ACCEPT FA-ANNUAL-RATE
                   IF FA-ANNUAL-RATE = ZERO
                       DISPLAY "ANNUAL RATE MUST NOT BE ZERO"
                       MOVE 'N' TO WS-VALID-SWITCH
                   END-IF
               WHEN OTHER
                   DISPLAY "METHOD MUST BE S OR R"
                   MOVE 'N' TO WS-VALID-SWITCH
           END-EVALUATE.

           CHECK-ACCOUNT-PARA.

           MOVE WS-CHECK-ACCOUNT TO CA-ACCOUNT-NUMBER
           OPEN INPUT CHART-OF-ACCOUNTS
           READ CHART-OF-ACCOUNTS
               INVALID KEY
                   DISPLAY "ACCOUNT " WS-CHECK-ACCOUNT
                       " NOT ON THE CHART OF ACCOUNTS"
                   MOVE 'N' TO WS-VALID-SWITCH
               NOT INVALID KEY
                   IF CA-ACCOUNT-INACTIVE
                       DISPLAY "ACCOUNT " WS-CHECK-ACCOUNT
                           " IS INACTIVE"
                       MOVE 'N' TO WS-VALID-SWITCH
                   END-IF
           END-READ
           CLOSE CHART-OF-ACCOUNTS.

           CHANGE-PARA.

           DISPLAY "ENTER ASSET NUMBER "
           ACCEPT FA-ASSET-NUMBER
           READ FIXED-ASSET-FILE
               INVALID KEY
                   DISPLAY "ASSET NOT ON THE REGISTER"
               NOT INVALID KEY
                   IF FA-DISPOSED
                       DISPLAY "ASSET WAS DISPOSED OF ON "
                           FA-DISPOSAL-DATE " - NOT CHANGED"
                   ELSE
                       PERFORM CHANGE-ASSET-PARA
                   END-IF
           END-READ.

           CHANGE-ASSET-PARA.

           MOVE FIXED-ASSET-RECORD(1:120) TO WS-UJ-BEFORE
           MOVE 'Y' TO WS-VALID-SWITCH
           DISPLAY "CURRENT : " FA-DESCRIPTION " DEPT " FA-DEPT-CODE
               " LOCATION " FA-LOCATION
           DISPLAY "METHOD " FA-METHOD " LIFE " FA-LIFE-MONTHS
               " RATE " FA-ANNUAL-RATE " SALVAGE " FA-SALVAGE-VALUE
           DISPLAY "ENTER DESCRIPTION "
           ACCEPT FA-DESCRIPTION
           PERFORM ACCEPT-DETAILS-PARA
           PERFORM ACCEPT-DEPRECIATION-PARA
           IF FA-ACCUM-DEPRECIATION > FA-COST - FA-SALVAGE-VALUE
               DISPLAY "DEPRECIATION TO DATE ALREADY EXCEEDS THAT "
                   "DEPRECIABLE AMOUNT"
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF
           IF WS-VALID
               REWRITE FIXED-ASSET-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO CHANGE ASSET"
                   NOT INVALID KEY
                       MOVE 'R' TO WS-UJ-ACTION
                       MOVE FA-ASSET-NUMBER TO WS-UJ-KEY
                       MOVE FIXED-ASSET-RECORD(1:120) TO WS-UJ-AFTER
                       PERFORM WRITE-UPDATE-JOURNAL-PARA
                       DISPLAY "ASSET " FA-ASSET-NUMBER " CHANGED"
               END-REWRITE
           ELSE
               MOVE SPACES TO WS-UJ-BEFORE
               DISPLAY "ASSET NOT CHANGED"
           END-IF.

           INQUIRE-PARA.

           DISPLAY "ENTER ASSET NUMBER "
           ACCEPT FA-ASSET-NUMBER
           READ FIXED-ASSET-FILE
               INVALID KEY
                   DISPLAY "ASSET NOT ON THE REGISTER"
               NOT INVALID KEY
                   COMPUTE WS-NET-BOOK-VALUE =
                       FA-COST - FA-ACCUM-DEPRECIATION
                   DISPLAY FA-ASSET-NUMBER " " FA-DESCRIPTION
                   DISPLAY "CATEGORY " FA-CATEGORY
                       " DEPT " FA-DEPT-CODE
                       " LOCATION " FA-LOCATION
                   DISPLAY "ACQUIRED " FA-ACQUIRE-DATE
                       " COST " FA-COST
                       " SALVAGE " FA-SALVAGE-VALUE
                   DISPLAY "METHOD " FA-METHOD
                       " LIFE " FA-LIFE-MONTHS
                       " RATE " FA-ANNUAL-RATE
                   DISPLAY "ACCUMULATED " FA-ACCUM-DEPRECIATION
                       " NET BOOK VALUE " WS-NET-BOOK-VALUE
                       " LAST PERIOD " FA-LAST-DEPR-PERIOD
                   IF FA-DISPOSED
                       DISPLAY "DISPOSED " FA-DISPOSAL-DATE
                           " PROCEEDS " FA-DISPOSAL-PROCEEDS
                   END-IF
           END-READ.

           DISPOSE-PARA.

           DISPLAY "ENTER ASSET NUMBER "
           ACCEPT FA-ASSET-NUMBER
           READ FIXED-ASSET-FILE
               INVALID KEY
                   DISPLAY "ASSET NOT ON THE REGISTER"
               NOT INVALID KEY
                   IF FA-DISPOSED
                       DISPLAY "ASSET ALREADY DISPOSED OF ON "
                           FA-DISPOSAL-DATE
                   ELSE
                       PERFORM DISPOSE-ASSET-PARA
                   END-IF
           END-READ.

           DISPOSE-ASSET-PARA.

           MOVE FIXED-ASSET-RECORD(1:120) TO WS-UJ-BEFORE
           MOVE 'Y' TO WS-VALID-SWITCH
           COMPUTE WS-NET-BOOK-VALUE =
               FA-COST - FA-ACCUM-DEPRECIATION
           DISPLAY "NET BOOK VALUE " WS-NET-BOOK-VALUE
               " - DEPRECIATED THROUGH PERIOD " FA-LAST-DEPR-PERIOD
           DISPLAY "ENTER DISPOSAL DATE (YYYYMMDD, 0 = TODAY) "
           ACCEPT FA-DISPOSAL-DATE
           IF FA-DISPOSAL-DATE = ZERO
               MOVE WS-RUN-DATE TO FA-DISPOSAL-DATE
           END-IF
           MOVE 'V' TO WS-DS-FUNCTION
           MOVE FA-DISPOSAL-DATE TO WS-DS-DATE-1
           CALL "DateService" USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-RESULT
           IF WS-DS-RESULT = 'N' OR FA-DISPOSAL-DATE < FA-ACQUIRE-DATE
               DISPLAY "DISPOSAL DATE IS NOT VALID FOR THIS ASSET"
               MOVE 'N' TO WS-VALID-SWITCH
           END-IF
           DISPLAY "ENTER PROCEEDS (0 FOR A WRITE-OFF) "
           ACCEPT FA-DISPOSAL-PROCEEDS
           MOVE WS-DEFAULT-PROCEEDS-ACCT TO WS-PROCEEDS-ACCOUNT
           IF FA-DISPOSAL-PROCEEDS > ZERO
               DISPLAY "ENTER PROCEEDS ACCOUNT (BLANK = "
                   WS-DEFAULT-PROCEEDS-ACCT ") "
               ACCEPT WS-PROCEEDS-ACCOUNT
               IF WS-PROCEEDS-ACCOUNT = SPACES
                   MOVE WS-DEFAULT-PROCEEDS-ACCT
                       TO WS-PROCEEDS-ACCOUNT
               END-IF
               MOVE WS-PROCEEDS-ACCOUNT TO WS-CHECK-ACCOUNT
               PERFORM CHECK-ACCOUNT-PARA
           END-IF
           IF WS-VALID
               MOVE 'D' TO FA-STATUS
               REWRITE FIXED-ASSET-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO DISPOSE OF ASSET"
                   NOT INVALID KEY
                       MOVE 'R' TO WS-UJ-ACTION
                       MOVE FA-ASSET-NUMBER TO WS-UJ-KEY
                       MOVE FIXED-ASSET-RECORD(1:120) TO WS-UJ-AFTER
                       PERFORM WRITE-UPDATE-JOURNAL-PARA
                       PERFORM POST-DISPOSAL-PARA
               END-REWRITE
           ELSE
               MOVE SPACES TO WS-UJ-BEFORE
               DISPLAY "ASSET NOT DISPOSED OF"
           END-IF.

           POST-DISPOSAL-PARA.

      *> cost out, depreciation to date out, proceeds in - what is
      *> left over against net book value is the gain or the loss
           COMPUTE WS-DISPOSAL-RESULT =
               FA-DISPOSAL-PROCEEDS - WS-NET-BOOK-VALUE
           OPEN EXTEND JOURNAL-FILE
           MOVE "FADSP" TO JE-BATCH-ID
           MOVE FA-DISPOSAL-DATE(1:6) TO JE-PERIOD
           MOVE 'N' TO JE-POSTED-FLAG
           MOVE "FAMT" TO JE-SOURCE-SYSTEM
           MOVE SPACES TO JE-DOCUMENT-REF
           MOVE FA-ASSET-NUMBER TO JE-DOCUMENT-REF(1:8)
           MOVE FA-DISPOSAL-DATE TO JE-TRANS-DATE
           IF FA-ACCUM-DEPRECIATION > ZERO
               MOVE FA-ACCUM-ACCOUNT TO JE-ACCOUNT
               MOVE FA-ACCUM-DEPRECIATION TO WS-POST-AMOUNT
               PERFORM WRITE-DEBIT-PARA
           END-IF
           IF FA-DISPOSAL-PROCEEDS > ZERO
               MOVE WS-PROCEEDS-ACCOUNT TO JE-ACCOUNT
               MOVE FA-DISPOSAL-PROCEEDS TO WS-POST-AMOUNT
               PERFORM WRITE-DEBIT-PARA
           END-IF
           MOVE FA-ASSET-ACCOUNT TO JE-ACCOUNT
           MOVE FA-COST TO WS-POST-AMOUNT
           PERFORM WRITE-CREDIT-PARA
           MOVE WS-ASSET-DISPOSAL-ACCT TO JE-ACCOUNT
           EVALUATE TRUE
               WHEN WS-DISPOSAL-RESULT > ZERO
                   MOVE WS-DISPOSAL-RESULT TO WS-POST-AMOUNT
                   PERFORM WRITE-CREDIT-PARA
                   DISPLAY "GAIN ON DISPOSAL " WS-POST-AMOUNT
               WHEN WS-DISPOSAL-RESULT < ZERO
                   COMPUTE WS-POST-AMOUNT = 0 - WS-DISPOSAL-RESULT
                   PERFORM WRITE-DEBIT-PARA
                   DISPLAY "LOSS ON DISPOSAL " WS-POST-AMOUNT
               WHEN OTHER
                   DISPLAY "DISPOSED OF AT NET BOOK VALUE"
           END-EVALUATE
           CLOSE JOURNAL-FILE
           DISPLAY "ASSET " FA-ASSET-NUMBER " DISPOSED OF - "
               "JOURNALLED TO PERIOD " FA-DISPOSAL-DATE(1:6).

           WRITE-DEBIT-PARA.

           MOVE WS-POST-AMOUNT TO JE-DEBIT-AMOUNT
           MOVE ZERO TO JE-CREDIT-AMOUNT
           WRITE JOURNAL-ENTRY-RECORD.

           WRITE-CREDIT-PARA.

           MOVE ZERO TO JE-DEBIT-AMOUNT
           MOVE WS-POST-AMOUNT TO JE-CREDIT-AMOUNT
           WRITE JOURNAL-ENTRY-RECORD.

       END PROGRAM FixedAssetMaintenance.
