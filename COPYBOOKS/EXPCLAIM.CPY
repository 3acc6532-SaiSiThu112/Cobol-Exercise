      *> EXPENSE-CLAIM record: one line of an employee's travel or
      *> out-of-pocket claim - the claim number groups the lines of
      *> one form, each line carries its expense type and amount,
      *> and the claimant's department is taken off the master at
      *> capture so the approval and the expense posting follow the
      *> department the money was spent for. A claim is approved or
      *> rejected as a whole by an operator with approval authority
      *> for that department, and an approved claim is reimbursed
      *> untaxed by the expense reimbursement run, which marks its
      *> lines paid.
       01 EXPENSE-CLAIM-RECORD.
           05 EC-CLAIM-NO            PIC 9(06).
           05 EC-LINE-NO             PIC 9(02).
           05 EC-EMP-ID              PIC 9(05).
           05 EC-DEPARTMENT          PIC X(10).
           05 EC-CLAIM-DATE          PIC 9(08).
           05 EC-EXPENSE-TYPE        PIC X(04).
               88 EC-VALID-TYPE          VALUE "TRVL" "MEAL" "LODG"
                                               "MILE" "PHON" "OTHR".
           05 EC-DESCRIPTION         PIC X(20).
           05 EC-AMOUNT              PIC 9(07)V99.
           05 EC-STATUS              PIC X(01).
               88 EC-PENDING             VALUE 'N' SPACE.
               88 EC-APPROVED            VALUE 'A'.
               88 EC-REJECTED            VALUE 'R'.
               88 EC-PAID                VALUE 'P'.
           05 EC-APPROVED-BY         PIC X(10).
           05 EC-APPROVED-DATE       PIC 9(08).
           05 EC-PAID-DATE           PIC 9(08).
