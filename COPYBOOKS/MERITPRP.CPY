      *> MERIT-PROPOSAL record: one proposed annual increase per
      *> employee per review year, written by the merit run from
      *> the rating / band-quartile matrix after the grade maximum
      *> cap and the department budget pool have been applied. It
      *> waits for sign-off in MeritProposalApproval, which stamps
      *> the approver and the effective date; on that date the
      *> apply step posts the new salary to EMPLOYEE-MASTER with
      *> the SALARY-HISTORY and AUDIT-LOG rows of any other change.
       01 MERIT-PROPOSAL-RECORD.
           05 MP-EMP-ID              PIC 9(05).
           05 MP-REVIEW-YEAR         PIC 9(04).
           05 MP-DEPARTMENT          PIC X(10).
           05 MP-GRADE-CODE          PIC X(03).
           05 MP-RATING              PIC 9(01).
           05 MP-QUARTILE            PIC 9(01).
           05 MP-MATRIX-PCT          PIC 9(02)V99.
           05 MP-OLD-SALARY          PIC 9(07)V99.
           05 MP-INCREASE            PIC 9(07)V99.
           05 MP-NEW-SALARY          PIC 9(07)V99.
           05 MP-CAPPED-FLAG         PIC X(01).
               88 MP-CAPPED              VALUE 'Y'.
           05 MP-SCALED-FLAG         PIC X(01).
               88 MP-SCALED              VALUE 'Y'.
           05 MP-STATUS              PIC X(01).
               88 MP-PROPOSED            VALUE 'P' SPACE.
               88 MP-APPROVED            VALUE 'A'.
               88 MP-REJECTED            VALUE 'R'.
               88 MP-APPLIED             VALUE 'D'.
           05 MP-APPROVED-BY         PIC X(10).
           05 MP-EFFECTIVE-DATE      PIC 9(08).
