      *> BONUS-INPUT record: one off-cycle payment per line for the
      *> bonus run - the year-end bonus or the thirteenth-month pay -
      *> kept out of SALARY-ADJUSTMENT so it no longer inflates a
      *> regular period's gross, tax bracket and pension accrual.
      *> A thirteenth-month line keyed with a zero amount is paid
      *> one month's regular gross as last posted to EM-SALARY.
      *> Ordinary percentage deductions and court orders are only
      *> taken off the payment when the line's flag asks for them.
       01 BONUS-INPUT-RECORD.
           05 BN-EMP-ID              PIC 9(05).
           05 BN-BONUS-TYPE          PIC X(01).
               88 BN-YEAR-END-BONUS      VALUE 'B' SPACE.
               88 BN-THIRTEENTH-MONTH    VALUE 'T'.
           05 BN-AMOUNT              PIC 9(07)V99.
           05 BN-DEDUCTIONS-FLAG     PIC X(01).
               88 BN-APPLY-DEDUCTIONS    VALUE 'Y'.
           05 BN-COURT-ORDER-FLAG    PIC X(01).
               88 BN-APPLY-COURT-ORDERS  VALUE 'Y'.
           05 BN-REFERENCE           PIC X(10).
