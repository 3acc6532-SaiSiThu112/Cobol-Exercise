      *> CONTROL-PARAMETER record: one keyed business setting per
      *> row - a late fee, a grace period in days, a threshold - so
      *> the figures the batch runs charge and test by live in a
      *> table the office maintains through ParameterMaintenance
      *> instead of a VALUE clause. Codes are unique; a run that
      *> finds its code missing falls back to its own default and
      *> says so.
       01 CONTROL-PARAMETER-RECORD.
           05 CP-PARM-CODE           PIC X(08).
           05 CP-PARM-VALUE          PIC 9(07)V99.
           05 CP-PARM-TEXT           PIC X(30).
