      *> CLOSE-CHECKLIST record: one row per item that must pass
      *> before the GL posting run will close a period - P the
      *> payroll period covering it closed on PAY-PERIOD, J the job
      *> named completed on RUN-CONTROL inside the period or the
      *> month after (TUITGL, INVARCH, BANKRECN...), U no journal
      *> line for the period left unposted, T the trial balance to
      *> the period in balance, X no open exception logged by the
      *> source program named up to the period end. Maintained by
      *> the controller through ParameterMaintenance.
       01 CLOSE-CHECKLIST-RECORD.
           05 CC-ITEM-TYPE           PIC X(01).
               88 CC-PAYROLL-CLOSED      VALUE 'P'.
               88 CC-JOB-COMPLETE        VALUE 'J'.
               88 CC-NONE-UNPOSTED       VALUE 'U'.
               88 CC-TRIAL-BALANCED      VALUE 'T'.
               88 CC-NO-OPEN-EXCEPTIONS  VALUE 'X'.
               88 CC-ITEM-TYPE-VALID     VALUE 'P' 'J' 'U' 'T' 'X'.
               88 CC-ITEM-NEEDS-NAME     VALUE 'J' 'X'.
           05 CC-ITEM-NAME           PIC X(08).
           05 CC-DESCRIPTION         PIC X(40).
