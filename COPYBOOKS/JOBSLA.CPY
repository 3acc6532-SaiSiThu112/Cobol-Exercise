      *> JOB-SERVICE-LEVEL record: one row per batch job the run
      *> time trend report should hold to a standard - the clock
      *> time the job must have finished by (HHMM, 0000 = no
      *> target; 0600 for the jobs the morning online start waits
      *> on) and how far, as a percent of its 90-day average, one
      *> night's elapsed time may stray before it is flagged (000
      *> takes the report's default). Maintained by operations
      *> through ParameterMaintenance; a job with no row still
      *> gets the trend and the default range.
       01 JOB-SERVICE-LEVEL-RECORD.
           05 JV-JOB-NAME            PIC X(08).
           05 JV-TARGET-END          PIC 9(04).
           05 JV-TARGET-END-PARTS REDEFINES JV-TARGET-END.
               10 JV-TARGET-HOUR     PIC 9(02).
               10 JV-TARGET-MINUTE   PIC 9(02).
           05 JV-RANGE-PERCENT       PIC 9(03).
