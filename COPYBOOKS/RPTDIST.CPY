      *> REPORT-DISTRIBUTION record: who receives a spooled report.
      *> One row per report and recipient - a blank burst value
      *> sends the whole report, otherwise only the pages whose key
      *> (section code, warehouse code, department) equals it. The
      *> key is read off each page at a fixed line of the page (1 =
      *> the line that starts it), column and length, repeated on
      *> every row of the report. A producing job, when given, must
      *> have logged to RUN-CONTROL for the run date before the
      *> report is distributed, so a spool left from an earlier day
      *> is not sent out again.
       01 REPORT-DISTRIBUTION-RECORD.
           05 RD-REPORT-NAME         PIC X(08).
           05 RD-RECIPIENT           PIC X(10).
           05 RD-RECIPIENT-NAME      PIC X(20).
           05 RD-BURST-VALUE         PIC X(10).
               88 RD-WHOLE-REPORT        VALUE SPACES.
           05 RD-KEY-LINE            PIC 9(02).
           05 RD-KEY-COLUMN          PIC 9(03).
           05 RD-KEY-LENGTH          PIC 9(02).
           05 RD-PRODUCING-JOB       PIC X(08).
