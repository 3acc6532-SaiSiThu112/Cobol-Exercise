      *> RETENTION-POLICY record: how long one of the audit and log
      *> files keeps its records online, and how long the purge run
      *> must then hold them in the file's offline history before
      *> they may be destroyed. A record older than the keep-online
      *> months moves to the history file (AUDITLOG to AUDITHST,
      *> STUAUDIT to STUAUHST, UPDJRNL to UPDJHST, OPALERT to
      *> OPALHST, PARMAUD to PARMHST, RUNCTLR to RUNCHST, EXCPMAST
      *> to EXCPHST); a history record older than the legal-hold
      *> months is dropped. A legal hold of zero holds the history
      *> indefinitely. A file with no row is never purged.
       01 RETENTION-POLICY-RECORD.
           05 RN-FILE-NAME           PIC X(08).
           05 RN-KEEP-ONLINE-MONTHS  PIC 9(03).
           05 RN-LEGAL-HOLD-MONTHS   PIC 9(03).
