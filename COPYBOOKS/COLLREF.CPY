      *> COLLECTION-REFERRAL record: one line per account handed to
      *> the collection agency, written by the arrears hold run once
      *> a held account passes the final CTLPARM thresholds. Carries
      *> the guardian's contact details from GUARDIAN-CONTACT so the
      *> file can go to the agency as it stands.
       01 COLLECTION-REFERRAL-RECORD.
           05 CF-STUDENT-ID          PIC 9(05).
           05 CF-STUDENT-NAME        PIC X(10).
           05 CF-STUDENT-CLASS       PIC X(10).
           05 CF-REFERRAL-DATE       PIC 9(08).
           05 CF-BALANCE             PIC S9(07)V99.
           05 CF-OLDEST-DEBT-DATE    PIC 9(08).
           05 CF-DAYS-OVERDUE        PIC 9(05).
           05 CF-GUARDIAN-NAME       PIC X(20).
           05 CF-RELATIONSHIP        PIC X(10).
           05 CF-POSTAL-ADDRESS      PIC X(30).
           05 CF-POSTAL-CODE         PIC X(08).
           05 CF-PHONE               PIC X(12).
           05 CF-FAMILY-CODE         PIC X(06).
