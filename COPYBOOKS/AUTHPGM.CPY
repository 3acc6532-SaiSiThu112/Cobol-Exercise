      *> AUTHORITY-PROGRAM list: every name a USER-AUTHORITY row
      *> can carry in UA-PROGRAM and still mean something - the
      *> WS-AUTH-PROGRAM-NAME each signed-on program checks, PORECV
      *> for receiving, SECADMIN for the security administrator and
      *> OVERRIDE for the supervisor codes. A program retired or
      *> renamed comes off here, so the duties review can list the
      *> rows still granting it.
       01 AUTHORITY-PROGRAM-LIST.
           05 FILLER PIC X(08) VALUE "APPRMNT ".
           05 FILLER PIC X(08) VALUE "EMPMAINT".
           05 FILLER PIC X(08) VALUE "EXPAPPRV".
           05 FILLER PIC X(08) VALUE "HOLDMNT ".
           05 FILLER PIC X(08) VALUE "INCDMNT ".
           05 FILLER PIC X(08) VALUE "INVMAINT".
           05 FILLER PIC X(08) VALUE "MARKCAPT".
           05 FILLER PIC X(08) VALUE "MERITAPP".
           05 FILLER PIC X(08) VALUE "PARMMNT ".
           05 FILLER PIC X(08) VALUE "POAPPRQ ".
           05 FILLER PIC X(08) VALUE "POENTRY ".
           05 FILLER PIC X(08) VALUE "PORECV  ".
           05 FILLER PIC X(08) VALUE "QTENTRY ".
           05 FILLER PIC X(08) VALUE "REQAPPR ".
           05 FILLER PIC X(08) VALUE "SECADMIN".
           05 FILLER PIC X(08) VALUE "SHOPSALE".
           05 FILLER PIC X(08) VALUE "STUMAINT".
           05 FILLER PIC X(08) VALUE "TSAPPROV".
           05 FILLER PIC X(08) VALUE "TUIRCPT ".
           05 FILLER PIC X(08) VALUE "VENDPO  ".
           05 FILLER PIC X(08) VALUE "OVERRIDE".
       01 AUTHORITY-PROGRAM-TABLE REDEFINES AUTHORITY-PROGRAM-LIST.
           05 AG-PROGRAM-NAME        PIC X(08) OCCURS 21 TIMES
                                     INDEXED BY AG-IDX.
       01 AG-PROGRAM-COUNT           PIC 9(02) VALUE 21.
