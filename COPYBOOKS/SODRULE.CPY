      *> SOD-RULE record: one pair of duties no single operator may
      *> hold together - a program and one of its transaction codes
      *> on each side, '*' standing for any code held there. Raising
      *> a purchase order in POENTRY against approving it in
      *> POAPPRQ is one row; keying an employee change in EMPMAINT
      *> against approving merit increases in MERITAPP is another.
      *> The quarterly duties review lists every operator whose
      *> USER-AUTHORITY rows cover both sides of any rule.
       01 SOD-RULE-RECORD.
           05 DR-RULE-CODE           PIC X(04).
           05 DR-PROGRAM-1           PIC X(08).
           05 DR-FUNCTION-1          PIC X(01).
           05 DR-PROGRAM-2           PIC X(08).
           05 DR-FUNCTION-2          PIC X(01).
           05 DR-DESCRIPTION         PIC X(40).
