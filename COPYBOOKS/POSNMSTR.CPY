      *> POSITION-MASTER record layout, keyed on PS-POSITION-ID -
      *> the establishment: one row per funded post, carrying the
      *> department it sits in, the PAY-GRADE band it is graded at
      *> and the salary the budget was built on. The incumbent is
      *> held here rather than on EMPLOYEE-MASTER - zero means the
      *> post is vacant - so a post can only ever be filled once
      *> and the master layout every archive image depends on is
      *> left alone.
       01 POSITION-MASTER-RECORD.
           05 PS-POSITION-ID         PIC X(06).
           05 PS-POSITION-TITLE      PIC X(20).
           05 PS-DEPARTMENT          PIC X(10).
           05 PS-GRADE-CODE          PIC X(03).
           05 PS-BUDGET-SALARY       PIC 9(07)V99.
           05 PS-POSITION-STATUS     PIC X(01).
               88 PS-FUNDED              VALUE 'F' SPACE.
               88 PS-FROZEN              VALUE 'Z'.
           05 PS-EMP-ID              PIC 9(05).
               88 PS-VACANT              VALUE ZERO.
           05 PS-FILLED-DATE         PIC 9(08).
