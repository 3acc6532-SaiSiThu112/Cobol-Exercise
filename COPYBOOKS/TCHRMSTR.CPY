           05 TM-ACTIVE-FLAG         PIC X(01).
               88 TM-TEACHER-ACTIVE      VALUE 'A' SPACE.
               88 TM-TEACHER-INACTIVE    VALUE 'I'.
      *> the teacher's own EMPLOYEE-MASTER id, so the overload
      *> allowance run can pay them through the register. Zero is
      *> a teacher not yet linked to payroll.
           05 TM-EMP-ID              PIC 9(05).
