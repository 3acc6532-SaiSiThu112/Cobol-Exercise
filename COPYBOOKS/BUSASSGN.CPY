      *> BUS-ASSIGNMENT record, keyed on BA-STUDENT-ID - the route
      *> and stop a student rides from. A student rides one route;
      *> the row is deleted when the student leaves the bus, is
      *> withdrawn or graduates, and the route's seat freed.
       01 BUS-ASSIGNMENT-RECORD.
           05 BA-STUDENT-ID          PIC 9(05).
           05 BA-ROUTE-CODE          PIC X(04).
           05 BA-STOP-CODE           PIC X(02).
           05 BA-ASSIGN-DATE         PIC 9(08).
