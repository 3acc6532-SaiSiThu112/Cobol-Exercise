      *> BUS-ROUTE record, keyed on BR-ROUTE-CODE - one school bus
      *> route with its vehicle, seat capacity, the transport fee
      *> charged per rider each term and its stops in pickup order.
      *> BR-SEATS-TAKEN is kept by the assignment maintenance, the
      *> withdrawal drop and the transport-fee run's recount.
       01 BUS-ROUTE-RECORD.
           05 BR-ROUTE-CODE          PIC X(04).
           05 BR-ROUTE-NAME          PIC X(20).
           05 BR-DRIVER-NAME         PIC X(20).
           05 BR-VEHICLE-NO          PIC X(10).
           05 BR-SEAT-CAPACITY       PIC 9(03).
           05 BR-SEATS-TAKEN         PIC 9(03).
           05 BR-TERM-FEE            PIC 9(05)V99.
           05 BR-ACTIVE-FLAG         PIC X(01).
               88 BR-ROUTE-ACTIVE        VALUE 'A'.
               88 BR-ROUTE-CLOSED        VALUE 'C'.
           05 BR-STOP-COUNT          PIC 9(02).
           05 BR-STOP OCCURS 20 TIMES INDEXED BY BR-STOP-IDX.
               10 BR-STOP-CODE       PIC X(02).
               10 BR-STOP-NAME       PIC X(20).
               10 BR-PICKUP-TIME     PIC 9(04).
