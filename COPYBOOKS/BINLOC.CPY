      *> BIN-LOCATION record, keyed on warehouse plus bin - the
      *> shelves inside each WAREHOUSE-MASTER location, with the
      *> walking sequence the pick list prints in, so a new
      *> storeman follows the list round the building instead of
      *> needing to know where everything lives.
       01 BIN-LOCATION-RECORD.
           05 BLM-BIN-KEY.
               10 BLM-WAREHOUSE-CODE PIC X(03).
               10 BLM-BIN-CODE       PIC X(06).
           05 BLM-DESCRIPTION        PIC X(20).
           05 BLM-PICK-SEQUENCE      PIC 9(05).
           05 BLM-ACTIVE-FLAG        PIC X(01).
               88 BLM-ACTIVE             VALUE 'A' SPACE.
               88 BLM-INACTIVE           VALUE 'I'.
