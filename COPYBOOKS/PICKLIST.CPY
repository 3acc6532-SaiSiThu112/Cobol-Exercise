               88 PK-PENDING             VALUE 'P'.
               88 PK-CONFIRMED           VALUE 'C'.
               88 PK-SHORTED             VALUE 'S'.
               88 PK-DISPATCHED          VALUE 'D'.
      *> the bin the line is picked from - blank for stock not yet
      *> put away, and on lines written before bins were kept.
           05 PK-BIN-CODE            PIC X(06).
