      *> BIN-STOCK record - one line per item x warehouse x bin,
      *> the shelf-level breakdown of the WAREHOUSE-STOCK balance.
      *> The bins of an item never hold more than its warehouse
      *> row; any difference is stock received or transferred in
      *> and not yet put away.
       01 BIN-STOCK-RECORD.
           05 BNS-WAREHOUSE-CODE     PIC X(03).
           05 BNS-BIN-CODE           PIC X(06).
           05 BNS-ITEM-CODE          PIC 9(05).
           05 BNS-QTY-ON-HAND        PIC 9(07).
