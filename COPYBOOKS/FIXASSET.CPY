      *> FIXED-ASSET record layout, keyed on FA-ASSET-NUMBER - the
      *> equipment, vehicles and furniture capitalised in the chart
      *> of accounts, each carrying its cost, life and method so the
      *> monthly depreciation run can journal it instead of a hand
      *> entry off a spreadsheet. FA-LAST-DEPR-PERIOD is the last
      *> GL period depreciated, so no asset is charged twice for
      *> one month; a disposed asset keeps its row for the register.
      *> The record is longer than the 120-byte UPDJRNL image, so
      *> every field the change, depreciation and disposal runs can
      *> rewrite sits in the first 114 bytes and is journalled in
      *> full; the category, acquisition date, cost and GL accounts
      *> are fixed when the asset is added and trail the image.
       01 FIXED-ASSET-RECORD.
           05 FA-ASSET-NUMBER        PIC X(08).
           05 FA-DESCRIPTION         PIC X(30).
           05 FA-DEPT-CODE           PIC X(10).
           05 FA-LOCATION            PIC X(10).
           05 FA-SALVAGE-VALUE       PIC 9(09)V99.
           05 FA-LIFE-MONTHS         PIC 9(03).
           05 FA-METHOD              PIC X(01).
               88 FA-STRAIGHT-LINE       VALUE 'S'.
               88 FA-REDUCING-BALANCE    VALUE 'R'.
           05 FA-ANNUAL-RATE         PIC 9(02)V99.
           05 FA-ACCUM-DEPRECIATION  PIC 9(09)V99.
           05 FA-LAST-DEPR-PERIOD    PIC 9(06).
           05 FA-STATUS              PIC X(01).
               88 FA-IN-SERVICE          VALUE 'A'.
               88 FA-DISPOSED            VALUE 'D'.
           05 FA-DISPOSAL-DATE       PIC 9(08).
           05 FA-DISPOSAL-PROCEEDS   PIC 9(09)V99.
           05 FA-CATEGORY            PIC X(01).
               88 FA-EQUIPMENT           VALUE 'E'.
               88 FA-VEHICLE             VALUE 'V'.
               88 FA-FURNITURE           VALUE 'F'.
               88 FA-VALID-CATEGORY      VALUE 'E' 'V' 'F'.
           05 FA-ACQUIRE-DATE        PIC 9(08).
           05 FA-COST                PIC 9(09)V99.
           05 FA-ASSET-ACCOUNT       PIC X(10).
           05 FA-ACCUM-ACCOUNT       PIC X(10).
           05 FA-EXPENSE-ACCOUNT     PIC X(10).
