           *> at month end
           *> a variance column against the latest archived INVARCH
           *> snapshot shows where value moved since last month end
           *> the INVARCH image widens to the 88-byte inventory record
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
       FD INVENTORY-ARCHIVE-FILE.
           01 INVENTORY-ARCHIVE-RECORD.
               05 IA-ARCHIVE-DATE       PIC 9(08).
               05 IA-INVENTORY-DATA     PIC X(88).

       WORKING-STORAGE SECTION.

