           *> from that snapshot back into the live master (only when
           *> the key is no longer on the master), with an
           *> EXCEPTION-FILE entry recording who restored it and why
           *> the student archive image and hold area widen to the
           *> 65-byte record carrying the date of birth; an image
           *> archived before the field existed restores with the date
           *> of birth zeroed instead of blank
           *> the inventory archive image and hold area widen to the
           *> 88-byte record with the tax code and supersession link,
           *> shown on the item inquiry
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-ARCHIVE-FILE ASSIGN TO "STUDARCH"
       FD STUDENT-ARCHIVE-FILE.
           01 STUDENT-ARCHIVE-RECORD.
               05 SA-ARCHIVE-DATE       PIC 9(08).
               05 SA-STUDENT-DATA       PIC X(65).

       FD EMPLOYEE-ARCHIVE-FILE.
           01 EMPLOYEE-ARCHIVE-RECORD.
       FD INVENTORY-ARCHIVE-FILE.
           01 INVENTORY-ARCHIVE-RECORD.
               05 IA-ARCHIVE-DATE       PIC 9(08).
               05 IA-INVENTORY-DATA     PIC X(88).

       FD STUDENT-MASTER.
           COPY STUDMSTR.
                   ==ARCHIVED-INVENTORY-RECORD==
               LEADING ==IM-== BY ==AI-==.

           01 WS-HOLD-STUDENT PIC X(65) VALUE SPACES.
           01 WS-HOLD-EMPLOYEE PIC X(108) VALUE SPACES.
           01 WS-HOLD-ITEM PIC X(88) VALUE SPACES.

           01 WS-STUARCH-STATUS PIC X(02) VALUE SPACES.
           01 WS-EMPARCH-STATUS PIC X(02) VALUE SPACES.
           DISPLAY-ITEM-PARA.

           MOVE WS-HOLD-ITEM TO ARCHIVED-INVENTORY-RECORD
      *> snapshots from before the tax code and supersession link
      *> were archived carry spaces there - shown as none
           IF AI-SUCCESSOR-CODE NOT NUMERIC
               MOVE ZERO TO AI-SUCCESSOR-CODE
           END-IF
           IF AI-SUPERSEDE-DATE NOT NUMERIC
               MOVE ZERO TO AI-SUPERSEDE-DATE
           END-IF
           DISPLAY "AS OF " WS-BEST-DATE " :"
           DISPLAY "ITEM " AI-ITEM-CODE " " AI-ITEM-DESCRIPTION
           DISPLAY "QTY ON HAND : " AI-QTY-ON-HAND
               " UNIT COST : " AI-UNIT-COST
               " VENDOR : " AI-VENDOR-CODE
           DISPLAY "TAX CODE    : " AI-TAX-CODE
               " SUCCESSOR : " AI-SUCCESSOR-CODE
               " FROM : " AI-SUPERSEDE-DATE.

           RESTORE-STUDENT-PARA.

           READ STUDENT-MASTER
               INVALID KEY
                   MOVE WS-HOLD-STUDENT TO STUDENT-MASTER-RECORD
                   IF SM-DATE-OF-BIRTH NOT NUMERIC
                       MOVE ZERO TO SM-DATE-OF-BIRTH
                   END-IF
                   WRITE STUDENT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO RESTORE STUDENT RECORD"
