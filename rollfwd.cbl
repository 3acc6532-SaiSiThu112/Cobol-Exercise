           *> a replayed REWRITE simply lands the same image again
           *> the rebuild writes over the live master - take a copy
           *> first, the way operations copies before any restore
           *> student images widen to the 65-byte record carrying the
           *> date of birth - snapshot rows and journal images taken
           *> before the field existed come back with it zeroed, which
           *> is how the master is first converted to the new layout
           *> inventory images widen to the 88-byte record carrying
           *> the tax code and supersession link - older snapshot
           *> rows and journal images come back with the link zeroed
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
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

       FD UPDATE-JOURNAL-FILE.
           COPY UPDJRNL.

           IF SA-ARCHIVE-DATE = WS-SNAPSHOT-DATE
               MOVE SA-STUDENT-DATA TO STUDENT-MASTER-RECORD
               IF SM-DATE-OF-BIRTH NOT NUMERIC
                   MOVE ZERO TO SM-DATE-OF-BIRTH
               END-IF
               WRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "DUPLICATE ARCHIVE KEY "

           IF IA-ARCHIVE-DATE = WS-SNAPSHOT-DATE
               MOVE IA-INVENTORY-DATA TO INVENTORY-MASTER-RECORD
               PERFORM CONVERT-INVENTORY-PARA
               WRITE INVENTORY-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "DUPLICATE ARCHIVE KEY "
           APPLY-STUDENT-PARA.

           IF UJ-ACTION-DELETE
               MOVE UJ-BEFORE-IMAGE(1:65)
                   TO STUDENT-MASTER-RECORD
               DELETE STUDENT-MASTER RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE UJ-AFTER-IMAGE(1:65) TO STUDENT-MASTER-RECORD
               IF SM-DATE-OF-BIRTH NOT NUMERIC
                   MOVE ZERO TO SM-DATE-OF-BIRTH
               END-IF
               WRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       REWRITE STUDENT-MASTER-RECORD
           APPLY-INVENTORY-PARA.

           IF UJ-ACTION-DELETE
               MOVE UJ-BEFORE-IMAGE(1:88)
                   TO INVENTORY-MASTER-RECORD
               DELETE INVENTORY-MASTER RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE UJ-AFTER-IMAGE(1:88)
                   TO INVENTORY-MASTER-RECORD
               PERFORM CONVERT-INVENTORY-PARA
               WRITE INVENTORY-MASTER-RECORD
                   INVALID KEY
                       REWRITE INVENTORY-MASTER-RECORD
               END-WRITE
           END-IF.

           CONVERT-INVENTORY-PARA.

      *> an image taken before the tax code and supersession link
      *> were carried reads them as spaces - the tax code may stay
      *> blank (the standard code), the link and its date zero
           IF IM-SUCCESSOR-CODE NOT NUMERIC
               MOVE ZERO TO IM-SUCCESSOR-CODE
           END-IF
           IF IM-SUPERSEDE-DATE NOT NUMERIC
               MOVE ZERO TO IM-SUPERSEDE-DATE
           END-IF.

       END PROGRAM RollForwardRebuild.
