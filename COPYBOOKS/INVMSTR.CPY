      *> releases them to IM-QTY-ON-HAND or rejects them back to
      *> the vendor-return path.
           05 IM-QTY-ON-HOLD         PIC 9(07).
      *> the sales-tax code the item is sold and bought under, off
      *> the SALES-TAX-CODE table - blank reads as the standard code.
           05 IM-TAX-CODE            PIC X(02).
      *> the item that replaces this one when a vendor changes the
      *> part number, from the effective date on - zero for none.
      *> Stock still held of the old item is issued first; demand
      *> moves to the successor once it is gone.
           05 IM-SUCCESSOR-CODE      PIC 9(05).
               88 IM-NOT-SUPERSEDED      VALUE ZERO.
           05 IM-SUPERSEDE-DATE      PIC 9(08).
