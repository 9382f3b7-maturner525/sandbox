      * PHYSICAL-COUNT record layout (physcnt.dat).
      * One line per store and SKU counted, keyed in from the count
      * sheets: the count date and the units found on the shelf,
      * plus the reorder point and min/max stocking levels for the
      * item at that store. Read by invcnt, which seeds a new item
      * into the on-hand file or reports the shrink on one already
      * there; zero stocking levels on a recount leave the levels
      * already on file alone.
        01  PHYSICAL-COUNT-RECORD.
            05 PC-STORE-NO          PIC 9(04).
            05 PC-SKU               PIC X(20).
            05 PC-COUNT-DATE        PIC 9(08).
            05 PC-COUNTED-QTY       PIC 9(07).
            05 PC-REORDER-POINT     PIC 9(07).
            05 PC-MIN-QTY           PIC 9(07).
            05 PC-MAX-QTY           PIC 9(07).
