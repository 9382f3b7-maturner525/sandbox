      * INVENTORY-MASTER record layout (invmast.dat).
      * Indexed on-hand file keyed on store number and SKU: seeded
      * and trued up from a physical count by invcnt, reduced by
      * each day's sales and increased by returns by invpost, read
      * back by invrpt for the reorder/min-max exception report.
      * IV-COUNT-DATE is the date of the last count applied; a sale
      * dated on or before it is already reflected in the counted
      * quantity and is never posted against it. IV-UNIT-COST is
      * the latest OUT-COST posted for the item at the store, the
      * cost the shrink report values units at.
        01  INVENTORY-MASTER-RECORD.
            05 IV-KEY.
                10 IV-STORE-NO      PIC 9(04).
                10 IV-SKU           PIC X(20).
            05 IV-ON-HAND           PIC S9(07)    SIGN LEADING
                                                  SEPARATE.
            05 IV-REORDER-POINT     PIC 9(07).
            05 IV-MIN-QTY           PIC 9(07).
            05 IV-MAX-QTY           PIC 9(07).
            05 IV-UNIT-COST         PIC 9(04)V99.
            05 IV-COUNT-DATE        PIC 9(08).
            05 IV-LAST-POST-DATE    PIC 9(08).
