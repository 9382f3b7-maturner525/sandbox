      * ITEM-MASTER record layout.
      * Indexed master keyed on IM-SKU: maintained on screen by
      * itmfix, built from the old sequential format by itmload,
      * read per sale record by popdata's SKU lookup. IM-VENDOR-ID
      * names the supplier on the vendor master (blank for an item
      * no vendor feed carries), keyed in itmfix and read by vndfeed.
        01  ITEM-MASTER-RECORD.
            05 IM-SKU               PIC X(20).
            05 IM-GTIN              PIC X(10).
            05 IM-ITEM-NAME         PIC X(35).
            05 IM-UNIT              PIC X(04).
            05 IM-VENDOR-ID         PIC X(10).
