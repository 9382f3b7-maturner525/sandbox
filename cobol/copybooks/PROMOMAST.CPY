      * PROMOTION-MASTER record layout (promomast.dat).
      * One line per promotion: what it covers, where, when, and how
      * much discount it authorizes. A promotion names either a SKU
      * or a category; a SKU promotion may also carry the category
      * the SKU sells under, which only the results report uses -
      * sales history is kept by category, not by SKU. A store list
      * left all zero means every store. The allowed discount is an
      * amount per unit sold (type A) or a percent of the line's
      * price times quantity (type P). Maintained on screen by
      * promofix; read into a table at popdata startup, which proves
      * every discounted sale against it, and by promorpt for the
      * results report.
        01  PROMOTION-MASTER-RECORD.
            05 PM-PROMO-ID          PIC X(10).
            05 PM-SKU               PIC X(20).
            05 PM-CATEGORY          PIC X(35).
            05 PM-START-DATE        PIC 9(08).
            05 PM-END-DATE          PIC 9(08).
            05 PM-DISC-TYPE         PIC X(01).
               88 PM-DISC-AMOUNT               VALUE 'A'.
               88 PM-DISC-PERCENT              VALUE 'P'.
            05 PM-DISC-VALUE        PIC 9(04)V99.
            05 PM-STORE-LIST.
               10 PM-STORE-NO       PIC 9(04)
                                    OCCURS 10 TIMES.
