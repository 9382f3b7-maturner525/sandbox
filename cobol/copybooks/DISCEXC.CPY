      * DISCOUNT-EXCEPTION record layout (<input>.dex).
      * One line per loaded sale whose discount no promotion on the
      * promotion master authorizes: either no active promotion
      * covers the sale's store, SKU and date (reason N, no promo ID
      * and nothing allowed), or the discount is more than the best
      * promotion that does cover it allows (reason O). Written by
      * popdata as the sale commits - the sale still loads, the way
      * a price exception does - and read back by popdata's end-of-
      * run report to total the unauthorized discount by store and
      * cashier. The excess is the discount less what was allowed.
        01  DISCOUNT-EXCEPTION-RECORD.
            05 DX-SDATE             PIC X(10).
            05 DX-STORE-NO          PIC 9(04).
            05 DX-CASHIER-ID        PIC X(10).
            05 DX-SKU               PIC X(20).
            05 DX-TRANS-ID          PIC X(40).
            05 DX-QUANTITY          PIC S9(03)    SIGN LEADING
                                                  SEPARATE.
            05 DX-PRICE             PIC 9(04)V99.
            05 DX-DISCOUNT          PIC 9(04)V99.
            05 DX-PROMO-ID          PIC X(10).
            05 DX-ALLOWED           PIC 9(07)V99.
            05 DX-EXCESS            PIC 9(04)V99.
            05 DX-REASON            PIC X(01).
               88 DX-NO-PROMOTION              VALUE 'N'.
               88 DX-OVER-ALLOWED              VALUE 'O'.
