      * LINE SEQUENTIAL FORMAT. RUN ONCE AT CONVERSION (AND ANY TIME
      * THE MASTER HAS TO BE REBUILT FROM A FLAT COPY); AFTER THAT
      * THE INDEXED FILE IS MAINTAINED ON SCREEN BY itmfix AND READ
      * BY KEYED SKU LOOKUP IN popdata. A FLAT COPY FROM BEFORE ITEMS
      * CARRIED A VENDOR HAS NO VENDOR COLUMN; ITS ITEMS LOAD WITH NO
      * VENDOR, TO BE ASSIGNED IN itmfix.
      *
        ENVIRONMENT DIVISION.

                ==IM-SKU==       BY ==SIM-SKU==
                ==IM-GTIN==      BY ==SIM-GTIN==
                ==IM-ITEM-NAME== BY ==SIM-ITEM-NAME==
                ==IM-UNIT==      BY ==SIM-UNIT==
                ==IM-VENDOR-ID== BY ==SIM-VENDOR-ID==.

        FD ITEM-MASTER-FILE.
            COPY ITEMMAST.
                    MOVE SIM-GTIN      TO IM-GTIN
                    MOVE SIM-ITEM-NAME TO IM-ITEM-NAME
                    MOVE SIM-UNIT      TO IM-UNIT
                    MOVE SIM-VENDOR-ID TO IM-VENDOR-ID
                    WRITE ITEM-MASTER-RECORD
                        INVALID KEY
                            DISPLAY 'ITMLOAD: DUPLICATE SKU SKIPPED '
