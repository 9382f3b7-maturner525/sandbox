            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

            SELECT PROMO-MASTER-FILE
            ASSIGN TO DYNAMIC WS-PROMO-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-PRM-FILE-STATUS.

      * One line per committed sale whose discount no promotion
      * authorizes; re-read at end of run to build the report by
      * store and cashier, the same way the .pex file is.
            SELECT DISC-EXC-FILE
            ASSIGN TO DYNAMIC WS-DISC-EXC-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-DEX-FILE-STATUS.

            SELECT DISC-EXC-RPT
            ASSIGN TO DYNAMIC WS-DISC-RPT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

            SELECT CASHIER-MASTER-FILE
            ASSIGN TO DYNAMIC WS-CASHIER-MASTER-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
        FD PRICE-EXC-RPT.
        01 PRICE-RPT-LINE       PIC X(132).

        FD PROMO-MASTER-FILE.
            COPY PROMOMAST.

        FD DISC-EXC-FILE.
            COPY DISCEXC.

        FD DISC-EXC-RPT.
        01 DISC-RPT-LINE        PIC X(132).

        FD CASHIER-MASTER-FILE.
            COPY CSHMAST.

        01  WS-PRICE-EXC-FILENAME  PIC X(110) VALUE SPACES.
        01  WS-PEX-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-PRICE-RPT-FILENAME  PIC X(110) VALUE SPACES.
        01  WS-PROMO-FILENAME      PIC X(100) VALUE './promomast.dat'.
        01  WS-PRM-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-DISC-EXC-FILENAME   PIC X(110) VALUE SPACES.
        01  WS-DEX-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-DISC-RPT-FILENAME   PIC X(110) VALUE SPACES.

        01  WS-CKPT-FILE-STATUS    PIC X(2)   VALUE SPACES.
        01  WS-ITM-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-PXR-OVER-ED         PIC -ZZZZZZZZ9.99.
        01  WS-PXR-UNDER-ED        PIC -ZZZZZZZZ9.99.

      * Promotion master off promomast.dat, loaded at startup the
      * way the price book is: what discount each promotion allows
      * on which SKU or category, at which stores, between which
      * dates. The price book proves what a sale was rung at; this
      * proves the discount taken off it. Without the file every
      * discount loads unchecked, announced once at startup.
        01  PROMO-CONTROLS.
            05 PROMO-COUNT         PIC 9(3)   VALUE ZERO.
            05 WS-PRM-EOF          PIC X(1)   VALUE 'N'.
            05 WS-PRM-LOADED-SW    PIC X(1)   VALUE 'N'.
               88 PROMOTIONS-AVAILABLE         VALUE 'Y'.
        01  PROMO-TABLE.
            05 PROMO-ENTRY OCCURS 300 TIMES INDEXED BY PRM-IDX.
                10 PRT-PROMO-ID    PIC X(10).
                10 PRT-SKU         PIC X(20).
                10 PRT-CATEGORY    PIC X(35).
                10 PRT-START-DATE  PIC 9(8).
                10 PRT-END-DATE    PIC 9(8).
                10 PRT-DISC-TYPE   PIC X(1).
                    88 PRT-DISC-PERCENT        VALUE 'P'.
                10 PRT-DISC-VALUE  PIC 9(4)V99.
                10 PRT-STORE-LIST.
                    15 PRT-STORE-NO PIC 9(4) OCCURS 10 TIMES.

        01  WS-PRM-SUB             PIC 9(3)   VALUE ZERO.
        01  WS-PRM-STORE-SUB       PIC 9(2)   VALUE ZERO.
        01  WS-PRM-STORE-SW        PIC X(1)   VALUE 'N'.
            88 PROMO-STORE-MATCH              VALUE 'Y'.
        01  WS-PROMO-FOUND-SW      PIC X(1)   VALUE 'N'.
            88 PROMO-FOUND                    VALUE 'Y'.
        01  WS-BEST-PROMO-ID       PIC X(10)  VALUE SPACES.
        01  WS-BEST-ALLOWED        PIC 9(7)V99 VALUE ZERO.
        01  WS-DISC-ALLOWED        PIC 9(7)V99 VALUE ZERO.
        01  WS-DISC-QTY            PIC 9(3)   VALUE ZERO.
        01  WS-DISC-EXC-COUNT      PIC 9(7)   VALUE ZERO.

      * Unauthorized-discount report roll-up, built by re-reading
      * the .dex file at end of run like the price exception report:
      * by store and cashier, how many discounts had no promotion
      * and how many went over one, the discount taken and how much
      * of it nothing authorized.
        01  DXR-TABLE-CONTROLS.
            05 DXR-TABLE-COUNT     PIC 9(3)   VALUE ZERO.
            05 WS-DXR-FOUND        PIC X(1)   VALUE 'Y'.
               88 DXR-NOT-FOUND                VALUE 'N'.
        01  DXR-TABLE.
            05 DXR-ENTRY OCCURS 500 TIMES INDEXED BY DXR-IDX.
                10 DXR-STORE-NO        PIC 9(4).
                10 DXR-CASHIER-ID      PIC X(10).
                10 DXR-NO-PROMO-COUNT  PIC 9(7).
                10 DXR-OVER-COUNT      PIC 9(7).
                10 DXR-DISCOUNT-TOTAL  PIC 9(9)V99.
                10 DXR-EXCESS-TOTAL    PIC 9(9)V99.
                10 DXR-PRINTED-SW      PIC X(1).
                    88 DXR-PRINTED             VALUE 'Y'.

        01  WS-DEX-EOF             PIC X(1)   VALUE 'N'.
        01  WS-DXR-SUB             PIC 9(3)   VALUE ZERO.
        01  WS-DXR-STORE-NO        PIC 9(4)   VALUE ZERO.
        01  WS-DXS-NO-PROMO-COUNT  PIC 9(7)   VALUE ZERO.
        01  WS-DXS-OVER-COUNT      PIC 9(7)   VALUE ZERO.
        01  WS-DXS-DISCOUNT-TOTAL  PIC 9(9)V99 VALUE ZERO.
        01  WS-DXS-EXCESS-TOTAL    PIC 9(9)V99 VALUE ZERO.
        01  WS-DXR-NOPRM-ED        PIC ZZZZZZ9.
        01  WS-DXR-OVER-ED         PIC ZZZZZZ9.
        01  WS-DXR-DISC-ED         PIC ZZZZZZZZ9.99.
        01  WS-DXR-EXCESS-ED       PIC ZZZZZZZZ9.99.

      * Sales tax rates off taxrate.dat, loaded at startup the way
      * the store master is: one entry per store and effective date,
      * searched per sale for the latest effective date not after the
                IF WS-PEX-FILE-STATUS = '35'
                    OPEN OUTPUT PRICE-EXC-FILE
                END-IF
                OPEN EXTEND DISC-EXC-FILE
                IF WS-DEX-FILE-STATUS = '35'
                    OPEN OUTPUT DISC-EXC-FILE
                END-IF
                PERFORM SKIP-PROCEDURE
                    UNTIL WS-RECORD-COUNT NOT LESS THAN WS-SKIP-COUNT
                       OR WS-EOF = 'Y'
                OPEN OUTPUT SALES-REJECT-FILE
                OPEN OUTPUT SALES-REGISTER-RPT
                OPEN OUTPUT PRICE-EXC-FILE
                OPEN OUTPUT DISC-EXC-FILE
            END-IF.

            PERFORM READ-PROCEDURE
            CLOSE OUTPUT-FILE.
            CLOSE SALES-REJECT-FILE.
            CLOSE PRICE-EXC-FILE.
            CLOSE DISC-EXC-FILE.
            IF REGISTRY-AVAILABLE
                CLOSE TRANS-REGISTRY-FILE
            END-IF.
                PERFORM WRITE-TAX-REPORT-PROCEDURE
                PERFORM WRITE-CASHIER-REPORT-PROCEDURE
                PERFORM WRITE-PRICE-EXC-REPORT-PROCEDURE
                PERFORM WRITE-DISC-EXC-REPORT-PROCEDURE
            END-IF.
            PERFORM WRITE-AUDIT-PROCEDURE.

                   '.pxr'            DELIMITED BY SIZE
                   INTO WS-PRICE-RPT-FILENAME
            END-STRING.
            STRING WS-INPUT-FILENAME DELIMITED BY SPACE
                   '.dex'            DELIMITED BY SIZE
                   INTO WS-DISC-EXC-FILENAME
            END-STRING.
            STRING WS-INPUT-FILENAME DELIMITED BY SPACE
                   '.dxr'            DELIMITED BY SIZE
                   INTO WS-DISC-RPT-FILENAME
            END-STRING.

            PERFORM INIT-HOUR-TABLE-PROCEDURE
                VARYING WS-HOUR-SUB FROM 1 BY 1
            PERFORM LOAD-CASHIER-MASTER-PROCEDURE.
            PERFORM LOAD-TAX-RATE-PROCEDURE.
            PERFORM LOAD-PRICE-BOOK-PROCEDURE.
            PERFORM LOAD-PROMO-MASTER-PROCEDURE.
            PERFORM OPEN-REGISTRY-PROCEDURE.
            PERFORM LOAD-CHECKPOINT-PROCEDURE.

                    END-IF
            END-READ.

        LOAD-PROMO-MASTER-PROCEDURE.
            MOVE 'N' TO WS-PRM-LOADED-SW.
            MOVE ZERO TO PROMO-COUNT.
            MOVE 'N' TO WS-PRM-EOF.
            OPEN INPUT PROMO-MASTER-FILE.
            IF WS-PRM-FILE-STATUS = '00'
                SET PROMOTIONS-AVAILABLE TO TRUE
                PERFORM LOAD-PROMO-MASTER-READ-PROCEDURE
                    UNTIL WS-PRM-EOF = 'Y'
                CLOSE PROMO-MASTER-FILE
            ELSE
                DISPLAY 'POPDATA: CANNOT OPEN PROMOTION MASTER '
                        WS-PROMO-FILENAME
                        ' - DISCOUNT CHECK DISABLED'
            END-IF.

        LOAD-PROMO-MASTER-READ-PROCEDURE.
            READ PROMO-MASTER-FILE
                AT END MOVE 'Y' TO WS-PRM-EOF
                NOT AT END
                    IF PROMO-COUNT < 300
                        ADD 1 TO PROMO-COUNT
                        SET PRM-IDX TO PROMO-COUNT
                        MOVE PM-PROMO-ID    TO PRT-PROMO-ID(PRM-IDX)
                        MOVE PM-SKU         TO PRT-SKU(PRM-IDX)
                        MOVE PM-CATEGORY    TO PRT-CATEGORY(PRM-IDX)
                        MOVE PM-START-DATE  TO PRT-START-DATE(PRM-IDX)
                        MOVE PM-END-DATE    TO PRT-END-DATE(PRM-IDX)
                        MOVE PM-DISC-TYPE   TO PRT-DISC-TYPE(PRM-IDX)
                        MOVE PM-DISC-VALUE  TO PRT-DISC-VALUE(PRM-IDX)
                        MOVE PM-STORE-LIST  TO PRT-STORE-LIST(PRM-IDX)
                    ELSE
                        DISPLAY 'POPDATA: PROMOTION TABLE FULL - '
                                'SKIPPING ' PM-PROMO-ID
                    END-IF
            END-READ.

      * The registry is created empty on first use, then opened I-O
      * and held open for the whole run: one keyed READ per record to
      * catch a TRANS-ID that already loaded, one WRITE per record
            PERFORM WRITE-REGISTER-LINE-PROCEDURE.
            PERFORM REGISTER-TRANS-ID-PROCEDURE.
            PERFORM CHECK-PRICE-BOOK-PROCEDURE.
            PERFORM CHECK-DISCOUNT-PROCEDURE.
            ADD 1 TO WS-LOADED-COUNT.

      * The charged price against the book price in force on the
            WRITE PRICE-EXCEPTION-RECORD.
            ADD 1 TO WS-PRICE-EXC-COUNT.

      * Every discount taken has to be one a promotion allows: a
      * promotion in force on the sale date, for the sale's store
      * (or every store), naming its SKU - or, with no SKU, its
      * category. Where more than one covers the sale the most
      * generous wins. A discount with no such promotion, or more
      * than the best one allows, goes to the unauthorized-discount
      * file with the cashier who keyed it; like a price exception
      * it never rejects the sale. Runs at commit time with the
      * other side effects, so an uncommitted batch leaves no
      * exception behind.
        CHECK-DISCOUNT-PROCEDURE.
            IF PROMOTIONS-AVAILABLE AND DISCOUNT > ZERO
                MOVE SDATE(1:4) TO WS-SALE-DATE-NUM(1:4)
                MOVE SDATE(6:2) TO WS-SALE-DATE-NUM(5:2)
                MOVE SDATE(9:2) TO WS-SALE-DATE-NUM(7:2)
                MOVE QUANTITY TO WS-DISC-QTY
                MOVE 'N' TO WS-PROMO-FOUND-SW
                MOVE SPACES TO WS-BEST-PROMO-ID
                MOVE ZERO TO WS-BEST-ALLOWED
                PERFORM CHECK-PROMO-ENTRY-PROCEDURE
                    VARYING WS-PRM-SUB FROM 1 BY 1
                    UNTIL WS-PRM-SUB > PROMO-COUNT
                IF NOT PROMO-FOUND
                   OR DISCOUNT > WS-BEST-ALLOWED
                    PERFORM WRITE-DISC-EXCEPTION-PROCEDURE
                END-IF
            END-IF.

        CHECK-PROMO-ENTRY-PROCEDURE.
            SET PRM-IDX TO WS-PRM-SUB.
            IF PRT-START-DATE(PRM-IDX) NOT GREATER THAN
                   WS-SALE-DATE-NUM
               AND PRT-END-DATE(PRM-IDX) NOT LESS THAN
                   WS-SALE-DATE-NUM
               AND (PRT-SKU(PRM-IDX) = SKU
                    OR (PRT-SKU(PRM-IDX) = SPACES
                        AND PRT-CATEGORY(PRM-IDX) = CATEGORY))
                PERFORM CHECK-PROMO-STORE-PROCEDURE
                IF PROMO-STORE-MATCH
                    PERFORM COMPUTE-ALLOWED-PROCEDURE
                END-IF
            END-IF.

      * An all-zero store list covers every store.
        CHECK-PROMO-STORE-PROCEDURE.
            IF PRT-STORE-LIST(PRM-IDX) = ZERO
                SET PROMO-STORE-MATCH TO TRUE
            ELSE
                MOVE 'N' TO WS-PRM-STORE-SW
                PERFORM CHECK-PROMO-STORE-NO-PROCEDURE
                    VARYING WS-PRM-STORE-SUB FROM 1 BY 1
                    UNTIL WS-PRM-STORE-SUB > 10
                       OR PROMO-STORE-MATCH
            END-IF.

        CHECK-PROMO-STORE-NO-PROCEDURE.
            IF PRT-STORE-NO(PRM-IDX, WS-PRM-STORE-SUB) = STORE-NO
                SET PROMO-STORE-MATCH TO TRUE
            END-IF.

      * An amount is allowed per unit sold; a percent is of the
      * line's price times quantity, before the discount.
        COMPUTE-ALLOWED-PROCEDURE.
            IF PRT-DISC-PERCENT(PRM-IDX)
                COMPUTE WS-DISC-ALLOWED ROUNDED =
                    PRICE * WS-DISC-QTY * PRT-DISC-VALUE(PRM-IDX)
                    / 100
            ELSE
                COMPUTE WS-DISC-ALLOWED =
                    PRT-DISC-VALUE(PRM-IDX) * WS-DISC-QTY
            END-IF.
            IF NOT PROMO-FOUND OR WS-DISC-ALLOWED > WS-BEST-ALLOWED
                SET PROMO-FOUND TO TRUE
                MOVE WS-DISC-ALLOWED       TO WS-BEST-ALLOWED
                MOVE PRT-PROMO-ID(PRM-IDX) TO WS-BEST-PROMO-ID
            END-IF.

        WRITE-DISC-EXCEPTION-PROCEDURE.
            MOVE SDATE            TO DX-SDATE.
            MOVE STORE-NO         TO DX-STORE-NO.
            MOVE CASHIER-ID       TO DX-CASHIER-ID.
            MOVE SKU              TO DX-SKU.
            MOVE TRANS-ID         TO DX-TRANS-ID.
            MOVE QUANTITY         TO DX-QUANTITY.
            MOVE PRICE            TO DX-PRICE.
            MOVE DISCOUNT         TO DX-DISCOUNT.
            MOVE WS-BEST-PROMO-ID TO DX-PROMO-ID.
            MOVE WS-BEST-ALLOWED  TO DX-ALLOWED.
            IF PROMO-FOUND
                SET DX-OVER-ALLOWED TO TRUE
                COMPUTE DX-EXCESS = DISCOUNT - WS-BEST-ALLOWED
            ELSE
                SET DX-NO-PROMOTION TO TRUE
                MOVE DISCOUNT TO DX-EXCESS
            END-IF.
            WRITE DISCOUNT-EXCEPTION-RECORD.
            ADD 1 TO WS-DISC-EXC-COUNT.

      * SQL-layer escaping: doubles any embedded QUOTE character in
      * each untrusted text field before it is placed between QUOTE
      * delimiters in WS-SQL-STMT above, the same way a doubled
            END-STRING.
            WRITE PRICE-RPT-LINE.

      *----------------------------------------------------------------
      * Daily unauthorized-discount report: the .dex file written as
      * sales committed is re-read and totalled here, so a restarted
      * run still covers the whole day, by store and within store by
      * cashier, with a total line per store - loss prevention works
      * it cashier by cashier, the store managers store by store.
      *----------------------------------------------------------------
        WRITE-DISC-EXC-REPORT-PROCEDURE.
            MOVE ZERO TO DXR-TABLE-COUNT.
            MOVE 'N' TO WS-DEX-EOF.
            OPEN INPUT DISC-EXC-FILE.
            IF WS-DEX-FILE-STATUS = '00'
                PERFORM READ-DISC-EXC-PROCEDURE
                    UNTIL WS-DEX-EOF = 'Y'
                CLOSE DISC-EXC-FILE
            END-IF.

            OPEN OUTPUT DISC-EXC-RPT.

            MOVE SPACES TO DISC-RPT-LINE.
            STRING 'UNAUTHORIZED DISCOUNTS FOR ' DELIMITED BY SIZE
                   WS-INPUT-FILENAME       DELIMITED BY SPACE
                   ' RUN '                 DELIMITED BY SIZE
                   WS-RUN-DATE             DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WS-RUN-TIME             DELIMITED BY SIZE
                   INTO DISC-RPT-LINE
            END-STRING.
            WRITE DISC-RPT-LINE.

            IF NOT PROMOTIONS-AVAILABLE
                MOVE ' NOT CHECKED - NO PROMOTION MASTER'
                    TO DISC-RPT-LINE
                WRITE DISC-RPT-LINE
            ELSE
                IF DXR-TABLE-COUNT = 0
                    MOVE ' NONE' TO DISC-RPT-LINE
                    WRITE DISC-RPT-LINE
                ELSE
                    PERFORM WRITE-DISC-EXC-STORE-PROCEDURE
                        VARYING WS-DXR-SUB FROM 1 BY 1
                        UNTIL WS-DXR-SUB > DXR-TABLE-COUNT
                END-IF
            END-IF.

            CLOSE DISC-EXC-RPT.

        READ-DISC-EXC-PROCEDURE.
            READ DISC-EXC-FILE
                AT END MOVE 'Y' TO WS-DEX-EOF
                NOT AT END PERFORM TOTAL-DISC-EXC-PROCEDURE
            END-READ.

        TOTAL-DISC-EXC-PROCEDURE.
            PERFORM FIND-DXR-ENTRY-PROCEDURE.
            IF DXR-NOT-FOUND
                DISPLAY 'POPDATA: DISCOUNT EXC TABLE FULL - '
                        'SKIPPING ' DX-STORE-NO ' ' DX-CASHIER-ID
            ELSE
                IF DX-NO-PROMOTION
                    ADD 1 TO DXR-NO-PROMO-COUNT(DXR-IDX)
                ELSE
                    ADD 1 TO DXR-OVER-COUNT(DXR-IDX)
                END-IF
                ADD DX-DISCOUNT TO DXR-DISCOUNT-TOTAL(DXR-IDX)
                ADD DX-EXCESS   TO DXR-EXCESS-TOTAL(DXR-IDX)
            END-IF.

        FIND-DXR-ENTRY-PROCEDURE.
            MOVE 'Y' TO WS-DXR-FOUND.
            SET DXR-IDX TO 1.
            SEARCH DXR-ENTRY
                AT END
                    IF DXR-TABLE-COUNT < 500
                        ADD 1 TO DXR-TABLE-COUNT
                        SET DXR-IDX TO DXR-TABLE-COUNT
                        MOVE DX-STORE-NO   TO DXR-STORE-NO(DXR-IDX)
                        MOVE DX-CASHIER-ID TO DXR-CASHIER-ID(DXR-IDX)
                        MOVE ZERO TO DXR-NO-PROMO-COUNT(DXR-IDX)
                                     DXR-OVER-COUNT(DXR-IDX)
                                     DXR-DISCOUNT-TOTAL(DXR-IDX)
                                     DXR-EXCESS-TOTAL(DXR-IDX)
                        MOVE 'N' TO DXR-PRINTED-SW(DXR-IDX)
                    ELSE
                        MOVE 'N' TO WS-DXR-FOUND
                    END-IF
                WHEN DXR-STORE-NO(DXR-IDX) = DX-STORE-NO
                 AND DXR-CASHIER-ID(DXR-IDX) = DX-CASHIER-ID
                    CONTINUE
            END-SEARCH.

      * The first entry not yet printed opens its store: every
      * cashier line for that store follows it, then the store's
      * total line.
        WRITE-DISC-EXC-STORE-PROCEDURE.
            SET DXR-IDX TO WS-DXR-SUB.
            IF NOT DXR-PRINTED(DXR-IDX)
                MOVE DXR-STORE-NO(DXR-IDX) TO WS-DXR-STORE-NO
                MOVE ZERO TO WS-DXS-NO-PROMO-COUNT WS-DXS-OVER-COUNT
                             WS-DXS-DISCOUNT-TOTAL WS-DXS-EXCESS-TOTAL
                PERFORM WRITE-DISC-EXC-CASHIER-PROCEDURE
                    VARYING DXR-IDX FROM WS-DXR-SUB BY 1
                    UNTIL DXR-IDX > DXR-TABLE-COUNT
                MOVE WS-DXS-NO-PROMO-COUNT TO WS-DXR-NOPRM-ED
                MOVE WS-DXS-OVER-COUNT     TO WS-DXR-OVER-ED
                MOVE WS-DXS-DISCOUNT-TOTAL TO WS-DXR-DISC-ED
                MOVE WS-DXS-EXCESS-TOTAL   TO WS-DXR-EXCESS-ED
                MOVE SPACES TO DISC-RPT-LINE
                STRING 'STORE='              DELIMITED BY SIZE
                       WS-DXR-STORE-NO       DELIMITED BY SIZE
                       ' TOTAL      '        DELIMITED BY SIZE
                       ' NO-PROMO='          DELIMITED BY SIZE
                       WS-DXR-NOPRM-ED       DELIMITED BY SIZE
                       ' OVER-LIMIT='        DELIMITED BY SIZE
                       WS-DXR-OVER-ED        DELIMITED BY SIZE
                       ' DISCOUNT='          DELIMITED BY SIZE
                       WS-DXR-DISC-ED        DELIMITED BY SIZE
                       ' UNAUTHORIZED='      DELIMITED BY SIZE
                       WS-DXR-EXCESS-ED      DELIMITED BY SIZE
                       INTO DISC-RPT-LINE
                END-STRING
                WRITE DISC-RPT-LINE
            END-IF.

        WRITE-DISC-EXC-CASHIER-PROCEDURE.
            IF DXR-STORE-NO(DXR-IDX) = WS-DXR-STORE-NO
               AND NOT DXR-PRINTED(DXR-IDX)
                SET DXR-PRINTED(DXR-IDX) TO TRUE
                ADD DXR-NO-PROMO-COUNT(DXR-IDX)
                    TO WS-DXS-NO-PROMO-COUNT
                ADD DXR-OVER-COUNT(DXR-IDX)     TO WS-DXS-OVER-COUNT
                ADD DXR-DISCOUNT-TOTAL(DXR-IDX)
                    TO WS-DXS-DISCOUNT-TOTAL
                ADD DXR-EXCESS-TOTAL(DXR-IDX)   TO WS-DXS-EXCESS-TOTAL
                MOVE DXR-NO-PROMO-COUNT(DXR-IDX) TO WS-DXR-NOPRM-ED
                MOVE DXR-OVER-COUNT(DXR-IDX)     TO WS-DXR-OVER-ED
                MOVE DXR-DISCOUNT-TOTAL(DXR-IDX) TO WS-DXR-DISC-ED
                MOVE DXR-EXCESS-TOTAL(DXR-IDX)   TO WS-DXR-EXCESS-ED
                MOVE SPACES TO DISC-RPT-LINE
                STRING 'STORE='                DELIMITED BY SIZE
                       DXR-STORE-NO(DXR-IDX)   DELIMITED BY SIZE
                       ' CASHIER='             DELIMITED BY SIZE
                       DXR-CASHIER-ID(DXR-IDX) DELIMITED BY SIZE
                       ' NO-PROMO='            DELIMITED BY SIZE
                       WS-DXR-NOPRM-ED         DELIMITED BY SIZE
                       ' OVER-LIMIT='          DELIMITED BY SIZE
                       WS-DXR-OVER-ED          DELIMITED BY SIZE
                       ' DISCOUNT='            DELIMITED BY SIZE
                       WS-DXR-DISC-ED          DELIMITED BY SIZE
                       ' UNAUTHORIZED='        DELIMITED BY SIZE
                       WS-DXR-EXCESS-ED        DELIMITED BY SIZE
                       INTO DISC-RPT-LINE
                END-STRING
                WRITE DISC-RPT-LINE
            END-IF.

      * Permanent record that this run happened: when asked three
      * weeks from now whether a given day's sales loaded, this is
      * read instead of guessing from file timestamps.
