      * Tender And Deposit Reconciliation
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     tndrecon.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: PROVE THE MONEY ARRIVED. popdata PROVES THE
      * SALES LOADED AND dbrecon PROVES MYSQL MATCHES THE EXTRACT;
      * THIS PROGRAM ROLLS THE DAY'S .ext UP BY STORE AND CASHIER
      * (NET AMOUNT PLUS TAX, RETURNS NETTED AGAINST SALES) INTO WHAT
      * EACH DRAWER SHOULD HAVE TAKEN IN, ROLLS THE DAY'S .dep
      * DRAWER-COUNT / DEPOSIT FILE UP THE SAME WAY, AND REPORTS THE
      * OVER/SHORT ON EVERY DRAWER AGAINST A TOLERANCE, EVERY DRAWER
      * WITH SALES BUT NO DEPOSIT AND EVERY DEPOSIT WITH NO SALES
      * BEHIND IT. ENDS WITH CONDITION 4 WHEN ANYTHING NEEDS LOOKING
      * AT (THE MONEY IS A FINDING, NOT A FAILED LOAD) AND 8 WHEN
      * THE EXTRACT ITSELF CAN'T BE READ.
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EXTRACT-FILE
            ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-EXT-FILE-STATUS.

            SELECT DEPOSIT-FILE
            ASSIGN TO DYNAMIC WS-DEPOSIT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-DEP-FILE-STATUS.

            SELECT TENDER-RPT
            ASSIGN TO DYNAMIC WS-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD EXTRACT-FILE.
            COPY SALESEXT REPLACING ==OUTPUT-RECORD==
                BY ==EXTRACT-RECORD==
                ==OUT-SDATE==      BY ==EXT-SDATE==
                ==OUT-STIME==      BY ==EXT-STIME==
                ==OUT-CATEGORY==   BY ==EXT-CATEGORY==
                ==OUT-ITEM-NAME==  BY ==EXT-ITEM-NAME==
                ==OUT-QUANTITY==   BY ==EXT-QUANTITY==
                ==OUT-SDETAIL==    BY ==EXT-SDETAIL==
                ==OUT-SKU==        BY ==EXT-SKU==
                ==OUT-DISCOUNT==   BY ==EXT-DISCOUNT==
                ==OUT-PRICE==      BY ==EXT-PRICE==
                ==OUT-TRANS-ID==   BY ==EXT-TRANS-ID==
                ==OUT-SUNIT==      BY ==EXT-SUNIT==
                ==OUT-GTIN==       BY ==EXT-GTIN==
                ==OUT-COST==       BY ==EXT-COST==
                ==OUT-STORE-NO==   BY ==EXT-STORE-NO==
                ==OUT-NET-AMOUNT== BY ==EXT-NET-AMOUNT==
                ==OUT-TAX-AMOUNT== BY ==EXT-TAX-AMOUNT==
                ==OUT-CASHIER-ID== BY ==EXT-CASHIER-ID==.

        FD DEPOSIT-FILE.
            COPY DEPOSIT.

        FD TENDER-RPT.
        01 REPORT-LINE         PIC X(200).

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.

        01  WS-CMD-PARM            PIC X(200) VALUE SPACES.
        01  WS-PARM-1              PIC X(100) VALUE SPACES.
        01  WS-PARM-2              PIC X(100) VALUE SPACES.
        01  WS-INPUT-FILENAME      PIC X(100) VALUE SPACES.
        01  WS-EXTRACT-FILENAME    PIC X(110) VALUE SPACES.
        01  WS-DEPOSIT-FILENAME    PIC X(110) VALUE SPACES.
        01  WS-REPORT-FILENAME     PIC X(110) VALUE SPACES.
        01  WS-EXT-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-DEP-FILE-STATUS     PIC X(2)   VALUE SPACES.

        01  WS-RUN-DATE            PIC 9(8)   VALUE ZERO.
        01  WS-RUN-TIME            PIC 9(8)   VALUE ZERO.

      * A drawer is in balance when the counted tender is within this
      * many dollars of expected, either way. The second command
      * line parameter overrides it.
        01  WS-TOLERANCE           PIC 9(5)V99 VALUE 2.00.

        01  WS-EXTRACT-MISSING-SW  PIC X(1)   VALUE 'N'.
            88 EXTRACT-MISSING                VALUE 'Y'.
        01  WS-DEPOSIT-MISSING-SW  PIC X(1)   VALUE 'N'.
            88 DEPOSIT-MISSING                VALUE 'Y'.

        01  WS-EXT-READ-COUNT      PIC 9(9)   VALUE ZERO.
        01  WS-DEP-READ-COUNT      PIC 9(9)   VALUE ZERO.
        01  WS-BAD-DEPOSIT-COUNT   PIC 9(7)   VALUE ZERO.
        01  WS-BALANCED-COUNT      PIC 9(7)   VALUE ZERO.
        01  WS-OUT-TOL-COUNT       PIC 9(7)   VALUE ZERO.
        01  WS-NO-DEPOSIT-COUNT    PIC 9(7)   VALUE ZERO.
        01  WS-NO-SALES-COUNT      PIC 9(7)   VALUE ZERO.

      * One entry per store and cashier drawer, filled from both
      * sides: the extract side (what the drawer should hold) and
      * the deposit side (what was counted), each marked seen so a
      * drawer on one side only can be called out.
        01  DRAWER-TABLE-CONTROLS.
            05 DRAWER-TABLE-COUNT  PIC 9(3)   VALUE ZERO.
            05 WS-DRAWER-FOUND     PIC X(1)   VALUE 'Y'.
               88 DRAWER-NOT-FOUND             VALUE 'N'.
        01  DRAWER-TABLE.
            05 DRAWER-ENTRY OCCURS 500 TIMES INDEXED BY DR-IDX.
                10 DR-STORE-NO         PIC 9(4).
                10 DR-CASHIER-ID       PIC X(10).
                10 DR-SALE-COUNT       PIC 9(7).
                10 DR-RETURN-COUNT     PIC 9(7).
                10 DR-SALES-AMT        PIC S9(9)V99.
                10 DR-RETURN-AMT       PIC S9(9)V99.
                10 DR-CASH-AMT         PIC S9(9)V99.
                10 DR-CARD-AMT         PIC S9(9)V99.
                10 DR-OTHER-AMT        PIC S9(9)V99.
                10 DR-SALES-SW         PIC X(1).
                   88 DR-HAS-SALES                  VALUE 'Y'.
                10 DR-DEPOSIT-SW       PIC X(1).
                   88 DR-HAS-DEPOSIT                VALUE 'Y'.

      * Lookup key for the drawer table, set from whichever side is
      * being read.
        01  WS-KEY-STORE-NO        PIC 9(4)   VALUE ZERO.
        01  WS-KEY-CASHIER-ID      PIC X(10)  VALUE SPACES.

        01  STORE-RPT-CONTROLS.
            05 STORE-RPT-COUNT     PIC 9(3)   VALUE ZERO.
            05 WS-STORE-RPT-FOUND  PIC X(1)   VALUE 'Y'.
               88 STORE-RPT-NOT-FOUND          VALUE 'N'.
        01  STORE-RPT-TABLE.
            05 STORE-RPT-ENTRY OCCURS 100 TIMES INDEXED BY SP-IDX.
                10 SP-STORE-NO         PIC 9(4).
                10 SP-EXPECTED         PIC S9(9)V99.
                10 SP-COUNTED          PIC S9(9)V99.

        01  WS-EXPECTED            PIC S9(9)V99 VALUE ZERO.
        01  WS-COUNTED             PIC S9(9)V99 VALUE ZERO.
        01  WS-OVER-SHORT          PIC S9(9)V99 VALUE ZERO.
        01  WS-ABS-OVER-SHORT      PIC S9(9)V99 VALUE ZERO.
        01  WS-GRAND-EXPECTED      PIC S9(9)V99 VALUE ZERO.
        01  WS-GRAND-COUNTED       PIC S9(9)V99 VALUE ZERO.
        01  WS-STATUS-TEXT         PIC X(10)  VALUE SPACES.

        01  WS-AMT-ED              PIC -ZZZZZZZZ9.99.
        01  WS-AMT-ED-2            PIC -ZZZZZZZZ9.99.
        01  WS-AMT-ED-3            PIC -ZZZZZZZZ9.99.
        01  WS-AMT-ED-4            PIC -ZZZZZZZZ9.99.
        01  WS-AMT-ED-5            PIC -ZZZZZZZZ9.99.
        01  WS-TOL-ED              PIC ZZZZ9.99.
        01  WS-CNT-ED              PIC ZZZZZZ9.
        01  WS-CNT-ED-2            PIC ZZZZZZ9.
        01  WS-CNT-ED-3            PIC ZZZZZZ9.
        01  WS-CNT-ED-4            PIC ZZZZZZ9.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            PERFORM INITIALIZE-PROCEDURE.
            PERFORM READ-EXTRACT-PROCEDURE.

            IF EXTRACT-MISSING
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM READ-DEPOSIT-PROCEDURE.
            PERFORM WRITE-TENDER-REPORT-PROCEDURE.

            IF WS-OUT-TOL-COUNT > 0
               OR WS-NO-DEPOSIT-COUNT > 0
               OR WS-NO-SALES-COUNT > 0
               OR WS-BAD-DEPOSIT-COUNT > 0
                DISPLAY 'TNDRECON: OVER/SHORT=' WS-OUT-TOL-COUNT
                        ' NO DEPOSIT=' WS-NO-DEPOSIT-COUNT
                        ' NO SALES=' WS-NO-SALES-COUNT
                        ' - SEE ' WS-REPORT-FILENAME
                MOVE 4 TO RETURN-CODE
            ELSE
                DISPLAY 'TNDRECON: ALL DRAWERS IN BALANCE FOR '
                        WS-INPUT-FILENAME
            END-IF.

            STOP RUN.

      * Same per-run file naming convention as dbrecon: the first
      * parameter names the day's input file, and the extract, the
      * deposit file and the report are that name plus a suffix; a
      * second parameter overrides the over/short tolerance.
        INITIALIZE-PROCEDURE.
            ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
            MOVE SPACES TO WS-PARM-1 WS-PARM-2.
            UNSTRING WS-CMD-PARM DELIMITED BY SPACE
                INTO WS-PARM-1 WS-PARM-2
            END-UNSTRING.

            IF WS-PARM-1 = SPACES
                MOVE './data' TO WS-INPUT-FILENAME
            ELSE
                MOVE WS-PARM-1 TO WS-INPUT-FILENAME
            END-IF.
            IF WS-PARM-2 NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-2) = 0
                COMPUTE WS-TOLERANCE = FUNCTION NUMVAL(WS-PARM-2)
            END-IF.

            STRING WS-INPUT-FILENAME DELIMITED BY SPACE
                   '.ext'            DELIMITED BY SIZE
                   INTO WS-EXTRACT-FILENAME
            END-STRING.
            STRING WS-INPUT-FILENAME DELIMITED BY SPACE
                   '.dep'            DELIMITED BY SIZE
                   INTO WS-DEPOSIT-FILENAME
            END-STRING.
            STRING WS-INPUT-FILENAME DELIMITED BY SPACE
                   '.tnd'            DELIMITED BY SIZE
                   INTO WS-REPORT-FILENAME
            END-STRING.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.

        READ-EXTRACT-PROCEDURE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT EXTRACT-FILE.
            IF WS-EXT-FILE-STATUS NOT = '00'
                DISPLAY 'TNDRECON: CANNOT OPEN EXTRACT '
                        WS-EXTRACT-FILENAME
                SET EXTRACT-MISSING TO TRUE
                MOVE 'Y' TO WS-EOF
            ELSE
                PERFORM READ-EXTRACT-RECORD-PROCEDURE
                    UNTIL WS-EOF = 'Y'
                CLOSE EXTRACT-FILE
            END-IF.

      * What the drawer should hold is what the customer paid: net
      * amount plus tax. A return carries negative quantity, net and
      * tax, so adding it in nets the refund out of the drawer.
        READ-EXTRACT-RECORD-PROCEDURE.
            READ EXTRACT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-EXT-READ-COUNT
                    MOVE EXT-STORE-NO   TO WS-KEY-STORE-NO
                    MOVE EXT-CASHIER-ID TO WS-KEY-CASHIER-ID
                    PERFORM FIND-DRAWER-PROCEDURE
                    IF DRAWER-NOT-FOUND
                        DISPLAY 'TNDRECON: DRAWER TABLE FULL - '
                                'SKIPPING ' EXT-STORE-NO ' '
                                EXT-CASHIER-ID
                    ELSE
                        SET DR-HAS-SALES(DR-IDX) TO TRUE
                        IF EXT-QUANTITY < 0
                            ADD 1 TO DR-RETURN-COUNT(DR-IDX)
                            ADD EXT-NET-AMOUNT EXT-TAX-AMOUNT
                                TO DR-RETURN-AMT(DR-IDX)
                        ELSE
                            ADD 1 TO DR-SALE-COUNT(DR-IDX)
                            ADD EXT-NET-AMOUNT EXT-TAX-AMOUNT
                                TO DR-SALES-AMT(DR-IDX)
                        END-IF
                    END-IF
            END-READ.

        FIND-DRAWER-PROCEDURE.
            MOVE 'Y' TO WS-DRAWER-FOUND.
            SET DR-IDX TO 1.
            SEARCH DRAWER-ENTRY
                AT END
                    IF DRAWER-TABLE-COUNT < 500
                        ADD 1 TO DRAWER-TABLE-COUNT
                        SET DR-IDX TO DRAWER-TABLE-COUNT
                        MOVE WS-KEY-STORE-NO
                            TO DR-STORE-NO(DR-IDX)
                        MOVE WS-KEY-CASHIER-ID
                            TO DR-CASHIER-ID(DR-IDX)
                        MOVE ZERO TO DR-SALE-COUNT(DR-IDX)
                                     DR-RETURN-COUNT(DR-IDX)
                                     DR-SALES-AMT(DR-IDX)
                                     DR-RETURN-AMT(DR-IDX)
                                     DR-CASH-AMT(DR-IDX)
                                     DR-CARD-AMT(DR-IDX)
                                     DR-OTHER-AMT(DR-IDX)
                        MOVE 'N' TO DR-SALES-SW(DR-IDX)
                                    DR-DEPOSIT-SW(DR-IDX)
                    ELSE
                        MOVE 'N' TO WS-DRAWER-FOUND
                    END-IF
                WHEN DR-STORE-NO(DR-IDX) = WS-KEY-STORE-NO
                 AND DR-CASHIER-ID(DR-IDX) = WS-KEY-CASHIER-ID
                    CONTINUE
            END-SEARCH.

      * A day with no deposit file at all is not an error to stop
      * on: every drawer simply reports as having no deposit, which
      * is exactly what the store office needs to hear.
        READ-DEPOSIT-PROCEDURE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT DEPOSIT-FILE.
            IF WS-DEP-FILE-STATUS NOT = '00'
                DISPLAY 'TNDRECON: NO DEPOSIT FILE '
                        WS-DEPOSIT-FILENAME
                SET DEPOSIT-MISSING TO TRUE
                MOVE 'Y' TO WS-EOF
            ELSE
                PERFORM READ-DEPOSIT-RECORD-PROCEDURE
                    UNTIL WS-EOF = 'Y'
                CLOSE DEPOSIT-FILE
            END-IF.

        READ-DEPOSIT-RECORD-PROCEDURE.
            READ DEPOSIT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-DEP-READ-COUNT
                    IF DP-STORE-NO IS NOT NUMERIC
                       OR DP-CASH-AMOUNT IS NOT NUMERIC
                       OR DP-CARD-AMOUNT IS NOT NUMERIC
                       OR DP-OTHER-AMOUNT IS NOT NUMERIC
                        DISPLAY 'TNDRECON: BAD DEPOSIT LINE SKIPPED: '
                                DRAWER-DEPOSIT-RECORD
                        ADD 1 TO WS-BAD-DEPOSIT-COUNT
                    ELSE
                        PERFORM APPLY-DEPOSIT-PROCEDURE
                    END-IF
            END-READ.

        APPLY-DEPOSIT-PROCEDURE.
            MOVE DP-STORE-NO   TO WS-KEY-STORE-NO.
            MOVE DP-CASHIER-ID TO WS-KEY-CASHIER-ID.
            PERFORM FIND-DRAWER-PROCEDURE.
            IF DRAWER-NOT-FOUND
                DISPLAY 'TNDRECON: DRAWER TABLE FULL - SKIPPING '
                        DP-STORE-NO ' ' DP-CASHIER-ID
            ELSE
                SET DR-HAS-DEPOSIT(DR-IDX) TO TRUE
                ADD DP-CASH-AMOUNT  TO DR-CASH-AMT(DR-IDX)
                ADD DP-CARD-AMOUNT  TO DR-CARD-AMT(DR-IDX)
                ADD DP-OTHER-AMOUNT TO DR-OTHER-AMT(DR-IDX)
            END-IF.

      *----------------------------------------------------------------
      * The report the store office and loss prevention work from:
      * one line per drawer with expected, counted by tender, and the
      * over/short with its verdict, then a recap per store and the
      * day's totals.
      *----------------------------------------------------------------
        WRITE-TENDER-REPORT-PROCEDURE.
            OPEN OUTPUT TENDER-RPT.

            MOVE WS-TOLERANCE TO WS-TOL-ED.
            MOVE SPACES TO REPORT-LINE.
            STRING 'TENDER RECONCILIATION FOR ' DELIMITED BY SIZE
                   WS-INPUT-FILENAME            DELIMITED BY SPACE
                   ' RUN '                      DELIMITED BY SIZE
                   WS-RUN-DATE                  DELIMITED BY SIZE
                   ' '                          DELIMITED BY SIZE
                   WS-RUN-TIME                  DELIMITED BY SIZE
                   ' TOLERANCE='                DELIMITED BY SIZE
                   WS-TOL-ED                    DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

            IF DEPOSIT-MISSING
                MOVE SPACES TO REPORT-LINE
                STRING 'NO DEPOSIT FILE '  DELIMITED BY SIZE
                       WS-DEPOSIT-FILENAME DELIMITED BY SPACE
                       ' - EVERY DRAWER REPORTS AS NOT DEPOSITED'
                                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            PERFORM WRITE-DRAWER-LINE-PROCEDURE
                VARYING DR-IDX FROM 1 BY 1
                UNTIL DR-IDX > DRAWER-TABLE-COUNT.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM WRITE-STORE-RECAP-PROCEDURE
                VARYING SP-IDX FROM 1 BY 1
                UNTIL SP-IDX > STORE-RPT-COUNT.

            PERFORM WRITE-REPORT-TOTAL-PROCEDURE.

            CLOSE TENDER-RPT.

        WRITE-DRAWER-LINE-PROCEDURE.
            COMPUTE WS-EXPECTED = DR-SALES-AMT(DR-IDX)
                                + DR-RETURN-AMT(DR-IDX).
            COMPUTE WS-COUNTED = DR-CASH-AMT(DR-IDX)
                               + DR-CARD-AMT(DR-IDX)
                               + DR-OTHER-AMT(DR-IDX).
            COMPUTE WS-OVER-SHORT = WS-COUNTED - WS-EXPECTED.
            IF WS-OVER-SHORT < 0
                COMPUTE WS-ABS-OVER-SHORT = 0 - WS-OVER-SHORT
            ELSE
                MOVE WS-OVER-SHORT TO WS-ABS-OVER-SHORT
            END-IF.

            EVALUATE TRUE
                WHEN NOT DR-HAS-DEPOSIT(DR-IDX)
                    MOVE 'NO DEPOSIT' TO WS-STATUS-TEXT
                    ADD 1 TO WS-NO-DEPOSIT-COUNT
                WHEN NOT DR-HAS-SALES(DR-IDX)
                    MOVE 'NO SALES'   TO WS-STATUS-TEXT
                    ADD 1 TO WS-NO-SALES-COUNT
                WHEN WS-ABS-OVER-SHORT > WS-TOLERANCE
                 AND WS-OVER-SHORT > 0
                    MOVE 'OVER'       TO WS-STATUS-TEXT
                    ADD 1 TO WS-OUT-TOL-COUNT
                WHEN WS-ABS-OVER-SHORT > WS-TOLERANCE
                    MOVE 'SHORT'      TO WS-STATUS-TEXT
                    ADD 1 TO WS-OUT-TOL-COUNT
                WHEN OTHER
                    MOVE 'BALANCED'   TO WS-STATUS-TEXT
                    ADD 1 TO WS-BALANCED-COUNT
            END-EVALUATE.

            PERFORM FIND-STORE-RPT-PROCEDURE.
            IF STORE-RPT-NOT-FOUND
                DISPLAY 'TNDRECON: STORE TABLE FULL - NO RECAP FOR '
                        DR-STORE-NO(DR-IDX)
            ELSE
                ADD WS-EXPECTED TO SP-EXPECTED(SP-IDX)
                ADD WS-COUNTED  TO SP-COUNTED(SP-IDX)
            END-IF.
            ADD WS-EXPECTED TO WS-GRAND-EXPECTED.
            ADD WS-COUNTED  TO WS-GRAND-COUNTED.

            MOVE WS-EXPECTED          TO WS-AMT-ED.
            MOVE DR-CASH-AMT(DR-IDX)  TO WS-AMT-ED-2.
            MOVE DR-CARD-AMT(DR-IDX)  TO WS-AMT-ED-3.
            MOVE DR-OTHER-AMT(DR-IDX) TO WS-AMT-ED-4.
            MOVE WS-OVER-SHORT        TO WS-AMT-ED-5.
            MOVE SPACES TO REPORT-LINE.
            STRING 'STORE='               DELIMITED BY SIZE
                   DR-STORE-NO(DR-IDX)    DELIMITED BY SIZE
                   ' CASHIER='            DELIMITED BY SIZE
                   DR-CASHIER-ID(DR-IDX)  DELIMITED BY SIZE
                   ' EXPECTED='           DELIMITED BY SIZE
                   WS-AMT-ED              DELIMITED BY SIZE
                   ' CASH='               DELIMITED BY SIZE
                   WS-AMT-ED-2            DELIMITED BY SIZE
                   ' CARD='               DELIMITED BY SIZE
                   WS-AMT-ED-3            DELIMITED BY SIZE
                   ' OTHER='              DELIMITED BY SIZE
                   WS-AMT-ED-4            DELIMITED BY SIZE
                   ' OVER/SHORT='         DELIMITED BY SIZE
                   WS-AMT-ED-5            DELIMITED BY SIZE
                   ' '                    DELIMITED BY SIZE
                   WS-STATUS-TEXT         DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

        FIND-STORE-RPT-PROCEDURE.
            MOVE 'Y' TO WS-STORE-RPT-FOUND.
            SET SP-IDX TO 1.
            SEARCH STORE-RPT-ENTRY
                AT END
                    IF STORE-RPT-COUNT < 100
                        ADD 1 TO STORE-RPT-COUNT
                        SET SP-IDX TO STORE-RPT-COUNT
                        MOVE DR-STORE-NO(DR-IDX) TO SP-STORE-NO(SP-IDX)
                        MOVE ZERO TO SP-EXPECTED(SP-IDX)
                                     SP-COUNTED(SP-IDX)
                    ELSE
                        MOVE 'N' TO WS-STORE-RPT-FOUND
                    END-IF
                WHEN SP-STORE-NO(SP-IDX) = DR-STORE-NO(DR-IDX)
                    CONTINUE
            END-SEARCH.

        WRITE-STORE-RECAP-PROCEDURE.
            COMPUTE WS-OVER-SHORT = SP-COUNTED(SP-IDX)
                                  - SP-EXPECTED(SP-IDX).
            MOVE SP-EXPECTED(SP-IDX) TO WS-AMT-ED.
            MOVE SP-COUNTED(SP-IDX)  TO WS-AMT-ED-2.
            MOVE WS-OVER-SHORT       TO WS-AMT-ED-5.
            MOVE SPACES TO REPORT-LINE.
            STRING 'STORE '              DELIMITED BY SIZE
                   SP-STORE-NO(SP-IDX)   DELIMITED BY SIZE
                   ' TOTAL EXPECTED='    DELIMITED BY SIZE
                   WS-AMT-ED             DELIMITED BY SIZE
                   ' COUNTED='           DELIMITED BY SIZE
                   WS-AMT-ED-2           DELIMITED BY SIZE
                   ' OVER/SHORT='        DELIMITED BY SIZE
                   WS-AMT-ED-5           DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

        WRITE-REPORT-TOTAL-PROCEDURE.
            COMPUTE WS-OVER-SHORT = WS-GRAND-COUNTED
                                  - WS-GRAND-EXPECTED.
            MOVE WS-GRAND-EXPECTED TO WS-AMT-ED.
            MOVE WS-GRAND-COUNTED  TO WS-AMT-ED-2.
            MOVE WS-OVER-SHORT     TO WS-AMT-ED-5.
            MOVE SPACES TO REPORT-LINE.
            STRING 'GRAND TOTAL EXPECTED=' DELIMITED BY SIZE
                   WS-AMT-ED               DELIMITED BY SIZE
                   ' COUNTED='             DELIMITED BY SIZE
                   WS-AMT-ED-2             DELIMITED BY SIZE
                   ' OVER/SHORT='          DELIMITED BY SIZE
                   WS-AMT-ED-5             DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

            MOVE WS-BALANCED-COUNT   TO WS-CNT-ED.
            MOVE WS-OUT-TOL-COUNT    TO WS-CNT-ED-2.
            MOVE WS-NO-DEPOSIT-COUNT TO WS-CNT-ED-3.
            MOVE WS-NO-SALES-COUNT   TO WS-CNT-ED-4.
            MOVE SPACES TO REPORT-LINE.
            STRING 'RESULT: BALANCED='   DELIMITED BY SIZE
                   WS-CNT-ED             DELIMITED BY SIZE
                   ' OVER/SHORT='        DELIMITED BY SIZE
                   WS-CNT-ED-2           DELIMITED BY SIZE
                   ' NO DEPOSIT='        DELIMITED BY SIZE
                   WS-CNT-ED-3           DELIMITED BY SIZE
                   ' NO SALES='          DELIMITED BY SIZE
                   WS-CNT-ED-4           DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

            IF WS-BAD-DEPOSIT-COUNT > 0
                MOVE WS-BAD-DEPOSIT-COUNT TO WS-CNT-ED
                MOVE SPACES TO REPORT-LINE
                STRING 'BAD DEPOSIT LINES SKIPPED=' DELIMITED BY SIZE
                       WS-CNT-ED                    DELIMITED BY SIZE
                       INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
            END-IF.
