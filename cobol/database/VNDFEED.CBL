      * Weekly Vendor Sell-Through Feed
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     vndfeed.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: WRITE EACH SUPPLIER ITS WEEK OF SELL-THROUGH IN
      * THE RETAIL PRODUCT ACTIVITY (852) LAYOUT SUPPLIERS ACCEPT, SO
      * THE WEEKLY SPREADSHEETS STOP BEING BUILT BY HAND FROM MYSQL.
      * THE WEEK'S .ext EXTRACTS (ONE PER DAY, FOUND THE WAY dayend
      * WALKS A DATE RANGE) ARE ROLLED UP BY SKU AND STORE; EACH SKU
      * IS TIED TO ITS VENDOR THROUGH THE ITEM MASTER, AND EACH
      * ACTIVE VENDOR ON THE VENDOR MASTER WITH SALES IN THE WEEK
      * GETS ONE FILE OF UNITS SOLD, UNITS RETURNED, NET SALES AND
      * THE STORE'S CURRENT ON-HAND FROM invmast, BY SKU AND STORE.
      * EVERY FILE WRITTEN GOES ON THE SENT-LOG vndsent.dat; A WEEK
      * ALREADY LOGGED FOR A VENDOR IS NOT WRITTEN AGAIN UNLESS THE
      * RUN ASKS FOR A RESEND, WHICH IS LOGGED AS ONE, AND THE RUN
      * ENDS 4 SO A SKIPPED VENDOR IS NEVER PASSED OVER QUIETLY. A
      * CONTROL REPORT LISTS THE FILES READ AND WHAT WENT TO WHOM.
      * THE SENT-LOG IS HELD UNDER A RUN LOCK (vndsent.dat.lck) FROM
      * BEFORE IT IS READ UNTIL ITS LAST LINE IS WRITTEN, SO TWO RUNS
      * CAN'T BOTH FIND A WEEK UNSENT OR TAKE THE SAME CONTROL NUMBER.
      *
      * EACH FILE IS ONE INTERCHANGE: ISA/GS ENVELOPE, ONE 852 SET
      * (XQ REPORTING PERIOD, N9 OUR VENDOR NUMBER, N1 VENDOR NAME),
      * THEN PER SKU A LIN (SK = SKU, UP = GTIN) AND A ZA ACTIVITY
      * WITH ONE SDQ PER STORE (QUALIFIER 92, OUR STORE NUMBER) FOR
      * EACH OF: QS UNITS SOLD, QU UNITS RETURNED, SA NET SALES IN
      * DOLLARS AND QA UNITS ON HAND. CTT/SE/GE/IEA CLOSE IT OUT.
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VENDOR-MASTER-FILE
            ASSIGN TO DYNAMIC WS-VENDOR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-VND-FILE-STATUS.

            SELECT SENT-LOG-FILE
            ASSIGN TO DYNAMIC WS-SENT-LOG-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-SNT-FILE-STATUS.

      * Lock on the sent-log, so two runs can't both send a vendor
      * the same week or hand out the same control number.
            SELECT RUN-LOCK-FILE
            ASSIGN TO DYNAMIC WS-LOCK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LCK-FILE-STATUS.

            SELECT EXTRACT-FILE
            ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-EXT-FILE-STATUS.

      * RANDOM access on both masters: one keyed READ per SKU for its
      * vendor, one per store and SKU for its on-hand.
            SELECT ITEM-MASTER-FILE
            ASSIGN TO DYNAMIC WS-ITEM-MASTER-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS IM-SKU
            FILE STATUS IS WS-ITM-FILE-STATUS.

            SELECT INVENTORY-FILE
            ASSIGN TO DYNAMIC WS-INVENTORY-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS IV-KEY
            FILE STATUS IS WS-INV-FILE-STATUS.

            SELECT FEED-FILE
            ASSIGN TO DYNAMIC WS-FEED-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FD-FILE-STATUS.

            SELECT CONTROL-RPT
            ASSIGN TO DYNAMIC WS-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD VENDOR-MASTER-FILE.
            COPY VENDMAST.

        FD SENT-LOG-FILE.
            COPY VNDSENT.

        FD RUN-LOCK-FILE.
            COPY RUNLOCK.

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

        FD ITEM-MASTER-FILE.
            COPY ITEMMAST.

        FD INVENTORY-FILE.
            COPY INVMAST.

        FD FEED-FILE.
        01 FEED-RECORD         PIC X(120).

        FD CONTROL-RPT.
        01 REPORT-LINE         PIC X(200).

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.

        01  WS-CMD-PARM            PIC X(200) VALUE SPACES.
        01  WS-PARM-1              PIC X(60)  VALUE SPACES.
        01  WS-PARM-2              PIC X(60)  VALUE SPACES.
        01  WS-PARM-3              PIC X(60)  VALUE SPACES.
        01  WS-VENDOR-FILENAME     PIC X(100) VALUE './vendmast.dat'.
        01  WS-SENT-LOG-FILENAME   PIC X(100) VALUE './vndsent.dat'.
        01  WS-ITEM-MASTER-FILENAME PIC X(100) VALUE './itemmast.dat'.
        01  WS-INVENTORY-FILENAME  PIC X(100) VALUE './invmast.dat'.
        01  WS-EXTRACT-FILENAME    PIC X(110) VALUE SPACES.
        01  WS-FEED-FILENAME       PIC X(60)  VALUE SPACES.
        01  WS-REPORT-FILENAME     PIC X(100) VALUE SPACES.
        01  WS-VND-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-SNT-FILE-STATUS     PIC X(2)   VALUE SPACES.
            88 SENT-LOG-NOT-FOUND             VALUE '35'.
        01  WS-EXT-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-ITM-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-INV-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-FD-FILE-STATUS      PIC X(2)   VALUE SPACES.

      * Run-lock work area, the same scaffolding glpost carries for
      * its control file.
        01  WS-RUN-DATE            PIC 9(8)   VALUE ZERO.
        01  WS-RUN-TIME            PIC 9(8)   VALUE ZERO.
        01  WS-LOCK-FILENAME       PIC X(110) VALUE SPACES.
        01  WS-LCK-FILE-STATUS     PIC X(2)   VALUE SPACES.
            88 LOCK-FILE-NOT-FOUND            VALUE '35'.
        01  WS-LOCK-OK-SW          PIC X(1)   VALUE 'N'.
            88 LOCK-ACQUIRED                  VALUE 'Y'.
        01  WS-LOCK-STALE-SW       PIC X(1)   VALUE 'N'.
            88 LOCK-IS-STALE                  VALUE 'Y'.
        01  WS-TODAY-INT           PIC S9(9)  VALUE ZERO.
        01  WS-LOCK-DATE-INT       PIC S9(9)  VALUE ZERO.
        01  WS-NOW-SECONDS         PIC S9(7)  VALUE ZERO.
        01  WS-LOCK-SECONDS        PIC S9(7)  VALUE ZERO.
        01  WS-LOCK-AGE-SECONDS    PIC S9(9)  VALUE ZERO.
        01  WS-STALE-LIMIT-SECONDS PIC 9(9)   VALUE 43200.
        01  WS-LOCK-RM-CMD         PIC X(150) VALUE SPACES.

      * The week is the seven days ending on WS-WEEK-END; one
      * extract per day, data.YYYYMMDD.ext, read where it exists.
        01  WS-WEEK-START          PIC 9(8)   VALUE ZERO.
        01  WS-WEEK-END            PIC 9(8)   VALUE ZERO.
        01  WS-WEEK-START-INT      PIC S9(9)  VALUE ZERO.
        01  WS-WEEK-END-INT        PIC S9(9)  VALUE ZERO.
        01  WS-CUR-DATE            PIC 9(8)   VALUE ZERO.
        01  WS-CUR-DATE-INT        PIC S9(9)  VALUE ZERO.

        01  WS-RESEND-SW           PIC X(1)   VALUE 'N'.
            88 RESEND-RUN                     VALUE 'Y'.
        01  WS-SELECT-VENDOR       PIC X(10)  VALUE SPACES.
        01  WS-ON-HAND-SW          PIC X(1)   VALUE 'N'.
            88 ON-HAND-AVAILABLE              VALUE 'Y'.
        01  WS-TABLE-FULL-SW       PIC X(1)   VALUE 'N'.
            88 FEED-TABLE-FULL                VALUE 'Y'.

      * Our own trading-partner ID, for a vendor whose master entry
      * doesn't name the one agreed with them.
        01  WS-DEFAULT-OUR-ID      PIC X(15)  VALUE 'SALESDB'.
        01  WS-OUR-PARTNER-ID      PIC X(15)  VALUE SPACES.
        01  WS-THEIR-PARTNER-ID    PIC X(15)  VALUE SPACES.
        01  WS-LAST-CONTROL-NO     PIC 9(9)   VALUE ZERO.
        01  WS-CONTROL-NO          PIC 9(9)   VALUE ZERO.
        01  WS-SEGMENT-COUNT       PIC 9(7)   VALUE ZERO.
        01  WS-LIN-COUNT           PIC 9(5)   VALUE ZERO.
        01  WS-SEGMENT-CNT-ED      PIC Z(6)9.
        01  WS-LIN-CNT-ED          PIC Z(4)9.
        01  WS-CONTROL-ED          PIC Z(8)9.

        01  WS-FILE-RECORD-COUNT   PIC 9(7)   VALUE ZERO.
        01  WS-READ-COUNT          PIC 9(9)   VALUE ZERO.
        01  WS-FILES-READ-COUNT    PIC 9(3)   VALUE ZERO.
        01  WS-FILES-MISSING-COUNT PIC 9(3)   VALUE ZERO.
        01  WS-NO-ITEM-COUNT       PIC 9(7)   VALUE ZERO.
        01  WS-UNASSIGNED-COUNT    PIC 9(7)   VALUE ZERO.
        01  WS-UNKNOWN-VENDOR-COUNT PIC 9(7)  VALUE ZERO.
        01  WS-FEEDS-WRITTEN-COUNT PIC 9(3)   VALUE ZERO.
        01  WS-RESENT-COUNT        PIC 9(3)   VALUE ZERO.
        01  WS-ALREADY-SENT-COUNT  PIC 9(3)   VALUE ZERO.
        01  WS-FEED-FAILED-COUNT   PIC 9(3)   VALUE ZERO.
        01  WS-LOGGED-SW           PIC X(1)   VALUE 'N'.
            88 FEED-LOGGED                    VALUE 'Y'.

      * The vendor master, with what the sent-log already holds for
      * this week and what the week's sales add up to per vendor.
        01  VENDOR-TABLE-CONTROLS.
            05 VENDOR-TABLE-COUNT  PIC 9(3)   VALUE ZERO.
            05 WS-VENDOR-FOUND     PIC X(1)   VALUE 'N'.
               88 VENDOR-FOUND                 VALUE 'Y'.
        01  VENDOR-TABLE.
            05 VENDOR-ENTRY OCCURS 200 TIMES INDEXED BY VT-IDX.
                10 VT-VENDOR-ID        PIC X(10).
                10 VT-VENDOR-NAME      PIC X(35).
                10 VT-STATUS           PIC X(1).
                   88 VT-ACTIVE                 VALUE 'A' ' '.
                10 VT-PARTNER-ID       PIC X(15).
                10 VT-OUR-PARTNER-ID   PIC X(15).
                10 VT-SENT-SW          PIC X(1).
                   88 VT-SENT-BEFORE            VALUE 'Y'.
                10 VT-FIRST-SENT-DATE  PIC 9(8).
                10 VT-FIRST-SENT-TIME  PIC 9(8).
                10 VT-FIRST-CONTROL-NO PIC 9(9).
                10 VT-SEND-COUNT       PIC 9(3).
                10 VT-ITEM-COUNT       PIC 9(5).
                10 VT-RECORD-COUNT     PIC 9(7).
                10 VT-UNITS-SOLD       PIC 9(7).
                10 VT-UNITS-RETURNED   PIC 9(7).
                10 VT-NET-SALES        PIC S9(9)V99.

      * One entry per SKU sold in the week, with the vendor the item
      * master names for it (IT-VT-NO is its VENDOR-TABLE entry).
        01  ITEM-TABLE-CONTROLS.
            05 ITEM-TABLE-COUNT    PIC 9(4)   VALUE ZERO.
        01  ITEM-TABLE.
            05 ITEM-ENTRY OCCURS 3000 TIMES INDEXED BY IT-IDX.
                10 IT-SKU              PIC X(20).
                10 IT-GTIN             PIC X(10).
                10 IT-STATE            PIC X(1).
                   88 IT-VENDOR-KNOWN           VALUE 'V'.
                   88 IT-UNASSIGNED             VALUE 'U'.
                   88 IT-UNKNOWN-VENDOR         VALUE 'X'.
                   88 IT-NOT-ON-MASTER          VALUE 'N'.
                10 IT-VT-NO            PIC 9(3).

      * The week's movement per SKU (AT-ITEM-NO is its ITEM-TABLE
      * entry) and store, with the store's on-hand when invmast has
      * the item.
        01  ACTIVITY-TABLE-CONTROLS.
            05 ACTIVITY-TABLE-COUNT PIC 9(5)  VALUE ZERO.
        01  ACTIVITY-TABLE.
            05 ACTIVITY-ENTRY OCCURS 10000 TIMES INDEXED BY AT-IDX.
                10 AT-ITEM-NO          PIC 9(4).
                10 AT-STORE-NO         PIC 9(4).
                10 AT-UNITS-SOLD       PIC 9(7).
                10 AT-UNITS-RETURNED   PIC 9(7).
                10 AT-NET-SALES        PIC S9(9)V99.
                10 AT-ON-HAND          PIC S9(7).
                10 AT-ON-HAND-SW       PIC X(1).
                   88 AT-ON-HAND-KNOWN          VALUE 'Y'.

        01  WS-FIND-VENDOR-ID      PIC X(10)  VALUE SPACES.
        01  WS-ITEM-NO             PIC 9(4)   VALUE ZERO.
        01  WS-VT-NO               PIC 9(3)   VALUE ZERO.
        01  WS-RETURN-QTY          PIC 9(3)   VALUE ZERO.

      * The activity being written (QS, QU, SA or QA), its unit of
      * measure, the value one store contributes, and the item's
      * total over the stores that have one.
        01  WS-ZA-CODE             PIC X(2)   VALUE SPACES.
        01  WS-ZA-UOM              PIC X(2)   VALUE SPACES.
        01  WS-ACT-VALUE           PIC S9(9)V99 VALUE ZERO.
        01  WS-ACT-TOTAL           PIC S9(9)V99 VALUE ZERO.
        01  WS-ACT-HAS-VALUE-SW    PIC X(1)   VALUE 'N'.
            88 ACT-HAS-VALUE                  VALUE 'Y'.
        01  WS-SDQ-COUNT           PIC 9(5)   VALUE ZERO.

      * An element value edited and left-justified for the segment.
        01  WS-QTY-ED              PIC -(9)9.
        01  WS-AMT-ED              PIC -(9)9.99.
        01  WS-VALUE-TEXT          PIC X(14)  VALUE SPACES.
        01  WS-VALUE-START         PIC 9(2)   VALUE ZERO.
        01  WS-TOTAL-TEXT          PIC X(14)  VALUE SPACES.
        01  WS-TOTAL-START         PIC 9(2)   VALUE ZERO.

        01  WS-VENDOR-STATUS-TEXT  PIC X(100) VALUE SPACES.
        01  WS-CNT-ED              PIC ZZZZZZ9.
        01  WS-CNT-ED-2            PIC ZZZZZZ9.
        01  WS-CNT-ED-3            PIC ZZZZZZ9.
        01  WS-AMT-RPT-ED          PIC -ZZZZZZZZ9.99.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            PERFORM INITIALIZE-PROCEDURE.
            PERFORM LOAD-VENDOR-PROCEDURE.

            PERFORM ACQUIRE-LOCK-PROCEDURE.
            IF NOT LOCK-ACQUIRED
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM LOAD-SENT-LOG-PROCEDURE.

            OPEN INPUT ITEM-MASTER-FILE.
            IF WS-ITM-FILE-STATUS NOT = '00'
                DISPLAY 'VNDFEED: CANNOT OPEN ITEM MASTER '
                        WS-ITEM-MASTER-FILENAME
                PERFORM RELEASE-LOCK-PROCEDURE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      * On-hand goes out once the store has it; with no on-hand file
      * the feeds go without it.
            OPEN INPUT INVENTORY-FILE.
            IF WS-INV-FILE-STATUS = '00'
                SET ON-HAND-AVAILABLE TO TRUE
            ELSE
                DISPLAY 'VNDFEED: NO ON-HAND FILE '
                        WS-INVENTORY-FILENAME
                        ' - FEEDS GO WITHOUT ON-HAND'
            END-IF.

            OPEN OUTPUT CONTROL-RPT.
            PERFORM WRITE-REPORT-HEADER-PROCEDURE.

            PERFORM READ-WEEK-PROCEDURE.

            CLOSE ITEM-MASTER-FILE.
            IF ON-HAND-AVAILABLE
                CLOSE INVENTORY-FILE
            END-IF.

      * A week that overflowed a table would send every vendor short
      * figures; nothing goes out until the tables are raised.
            IF FEED-TABLE-FULL
                MOVE 'ITEM OR ACTIVITY TABLE FULL - NO FILES WRITTEN'
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE CONTROL-RPT
                DISPLAY 'VNDFEED: ITEM OR ACTIVITY TABLE FULL - '
                        'NO FILES WRITTEN'
                PERFORM RELEASE-LOCK-PROCEDURE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      * The sent-log is opened once for the run; no file goes out
      * that couldn't be logged.
            OPEN EXTEND SENT-LOG-FILE.
            IF SENT-LOG-NOT-FOUND
                OPEN OUTPUT SENT-LOG-FILE
            END-IF.
            IF WS-SNT-FILE-STATUS NOT = '00'
                MOVE 'CANNOT OPEN SENT-LOG - NO FILES WRITTEN'
                    TO REPORT-LINE
                WRITE REPORT-LINE
                CLOSE CONTROL-RPT
                DISPLAY 'VNDFEED: CANNOT OPEN SENT-LOG '
                        WS-SENT-LOG-FILENAME
                PERFORM RELEASE-LOCK-PROCEDURE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM WRITE-VENDOR-FEED-PROCEDURE
                VARYING VT-IDX FROM 1 BY 1
                UNTIL VT-IDX > VENDOR-TABLE-COUNT.

            CLOSE SENT-LOG-FILE.
            PERFORM RELEASE-LOCK-PROCEDURE.

            PERFORM WRITE-REPORT-TOTAL-PROCEDURE.
            CLOSE CONTROL-RPT.

            DISPLAY 'VNDFEED: WEEK '     WS-WEEK-START
                    ' TO '               WS-WEEK-END
                    ' RECORDS='          WS-READ-COUNT.
            DISPLAY 'VNDFEED: WRITTEN='  WS-FEEDS-WRITTEN-COUNT
                    ' RESENT='           WS-RESENT-COUNT
                    ' ALREADY SENT='     WS-ALREADY-SENT-COUNT
                    ' FAILED='           WS-FEED-FAILED-COUNT.
            DISPLAY 'VNDFEED: REPORT WRITTEN TO ' WS-REPORT-FILENAME.

            IF WS-FEED-FAILED-COUNT > 0
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-ALREADY-SENT-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

            STOP RUN.

      * Parameters: the week-ending date YYYYMMDD (yesterday if left
      * off), RESEND to regenerate a week already sent, and a vendor
      * ID to send (or resend) that one vendor only.
        INITIALIZE-PROCEDURE.
            ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
            MOVE SPACES TO WS-PARM-1 WS-PARM-2 WS-PARM-3.
            UNSTRING WS-CMD-PARM DELIMITED BY ALL SPACE
                INTO WS-PARM-1 WS-PARM-2 WS-PARM-3
            END-UNSTRING.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
            COMPUTE WS-NOW-SECONDS =
                (FUNCTION NUMVAL(WS-RUN-TIME(1:2)) * 3600)
                + (FUNCTION NUMVAL(WS-RUN-TIME(3:2)) * 60)
                + FUNCTION NUMVAL(WS-RUN-TIME(5:2)).

            IF WS-PARM-1(1:8) IS NUMERIC
                MOVE WS-PARM-1(1:8) TO WS-WEEK-END
                COMPUTE WS-WEEK-END-INT =
                    FUNCTION INTEGER-OF-DATE(WS-WEEK-END)
            ELSE
                COMPUTE WS-WEEK-END-INT =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
                COMPUTE WS-WEEK-END =
                    FUNCTION DATE-OF-INTEGER(WS-WEEK-END-INT)
            END-IF.
            COMPUTE WS-WEEK-START-INT = WS-WEEK-END-INT - 6.
            COMPUTE WS-WEEK-START =
                FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT).

            IF WS-PARM-2 = 'RESEND' OR WS-PARM-2 = 'resend'
                SET RESEND-RUN TO TRUE
                MOVE WS-PARM-3 TO WS-SELECT-VENDOR
            ELSE
                MOVE WS-PARM-2 TO WS-SELECT-VENDOR
            END-IF.

            STRING './vndfeed.'  DELIMITED BY SIZE
                   WS-WEEK-END   DELIMITED BY SIZE
                   '.rpt'        DELIMITED BY SIZE
                   INTO WS-REPORT-FILENAME
            END-STRING.
            STRING WS-SENT-LOG-FILENAME  DELIMITED BY SPACE
                   '.lck'                DELIMITED BY SIZE
                   INTO WS-LOCK-FILENAME
            END-STRING.

      * The vendor master is small and read whole; a vendor listed
      * twice keeps its first entry.
        LOAD-VENDOR-PROCEDURE.
            OPEN INPUT VENDOR-MASTER-FILE.
            IF WS-VND-FILE-STATUS NOT = '00'
                DISPLAY 'VNDFEED: CANNOT OPEN VENDOR MASTER '
                        WS-VENDOR-FILENAME
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'N' TO WS-EOF.
            PERFORM LOAD-VENDOR-READ-PROCEDURE UNTIL WS-EOF = 'Y'.
            CLOSE VENDOR-MASTER-FILE.

        LOAD-VENDOR-READ-PROCEDURE.
            READ VENDOR-MASTER-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF VM-VENDOR-ID NOT = SPACES
                        PERFORM ADD-VENDOR-PROCEDURE
                    END-IF
            END-READ.

        ADD-VENDOR-PROCEDURE.
            SET VT-IDX TO 1.
            SEARCH VENDOR-ENTRY
                AT END
                    DISPLAY 'VNDFEED: VENDOR TABLE FULL - SKIPPING '
                            VM-VENDOR-ID
                WHEN VT-IDX > VENDOR-TABLE-COUNT
                    ADD 1 TO VENDOR-TABLE-COUNT
                    MOVE VM-VENDOR-ID      TO VT-VENDOR-ID(VT-IDX)
                    MOVE VM-VENDOR-NAME    TO VT-VENDOR-NAME(VT-IDX)
                    MOVE VM-STATUS         TO VT-STATUS(VT-IDX)
                    MOVE VM-PARTNER-ID     TO VT-PARTNER-ID(VT-IDX)
                    MOVE VM-OUR-PARTNER-ID
                        TO VT-OUR-PARTNER-ID(VT-IDX)
                    MOVE 'N' TO VT-SENT-SW(VT-IDX)
                    MOVE ZERO TO VT-FIRST-SENT-DATE(VT-IDX)
                                 VT-FIRST-SENT-TIME(VT-IDX)
                                 VT-FIRST-CONTROL-NO(VT-IDX)
                                 VT-SEND-COUNT(VT-IDX)
                                 VT-ITEM-COUNT(VT-IDX)
                                 VT-RECORD-COUNT(VT-IDX)
                                 VT-UNITS-SOLD(VT-IDX)
                                 VT-UNITS-RETURNED(VT-IDX)
                                 VT-NET-SALES(VT-IDX)
                WHEN VT-VENDOR-ID(VT-IDX) = VM-VENDOR-ID
                    CONTINUE
            END-SEARCH.

      * The sent-log supplies the next control number (one past the
      * highest ever used) and, for this week, which vendors have
      * already been sent their file and when it first went. No
      * sent-log yet means nothing sent yet; one that is there but
      * can't be read stops the run rather than send everything again.
        LOAD-SENT-LOG-PROCEDURE.
            OPEN INPUT SENT-LOG-FILE.
            IF SENT-LOG-NOT-FOUND
                CONTINUE
            ELSE
                IF WS-SNT-FILE-STATUS NOT = '00'
                    DISPLAY 'VNDFEED: CANNOT READ SENT-LOG '
                            WS-SENT-LOG-FILENAME
                            ' STATUS=' WS-SNT-FILE-STATUS
                    PERFORM RELEASE-LOCK-PROCEDURE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE 'N' TO WS-EOF
                PERFORM LOAD-SENT-LOG-READ-PROCEDURE
                    UNTIL WS-EOF = 'Y'
                CLOSE SENT-LOG-FILE
            END-IF.

        LOAD-SENT-LOG-READ-PROCEDURE.
            READ SENT-LOG-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF VS-CONTROL-NO IS NUMERIC
                       AND VS-CONTROL-NO > WS-LAST-CONTROL-NO
                        MOVE VS-CONTROL-NO TO WS-LAST-CONTROL-NO
                    END-IF
                    IF VS-WEEK-END = WS-WEEK-END
                        MOVE VS-VENDOR-ID TO WS-FIND-VENDOR-ID
                        PERFORM FIND-VENDOR-PROCEDURE
                        IF VENDOR-FOUND
                            PERFORM NOTE-SENT-PROCEDURE
                        END-IF
                    END-IF
            END-READ.

        NOTE-SENT-PROCEDURE.
            IF NOT VT-SENT-BEFORE(VT-IDX)
                MOVE 'Y'           TO VT-SENT-SW(VT-IDX)
                MOVE VS-SENT-DATE  TO VT-FIRST-SENT-DATE(VT-IDX)
                MOVE VS-SENT-TIME  TO VT-FIRST-SENT-TIME(VT-IDX)
                MOVE VS-CONTROL-NO TO VT-FIRST-CONTROL-NO(VT-IDX)
            END-IF.
            ADD 1 TO VT-SEND-COUNT(VT-IDX).

      * Looks up the vendor in WS-FIND-VENDOR-ID, leaving VT-IDX on
      * it.
        FIND-VENDOR-PROCEDURE.
            MOVE 'N' TO WS-VENDOR-FOUND.
            SET VT-IDX TO 1.
            SEARCH VENDOR-ENTRY
                AT END
                    CONTINUE
                WHEN VT-IDX > VENDOR-TABLE-COUNT
                    CONTINUE
                WHEN VT-VENDOR-ID(VT-IDX) = WS-FIND-VENDOR-ID
                    SET VENDOR-FOUND TO TRUE
            END-SEARCH.

        WRITE-REPORT-HEADER-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            STRING 'VENDOR SELL-THROUGH WEEK ' DELIMITED BY SIZE
                   WS-WEEK-START               DELIMITED BY SIZE
                   ' TO '                      DELIMITED BY SIZE
                   WS-WEEK-END                 DELIMITED BY SIZE
                   ' RUN '                     DELIMITED BY SIZE
                   WS-RUN-DATE                 DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   WS-RUN-TIME                 DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            IF RESEND-RUN OR WS-SELECT-VENDOR NOT = SPACES
                MOVE SPACES TO REPORT-LINE
                IF RESEND-RUN
                    STRING 'RESEND RUN VENDOR='  DELIMITED BY SIZE
                           WS-SELECT-VENDOR      DELIMITED BY SPACE
                           INTO REPORT-LINE
                    END-STRING
                ELSE
                    STRING 'SELECTED VENDOR='    DELIMITED BY SIZE
                           WS-SELECT-VENDOR      DELIMITED BY SPACE
                           INTO REPORT-LINE
                    END-STRING
                END-IF
                WRITE REPORT-LINE
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

      *----------------------------------------------------------------
      * The week, a day at a time: each day's extract that exists is
      * read and rolled up, and every day is listed on the control
      * report as read (with its record count) or not found.
      *----------------------------------------------------------------
        READ-WEEK-PROCEDURE.
            MOVE WS-WEEK-START-INT TO WS-CUR-DATE-INT.
            PERFORM READ-ONE-DAY-PROCEDURE
                UNTIL WS-CUR-DATE-INT > WS-WEEK-END-INT.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

        READ-ONE-DAY-PROCEDURE.
            COMPUTE WS-CUR-DATE =
                FUNCTION DATE-OF-INTEGER(WS-CUR-DATE-INT).
            MOVE SPACES TO WS-EXTRACT-FILENAME.
            STRING 'data.'      DELIMITED BY SIZE
                   WS-CUR-DATE  DELIMITED BY SIZE
                   '.ext'       DELIMITED BY SIZE
                   INTO WS-EXTRACT-FILENAME
            END-STRING.
            MOVE SPACES TO REPORT-LINE.
            OPEN INPUT EXTRACT-FILE.
            IF WS-EXT-FILE-STATUS = '00'
                ADD 1 TO WS-FILES-READ-COUNT
                MOVE ZERO TO WS-FILE-RECORD-COUNT
                MOVE 'N' TO WS-EOF
                PERFORM READ-EXTRACT-PROCEDURE UNTIL WS-EOF = 'Y'
                CLOSE EXTRACT-FILE
                MOVE WS-FILE-RECORD-COUNT TO WS-CNT-ED
                STRING 'FILE='              DELIMITED BY SIZE
                       WS-EXTRACT-FILENAME  DELIMITED BY SPACE
                       ' RECORDS='          DELIMITED BY SIZE
                       WS-CNT-ED            DELIMITED BY SIZE
                       INTO REPORT-LINE
                END-STRING
            ELSE
                ADD 1 TO WS-FILES-MISSING-COUNT
                STRING 'FILE='              DELIMITED BY SIZE
                       WS-EXTRACT-FILENAME  DELIMITED BY SPACE
                       ' NOT FOUND'         DELIMITED BY SIZE
                       INTO REPORT-LINE
                END-STRING
            END-IF.
            WRITE REPORT-LINE.
            ADD 1 TO WS-CUR-DATE-INT.

        READ-EXTRACT-PROCEDURE.
            READ EXTRACT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    ADD 1 TO WS-FILE-RECORD-COUNT
                    IF NOT FEED-TABLE-FULL
                        PERFORM TALLY-SALE-PROCEDURE
                    END-IF
            END-READ.

      * A sale counts toward its SKU's vendor; one whose SKU has no
      * vendor, names a vendor not on the vendor master, or isn't
      * on the item master at all is only counted for the report.
        TALLY-SALE-PROCEDURE.
            PERFORM FIND-ITEM-PROCEDURE.
            IF NOT FEED-TABLE-FULL
                EVALUATE TRUE
                    WHEN IT-NOT-ON-MASTER(IT-IDX)
                        ADD 1 TO WS-NO-ITEM-COUNT
                    WHEN IT-UNASSIGNED(IT-IDX)
                        ADD 1 TO WS-UNASSIGNED-COUNT
                    WHEN IT-UNKNOWN-VENDOR(IT-IDX)
                        ADD 1 TO WS-UNKNOWN-VENDOR-COUNT
                    WHEN OTHER
                        PERFORM TALLY-ACTIVITY-PROCEDURE
                END-EVALUATE
            END-IF.

        FIND-ITEM-PROCEDURE.
            SET IT-IDX TO 1.
            SEARCH ITEM-ENTRY
                AT END
                    SET FEED-TABLE-FULL TO TRUE
                WHEN IT-IDX > ITEM-TABLE-COUNT
                    PERFORM ADD-ITEM-PROCEDURE
                WHEN IT-SKU(IT-IDX) = EXT-SKU
                    CONTINUE
            END-SEARCH.

      * A SKU's first sale of the week looks it up on the item master
      * for its vendor; the master's GTIN is preferred to the one
      * carried on the sale.
        ADD-ITEM-PROCEDURE.
            ADD 1 TO ITEM-TABLE-COUNT.
            MOVE EXT-SKU  TO IT-SKU(IT-IDX).
            MOVE EXT-GTIN TO IT-GTIN(IT-IDX).
            MOVE ZERO     TO IT-VT-NO(IT-IDX).
            MOVE EXT-SKU  TO IM-SKU.
            READ ITEM-MASTER-FILE
                INVALID KEY
                    SET IT-NOT-ON-MASTER(IT-IDX) TO TRUE
                NOT INVALID KEY
                    IF IM-GTIN NOT = SPACES
                        MOVE IM-GTIN TO IT-GTIN(IT-IDX)
                    END-IF
                    IF IM-VENDOR-ID = SPACES
                        SET IT-UNASSIGNED(IT-IDX) TO TRUE
                    ELSE
                        MOVE IM-VENDOR-ID TO WS-FIND-VENDOR-ID
                        PERFORM FIND-VENDOR-PROCEDURE
                        IF VENDOR-FOUND
                            SET IT-VENDOR-KNOWN(IT-IDX) TO TRUE
                            SET IT-VT-NO(IT-IDX) TO VT-IDX
                            ADD 1 TO VT-ITEM-COUNT(VT-IDX)
                        ELSE
                            SET IT-UNKNOWN-VENDOR(IT-IDX) TO TRUE
                        END-IF
                    END-IF
            END-READ.

        TALLY-ACTIVITY-PROCEDURE.
            SET WS-ITEM-NO TO IT-IDX.
            SET VT-IDX TO IT-VT-NO(IT-IDX).
            SET AT-IDX TO 1.
            SEARCH ACTIVITY-ENTRY
                AT END
                    SET FEED-TABLE-FULL TO TRUE
                WHEN AT-IDX > ACTIVITY-TABLE-COUNT
                    PERFORM ADD-ACTIVITY-PROCEDURE
                WHEN AT-ITEM-NO(AT-IDX) = WS-ITEM-NO
                 AND AT-STORE-NO(AT-IDX) = EXT-STORE-NO
                    CONTINUE
            END-SEARCH.
            IF NOT FEED-TABLE-FULL
                ADD 1 TO VT-RECORD-COUNT(VT-IDX)
                IF EXT-QUANTITY < 0
                    COMPUTE WS-RETURN-QTY = 0 - EXT-QUANTITY
                    ADD WS-RETURN-QTY TO AT-UNITS-RETURNED(AT-IDX)
                                         VT-UNITS-RETURNED(VT-IDX)
                ELSE
                    ADD EXT-QUANTITY TO AT-UNITS-SOLD(AT-IDX)
                                        VT-UNITS-SOLD(VT-IDX)
                END-IF
                ADD EXT-NET-AMOUNT TO AT-NET-SALES(AT-IDX)
                                      VT-NET-SALES(VT-IDX)
            END-IF.

      * A store and SKU's first sale of the week also picks up the
      * store's on-hand for the item, as the file stands tonight.
        ADD-ACTIVITY-PROCEDURE.
            ADD 1 TO ACTIVITY-TABLE-COUNT.
            MOVE WS-ITEM-NO   TO AT-ITEM-NO(AT-IDX).
            MOVE EXT-STORE-NO TO AT-STORE-NO(AT-IDX).
            MOVE ZERO TO AT-UNITS-SOLD(AT-IDX)
                         AT-UNITS-RETURNED(AT-IDX)
                         AT-NET-SALES(AT-IDX)
                         AT-ON-HAND(AT-IDX).
            MOVE 'N' TO AT-ON-HAND-SW(AT-IDX).
            IF ON-HAND-AVAILABLE
                MOVE EXT-STORE-NO TO IV-STORE-NO
                MOVE EXT-SKU      TO IV-SKU
                READ INVENTORY-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE IV-ON-HAND TO AT-ON-HAND(AT-IDX)
                        MOVE 'Y' TO AT-ON-HAND-SW(AT-IDX)
                END-READ
            END-IF.

      *----------------------------------------------------------------
      * One vendor: written if it is active and sold something this
      * week, unless the sent-log already has this week for it and
      * the run is not a resend - that vendor is named on the report
      * and the run ends 4 instead. A vendor ID on the command line
      * limits the run to that vendor.
      *----------------------------------------------------------------
        WRITE-VENDOR-FEED-PROCEDURE.
            MOVE SPACES TO WS-VENDOR-STATUS-TEXT.
            IF WS-SELECT-VENDOR = SPACES
               OR WS-SELECT-VENDOR = VT-VENDOR-ID(VT-IDX)
                EVALUATE TRUE
                    WHEN VT-RECORD-COUNT(VT-IDX) = 0
                        IF VT-ACTIVE(VT-IDX)
                            MOVE 'NO SALES THIS WEEK - NOTHING SENT'
                                TO WS-VENDOR-STATUS-TEXT
                        END-IF
                    WHEN NOT VT-ACTIVE(VT-IDX)
                        MOVE 'VENDOR NOT ACTIVE - NOTHING SENT'
                            TO WS-VENDOR-STATUS-TEXT
                    WHEN VT-SENT-BEFORE(VT-IDX) AND NOT RESEND-RUN
                        ADD 1 TO WS-ALREADY-SENT-COUNT
                        PERFORM ALREADY-SENT-TEXT-PROCEDURE
                    WHEN OTHER
                        PERFORM BUILD-FEED-PROCEDURE
                END-EVALUATE
                IF WS-VENDOR-STATUS-TEXT NOT = SPACES
                    PERFORM WRITE-VENDOR-LINE-PROCEDURE
                END-IF
            END-IF.

        ALREADY-SENT-TEXT-PROCEDURE.
            MOVE VT-FIRST-CONTROL-NO(VT-IDX) TO WS-CONTROL-ED.
            STRING 'ALREADY SENT '               DELIMITED BY SIZE
                   VT-FIRST-SENT-DATE(VT-IDX)    DELIMITED BY SIZE
                   ' '                           DELIMITED BY SIZE
                   VT-FIRST-SENT-TIME(VT-IDX)    DELIMITED BY SIZE
                   ' CONTROL='                   DELIMITED BY SIZE
                   WS-CONTROL-ED                 DELIMITED BY SIZE
                   ' - NOT SENT AGAIN, RUN RESEND TO REGENERATE'
                                                 DELIMITED BY SIZE
                   INTO WS-VENDOR-STATUS-TEXT
            END-STRING.

        WRITE-VENDOR-LINE-PROCEDURE.
            MOVE VT-ITEM-COUNT(VT-IDX)     TO WS-CNT-ED.
            MOVE VT-UNITS-SOLD(VT-IDX)     TO WS-CNT-ED-2.
            MOVE VT-UNITS-RETURNED(VT-IDX) TO WS-CNT-ED-3.
            MOVE VT-NET-SALES(VT-IDX)      TO WS-AMT-RPT-ED.
            MOVE SPACES TO REPORT-LINE.
            STRING 'VENDOR='                DELIMITED BY SIZE
                   VT-VENDOR-ID(VT-IDX)     DELIMITED BY SPACE
                   ' NAME='                 DELIMITED BY SIZE
                   VT-VENDOR-NAME(VT-IDX)   DELIMITED BY SIZE
                   ' SKUS='                 DELIMITED BY SIZE
                   WS-CNT-ED                DELIMITED BY SIZE
                   ' SOLD='                 DELIMITED BY SIZE
                   WS-CNT-ED-2              DELIMITED BY SIZE
                   ' RETURNED='             DELIMITED BY SIZE
                   WS-CNT-ED-3              DELIMITED BY SIZE
                   ' NET='                  DELIMITED BY SIZE
                   WS-AMT-RPT-ED            DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING '  '                     DELIMITED BY SIZE
                   WS-VENDOR-STATUS-TEXT    DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

      *----------------------------------------------------------------
      * The vendor's file, under the next control number, then its
      * line on the sent-log. A file that can't be created is named
      * on the report, is not logged, and fails the run; so does a
      * file written whose sent-log line could not be, since the
      * next run would neither know it went nor skip its control
      * number.
      *----------------------------------------------------------------
        BUILD-FEED-PROCEDURE.
            MOVE SPACES TO WS-FEED-FILENAME.
            STRING './vnd.'               DELIMITED BY SIZE
                   VT-VENDOR-ID(VT-IDX)   DELIMITED BY SPACE
                   '.'                    DELIMITED BY SIZE
                   WS-WEEK-END            DELIMITED BY SIZE
                   '.852'                 DELIMITED BY SIZE
                   INTO WS-FEED-FILENAME
            END-STRING.
            OPEN OUTPUT FEED-FILE.
            IF WS-FD-FILE-STATUS NOT = '00'
                ADD 1 TO WS-FEED-FAILED-COUNT
                STRING 'CANNOT CREATE '   DELIMITED BY SIZE
                       WS-FEED-FILENAME   DELIMITED BY SPACE
                       ' - NOTHING SENT'  DELIMITED BY SIZE
                       INTO WS-VENDOR-STATUS-TEXT
                END-STRING
            ELSE
                ADD 1 TO WS-LAST-CONTROL-NO
                MOVE WS-LAST-CONTROL-NO TO WS-CONTROL-NO
                PERFORM WRITE-FEED-PROCEDURE
                CLOSE FEED-FILE
                PERFORM WRITE-SENT-LOG-PROCEDURE
                ADD 1 TO WS-FEEDS-WRITTEN-COUNT
                MOVE WS-CONTROL-NO TO WS-CONTROL-ED
                EVALUATE TRUE
                    WHEN NOT FEED-LOGGED
                        ADD 1 TO WS-FEED-FAILED-COUNT
                        STRING 'WRITTEN BUT NOT LOGGED '
                                                 DELIMITED BY SIZE
                               WS-FEED-FILENAME  DELIMITED BY SPACE
                               ' CONTROL='       DELIMITED BY SIZE
                               WS-CONTROL-ED     DELIMITED BY SIZE
                               ' SENT-LOG STATUS='
                                                 DELIMITED BY SIZE
                               WS-SNT-FILE-STATUS
                                                 DELIMITED BY SIZE
                               INTO WS-VENDOR-STATUS-TEXT
                        END-STRING
                    WHEN VT-SENT-BEFORE(VT-IDX)
                        ADD 1 TO WS-RESENT-COUNT
                        STRING 'RESENT '         DELIMITED BY SIZE
                               WS-FEED-FILENAME  DELIMITED BY SPACE
                               ' CONTROL='       DELIMITED BY SIZE
                               WS-CONTROL-ED     DELIMITED BY SIZE
                               ' FIRST SENT '    DELIMITED BY SIZE
                               VT-FIRST-SENT-DATE(VT-IDX)
                                                 DELIMITED BY SIZE
                               INTO WS-VENDOR-STATUS-TEXT
                        END-STRING
                    WHEN OTHER
                        STRING 'SENT '           DELIMITED BY SIZE
                               WS-FEED-FILENAME  DELIMITED BY SPACE
                               ' CONTROL='       DELIMITED BY SIZE
                               WS-CONTROL-ED     DELIMITED BY SIZE
                               INTO WS-VENDOR-STATUS-TEXT
                        END-STRING
                END-EVALUATE
            END-IF.

      * The sent-log is open from before the vendor loop; FEED-LOGGED
      * says whether this file's line went on it.
        WRITE-SENT-LOG-PROCEDURE.
            MOVE 'N' TO WS-LOGGED-SW.
            MOVE WS-WEEK-END               TO VS-WEEK-END.
            MOVE VT-VENDOR-ID(VT-IDX)      TO VS-VENDOR-ID.
            MOVE WS-RUN-DATE               TO VS-SENT-DATE.
            MOVE WS-RUN-TIME               TO VS-SENT-TIME.
            MOVE WS-CONTROL-NO             TO VS-CONTROL-NO.
            IF VT-SENT-BEFORE(VT-IDX)
                SET VS-RESEND TO TRUE
            ELSE
                SET VS-FIRST-SEND TO TRUE
            END-IF.
            MOVE WS-FEED-FILENAME          TO VS-FEED-FILE.
            MOVE WS-LIN-COUNT              TO VS-ITEM-COUNT.
            MOVE VT-UNITS-SOLD(VT-IDX)     TO VS-UNITS-SOLD.
            MOVE VT-UNITS-RETURNED(VT-IDX) TO VS-UNITS-RETURNED.
            MOVE VT-NET-SALES(VT-IDX)      TO VS-NET-SALES.
            WRITE VENDOR-FEED-SENT-RECORD.
            IF WS-SNT-FILE-STATUS = '00'
                SET FEED-LOGGED TO TRUE
            ELSE
                DISPLAY 'VNDFEED: CANNOT LOG ' WS-FEED-FILENAME
                        ' ON ' WS-SENT-LOG-FILENAME
                        ' STATUS=' WS-SNT-FILE-STATUS
            END-IF.

      * Run-lock handling as in glpost: a missing lock is taken, a
      * live one stops the run naming its holder, and a stale one
      * (older than the stale limit - a crashed run's leavings) is
      * announced and taken over.
        ACQUIRE-LOCK-PROCEDURE.
            MOVE 'N' TO WS-LOCK-OK-SW.
            OPEN INPUT RUN-LOCK-FILE.
            IF LOCK-FILE-NOT-FOUND
                PERFORM WRITE-LOCK-PROCEDURE
            ELSE
                IF WS-LCK-FILE-STATUS = '00'
                    READ RUN-LOCK-FILE
                        AT END
                            MOVE SPACES TO RL-HOLDER
                            MOVE ZERO TO RL-LOCK-DATE RL-LOCK-TIME
                    END-READ
                    CLOSE RUN-LOCK-FILE
                    PERFORM CHECK-STALE-LOCK-PROCEDURE
                    IF LOCK-IS-STALE
                        DISPLAY 'VNDFEED: STALE LOCK ON SENT-LOG '
                                'FROM ' RL-HOLDER ' ' RL-LOCK-DATE
                                ' - TAKING OVER'
                        PERFORM WRITE-LOCK-PROCEDURE
                    ELSE
                        DISPLAY 'VNDFEED: SENT-LOG LOCKED BY '
                                RL-HOLDER ' SINCE ' RL-LOCK-DATE
                                ' ' RL-LOCK-TIME
                                ' - TRY AGAIN LATER'
                    END-IF
                ELSE
                    DISPLAY 'VNDFEED: CANNOT READ LOCK '
                            WS-LOCK-FILENAME
                END-IF
            END-IF.

      * Age in seconds against this run's start; an unreadable or
      * zero lock date reads as infinitely old.
        CHECK-STALE-LOCK-PROCEDURE.
            MOVE 'N' TO WS-LOCK-STALE-SW.
            IF RL-LOCK-DATE IS NOT NUMERIC OR RL-LOCK-DATE = ZERO
                SET LOCK-IS-STALE TO TRUE
            ELSE
                COMPUTE WS-LOCK-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(RL-LOCK-DATE)
                COMPUTE WS-LOCK-SECONDS =
                    (FUNCTION NUMVAL(RL-LOCK-TIME(1:2)) * 3600)
                    + (FUNCTION NUMVAL(RL-LOCK-TIME(3:2)) * 60)
                    + FUNCTION NUMVAL(RL-LOCK-TIME(5:2))
                COMPUTE WS-LOCK-AGE-SECONDS =
                    ((WS-TODAY-INT - WS-LOCK-DATE-INT) * 86400)
                    + WS-NOW-SECONDS - WS-LOCK-SECONDS
                IF WS-LOCK-AGE-SECONDS > WS-STALE-LIMIT-SECONDS
                    SET LOCK-IS-STALE TO TRUE
                END-IF
            END-IF.

        WRITE-LOCK-PROCEDURE.
            OPEN OUTPUT RUN-LOCK-FILE.
            IF WS-LCK-FILE-STATUS = '00'
                MOVE 'vndfeed'   TO RL-HOLDER
                MOVE WS-RUN-DATE TO RL-LOCK-DATE
                MOVE WS-RUN-TIME TO RL-LOCK-TIME
                WRITE RUN-LOCK-RECORD
                CLOSE RUN-LOCK-FILE
                SET LOCK-ACQUIRED TO TRUE
            ELSE
                DISPLAY 'VNDFEED: CANNOT CREATE LOCK '
                        WS-LOCK-FILENAME
            END-IF.

        RELEASE-LOCK-PROCEDURE.
            MOVE SPACES TO WS-LOCK-RM-CMD.
            STRING 'rm -f '          DELIMITED BY SIZE
                   WS-LOCK-FILENAME  DELIMITED BY SPACE
                   INTO WS-LOCK-RM-CMD
            END-STRING.
            CALL 'SYSTEM' USING WS-LOCK-RM-CMD.

      * The interchange: envelope, set header, the vendor's SKUs,
      * set and envelope trailers. WS-SEGMENT-COUNT counts ST
      * through SE for the SE segment.
        WRITE-FEED-PROCEDURE.
            IF VT-OUR-PARTNER-ID(VT-IDX) = SPACES
                MOVE WS-DEFAULT-OUR-ID TO WS-OUR-PARTNER-ID
            ELSE
                MOVE VT-OUR-PARTNER-ID(VT-IDX) TO WS-OUR-PARTNER-ID
            END-IF.
            IF VT-PARTNER-ID(VT-IDX) = SPACES
                MOVE VT-VENDOR-ID(VT-IDX) TO WS-THEIR-PARTNER-ID
            ELSE
                MOVE VT-PARTNER-ID(VT-IDX) TO WS-THEIR-PARTNER-ID
            END-IF.
            MOVE WS-CONTROL-NO TO WS-CONTROL-ED.

            MOVE SPACES TO FEED-RECORD.
            STRING 'ISA*00*          *00*          *ZZ*'
                                           DELIMITED BY SIZE
                   WS-OUR-PARTNER-ID       DELIMITED BY SIZE
                   '*ZZ*'                  DELIMITED BY SIZE
                   WS-THEIR-PARTNER-ID     DELIMITED BY SIZE
                   '*'                     DELIMITED BY SIZE
                   WS-RUN-DATE(3:6)        DELIMITED BY SIZE
                   '*'                     DELIMITED BY SIZE
                   WS-RUN-TIME(1:4)        DELIMITED BY SIZE
                   '*U*00401*'             DELIMITED BY SIZE
                   WS-CONTROL-NO           DELIMITED BY SIZE
                   '*0*P*>~'               DELIMITED BY SIZE
                   INTO FEED-RECORD
            END-STRING.
            WRITE FEED-RECORD.
            MOVE SPACES TO FEED-RECORD.
            STRING 'GS*PD*'                DELIMITED BY SIZE
                   WS-OUR-PARTNER-ID       DELIMITED BY SPACE
                   '*'                     DELIMITED BY SIZE
                   WS-THEIR-PARTNER-ID     DELIMITED BY SPACE
                   '*'                     DELIMITED BY SIZE
                   WS-RUN-DATE             DELIMITED BY SIZE
                   '*'                     DELIMITED BY SIZE
                   WS-RUN-TIME(1:4)        DELIMITED BY SIZE
                   '*'                     DELIMITED BY SIZE
                   WS-CONTROL-NO           DELIMITED BY SIZE
                   '*X*004010~'            DELIMITED BY SIZE
                   INTO FEED-RECORD
            END-STRING.
            WRITE FEED-RECORD.

            MOVE ZERO TO WS-SEGMENT-COUNT WS-LIN-COUNT.
            MOVE 'ST*852*0001~' TO FEED-RECORD.
            PERFORM WRITE-SEGMENT-PROCEDURE.
            MOVE SPACES TO FEED-RECORD.
            STRING 'XQ*H*'                 DELIMITED BY SIZE
                   WS-WEEK-START           DELIMITED BY SIZE
                   '*'                     DELIMITED BY SIZE
                   WS-WEEK-END             DELIMITED BY SIZE
                   '~'                     DELIMITED BY SIZE
                   INTO FEED-RECORD
            END-STRING.
            PERFORM WRITE-SEGMENT-PROCEDURE.
            MOVE SPACES TO FEED-RECORD.
            STRING 'N9*IA*'                DELIMITED BY SIZE
                   VT-VENDOR-ID(VT-IDX)    DELIMITED BY SPACE
                   '~'                     DELIMITED BY SIZE
                   INTO FEED-RECORD
            END-STRING.
            PERFORM WRITE-SEGMENT-PROCEDURE.
            MOVE SPACES TO FEED-RECORD.
            STRING 'N1*VN*'                DELIMITED BY SIZE
                   VT-VENDOR-NAME(VT-IDX)  DELIMITED BY '  '
                   '~'                     DELIMITED BY SIZE
                   INTO FEED-RECORD
            END-STRING.
            PERFORM WRITE-SEGMENT-PROCEDURE.

            SET WS-VT-NO TO VT-IDX.
            PERFORM WRITE-ITEM-SEGMENTS-PROCEDURE
                VARYING IT-IDX FROM 1 BY 1
                UNTIL IT-IDX > ITEM-TABLE-COUNT.

            MOVE WS-LIN-COUNT TO WS-LIN-CNT-ED.
            MOVE WS-LIN-CNT-ED TO WS-VALUE-TEXT.
            PERFORM LEFT-JUSTIFY-VALUE-PROCEDURE.
            MOVE SPACES TO FEED-RECORD.
            STRING 'CTT*'                  DELIMITED BY SIZE
                   WS-VALUE-TEXT(WS-VALUE-START:)
                                           DELIMITED BY SPACE
                   '~'                     DELIMITED BY SIZE
                   INTO FEED-RECORD
            END-STRING.
            PERFORM WRITE-SEGMENT-PROCEDURE.
            ADD 1 TO WS-SEGMENT-COUNT.
            MOVE WS-SEGMENT-COUNT TO WS-SEGMENT-CNT-ED.
            MOVE WS-SEGMENT-CNT-ED TO WS-VALUE-TEXT.
            PERFORM LEFT-JUSTIFY-VALUE-PROCEDURE.
            MOVE SPACES TO FEED-RECORD.
            STRING 'SE*'                   DELIMITED BY SIZE
                   WS-VALUE-TEXT(WS-VALUE-START:)
                                           DELIMITED BY SPACE
                   '*0001~'                DELIMITED BY SIZE
                   INTO FEED-RECORD
            END-STRING.
            WRITE FEED-RECORD.
            MOVE SPACES TO FEED-RECORD.
            STRING 'GE*1*'                 DELIMITED BY SIZE
                   WS-CONTROL-NO           DELIMITED BY SIZE
                   '~'                     DELIMITED BY SIZE
                   INTO FEED-RECORD
            END-STRING.
            WRITE FEED-RECORD.
            MOVE SPACES TO FEED-RECORD.
            STRING 'IEA*1*'                DELIMITED BY SIZE
                   WS-CONTROL-NO           DELIMITED BY SIZE
                   '~'                     DELIMITED BY SIZE
                   INTO FEED-RECORD
            END-STRING.
            WRITE FEED-RECORD.

        WRITE-SEGMENT-PROCEDURE.
            WRITE FEED-RECORD.
            ADD 1 TO WS-SEGMENT-COUNT.

      * One SKU of this vendor's: its LIN, then each activity with a
      * store line for every store that has a figure for it.
        WRITE-ITEM-SEGMENTS-PROCEDURE.
            IF IT-VENDOR-KNOWN(IT-IDX)
               AND IT-VT-NO(IT-IDX) = WS-VT-NO
                SET WS-ITEM-NO TO IT-IDX
                ADD 1 TO WS-LIN-COUNT
                MOVE SPACES TO FEED-RECORD
                IF IT-GTIN(IT-IDX) = SPACES
                    STRING 'LIN**SK*'          DELIMITED BY SIZE
                           IT-SKU(IT-IDX)      DELIMITED BY SPACE
                           '~'                 DELIMITED BY SIZE
                           INTO FEED-RECORD
                    END-STRING
                ELSE
                    STRING 'LIN**SK*'          DELIMITED BY SIZE
                           IT-SKU(IT-IDX)      DELIMITED BY SPACE
                           '*UP*'              DELIMITED BY SIZE
                           IT-GTIN(IT-IDX)     DELIMITED BY SPACE
                           '~'                 DELIMITED BY SIZE
                           INTO FEED-RECORD
                    END-STRING
                END-IF
                PERFORM WRITE-SEGMENT-PROCEDURE
                MOVE 'QS' TO WS-ZA-CODE
                MOVE 'EA' TO WS-ZA-UOM
                PERFORM WRITE-ACTIVITY-PROCEDURE
                MOVE 'QU' TO WS-ZA-CODE
                PERFORM WRITE-ACTIVITY-PROCEDURE
                MOVE 'SA' TO WS-ZA-CODE
                MOVE 'DO' TO WS-ZA-UOM
                PERFORM WRITE-ACTIVITY-PROCEDURE
                IF ON-HAND-AVAILABLE
                    MOVE 'QA' TO WS-ZA-CODE
                    MOVE 'EA' TO WS-ZA-UOM
                    PERFORM WRITE-ACTIVITY-PROCEDURE
                END-IF
            END-IF.

      * An activity is written only when some store has a figure
      * for it: a nonzero count or amount, or any on-hand invmast
      * holds (a zero on-hand is worth telling the vendor).
        WRITE-ACTIVITY-PROCEDURE.
            MOVE ZERO TO WS-ACT-TOTAL WS-SDQ-COUNT.
            PERFORM SUM-ACTIVITY-PROCEDURE
                VARYING AT-IDX FROM 1 BY 1
                UNTIL AT-IDX > ACTIVITY-TABLE-COUNT.
            IF WS-SDQ-COUNT > 0
                MOVE WS-ACT-TOTAL TO WS-ACT-VALUE
                PERFORM EDIT-VALUE-PROCEDURE
                MOVE WS-VALUE-TEXT  TO WS-TOTAL-TEXT
                MOVE WS-VALUE-START TO WS-TOTAL-START
                MOVE SPACES TO FEED-RECORD
                STRING 'ZA*'                   DELIMITED BY SIZE
                       WS-ZA-CODE              DELIMITED BY SIZE
                       '*'                     DELIMITED BY SIZE
                       WS-TOTAL-TEXT(WS-TOTAL-START:)
                                               DELIMITED BY SPACE
                       '*'                     DELIMITED BY SIZE
                       WS-ZA-UOM               DELIMITED BY SIZE
                       '~'                     DELIMITED BY SIZE
                       INTO FEED-RECORD
                END-STRING
                PERFORM WRITE-SEGMENT-PROCEDURE
                PERFORM WRITE-STORE-SEGMENT-PROCEDURE
                    VARYING AT-IDX FROM 1 BY 1
                    UNTIL AT-IDX > ACTIVITY-TABLE-COUNT
            END-IF.

        SUM-ACTIVITY-PROCEDURE.
            IF AT-ITEM-NO(AT-IDX) = WS-ITEM-NO
                PERFORM GET-ACTIVITY-VALUE-PROCEDURE
                IF ACT-HAS-VALUE
                    ADD WS-ACT-VALUE TO WS-ACT-TOTAL
                    ADD 1 TO WS-SDQ-COUNT
                END-IF
            END-IF.

        WRITE-STORE-SEGMENT-PROCEDURE.
            IF AT-ITEM-NO(AT-IDX) = WS-ITEM-NO
                PERFORM GET-ACTIVITY-VALUE-PROCEDURE
                IF ACT-HAS-VALUE
                    PERFORM EDIT-VALUE-PROCEDURE
                    MOVE SPACES TO FEED-RECORD
                    STRING 'SDQ*'              DELIMITED BY SIZE
                           WS-ZA-UOM           DELIMITED BY SIZE
                           '*92*'              DELIMITED BY SIZE
                           AT-STORE-NO(AT-IDX) DELIMITED BY SIZE
                           '*'                 DELIMITED BY SIZE
                           WS-VALUE-TEXT(WS-VALUE-START:)
                                               DELIMITED BY SPACE
                           '~'                 DELIMITED BY SIZE
                           INTO FEED-RECORD
                    END-STRING
                    PERFORM WRITE-SEGMENT-PROCEDURE
                END-IF
            END-IF.

        GET-ACTIVITY-VALUE-PROCEDURE.
            MOVE 'N' TO WS-ACT-HAS-VALUE-SW.
            MOVE ZERO TO WS-ACT-VALUE.
            EVALUATE WS-ZA-CODE
                WHEN 'QS'
                    MOVE AT-UNITS-SOLD(AT-IDX) TO WS-ACT-VALUE
                WHEN 'QU'
                    MOVE AT-UNITS-RETURNED(AT-IDX) TO WS-ACT-VALUE
                WHEN 'SA'
                    MOVE AT-NET-SALES(AT-IDX) TO WS-ACT-VALUE
                WHEN 'QA'
                    IF AT-ON-HAND-KNOWN(AT-IDX)
                        MOVE AT-ON-HAND(AT-IDX) TO WS-ACT-VALUE
                        SET ACT-HAS-VALUE TO TRUE
                    END-IF
            END-EVALUATE.
            IF WS-ACT-VALUE NOT = ZERO
                SET ACT-HAS-VALUE TO TRUE
            END-IF.

      * Quantities go out as whole numbers, dollars with two places,
      * both with a leading minus when negative.
        EDIT-VALUE-PROCEDURE.
            IF WS-ZA-CODE = 'SA'
                MOVE WS-ACT-VALUE TO WS-AMT-ED
                MOVE WS-AMT-ED    TO WS-VALUE-TEXT
            ELSE
                MOVE WS-ACT-VALUE TO WS-QTY-ED
                MOVE WS-QTY-ED    TO WS-VALUE-TEXT
            END-IF.
            PERFORM LEFT-JUSTIFY-VALUE-PROCEDURE.

      * First non-blank of the edited value; the element is taken
      * from there.
        LEFT-JUSTIFY-VALUE-PROCEDURE.
            PERFORM VARYING WS-VALUE-START FROM 1 BY 1
                    UNTIL WS-VALUE-START > 13
                       OR WS-VALUE-TEXT(WS-VALUE-START:1) NOT = SPACE
                    CONTINUE
            END-PERFORM.

        WRITE-REPORT-TOTAL-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-NO-ITEM-COUNT        TO WS-CNT-ED.
            MOVE WS-UNASSIGNED-COUNT     TO WS-CNT-ED-2.
            MOVE WS-UNKNOWN-VENDOR-COUNT TO WS-CNT-ED-3.
            MOVE SPACES TO REPORT-LINE.
            STRING 'RECORDS NOT SENT: NOT ON ITEM MASTER='
                                            DELIMITED BY SIZE
                   WS-CNT-ED                DELIMITED BY SIZE
                   ' NO VENDOR ON ITEM='    DELIMITED BY SIZE
                   WS-CNT-ED-2              DELIMITED BY SIZE
                   ' VENDOR NOT ON MASTER=' DELIMITED BY SIZE
                   WS-CNT-ED-3              DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            MOVE WS-READ-COUNT          TO WS-CNT-ED.
            MOVE WS-FILES-READ-COUNT    TO WS-CNT-ED-2.
            MOVE WS-FILES-MISSING-COUNT TO WS-CNT-ED-3.
            MOVE SPACES TO REPORT-LINE.
            STRING 'TOTAL RECORDS='         DELIMITED BY SIZE
                   WS-CNT-ED                DELIMITED BY SIZE
                   ' FILES READ='           DELIMITED BY SIZE
                   WS-CNT-ED-2              DELIMITED BY SIZE
                   ' NOT FOUND='            DELIMITED BY SIZE
                   WS-CNT-ED-3              DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            MOVE WS-FEEDS-WRITTEN-COUNT TO WS-CNT-ED.
            MOVE WS-RESENT-COUNT        TO WS-CNT-ED-2.
            MOVE WS-ALREADY-SENT-COUNT  TO WS-CNT-ED-3.
            MOVE SPACES TO REPORT-LINE.
            STRING 'FILES WRITTEN='         DELIMITED BY SIZE
                   WS-CNT-ED                DELIMITED BY SIZE
                   ' OF WHICH RESENT='      DELIMITED BY SIZE
                   WS-CNT-ED-2              DELIMITED BY SIZE
                   ' SKIPPED ALREADY SENT=' DELIMITED BY SIZE
                   WS-CNT-ED-3              DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            IF WS-FEED-FAILED-COUNT > 0
                MOVE WS-FEED-FAILED-COUNT TO WS-CNT-ED
                MOVE SPACES TO REPORT-LINE
                STRING 'FILES NOT WRITTEN OR NOT LOGGED='
                                            DELIMITED BY SIZE
                       WS-CNT-ED            DELIMITED BY SIZE
                       INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
            END-IF.
