      * Store Completeness And Volume Check
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     strchk.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: JUDGE THE NIGHT BY THE STORES THAT SHOULD HAVE
      * SENT, NOT JUST THE FILES THAT ARRIVED. EVERY FILE ON THE
      * MANIFEST IS READ BACK THROUGH ITS .ext AND ROLLED UP BY
      * STORE AND SALE DATE; EACH FILE'S LATEST SALE DATE IS A
      * BUSINESS DATE TO CHECK (OR ONE DATE IS GIVEN ON THE COMMAND
      * LINE). EVERY ACTIVE STORE ON THE STORE MASTER WITH NOTHING
      * LOADED FOR A BUSINESS DATE IS MISSING. A STORE THAT DID LOAD
      * IS HELD AGAINST ITS TRAILING SAME-WEEKDAY AVERAGE FROM THE
      * SALES HISTORY (THE SAME WEEKDAY OVER THE PRIOR WEEKS), AND A
      * RECORD COUNT OR NET SALES OUTSIDE THE BAND AROUND THAT
      * AVERAGE IS A VOLUME ANOMALY. FINDINGS GO TO <manifest>.chk
      * FOR dayend TO CARRY ONTO ITS REPORT. THE RUN ENDS 6 WHEN A
      * STORE IS MISSING AND 4 WHEN THERE ARE ONLY ANOMALIES; 8 IS
      * KEPT FOR A CHECK THAT COULD NOT BE MADE (A MANIFEST OR
      * MASTER THAT WILL NOT OPEN, OR A WORK TABLE THAT FILLED).
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MANIFEST-FILE
            ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-MAN-FILE-STATUS.

            SELECT EXTRACT-FILE
            ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-EXT-FILE-STATUS.

            SELECT STORE-MASTER-FILE
            ASSIGN TO DYNAMIC WS-STORE-MASTER-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-STM-FILE-STATUS.

            SELECT HISTORY-FILE
            ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-HST-FILE-STATUS.

            SELECT CHECK-RPT
            ASSIGN TO DYNAMIC WS-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD MANIFEST-FILE.
        01 MANIFEST-RECORD     PIC X(100).

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

        FD STORE-MASTER-FILE.
            COPY STOREMAST.

        FD HISTORY-FILE.
            COPY SALESHST.

        FD CHECK-RPT.
        01 REPORT-LINE         PIC X(200).

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.
        01  WS-MAN-EOF         PIC X(1)    VALUE 'N'.

        01  WS-CMD-PARM            PIC X(200) VALUE SPACES.
        01  WS-PARM-1              PIC X(100) VALUE SPACES.
        01  WS-PARM-2              PIC X(20)  VALUE SPACES.
        01  WS-PARM-3              PIC X(20)  VALUE SPACES.
        01  WS-MANIFEST-FILENAME   PIC X(100) VALUE './filelist.txt'.
        01  WS-EXTRACT-FILENAME    PIC X(110) VALUE SPACES.
        01  WS-STORE-MASTER-FILENAME PIC X(100)
                                    VALUE './storemast.dat'.
        01  WS-HISTORY-FILENAME    PIC X(100) VALUE './saleshist.dat'.
        01  WS-REPORT-FILENAME     PIC X(110) VALUE SPACES.
        01  WS-MAN-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-EXT-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-STM-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-HST-FILE-STATUS     PIC X(2)   VALUE SPACES.

        01  WS-RUN-DATE            PIC 9(8)   VALUE ZERO.
        01  WS-RUN-TIME            PIC 9(8)   VALUE ZERO.

      * A store's count and net sales pass when they are within this
      * many percent of its trailing same-weekday average, either
      * way; the average is taken over this many prior weeks that
      * have history. The second command line parameter overrides
      * the band.
        01  WS-BAND-PERCENT        PIC 9(3)   VALUE 50.
        01  WS-HISTORY-WEEKS       PIC 9(2)   VALUE 4.

        01  WS-FIXED-DATE-SW       PIC X(1)   VALUE 'N'.
            88 FIXED-BUSINESS-DATE            VALUE 'Y'.

        01  WS-SALE-DATE-NUM       PIC 9(8)   VALUE ZERO.
        01  WS-SALE-DATE-TEXT      PIC X(10)  VALUE SPACES.
        01  WS-FILE-LATEST-DATE    PIC 9(8)   VALUE ZERO.

        01  WS-FILE-COUNT          PIC 9(5)   VALUE ZERO.
        01  WS-MISSING-EXT-COUNT   PIC 9(5)   VALUE ZERO.
        01  WS-MISSING-COUNT       PIC 9(5)   VALUE ZERO.
        01  WS-ANOMALY-COUNT       PIC 9(5)   VALUE ZERO.
        01  WS-NO-HISTORY-COUNT    PIC 9(5)   VALUE ZERO.
        01  WS-DATE-MISSING-COUNT  PIC 9(5)   VALUE ZERO.
        01  WS-DATE-ANOMALY-COUNT  PIC 9(5)   VALUE ZERO.
        01  WS-DATE-LOADED-COUNT   PIC 9(5)   VALUE ZERO.

        01  WS-TABLE-FULL-SW       PIC X(1)   VALUE 'N'.
            88 CHECK-TABLE-FULL                VALUE 'Y'.

      * Active stores from the store master.
        01  STORE-TABLE-CONTROLS.
            05 STORE-TABLE-COUNT   PIC 9(3)   VALUE ZERO.
        01  STORE-TABLE.
            05 STORE-ENTRY OCCURS 100 TIMES INDEXED BY ST-IDX.
                10 ST-STORE-NO         PIC 9(4).
                10 ST-STORE-NAME       PIC X(35).

      * The business dates being judged.
        01  BUS-DATE-TABLE-CONTROLS.
            05 BUS-DATE-COUNT      PIC 9(3)   VALUE ZERO.
        01  BUS-DATE-TABLE.
            05 BUS-DATE-ENTRY OCCURS 31 TIMES INDEXED BY BD-IDX.
                10 BD-DATE             PIC 9(8).
                10 BD-DATE-INT         PIC S9(9).

      * What the night actually loaded, by store and sale date.
        01  LOAD-TABLE-CONTROLS.
            05 LOAD-TABLE-COUNT    PIC 9(4)   VALUE ZERO.
            05 WS-LOAD-FOUND       PIC X(1)   VALUE 'Y'.
               88 LOAD-NOT-FOUND               VALUE 'N'.
        01  LOAD-TABLE.
            05 LOAD-ENTRY OCCURS 3000 TIMES INDEXED BY LD-IDX.
                10 LD-STORE-NO         PIC 9(4).
                10 LD-DATE             PIC 9(8).
                10 LD-COUNT            PIC 9(7).
                10 LD-NET              PIC S9(9)V99.

      * History for the prior same-weekday dates only, summed across
      * categories to one line per store and date.
        01  HIST-TABLE-CONTROLS.
            05 HIST-TABLE-COUNT    PIC 9(4)   VALUE ZERO.
            05 WS-HIST-FOUND       PIC X(1)   VALUE 'Y'.
               88 HIST-NOT-FOUND               VALUE 'N'.
        01  HIST-TABLE.
            05 HIST-ENTRY OCCURS 5000 TIMES INDEXED BY HS-IDX.
                10 HS-STORE-NO         PIC 9(4).
                10 HS-DATE             PIC 9(8).
                10 HS-COUNT            PIC 9(7).
                10 HS-NET              PIC S9(9)V99.

        01  WS-HIST-DATE-INT       PIC S9(9)  VALUE ZERO.
        01  WS-DAYS-BACK           PIC S9(9)  VALUE ZERO.
        01  WS-WANTED-SW           PIC X(1)   VALUE 'N'.
            88 HISTORY-WANTED                  VALUE 'Y'.

      * One store's check against one business date.
        01  WS-WEEK                PIC 9(2)   VALUE ZERO.
        01  WS-PRIOR-DATE          PIC 9(8)   VALUE ZERO.
        01  WS-WEEKS-FOUND         PIC 9(2)   VALUE ZERO.
        01  WS-HIST-COUNT-SUM      PIC 9(9)   VALUE ZERO.
        01  WS-HIST-NET-SUM        PIC S9(11)V99 VALUE ZERO.
        01  WS-AVG-COUNT           PIC 9(7)V99 VALUE ZERO.
        01  WS-AVG-NET             PIC S9(9)V99 VALUE ZERO.
        01  WS-LOW-COUNT           PIC 9(7)V99 VALUE ZERO.
        01  WS-HIGH-COUNT          PIC 9(7)V99 VALUE ZERO.
        01  WS-LOW-NET             PIC S9(9)V99 VALUE ZERO.
        01  WS-HIGH-NET            PIC S9(9)V99 VALUE ZERO.
        01  WS-CUR-COUNT           PIC 9(7)   VALUE ZERO.
        01  WS-CUR-NET             PIC S9(9)V99 VALUE ZERO.
        01  WS-FINDING-TEXT        PIC X(24)  VALUE SPACES.

        01  WS-AMT-ED              PIC -ZZZZZZZZ9.99.
        01  WS-AMT-ED-2            PIC -ZZZZZZZZ9.99.
        01  WS-CNT-ED              PIC ZZZZZZ9.
        01  WS-CNT-ED-2            PIC ZZZZZZ9.
        01  WS-CNT-ED-3            PIC ZZZZZZ9.
        01  WS-CNT-ED-4            PIC ZZZZZZ9.
        01  WS-BAND-ED             PIC ZZ9.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            PERFORM INITIALIZE-PROCEDURE.
            PERFORM LOAD-STORE-MASTER-PROCEDURE.
            PERFORM READ-MANIFEST-PROCEDURE.
            PERFORM LOAD-HISTORY-PROCEDURE.

            OPEN OUTPUT CHECK-RPT.
            PERFORM WRITE-HEADER-PROCEDURE.
            IF BUS-DATE-COUNT = 0
                MOVE 'NO SALE DATES LOADED - EVERY STORE IS MISSING'
                    TO REPORT-LINE
                WRITE REPORT-LINE
                ADD STORE-TABLE-COUNT TO WS-MISSING-COUNT
            ELSE
                PERFORM CHECK-BUSINESS-DATE-PROCEDURE
                    VARYING BD-IDX FROM 1 BY 1
                    UNTIL BD-IDX > BUS-DATE-COUNT
            END-IF.
            IF CHECK-TABLE-FULL
                MOVE 'WORK TABLE FULL - CHECK IS INCOMPLETE'
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            CLOSE CHECK-RPT.

            DISPLAY 'STRCHK: STORES='  STORE-TABLE-COUNT
                    ' DATES='          BUS-DATE-COUNT
                    ' MISSING='        WS-MISSING-COUNT
                    ' ANOMALIES='      WS-ANOMALY-COUNT
                    ' NO-HISTORY='     WS-NO-HISTORY-COUNT.

            EVALUATE TRUE
                WHEN CHECK-TABLE-FULL
                    MOVE 8 TO RETURN-CODE
                WHEN WS-MISSING-COUNT > 0
                    MOVE 6 TO RETURN-CODE
                WHEN WS-ANOMALY-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

            STOP RUN.

      * Manifest of the night's files (the same list popdrv loads),
      * an optional band percent, and an optional YYYYMMDD business
      * date that replaces the dates read off the extracts.
        INITIALIZE-PROCEDURE.
            ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
            MOVE SPACES TO WS-PARM-1 WS-PARM-2 WS-PARM-3.
            UNSTRING WS-CMD-PARM DELIMITED BY SPACE
                INTO WS-PARM-1 WS-PARM-2 WS-PARM-3
            END-UNSTRING.

            IF WS-PARM-1 NOT = SPACES
                MOVE WS-PARM-1 TO WS-MANIFEST-FILENAME
            END-IF.
            IF WS-PARM-2 NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-2) = 0
                COMPUTE WS-BAND-PERCENT = FUNCTION NUMVAL(WS-PARM-2)
            END-IF.
            IF WS-PARM-3 NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-3) = 0
                MOVE 1 TO BUS-DATE-COUNT
                SET BD-IDX TO 1
                MOVE WS-PARM-3 TO BD-DATE(BD-IDX)
                COMPUTE BD-DATE-INT(BD-IDX) =
                    FUNCTION INTEGER-OF-DATE(BD-DATE(BD-IDX))
                SET FIXED-BUSINESS-DATE TO TRUE
            END-IF.

            STRING WS-MANIFEST-FILENAME DELIMITED BY SPACE
                   '.chk'               DELIMITED BY SIZE
                   INTO WS-REPORT-FILENAME
            END-STRING.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.

      * Without the store master there is nothing to judge the night
      * against, which is itself a reason to stop the cycle.
        LOAD-STORE-MASTER-PROCEDURE.
            MOVE ZERO TO STORE-TABLE-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT STORE-MASTER-FILE.
            IF WS-STM-FILE-STATUS NOT = '00'
                DISPLAY 'STRCHK: CANNOT OPEN STORE MASTER '
                        WS-STORE-MASTER-FILENAME
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-STORE-MASTER-READ-PROCEDURE
                UNTIL WS-EOF = 'Y'.
            CLOSE STORE-MASTER-FILE.

        LOAD-STORE-MASTER-READ-PROCEDURE.
            READ STORE-MASTER-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SM-STORE-ACTIVE
                        IF STORE-TABLE-COUNT < 100
                            ADD 1 TO STORE-TABLE-COUNT
                            SET ST-IDX TO STORE-TABLE-COUNT
                            MOVE SM-STORE-NO   TO ST-STORE-NO(ST-IDX)
                            MOVE SM-STORE-NAME TO ST-STORE-NAME(ST-IDX)
                        ELSE
                            DISPLAY 'STRCHK: STORE TABLE FULL - '
                                    'SKIPPING ' SM-STORE-NO
                        END-IF
                    END-IF
            END-READ.

        READ-MANIFEST-PROCEDURE.
            MOVE 'N' TO WS-MAN-EOF.
            OPEN INPUT MANIFEST-FILE.
            IF WS-MAN-FILE-STATUS NOT = '00'
                DISPLAY 'STRCHK: CANNOT OPEN MANIFEST '
                        WS-MANIFEST-FILENAME
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM READ-MANIFEST-RECORD-PROCEDURE
                UNTIL WS-MAN-EOF = 'Y'.
            CLOSE MANIFEST-FILE.

        READ-MANIFEST-RECORD-PROCEDURE.
            READ MANIFEST-FILE
                AT END MOVE 'Y' TO WS-MAN-EOF
                NOT AT END
                    IF MANIFEST-RECORD NOT = SPACES
                        ADD 1 TO WS-FILE-COUNT
                        PERFORM READ-EXTRACT-PROCEDURE
                    END-IF
            END-READ.

      * A file on the manifest with no .ext didn't load; its stores
      * simply show up missing below, which is the point.
        READ-EXTRACT-PROCEDURE.
            MOVE SPACES TO WS-EXTRACT-FILENAME.
            STRING MANIFEST-RECORD DELIMITED BY SPACE
                   '.ext'          DELIMITED BY SIZE
                   INTO WS-EXTRACT-FILENAME
            END-STRING.
            MOVE ZERO TO WS-FILE-LATEST-DATE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT EXTRACT-FILE.
            IF WS-EXT-FILE-STATUS NOT = '00'
                DISPLAY 'STRCHK: NO EXTRACT ' WS-EXTRACT-FILENAME
                ADD 1 TO WS-MISSING-EXT-COUNT
            ELSE
                PERFORM READ-EXTRACT-RECORD-PROCEDURE
                    UNTIL WS-EOF = 'Y'
                CLOSE EXTRACT-FILE
                IF WS-FILE-LATEST-DATE NOT = ZERO
                   AND NOT FIXED-BUSINESS-DATE
                    PERFORM NOTE-BUSINESS-DATE-PROCEDURE
                END-IF
            END-IF.

        READ-EXTRACT-RECORD-PROCEDURE.
            READ EXTRACT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE EXT-SDATE TO WS-SALE-DATE-TEXT
                    PERFORM CONVERT-SALE-DATE-PROCEDURE
                    IF WS-SALE-DATE-NUM NOT = ZERO
                        IF WS-SALE-DATE-NUM > WS-FILE-LATEST-DATE
                            MOVE WS-SALE-DATE-NUM
                                TO WS-FILE-LATEST-DATE
                        END-IF
                        PERFORM FIND-LOAD-PROCEDURE
                        IF LOAD-NOT-FOUND
                            SET CHECK-TABLE-FULL TO TRUE
                        ELSE
                            ADD 1              TO LD-COUNT(LD-IDX)
                            ADD EXT-NET-AMOUNT TO LD-NET(LD-IDX)
                        END-IF
                    END-IF
            END-READ.

        CONVERT-SALE-DATE-PROCEDURE.
            MOVE ZERO TO WS-SALE-DATE-NUM.
            IF WS-SALE-DATE-TEXT(1:4) IS NUMERIC
               AND WS-SALE-DATE-TEXT(6:2) IS NUMERIC
               AND WS-SALE-DATE-TEXT(9:2) IS NUMERIC
                MOVE WS-SALE-DATE-TEXT(1:4) TO WS-SALE-DATE-NUM(1:4)
                MOVE WS-SALE-DATE-TEXT(6:2) TO WS-SALE-DATE-NUM(5:2)
                MOVE WS-SALE-DATE-TEXT(9:2) TO WS-SALE-DATE-NUM(7:2)
                IF FUNCTION INTEGER-OF-DATE(WS-SALE-DATE-NUM) = 0
                    MOVE ZERO TO WS-SALE-DATE-NUM
                END-IF
            END-IF.

        FIND-LOAD-PROCEDURE.
            MOVE 'Y' TO WS-LOAD-FOUND.
            SET LD-IDX TO 1.
            SEARCH LOAD-ENTRY
                AT END
                    IF LOAD-TABLE-COUNT < 3000
                        ADD 1 TO LOAD-TABLE-COUNT
                        SET LD-IDX TO LOAD-TABLE-COUNT
                        MOVE EXT-STORE-NO     TO LD-STORE-NO(LD-IDX)
                        MOVE WS-SALE-DATE-NUM TO LD-DATE(LD-IDX)
                        MOVE ZERO TO LD-COUNT(LD-IDX) LD-NET(LD-IDX)
                    ELSE
                        MOVE 'N' TO WS-LOAD-FOUND
                    END-IF
                WHEN LD-STORE-NO(LD-IDX) = EXT-STORE-NO
                 AND LD-DATE(LD-IDX) = WS-SALE-DATE-NUM
                    CONTINUE
            END-SEARCH.

      * A file's latest sale date is its business date - a stray
      * older line (a late-rung return) must not turn a past day
      * into a night every other store appears to have missed.
        NOTE-BUSINESS-DATE-PROCEDURE.
            SET BD-IDX TO 1.
            SEARCH BUS-DATE-ENTRY
                AT END
                    IF BUS-DATE-COUNT < 31
                        ADD 1 TO BUS-DATE-COUNT
                        SET BD-IDX TO BUS-DATE-COUNT
                        MOVE WS-FILE-LATEST-DATE TO BD-DATE(BD-IDX)
                        COMPUTE BD-DATE-INT(BD-IDX) =
                            FUNCTION INTEGER-OF-DATE(BD-DATE(BD-IDX))
                    ELSE
                        SET CHECK-TABLE-FULL TO TRUE
                    END-IF
                WHEN BD-DATE(BD-IDX) = WS-FILE-LATEST-DATE
                    CONTINUE
            END-SEARCH.

      * Only history lines a whole number of weeks (up to the
      * trailing window) before some business date are kept. No
      * history file just means every store reports NO HISTORY.
      * Entries adjfix keeps for posted corrections are skipped: the
      * baseline is what the stores sent, not what was fixed later.
        LOAD-HISTORY-PROCEDURE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT HISTORY-FILE.
            IF WS-HST-FILE-STATUS NOT = '00'
                DISPLAY 'STRCHK: NO SALES HISTORY '
                        WS-HISTORY-FILENAME
            ELSE
                PERFORM LOAD-HISTORY-READ-PROCEDURE
                    UNTIL WS-EOF = 'Y'
                CLOSE HISTORY-FILE
            END-IF.

        LOAD-HISTORY-READ-PROCEDURE.
            READ HISTORY-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE SH-SDATE TO WS-SALE-DATE-TEXT
                    PERFORM CONVERT-SALE-DATE-PROCEDURE
                    IF WS-SALE-DATE-NUM NOT = ZERO
                       AND SH-FROM-LOAD
                        COMPUTE WS-HIST-DATE-INT =
                            FUNCTION INTEGER-OF-DATE(WS-SALE-DATE-NUM)
                        MOVE 'N' TO WS-WANTED-SW
                        PERFORM CHECK-HISTORY-WANTED-PROCEDURE
                            VARYING BD-IDX FROM 1 BY 1
                            UNTIL BD-IDX > BUS-DATE-COUNT
                               OR HISTORY-WANTED
                        IF HISTORY-WANTED
                            PERFORM ADD-HISTORY-PROCEDURE
                        END-IF
                    END-IF
            END-READ.

        CHECK-HISTORY-WANTED-PROCEDURE.
            COMPUTE WS-DAYS-BACK =
                BD-DATE-INT(BD-IDX) - WS-HIST-DATE-INT.
            IF WS-DAYS-BACK > 0
               AND WS-DAYS-BACK NOT > WS-HISTORY-WEEKS * 7
               AND FUNCTION MOD(WS-DAYS-BACK, 7) = 0
                SET HISTORY-WANTED TO TRUE
            END-IF.

        ADD-HISTORY-PROCEDURE.
            MOVE 'Y' TO WS-HIST-FOUND.
            SET HS-IDX TO 1.
            SEARCH HIST-ENTRY
                AT END
                    IF HIST-TABLE-COUNT < 5000
                        ADD 1 TO HIST-TABLE-COUNT
                        SET HS-IDX TO HIST-TABLE-COUNT
                        MOVE SH-STORE-NO      TO HS-STORE-NO(HS-IDX)
                        MOVE WS-SALE-DATE-NUM TO HS-DATE(HS-IDX)
                        MOVE ZERO TO HS-COUNT(HS-IDX) HS-NET(HS-IDX)
                    ELSE
                        MOVE 'N' TO WS-HIST-FOUND
                        SET CHECK-TABLE-FULL TO TRUE
                    END-IF
                WHEN HS-STORE-NO(HS-IDX) = SH-STORE-NO
                 AND HS-DATE(HS-IDX) = WS-SALE-DATE-NUM
                    CONTINUE
            END-SEARCH.
            IF NOT HIST-NOT-FOUND
                ADD SH-COUNT     TO HS-COUNT(HS-IDX)
                ADD SH-NET-TOTAL TO HS-NET(HS-IDX)
            END-IF.

        WRITE-HEADER-PROCEDURE.
            MOVE WS-BAND-PERCENT TO WS-BAND-ED.
            MOVE SPACES TO REPORT-LINE.
            STRING 'STORE COMPLETENESS CHECK FOR ' DELIMITED BY SIZE
                   WS-MANIFEST-FILENAME            DELIMITED BY SPACE
                   ' RUN '                         DELIMITED BY SIZE
                   WS-RUN-DATE                     DELIMITED BY SIZE
                   ' '                             DELIMITED BY SIZE
                   WS-RUN-TIME                     DELIMITED BY SIZE
                   ' BAND=+/-'                     DELIMITED BY SIZE
                   WS-BAND-ED                      DELIMITED BY SIZE
                   '%'                             DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

      *----------------------------------------------------------------
      * One business date: every active store is looked for in what
      * loaded, then held against its own history. Only findings get
      * a line; the date's summary line follows them.
      *----------------------------------------------------------------
        CHECK-BUSINESS-DATE-PROCEDURE.
            MOVE ZERO TO WS-DATE-MISSING-COUNT WS-DATE-ANOMALY-COUNT
                         WS-DATE-LOADED-COUNT.
            PERFORM CHECK-STORE-PROCEDURE
                VARYING ST-IDX FROM 1 BY 1
                UNTIL ST-IDX > STORE-TABLE-COUNT.

            MOVE STORE-TABLE-COUNT     TO WS-CNT-ED.
            MOVE WS-DATE-LOADED-COUNT  TO WS-CNT-ED-2.
            MOVE WS-DATE-MISSING-COUNT TO WS-CNT-ED-3.
            MOVE WS-DATE-ANOMALY-COUNT TO WS-CNT-ED-4.
            MOVE SPACES TO REPORT-LINE.
            STRING 'DATE='            DELIMITED BY SIZE
                   BD-DATE(BD-IDX)    DELIMITED BY SIZE
                   ' ACTIVE STORES='  DELIMITED BY SIZE
                   WS-CNT-ED          DELIMITED BY SIZE
                   ' LOADED='         DELIMITED BY SIZE
                   WS-CNT-ED-2        DELIMITED BY SIZE
                   ' MISSING='        DELIMITED BY SIZE
                   WS-CNT-ED-3        DELIMITED BY SIZE
                   ' ANOMALIES='      DELIMITED BY SIZE
                   WS-CNT-ED-4        DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

        CHECK-STORE-PROCEDURE.
            SET LD-IDX TO 1.
            SEARCH LOAD-ENTRY
                AT END
                    PERFORM STORE-MISSING-PROCEDURE
                WHEN LD-IDX > LOAD-TABLE-COUNT
                    PERFORM STORE-MISSING-PROCEDURE
                WHEN LD-STORE-NO(LD-IDX) = ST-STORE-NO(ST-IDX)
                 AND LD-DATE(LD-IDX) = BD-DATE(BD-IDX)
                    ADD 1 TO WS-DATE-LOADED-COUNT
                    MOVE LD-COUNT(LD-IDX) TO WS-CUR-COUNT
                    MOVE LD-NET(LD-IDX)   TO WS-CUR-NET
                    PERFORM CHECK-VOLUME-PROCEDURE
            END-SEARCH.

        STORE-MISSING-PROCEDURE.
            ADD 1 TO WS-DATE-MISSING-COUNT WS-MISSING-COUNT.
            MOVE SPACES TO REPORT-LINE.
            STRING 'DATE='               DELIMITED BY SIZE
                   BD-DATE(BD-IDX)       DELIMITED BY SIZE
                   ' STORE='             DELIMITED BY SIZE
                   ST-STORE-NO(ST-IDX)   DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   ST-STORE-NAME(ST-IDX) DELIMITED BY SIZE
                   ' MISSING - NO EXTRACT LOADED'
                                         DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

      * The same weekday in each of the trailing weeks, averaged over
      * the weeks that have history; with none there is no band to
      * hold the store to, and it is counted but not flagged. Net is
      * only banded when the average is positive.
        CHECK-VOLUME-PROCEDURE.
            MOVE ZERO TO WS-WEEKS-FOUND WS-HIST-COUNT-SUM
                         WS-HIST-NET-SUM.
            PERFORM SUM-HISTORY-WEEK-PROCEDURE
                VARYING WS-WEEK FROM 1 BY 1
                UNTIL WS-WEEK > WS-HISTORY-WEEKS.
            IF WS-WEEKS-FOUND = 0
                ADD 1 TO WS-NO-HISTORY-COUNT
            ELSE
                COMPUTE WS-AVG-COUNT ROUNDED =
                    WS-HIST-COUNT-SUM / WS-WEEKS-FOUND
                COMPUTE WS-AVG-NET ROUNDED =
                    WS-HIST-NET-SUM / WS-WEEKS-FOUND
                COMPUTE WS-LOW-COUNT ROUNDED =
                    WS-AVG-COUNT * (100 - WS-BAND-PERCENT) / 100
                COMPUTE WS-HIGH-COUNT ROUNDED =
                    WS-AVG-COUNT * (100 + WS-BAND-PERCENT) / 100
                COMPUTE WS-LOW-NET ROUNDED =
                    WS-AVG-NET * (100 - WS-BAND-PERCENT) / 100
                COMPUTE WS-HIGH-NET ROUNDED =
                    WS-AVG-NET * (100 + WS-BAND-PERCENT) / 100
                MOVE SPACES TO WS-FINDING-TEXT
                EVALUATE TRUE
                    WHEN WS-CUR-COUNT < WS-LOW-COUNT
                        MOVE 'LOW RECORD COUNT' TO WS-FINDING-TEXT
                    WHEN WS-CUR-COUNT > WS-HIGH-COUNT
                        MOVE 'HIGH RECORD COUNT' TO WS-FINDING-TEXT
                    WHEN WS-AVG-NET > ZERO
                     AND WS-CUR-NET < WS-LOW-NET
                        MOVE 'LOW NET SALES' TO WS-FINDING-TEXT
                    WHEN WS-AVG-NET > ZERO
                     AND WS-CUR-NET > WS-HIGH-NET
                        MOVE 'HIGH NET SALES' TO WS-FINDING-TEXT
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                IF WS-FINDING-TEXT NOT = SPACES
                    PERFORM WRITE-ANOMALY-PROCEDURE
                END-IF
            END-IF.

        SUM-HISTORY-WEEK-PROCEDURE.
            COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(
                BD-DATE-INT(BD-IDX) - (WS-WEEK * 7)).
            SET HS-IDX TO 1.
            SEARCH HIST-ENTRY
                AT END CONTINUE
                WHEN HS-IDX > HIST-TABLE-COUNT
                    CONTINUE
                WHEN HS-STORE-NO(HS-IDX) = ST-STORE-NO(ST-IDX)
                 AND HS-DATE(HS-IDX) = WS-PRIOR-DATE
                    ADD 1 TO WS-WEEKS-FOUND
                    ADD HS-COUNT(HS-IDX) TO WS-HIST-COUNT-SUM
                    ADD HS-NET(HS-IDX)   TO WS-HIST-NET-SUM
            END-SEARCH.

        WRITE-ANOMALY-PROCEDURE.
            ADD 1 TO WS-DATE-ANOMALY-COUNT WS-ANOMALY-COUNT.
            MOVE WS-CUR-COUNT TO WS-CNT-ED.
            MOVE WS-AVG-COUNT TO WS-CNT-ED-2.
            MOVE WS-CUR-NET   TO WS-AMT-ED.
            MOVE WS-AVG-NET   TO WS-AMT-ED-2.
            MOVE SPACES TO REPORT-LINE.
            STRING 'DATE='               DELIMITED BY SIZE
                   BD-DATE(BD-IDX)       DELIMITED BY SIZE
                   ' STORE='             DELIMITED BY SIZE
                   ST-STORE-NO(ST-IDX)   DELIMITED BY SIZE
                   ' COUNT='             DELIMITED BY SIZE
                   WS-CNT-ED             DELIMITED BY SIZE
                   ' AVG='               DELIMITED BY SIZE
                   WS-CNT-ED-2           DELIMITED BY SIZE
                   ' NET='               DELIMITED BY SIZE
                   WS-AMT-ED             DELIMITED BY SIZE
                   ' AVG='               DELIMITED BY SIZE
                   WS-AMT-ED-2           DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   WS-FINDING-TEXT       DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
