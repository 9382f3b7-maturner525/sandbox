      * Physical Count Variance And Seed
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     invcnt.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: APPLY A PHYSICAL COUNT TO THE PERPETUAL ON-HAND
      * FILE. AN ITEM THE STORE HAS NEVER CARRIED ON FILE IS SEEDED
      * FROM ITS COUNTED QUANTITY; ONE ALREADY THERE HAS ITS BOOK
      * QUANTITY AS OF THE COUNT DATE HELD AGAINST THE SHELF, AND
      * THE DIFFERENCE IS REPORTED AS SHRINK IN UNITS AND IN DOLLARS
      * AT THE ITEM'S LAST POSTED COST BEFORE THE COUNT REPLACES THE
      * BOOK FIGURE. SALES invpost HAS ALREADY POSTED FOR DAYS AFTER
      * THE COUNT DATE ARE READ BACK FROM THE POSTING JOURNAL AND
      * CARRIED ACROSS THE COUNT, SO A COUNT KEYED A FEW DAYS LATE
      * STILL LANDS ON THE RIGHT FIGURE AND APPLYING THE SAME COUNT
      * TWICE REPORTS NO SHRINK THE SECOND TIME.
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COUNT-FILE
            ASSIGN TO DYNAMIC WS-COUNT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CNT-FILE-STATUS.

            SELECT INVENTORY-FILE
            ASSIGN TO DYNAMIC WS-INVENTORY-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS IV-KEY
            FILE STATUS IS WS-INV-FILE-STATUS.

            SELECT JOURNAL-FILE
            ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-JRN-FILE-STATUS.

      * Same lock invpost takes on the on-hand file, so a count is
      * never applied underneath a post.
            SELECT RUN-LOCK-FILE
            ASSIGN TO DYNAMIC WS-LOCK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LCK-FILE-STATUS.

            SELECT VARIANCE-RPT
            ASSIGN TO DYNAMIC WS-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD COUNT-FILE.
            COPY PHYSCNT.

        FD INVENTORY-FILE.
            COPY INVMAST.

        FD JOURNAL-FILE.
            COPY INVJRNL.

        FD RUN-LOCK-FILE.
            COPY RUNLOCK.

        FD VARIANCE-RPT.
        01 REPORT-LINE         PIC X(180).

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.

        01  WS-CMD-PARM            PIC X(200) VALUE SPACES.
        01  WS-PARM-1              PIC X(100) VALUE SPACES.
        01  WS-PARM-2              PIC X(100) VALUE SPACES.
        01  WS-COUNT-FILENAME      PIC X(100) VALUE './physcnt.dat'.
        01  WS-INVENTORY-FILENAME  PIC X(100) VALUE './invmast.dat'.
        01  WS-JOURNAL-FILENAME    PIC X(100) VALUE './invjrnl.dat'.
        01  WS-REPORT-FILENAME     PIC X(110) VALUE SPACES.
        01  WS-CNT-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-INV-FILE-STATUS     PIC X(2)   VALUE SPACES.
            88 INV-FILE-NOT-FOUND             VALUE '35'.
        01  WS-JRN-FILE-STATUS     PIC X(2)   VALUE SPACES.

      * Run-lock work area, the same scaffolding invpost carries.
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

        01  WS-READ-COUNT          PIC 9(9)   VALUE ZERO.
        01  WS-SKIPPED-COUNT       PIC 9(9)   VALUE ZERO.
        01  WS-SEEDED-COUNT        PIC 9(9)   VALUE ZERO.
        01  WS-COUNTED-COUNT       PIC 9(9)   VALUE ZERO.
        01  WS-VARIANCE-COUNT      PIC 9(9)   VALUE ZERO.

        01  WS-TABLE-FULL-SW       PIC X(1)   VALUE 'N'.
            88 COUNT-TABLE-FULL               VALUE 'Y'.
        01  WS-DATE-INT            PIC S9(9)  VALUE ZERO.
        01  WS-JRN-DATE-NUM        PIC 9(8)   VALUE ZERO.

      * The count sheets as keyed, one entry per store and SKU, with
      * what was on file before the count and the units posted for
      * days after the count date (read back off the journal).
        01  COUNT-TABLE-CONTROLS.
            05 COUNT-TABLE-COUNT   PIC 9(4)   VALUE ZERO.
        01  COUNT-TABLE.
            05 COUNT-ENTRY OCCURS 5000 TIMES INDEXED BY CT-IDX.
                10 CT-STORE-NO         PIC 9(4).
                10 CT-SKU              PIC X(20).
                10 CT-COUNT-DATE       PIC 9(8).
                10 CT-COUNTED-QTY      PIC 9(7).
                10 CT-REORDER-POINT    PIC 9(7).
                10 CT-MIN-QTY          PIC 9(7).
                10 CT-MAX-QTY          PIC 9(7).
                10 CT-POSTED-SINCE     PIC S9(7).
                10 CT-STATUS-SW        PIC X(1).
                   88 CT-ON-FILE                   VALUE 'F'.
                   88 CT-NEW-ITEM                  VALUE 'N'.
                   88 CT-STALE-COUNT               VALUE 'S'.

      * Shrink recap per store, printed after the item lines.
        01  STORE-RPT-CONTROLS.
            05 STORE-RPT-COUNT     PIC 9(3)   VALUE ZERO.
            05 WS-STORE-RPT-FOUND  PIC X(1)   VALUE 'Y'.
               88 STORE-RPT-NOT-FOUND          VALUE 'N'.
        01  STORE-RPT-TABLE.
            05 STORE-RPT-ENTRY OCCURS 100 TIMES INDEXED BY SP-IDX.
                10 SP-STORE-NO         PIC 9(4).
                10 SP-ITEM-COUNT       PIC 9(7).
                10 SP-SHRINK-UNITS     PIC S9(9).
                10 SP-SHRINK-COST      PIC S9(9)V99.

      * Per-item arithmetic: book as of the count date, shrink as
      * book less counted (positive is a loss), valued at cost.
        01  WS-BOOK-QTY            PIC S9(7)    VALUE ZERO.
        01  WS-SHRINK-UNITS        PIC S9(7)    VALUE ZERO.
        01  WS-SHRINK-COST         PIC S9(9)V99 VALUE ZERO.
        01  WS-GRAND-SHRINK-UNITS  PIC S9(9)    VALUE ZERO.
        01  WS-GRAND-SHRINK-COST   PIC S9(9)V99 VALUE ZERO.

        01  WS-QTY-ED              PIC -ZZZZZZ9.
        01  WS-QTY-ED-2            PIC -ZZZZZZ9.
        01  WS-UNITS-ED            PIC -ZZZZZZZZ9.
        01  WS-COST-ED             PIC ZZZ9.99.
        01  WS-NET-ED              PIC -ZZZZZZZZ9.99.
        01  WS-CNT-ED              PIC ZZZZZZ9.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            PERFORM INITIALIZE-PROCEDURE.
            PERFORM LOAD-COUNT-PROCEDURE.

            IF COUNT-TABLE-FULL
                DISPLAY 'INVCNT: COUNT TABLE FULL - NOTHING APPLIED '
                        'FROM ' WS-COUNT-FILENAME
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            IF COUNT-TABLE-COUNT = 0
                DISPLAY 'INVCNT: NO USABLE COUNT LINES IN '
                        WS-COUNT-FILENAME
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM ACQUIRE-LOCK-PROCEDURE.
            IF NOT LOCK-ACQUIRED
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      * The very first count builds the on-hand file.
            OPEN I-O INVENTORY-FILE.
            IF INV-FILE-NOT-FOUND
                DISPLAY 'INVCNT: NO ON-HAND FILE '
                        WS-INVENTORY-FILENAME ' - SEEDING A NEW ONE'
                OPEN OUTPUT INVENTORY-FILE
                CLOSE INVENTORY-FILE
                OPEN I-O INVENTORY-FILE
            END-IF.
            IF WS-INV-FILE-STATUS NOT = '00'
                DISPLAY 'INVCNT: CANNOT OPEN ON-HAND FILE '
                        WS-INVENTORY-FILENAME
                PERFORM RELEASE-LOCK-PROCEDURE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM CHECK-ON-FILE-PROCEDURE
                VARYING CT-IDX FROM 1 BY 1
                UNTIL CT-IDX > COUNT-TABLE-COUNT.
            PERFORM READ-JOURNAL-PROCEDURE.

            OPEN OUTPUT VARIANCE-RPT.
            PERFORM WRITE-REPORT-HEADER-PROCEDURE.
            PERFORM APPLY-COUNT-PROCEDURE
                VARYING CT-IDX FROM 1 BY 1
                UNTIL CT-IDX > COUNT-TABLE-COUNT.
            PERFORM WRITE-STORE-RECAP-PROCEDURE
                VARYING SP-IDX FROM 1 BY 1
                UNTIL SP-IDX > STORE-RPT-COUNT.
            PERFORM WRITE-REPORT-TOTAL-PROCEDURE.
            CLOSE VARIANCE-RPT.

            CLOSE INVENTORY-FILE.

            DISPLAY 'INVCNT: READ='      WS-READ-COUNT
                    ' COUNTED='          WS-COUNTED-COUNT
                    ' SEEDED='           WS-SEEDED-COUNT
                    ' VARIANCES='        WS-VARIANCE-COUNT
                    ' SKIPPED='          WS-SKIPPED-COUNT.
            DISPLAY 'INVCNT: REPORT WRITTEN TO ' WS-REPORT-FILENAME.

            PERFORM RELEASE-LOCK-PROCEDURE.

            STOP RUN.

      * Optional parameters override the count file and the on-hand
      * file, in that order; the report is named for the count file
      * the way salrpt names its report for the history file.
        INITIALIZE-PROCEDURE.
            ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
            MOVE SPACES TO WS-PARM-1 WS-PARM-2.
            UNSTRING WS-CMD-PARM DELIMITED BY SPACE
                INTO WS-PARM-1 WS-PARM-2
            END-UNSTRING.
            IF WS-PARM-1 NOT = SPACES
                MOVE WS-PARM-1 TO WS-COUNT-FILENAME
            END-IF.
            IF WS-PARM-2 NOT = SPACES
                MOVE WS-PARM-2 TO WS-INVENTORY-FILENAME
            END-IF.

            STRING WS-COUNT-FILENAME DELIMITED BY SPACE
                   '.rpt'            DELIMITED BY SIZE
                   INTO WS-REPORT-FILENAME
            END-STRING.
            STRING WS-INVENTORY-FILENAME DELIMITED BY SPACE
                   '.lck'                DELIMITED BY SIZE
                   INTO WS-LOCK-FILENAME
            END-STRING.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
            COMPUTE WS-NOW-SECONDS =
                (FUNCTION NUMVAL(WS-RUN-TIME(1:2)) * 3600)
                + (FUNCTION NUMVAL(WS-RUN-TIME(3:2)) * 60)
                + FUNCTION NUMVAL(WS-RUN-TIME(5:2)).

        LOAD-COUNT-PROCEDURE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT COUNT-FILE.
            IF WS-CNT-FILE-STATUS NOT = '00'
                DISPLAY 'INVCNT: CANNOT OPEN COUNT FILE '
                        WS-COUNT-FILENAME
                MOVE 'Y' TO WS-EOF
            ELSE
                PERFORM LOAD-COUNT-READ-PROCEDURE UNTIL WS-EOF = 'Y'
                CLOSE COUNT-FILE
            END-IF.

      * A count line with a non-numeric quantity or a count date
      * that isn't a real calendar day is reported and skipped; the
      * rest of the sheet still applies.
        LOAD-COUNT-READ-PROCEDURE.
            READ COUNT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    MOVE ZERO TO WS-DATE-INT
                    IF PC-COUNT-DATE IS NUMERIC
                        COMPUTE WS-DATE-INT =
                            FUNCTION INTEGER-OF-DATE(PC-COUNT-DATE)
                    END-IF
                    EVALUATE TRUE
                        WHEN PC-STORE-NO IS NOT NUMERIC
                          OR PC-SKU = SPACES
                            DISPLAY 'INVCNT: BAD STORE/SKU SKIPPED '
                                    PHYSICAL-COUNT-RECORD(1:24)
                            ADD 1 TO WS-SKIPPED-COUNT
                        WHEN WS-DATE-INT = ZERO
                            DISPLAY 'INVCNT: BAD COUNT DATE SKIPPED '
                                    PC-STORE-NO ' ' PC-SKU
                            ADD 1 TO WS-SKIPPED-COUNT
                        WHEN PC-COUNTED-QTY IS NOT NUMERIC
                          OR PC-REORDER-POINT IS NOT NUMERIC
                          OR PC-MIN-QTY IS NOT NUMERIC
                          OR PC-MAX-QTY IS NOT NUMERIC
                            DISPLAY 'INVCNT: BAD QUANTITY SKIPPED '
                                    PC-STORE-NO ' ' PC-SKU
                            ADD 1 TO WS-SKIPPED-COUNT
                        WHEN COUNT-TABLE-COUNT NOT < 5000
                            SET COUNT-TABLE-FULL TO TRUE
                        WHEN OTHER
                            PERFORM ADD-COUNT-ENTRY-PROCEDURE
                    END-EVALUATE
            END-READ.

        ADD-COUNT-ENTRY-PROCEDURE.
            ADD 1 TO COUNT-TABLE-COUNT.
            SET CT-IDX TO COUNT-TABLE-COUNT.
            MOVE PC-STORE-NO      TO CT-STORE-NO(CT-IDX).
            MOVE PC-SKU           TO CT-SKU(CT-IDX).
            MOVE PC-COUNT-DATE    TO CT-COUNT-DATE(CT-IDX).
            MOVE PC-COUNTED-QTY   TO CT-COUNTED-QTY(CT-IDX).
            MOVE PC-REORDER-POINT TO CT-REORDER-POINT(CT-IDX).
            MOVE PC-MIN-QTY       TO CT-MIN-QTY(CT-IDX).
            MOVE PC-MAX-QTY       TO CT-MAX-QTY(CT-IDX).
            MOVE ZERO             TO CT-POSTED-SINCE(CT-IDX).
            SET CT-NEW-ITEM(CT-IDX) TO TRUE.

      * A count dated before the count already on file would wind
      * the item back past a count that superseded it, so it is
      * marked stale and left out.
        CHECK-ON-FILE-PROCEDURE.
            MOVE CT-STORE-NO(CT-IDX) TO IV-STORE-NO.
            MOVE CT-SKU(CT-IDX)      TO IV-SKU.
            READ INVENTORY-FILE
                INVALID KEY
                    SET CT-NEW-ITEM(CT-IDX) TO TRUE
                NOT INVALID KEY
                    IF CT-COUNT-DATE(CT-IDX) < IV-COUNT-DATE
                        SET CT-STALE-COUNT(CT-IDX) TO TRUE
                        DISPLAY 'INVCNT: COUNT OLDER THAN LAST COUNT '
                                'SKIPPED ' CT-STORE-NO(CT-IDX) ' '
                                CT-SKU(CT-IDX)
                        ADD 1 TO WS-SKIPPED-COUNT
                    ELSE
                        SET CT-ON-FILE(CT-IDX) TO TRUE
                    END-IF
            END-READ.

      * Every journal entry for a counted item dated after its count
      * date was posted to on-hand after the shelf was counted; it
      * is added back to get the book figure as of the count and
      * taken off the counted figure to get on-hand as of today.
        READ-JOURNAL-PROCEDURE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JRN-FILE-STATUS = '00'
                PERFORM READ-JOURNAL-RECORD-PROCEDURE
                    UNTIL WS-EOF = 'Y'
                CLOSE JOURNAL-FILE
            END-IF.

        READ-JOURNAL-RECORD-PROCEDURE.
            READ JOURNAL-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE ZERO TO WS-JRN-DATE-NUM
                    IF IP-SDATE(1:4) IS NUMERIC
                       AND IP-SDATE(6:2) IS NUMERIC
                       AND IP-SDATE(9:2) IS NUMERIC
                        MOVE IP-SDATE(1:4) TO WS-JRN-DATE-NUM(1:4)
                        MOVE IP-SDATE(6:2) TO WS-JRN-DATE-NUM(5:2)
                        MOVE IP-SDATE(9:2) TO WS-JRN-DATE-NUM(7:2)
                    END-IF
                    PERFORM MATCH-JOURNAL-PROCEDURE
            END-READ.

        MATCH-JOURNAL-PROCEDURE.
            SET CT-IDX TO 1.
            SEARCH COUNT-ENTRY
                AT END CONTINUE
                WHEN CT-IDX > COUNT-TABLE-COUNT
                    CONTINUE
                WHEN CT-STORE-NO(CT-IDX) = IP-STORE-NO
                 AND CT-SKU(CT-IDX) = IP-SKU
                    IF WS-JRN-DATE-NUM > CT-COUNT-DATE(CT-IDX)
                        ADD IP-NET-QTY TO CT-POSTED-SINCE(CT-IDX)
                    END-IF
            END-SEARCH.

      * A missing lock file means the on-hand file is free; a
      * present one is read so the holder can be named, and only a
      * stale one (older than the stale limit - a crashed run's
      * leavings) is announced and taken over.
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
                        DISPLAY 'INVCNT: STALE LOCK ON ON-HAND FILE '
                                'FROM ' RL-HOLDER ' ' RL-LOCK-DATE
                                ' - TAKING OVER'
                        PERFORM WRITE-LOCK-PROCEDURE
                    ELSE
                        DISPLAY 'INVCNT: ON-HAND FILE LOCKED BY '
                                RL-HOLDER ' SINCE ' RL-LOCK-DATE
                                ' ' RL-LOCK-TIME
                                ' - TRY AGAIN LATER'
                    END-IF
                ELSE
                    DISPLAY 'INVCNT: CANNOT READ LOCK '
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
                MOVE 'invcnt'    TO RL-HOLDER
                MOVE WS-RUN-DATE TO RL-LOCK-DATE
                MOVE WS-RUN-TIME TO RL-LOCK-TIME
                WRITE RUN-LOCK-RECORD
                CLOSE RUN-LOCK-FILE
                SET LOCK-ACQUIRED TO TRUE
            ELSE
                DISPLAY 'INVCNT: CANNOT CREATE LOCK '
                        WS-LOCK-FILENAME
            END-IF.

        RELEASE-LOCK-PROCEDURE.
            MOVE SPACES TO WS-LOCK-RM-CMD.
            STRING 'rm -f '          DELIMITED BY SIZE
                   WS-LOCK-FILENAME  DELIMITED BY SPACE
                   INTO WS-LOCK-RM-CMD
            END-STRING.
            CALL 'SYSTEM' USING WS-LOCK-RM-CMD.

        WRITE-REPORT-HEADER-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            STRING 'PHYSICAL COUNT VARIANCE RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE                    DELIMITED BY SIZE
                   ' '                            DELIMITED BY SIZE
                   WS-RUN-TIME                    DELIMITED BY SIZE
                   ' COUNT='                      DELIMITED BY SIZE
                   WS-COUNT-FILENAME              DELIMITED BY SPACE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

      *----------------------------------------------------------------
      * One counted item: a new item is written at its counted
      * figure and listed as seeded; an item on file has its book
      * as of the count date compared to the shelf, any difference
      * listed as shrink, and its on-hand replaced by the count less
      * whatever has sold since. Stocking levels come over from the
      * sheet when keyed, and stay as they were when left at zero.
      *----------------------------------------------------------------
        APPLY-COUNT-PROCEDURE.
            EVALUATE TRUE
                WHEN CT-STALE-COUNT(CT-IDX)
                    CONTINUE
                WHEN CT-NEW-ITEM(CT-IDX)
                    PERFORM SEED-ITEM-PROCEDURE
                WHEN OTHER
                    PERFORM COUNT-ITEM-PROCEDURE
            END-EVALUATE.

        SEED-ITEM-PROCEDURE.
            MOVE CT-STORE-NO(CT-IDX)      TO IV-STORE-NO.
            MOVE CT-SKU(CT-IDX)           TO IV-SKU.
            COMPUTE IV-ON-HAND = CT-COUNTED-QTY(CT-IDX)
                               - CT-POSTED-SINCE(CT-IDX).
            MOVE CT-REORDER-POINT(CT-IDX) TO IV-REORDER-POINT.
            MOVE CT-MIN-QTY(CT-IDX)       TO IV-MIN-QTY.
            MOVE CT-MAX-QTY(CT-IDX)       TO IV-MAX-QTY.
            MOVE ZERO                     TO IV-UNIT-COST
                                             IV-LAST-POST-DATE.
            MOVE CT-COUNT-DATE(CT-IDX)    TO IV-COUNT-DATE.
            WRITE INVENTORY-MASTER-RECORD
                INVALID KEY
                    DISPLAY 'INVCNT: WRITE FAILED '
                            IV-STORE-NO ' ' IV-SKU
                NOT INVALID KEY
                    ADD 1 TO WS-SEEDED-COUNT
                    MOVE CT-COUNTED-QTY(CT-IDX) TO WS-QTY-ED
                    MOVE SPACES TO REPORT-LINE
                    STRING 'STORE='              DELIMITED BY SIZE
                           IV-STORE-NO           DELIMITED BY SIZE
                           ' SKU='               DELIMITED BY SIZE
                           IV-SKU                DELIMITED BY SIZE
                           ' SEEDED COUNTED='    DELIMITED BY SIZE
                           WS-QTY-ED             DELIMITED BY SIZE
                           ' COUNT DATE='        DELIMITED BY SIZE
                           IV-COUNT-DATE         DELIMITED BY SIZE
                           INTO REPORT-LINE
                    END-STRING
                    WRITE REPORT-LINE
            END-WRITE.

        COUNT-ITEM-PROCEDURE.
            MOVE CT-STORE-NO(CT-IDX) TO IV-STORE-NO.
            MOVE CT-SKU(CT-IDX)      TO IV-SKU.
            READ INVENTORY-FILE
                INVALID KEY
                    DISPLAY 'INVCNT: ITEM VANISHED FROM FILE '
                            IV-STORE-NO ' ' IV-SKU
                NOT INVALID KEY
                    ADD 1 TO WS-COUNTED-COUNT
                    COMPUTE WS-BOOK-QTY = IV-ON-HAND
                                        + CT-POSTED-SINCE(CT-IDX)
                    COMPUTE WS-SHRINK-UNITS = WS-BOOK-QTY
                                            - CT-COUNTED-QTY(CT-IDX)
                    IF WS-SHRINK-UNITS NOT = ZERO
                        PERFORM REPORT-SHRINK-PROCEDURE
                    END-IF
                    COMPUTE IV-ON-HAND = CT-COUNTED-QTY(CT-IDX)
                                       - CT-POSTED-SINCE(CT-IDX)
                    MOVE CT-COUNT-DATE(CT-IDX) TO IV-COUNT-DATE
                    IF CT-REORDER-POINT(CT-IDX) > ZERO
                       OR CT-MIN-QTY(CT-IDX) > ZERO
                       OR CT-MAX-QTY(CT-IDX) > ZERO
                        MOVE CT-REORDER-POINT(CT-IDX)
                            TO IV-REORDER-POINT
                        MOVE CT-MIN-QTY(CT-IDX) TO IV-MIN-QTY
                        MOVE CT-MAX-QTY(CT-IDX) TO IV-MAX-QTY
                    END-IF
                    REWRITE INVENTORY-MASTER-RECORD
                        INVALID KEY
                            DISPLAY 'INVCNT: REWRITE FAILED '
                                    IV-STORE-NO ' ' IV-SKU
                    END-REWRITE
            END-READ.

      * Shrink is valued at the last OUT-COST posted for the item at
      * the store; an item never posted has no cost to value it at
      * and is listed with its units only.
        REPORT-SHRINK-PROCEDURE.
            ADD 1 TO WS-VARIANCE-COUNT.
            COMPUTE WS-SHRINK-COST = WS-SHRINK-UNITS * IV-UNIT-COST.
            PERFORM FIND-STORE-RPT-PROCEDURE.
            IF STORE-RPT-NOT-FOUND
                DISPLAY 'INVCNT: STORE TABLE FULL - NO RECAP FOR '
                        IV-STORE-NO
            ELSE
                ADD 1               TO SP-ITEM-COUNT(SP-IDX)
                ADD WS-SHRINK-UNITS TO SP-SHRINK-UNITS(SP-IDX)
                ADD WS-SHRINK-COST  TO SP-SHRINK-COST(SP-IDX)
            END-IF.
            ADD WS-SHRINK-UNITS TO WS-GRAND-SHRINK-UNITS.
            ADD WS-SHRINK-COST  TO WS-GRAND-SHRINK-COST.

            MOVE WS-BOOK-QTY            TO WS-QTY-ED.
            MOVE CT-COUNTED-QTY(CT-IDX) TO WS-QTY-ED-2.
            MOVE WS-SHRINK-UNITS        TO WS-UNITS-ED.
            MOVE IV-UNIT-COST           TO WS-COST-ED.
            MOVE WS-SHRINK-COST         TO WS-NET-ED.
            MOVE SPACES TO REPORT-LINE.
            IF IV-UNIT-COST = ZERO
                STRING 'STORE='           DELIMITED BY SIZE
                       IV-STORE-NO        DELIMITED BY SIZE
                       ' SKU='            DELIMITED BY SIZE
                       IV-SKU             DELIMITED BY SIZE
                       ' BOOK='           DELIMITED BY SIZE
                       WS-QTY-ED          DELIMITED BY SIZE
                       ' COUNTED='        DELIMITED BY SIZE
                       WS-QTY-ED-2        DELIMITED BY SIZE
                       ' SHRINK UNITS='   DELIMITED BY SIZE
                       WS-UNITS-ED        DELIMITED BY SIZE
                       ' NO COST ON FILE' DELIMITED BY SIZE
                       INTO REPORT-LINE
                END-STRING
            ELSE
                STRING 'STORE='           DELIMITED BY SIZE
                       IV-STORE-NO        DELIMITED BY SIZE
                       ' SKU='            DELIMITED BY SIZE
                       IV-SKU             DELIMITED BY SIZE
                       ' BOOK='           DELIMITED BY SIZE
                       WS-QTY-ED          DELIMITED BY SIZE
                       ' COUNTED='        DELIMITED BY SIZE
                       WS-QTY-ED-2        DELIMITED BY SIZE
                       ' SHRINK UNITS='   DELIMITED BY SIZE
                       WS-UNITS-ED        DELIMITED BY SIZE
                       ' AT COST='        DELIMITED BY SIZE
                       WS-COST-ED         DELIMITED BY SIZE
                       ' SHRINK $='       DELIMITED BY SIZE
                       WS-NET-ED          DELIMITED BY SIZE
                       INTO REPORT-LINE
                END-STRING
            END-IF.
            WRITE REPORT-LINE.

        FIND-STORE-RPT-PROCEDURE.
            MOVE 'Y' TO WS-STORE-RPT-FOUND.
            SET SP-IDX TO 1.
            SEARCH STORE-RPT-ENTRY
                AT END
                    IF STORE-RPT-COUNT < 100
                        ADD 1 TO STORE-RPT-COUNT
                        SET SP-IDX TO STORE-RPT-COUNT
                        MOVE IV-STORE-NO TO SP-STORE-NO(SP-IDX)
                        MOVE ZERO TO SP-ITEM-COUNT(SP-IDX)
                                     SP-SHRINK-UNITS(SP-IDX)
                                     SP-SHRINK-COST(SP-IDX)
                    ELSE
                        MOVE 'N' TO WS-STORE-RPT-FOUND
                    END-IF
                WHEN SP-STORE-NO(SP-IDX) = IV-STORE-NO
                    CONTINUE
            END-SEARCH.

        WRITE-STORE-RECAP-PROCEDURE.
            IF SP-IDX = 1
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            MOVE SP-ITEM-COUNT(SP-IDX)   TO WS-CNT-ED.
            MOVE SP-SHRINK-UNITS(SP-IDX) TO WS-UNITS-ED.
            MOVE SP-SHRINK-COST(SP-IDX)  TO WS-NET-ED.
            MOVE SPACES TO REPORT-LINE.
            STRING 'STORE '              DELIMITED BY SIZE
                   SP-STORE-NO(SP-IDX)   DELIMITED BY SIZE
                   ' ITEMS OFF='         DELIMITED BY SIZE
                   WS-CNT-ED             DELIMITED BY SIZE
                   ' SHRINK UNITS='      DELIMITED BY SIZE
                   WS-UNITS-ED           DELIMITED BY SIZE
                   ' SHRINK $='          DELIMITED BY SIZE
                   WS-NET-ED             DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

        WRITE-REPORT-TOTAL-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-COUNTED-COUNT      TO WS-CNT-ED.
            MOVE WS-GRAND-SHRINK-UNITS TO WS-UNITS-ED.
            MOVE WS-GRAND-SHRINK-COST  TO WS-NET-ED.
            MOVE SPACES TO REPORT-LINE.
            STRING 'TOTAL ITEMS COUNTED=' DELIMITED BY SIZE
                   WS-CNT-ED              DELIMITED BY SIZE
                   ' SHRINK UNITS='       DELIMITED BY SIZE
                   WS-UNITS-ED            DELIMITED BY SIZE
                   ' SHRINK $='           DELIMITED BY SIZE
                   WS-NET-ED              DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            MOVE WS-SEEDED-COUNT TO WS-CNT-ED.
            MOVE SPACES TO REPORT-LINE.
            STRING 'ITEMS SEEDED='  DELIMITED BY SIZE
                   WS-CNT-ED        DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
