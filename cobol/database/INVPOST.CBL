      * Store Inventory Posting
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     invpost.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: POST A DAY'S .ext EXTRACT TO THE PERPETUAL
      * ON-HAND FILE KEYED BY STORE AND SKU: EVERY SALE TAKES ITS
      * QUANTITY OFF THE SHELF AND EVERY RETURN (A NEGATIVE
      * QUANTITY) PUTS IT BACK. RE-POSTING A DAY IS SAFE THE SAME
      * WAY RE-ROLLING ONE IN salhist IS: THE NET UNITS POSTED PER
      * SALE DATE, STORE AND SKU ARE KEPT IN THE POSTING JOURNAL,
      * AND EVERY JOURNAL ENTRY FOR A DATE AND STORE ON THIS EXTRACT
      * IS BACKED OUT OF ON-HAND AND REPLACED BY THE FRESH FIGURE,
      * THE JOURNAL ITSELF REWRITTEN THROUGH A .new FILE AND AN mv,
      * SO POSTING THE SAME DAY TWICE NEVER DECREMENTS IT TWICE. A
      * SALE DATED ON OR BEFORE THE ITEM'S LAST COUNT IS ALREADY IN
      * THE COUNTED FIGURE AND IS JOURNALED BUT NOT POSTED.
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EXTRACT-FILE
            ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-EXT-FILE-STATUS.

      * RANDOM access: one keyed READ and REWRITE (or WRITE, for an
      * item the store has never counted) per store and SKU.
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

            SELECT JOURNAL-OUT-FILE
            ASSIGN TO DYNAMIC WS-JOURNAL-OUT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

      * Lock on the on-hand file, so a post can't interleave with a
      * count being applied (or another post) and lose an update.
            SELECT RUN-LOCK-FILE
            ASSIGN TO DYNAMIC WS-LOCK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LCK-FILE-STATUS.

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

        FD INVENTORY-FILE.
            COPY INVMAST.

        FD JOURNAL-FILE.
            COPY INVJRNL.

        FD JOURNAL-OUT-FILE.
            COPY INVJRNL REPLACING ==INVENTORY-POSTING-RECORD==
                BY ==JOURNAL-OUT-RECORD==
                ==IP-SDATE==     BY ==IPO-SDATE==
                ==IP-STORE-NO==  BY ==IPO-STORE-NO==
                ==IP-SKU==       BY ==IPO-SKU==
                ==IP-NET-QTY==   BY ==IPO-NET-QTY==
                ==IP-RUN-DATE==  BY ==IPO-RUN-DATE==.

        FD RUN-LOCK-FILE.
            COPY RUNLOCK.

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.

        01  WS-CMD-PARM            PIC X(200) VALUE SPACES.
        01  WS-PARM-1              PIC X(100) VALUE SPACES.
        01  WS-PARM-2              PIC X(100) VALUE SPACES.
        01  WS-INPUT-FILENAME      PIC X(100) VALUE SPACES.
        01  WS-EXTRACT-FILENAME    PIC X(110) VALUE SPACES.
        01  WS-INVENTORY-FILENAME  PIC X(100) VALUE './invmast.dat'.
        01  WS-JOURNAL-FILENAME    PIC X(100) VALUE './invjrnl.dat'.
        01  WS-JOURNAL-OUT-FILENAME PIC X(110) VALUE SPACES.
        01  WS-EXT-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-INV-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-JRN-FILE-STATUS     PIC X(2)   VALUE SPACES.

        01  WS-MV-CMD              PIC X(250) VALUE SPACES.

      * Run-lock work area, the same scaffolding itmfix carries for
      * the item master: the lock plus the stale-age arithmetic that
      * lets a lock left by a crashed run be taken over.
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
        01  WS-BAD-DATE-COUNT      PIC 9(9)   VALUE ZERO.
        01  WS-BACKED-OUT-COUNT    PIC 9(9)   VALUE ZERO.
        01  WS-CARRIED-COUNT       PIC 9(9)   VALUE ZERO.
        01  WS-POSTED-COUNT        PIC 9(9)   VALUE ZERO.
        01  WS-PRECOUNT-COUNT      PIC 9(9)   VALUE ZERO.
        01  WS-NEW-ITEM-COUNT      PIC 9(9)   VALUE ZERO.

        01  WS-TABLE-FULL-SW       PIC X(1)   VALUE 'N'.
            88 POSTING-TABLE-FULL             VALUE 'Y'.
        01  WS-NEW-ITEM-SW         PIC X(1)   VALUE 'N'.
            88 INVENTORY-ITEM-NEW             VALUE 'Y'.

      * YYYY-MM-DD sale date text turned into a YYYYMMDD number so
      * it can be held against the item's count date.
        01  WS-SALE-DATE-NUM       PIC 9(8)   VALUE ZERO.
        01  WS-SALE-DATE-TEXT      PIC X(10)  VALUE SPACES.

      * The day's net movement, one entry per sale date, store and
      * SKU on the extract, accumulated the way salhist accumulates
      * its category roll-up.
        01  POSTING-TABLE-CONTROLS.
            05 POSTING-TABLE-COUNT PIC 9(4)   VALUE ZERO.
            05 WS-POSTING-FOUND    PIC X(1)   VALUE 'Y'.
               88 POSTING-NOT-FOUND            VALUE 'N'.
        01  POSTING-TABLE.
            05 POSTING-ENTRY OCCURS 2000 TIMES INDEXED BY PT-IDX.
                10 PT-SDATE            PIC X(10).
                10 PT-SALE-DATE        PIC 9(8).
                10 PT-STORE-NO         PIC 9(4).
                10 PT-SKU              PIC X(20).
                10 PT-NET-QTY          PIC S9(7).
                10 PT-UNIT-COST        PIC 9(4)V99.

      * The distinct sale date and store pairs on this extract; a
      * journal entry matching one is backed out and replaced, the
      * same keying salhist's DATE-TABLE uses so one store's re-post
      * never disturbs another store's day.
        01  DATE-TABLE-CONTROLS.
            05 DATE-TABLE-COUNT    PIC 9(3)   VALUE ZERO.
            05 WS-DATE-MATCH-SW    PIC X(1)   VALUE 'N'.
               88 JOURNAL-DATE-REPLACED        VALUE 'Y'.
        01  DATE-TABLE.
            05 DATE-ENTRY OCCURS 100 TIMES INDEXED BY DT-IDX.
                10 DT-SDATE        PIC X(10).
                10 DT-STORE-NO     PIC 9(4).

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            PERFORM INITIALIZE-PROCEDURE.
            PERFORM READ-EXTRACT-PROCEDURE.

            IF POSTING-TABLE-FULL
                DISPLAY 'INVPOST: POSTING TABLE FULL - NOTHING POSTED '
                        'FROM ' WS-EXTRACT-FILENAME
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            IF POSTING-TABLE-COUNT = 0
                DISPLAY 'INVPOST: NOTHING TO POST FROM '
                        WS-EXTRACT-FILENAME
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM ACQUIRE-LOCK-PROCEDURE.
            IF NOT LOCK-ACQUIRED
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN I-O INVENTORY-FILE.
            IF WS-INV-FILE-STATUS NOT = '00'
                DISPLAY 'INVPOST: CANNOT OPEN ON-HAND FILE '
                        WS-INVENTORY-FILENAME
                        ' - RUN invcnt TO SEED IT'
                PERFORM RELEASE-LOCK-PROCEDURE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM REWRITE-JOURNAL-PROCEDURE.

            CLOSE INVENTORY-FILE.

            DISPLAY 'INVPOST: READ='      WS-READ-COUNT
                    ' POSTED='            WS-POSTED-COUNT
                    ' BACKED-OUT='        WS-BACKED-OUT-COUNT
                    ' PRE-COUNT='         WS-PRECOUNT-COUNT
                    ' NEW-ITEMS='         WS-NEW-ITEM-COUNT
                    ' BAD-DATES='         WS-BAD-DATE-COUNT.

            PERFORM RELEASE-LOCK-PROCEDURE.

            STOP RUN.

      * Same per-run file naming convention as salhist: the first
      * parameter names the day's input file and the .ext companion
      * is read from it; a second parameter overrides the on-hand
      * filename, and the lock rides alongside it.
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
                MOVE WS-PARM-2 TO WS-INVENTORY-FILENAME
            END-IF.

            STRING WS-INPUT-FILENAME DELIMITED BY SPACE
                   '.ext'            DELIMITED BY SIZE
                   INTO WS-EXTRACT-FILENAME
            END-STRING.
            STRING WS-JOURNAL-FILENAME DELIMITED BY SPACE
                   '.new'              DELIMITED BY SIZE
                   INTO WS-JOURNAL-OUT-FILENAME
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

        READ-EXTRACT-PROCEDURE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT EXTRACT-FILE.
            IF WS-EXT-FILE-STATUS NOT = '00'
                DISPLAY 'INVPOST: CANNOT OPEN EXTRACT '
                        WS-EXTRACT-FILENAME
                MOVE 'Y' TO WS-EOF
            ELSE
                PERFORM READ-EXTRACT-RECORD-PROCEDURE
                    UNTIL WS-EOF = 'Y'
                CLOSE EXTRACT-FILE
            END-IF.

        READ-EXTRACT-RECORD-PROCEDURE.
            READ EXTRACT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM ROLL-UP-RECORD-PROCEDURE
            END-READ.

      * A sale whose date won't read as a calendar day can't be held
      * against a count date, so it is reported and left unposted
      * rather than guessed at.
        ROLL-UP-RECORD-PROCEDURE.
            MOVE EXT-SDATE TO WS-SALE-DATE-TEXT.
            PERFORM CONVERT-SALE-DATE-PROCEDURE.
            IF WS-SALE-DATE-NUM = ZERO
                DISPLAY 'INVPOST: BAD SALE DATE SKIPPED ' EXT-SDATE
                        ' ' EXT-TRANS-ID
                ADD 1 TO WS-BAD-DATE-COUNT
            ELSE
                PERFORM FIND-POSTING-PROCEDURE
                IF POSTING-NOT-FOUND
                    SET POSTING-TABLE-FULL TO TRUE
                ELSE
                    ADD EXT-QUANTITY TO PT-NET-QTY(PT-IDX)
                    IF EXT-COST > ZERO
                        MOVE EXT-COST TO PT-UNIT-COST(PT-IDX)
                    END-IF
                    PERFORM NOTE-POST-DATE-PROCEDURE
                END-IF
            END-IF.

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

        FIND-POSTING-PROCEDURE.
            MOVE 'Y' TO WS-POSTING-FOUND.
            SET PT-IDX TO 1.
            SEARCH POSTING-ENTRY
                AT END
                    IF POSTING-TABLE-COUNT < 2000
                        ADD 1 TO POSTING-TABLE-COUNT
                        SET PT-IDX TO POSTING-TABLE-COUNT
                        MOVE EXT-SDATE        TO PT-SDATE(PT-IDX)
                        MOVE WS-SALE-DATE-NUM TO PT-SALE-DATE(PT-IDX)
                        MOVE EXT-STORE-NO     TO PT-STORE-NO(PT-IDX)
                        MOVE EXT-SKU          TO PT-SKU(PT-IDX)
                        MOVE ZERO TO PT-NET-QTY(PT-IDX)
                                     PT-UNIT-COST(PT-IDX)
                    ELSE
                        MOVE 'N' TO WS-POSTING-FOUND
                    END-IF
                WHEN PT-SDATE(PT-IDX) = EXT-SDATE
                 AND PT-STORE-NO(PT-IDX) = EXT-STORE-NO
                 AND PT-SKU(PT-IDX) = EXT-SKU
                    CONTINUE
            END-SEARCH.

        NOTE-POST-DATE-PROCEDURE.
            SET DT-IDX TO 1.
            SEARCH DATE-ENTRY
                AT END
                    IF DATE-TABLE-COUNT < 100
                        ADD 1 TO DATE-TABLE-COUNT
                        SET DT-IDX TO DATE-TABLE-COUNT
                        MOVE EXT-SDATE    TO DT-SDATE(DT-IDX)
                        MOVE EXT-STORE-NO TO DT-STORE-NO(DT-IDX)
                    ELSE
                        SET POSTING-TABLE-FULL TO TRUE
                    END-IF
                WHEN DT-SDATE(DT-IDX) = EXT-SDATE
                 AND DT-STORE-NO(DT-IDX) = EXT-STORE-NO
                    CONTINUE
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
                        DISPLAY 'INVPOST: STALE LOCK ON ON-HAND FILE '
                                'FROM ' RL-HOLDER ' ' RL-LOCK-DATE
                                ' - TAKING OVER'
                        PERFORM WRITE-LOCK-PROCEDURE
                    ELSE
                        DISPLAY 'INVPOST: ON-HAND FILE LOCKED BY '
                                RL-HOLDER ' SINCE ' RL-LOCK-DATE
                                ' ' RL-LOCK-TIME
                                ' - TRY AGAIN LATER'
                    END-IF
                ELSE
                    DISPLAY 'INVPOST: CANNOT READ LOCK '
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
                MOVE 'invpost'   TO RL-HOLDER
                MOVE WS-RUN-DATE TO RL-LOCK-DATE
                MOVE WS-RUN-TIME TO RL-LOCK-TIME
                WRITE RUN-LOCK-RECORD
                CLOSE RUN-LOCK-FILE
                SET LOCK-ACQUIRED TO TRUE
            ELSE
                DISPLAY 'INVPOST: CANNOT CREATE LOCK '
                        WS-LOCK-FILENAME
            END-IF.

        RELEASE-LOCK-PROCEDURE.
            MOVE SPACES TO WS-LOCK-RM-CMD.
            STRING 'rm -f '          DELIMITED BY SIZE
                   WS-LOCK-FILENAME  DELIMITED BY SPACE
                   INTO WS-LOCK-RM-CMD
            END-STRING.
            CALL 'SYSTEM' USING WS-LOCK-RM-CMD.

      *----------------------------------------------------------------
      * The journal rewrite drives the whole post. The old journal is
      * streamed through to the .new file: an entry for a date and
      * store this extract covers is backed out of on-hand and
      * dropped, everything else is carried forward untouched. Then
      * each fresh entry is posted and journaled, and the mv swaps
      * the rewritten journal in the way salhist swaps its history.
      *----------------------------------------------------------------
        REWRITE-JOURNAL-PROCEDURE.
            OPEN OUTPUT JOURNAL-OUT-FILE.

            MOVE 'N' TO WS-EOF.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JRN-FILE-STATUS = '00'
                PERFORM CARRY-JOURNAL-RECORD-PROCEDURE
                    UNTIL WS-EOF = 'Y'
                CLOSE JOURNAL-FILE
            END-IF.

            PERFORM POST-ENTRY-PROCEDURE
                VARYING PT-IDX FROM 1 BY 1
                UNTIL PT-IDX > POSTING-TABLE-COUNT.

            CLOSE JOURNAL-OUT-FILE.

            MOVE SPACES TO WS-MV-CMD.
            STRING 'mv '                      DELIMITED BY SIZE
                   WS-JOURNAL-OUT-FILENAME     DELIMITED BY SPACE
                   ' '                         DELIMITED BY SIZE
                   WS-JOURNAL-FILENAME         DELIMITED BY SPACE
                   INTO WS-MV-CMD
            END-STRING.
            CALL 'SYSTEM' USING WS-MV-CMD.

        CARRY-JOURNAL-RECORD-PROCEDURE.
            READ JOURNAL-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM CHECK-JOURNAL-DATE-PROCEDURE
                    IF JOURNAL-DATE-REPLACED
                        PERFORM BACK-OUT-ENTRY-PROCEDURE
                    ELSE
                        WRITE JOURNAL-OUT-RECORD
                            FROM INVENTORY-POSTING-RECORD
                        ADD 1 TO WS-CARRIED-COUNT
                    END-IF
            END-READ.

        CHECK-JOURNAL-DATE-PROCEDURE.
            MOVE 'N' TO WS-DATE-MATCH-SW.
            SET DT-IDX TO 1.
            SEARCH DATE-ENTRY
                AT END CONTINUE
                WHEN DT-IDX > DATE-TABLE-COUNT
                    CONTINUE
                WHEN DT-SDATE(DT-IDX) = IP-SDATE
                 AND DT-STORE-NO(DT-IDX) = IP-STORE-NO
                    SET JOURNAL-DATE-REPLACED TO TRUE
            END-SEARCH.

      * The earlier post of this day is put back on the shelf - but
      * only where it was taken off in the first place, which is
      * when the sale date is after the item's count date.
        BACK-OUT-ENTRY-PROCEDURE.
            ADD 1 TO WS-BACKED-OUT-COUNT.
            MOVE IP-STORE-NO TO IV-STORE-NO.
            MOVE IP-SKU      TO IV-SKU.
            READ INVENTORY-FILE
                INVALID KEY
                    DISPLAY 'INVPOST: JOURNALED ITEM NOT ON FILE '
                            IP-STORE-NO ' ' IP-SKU
                NOT INVALID KEY
                    MOVE IP-SDATE TO WS-SALE-DATE-TEXT
                    PERFORM CONVERT-SALE-DATE-PROCEDURE
                    IF WS-SALE-DATE-NUM > IV-COUNT-DATE
                        ADD IP-NET-QTY TO IV-ON-HAND
                        REWRITE INVENTORY-MASTER-RECORD
                            INVALID KEY
                                DISPLAY 'INVPOST: REWRITE FAILED '
                                        IV-STORE-NO ' ' IV-SKU
                        END-REWRITE
                    END-IF
            END-READ.

      * An item sold at a store that has never counted it goes on
      * file at zero and is driven negative by the sale, so it shows
      * up on the exception report instead of vanishing.
        POST-ENTRY-PROCEDURE.
            MOVE 'N' TO WS-NEW-ITEM-SW.
            MOVE PT-STORE-NO(PT-IDX) TO IV-STORE-NO.
            MOVE PT-SKU(PT-IDX)      TO IV-SKU.
            READ INVENTORY-FILE
                INVALID KEY
                    SET INVENTORY-ITEM-NEW TO TRUE
                    MOVE ZERO TO IV-ON-HAND IV-REORDER-POINT
                                 IV-MIN-QTY IV-MAX-QTY IV-UNIT-COST
                                 IV-COUNT-DATE IV-LAST-POST-DATE
            END-READ.

            IF PT-SALE-DATE(PT-IDX) > IV-COUNT-DATE
                SUBTRACT PT-NET-QTY(PT-IDX) FROM IV-ON-HAND
                ADD 1 TO WS-POSTED-COUNT
            ELSE
                ADD 1 TO WS-PRECOUNT-COUNT
            END-IF.
            IF PT-UNIT-COST(PT-IDX) > ZERO
                MOVE PT-UNIT-COST(PT-IDX) TO IV-UNIT-COST
            END-IF.
            IF PT-SALE-DATE(PT-IDX) > IV-LAST-POST-DATE
                MOVE PT-SALE-DATE(PT-IDX) TO IV-LAST-POST-DATE
            END-IF.

            IF INVENTORY-ITEM-NEW
                ADD 1 TO WS-NEW-ITEM-COUNT
                WRITE INVENTORY-MASTER-RECORD
                    INVALID KEY
                        DISPLAY 'INVPOST: WRITE FAILED '
                                IV-STORE-NO ' ' IV-SKU
                END-WRITE
            ELSE
                REWRITE INVENTORY-MASTER-RECORD
                    INVALID KEY
                        DISPLAY 'INVPOST: REWRITE FAILED '
                                IV-STORE-NO ' ' IV-SKU
                END-REWRITE
            END-IF.

            MOVE PT-SDATE(PT-IDX)    TO IPO-SDATE.
            MOVE PT-STORE-NO(PT-IDX) TO IPO-STORE-NO.
            MOVE PT-SKU(PT-IDX)      TO IPO-SKU.
            MOVE PT-NET-QTY(PT-IDX)  TO IPO-NET-QTY.
            MOVE WS-RUN-DATE         TO IPO-RUN-DATE.
            WRITE JOURNAL-OUT-RECORD.
