      * ALONE - EACH LOCATION LOADS ITS OWN EXTRACT), THE
      * SAME WAY rejfix REWRITES ITS QUEUE THROUGH A .new FILE AND AN
      * mv, SO RUNNING THE SAME DAY TWICE NEVER DOUBLES ITS SALES.
      * THE REWRITE IS DONE UNDER THE SALES HISTORY LOCK adjfix ALSO
      * TAKES TO POST, SO NEITHER'S mv CAN DISCARD THE OTHER'S WORK.
      *
        ENVIRONMENT DIVISION.

            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

            SELECT RUN-LOCK-FILE
            ASSIGN TO DYNAMIC WS-LOCK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LCK-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD EXTRACT-FILE.
                ==SH-NET-TOTAL==      BY ==SHO-NET-TOTAL==
                ==SH-EXT-COST-TOTAL== BY ==SHO-EXT-COST-TOTAL==
                ==SH-RETURN-COUNT==   BY ==SHO-RETURN-COUNT==
                ==SH-RETURN-NET==     BY ==SHO-RETURN-NET==
                ==SH-SOURCE==         BY ==SHO-SOURCE==
                ==SH-FROM-LOAD==      BY ==SHO-FROM-LOAD==
                ==SH-FROM-ADJUSTMENT== BY ==SHO-FROM-ADJUSTMENT==.

        FD RUN-LOCK-FILE.
            COPY RUNLOCK.

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.

        01  WS-MV-CMD              PIC X(250) VALUE SPACES.

      * Run-lock work area, the same scaffolding glpost carries for
      * its control file, here over the sales history.
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
        01  WS-REPLACED-COUNT      PIC 9(9)   VALUE ZERO.
        01  WS-CARRIED-COUNT       PIC 9(9)   VALUE ZERO.
                STOP RUN
            END-IF.

            PERFORM ACQUIRE-LOCK-PROCEDURE.
            IF NOT LOCK-ACQUIRED
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM REWRITE-HISTORY-PROCEDURE.

            PERFORM RELEASE-LOCK-PROCEDURE.

            DISPLAY 'SALHIST: READ='      WS-READ-COUNT
                    ' REPLACED='          WS-REPLACED-COUNT
                    ' CARRIED='           WS-CARRIED-COUNT
                   '.new'              DELIMITED BY SIZE
                   INTO WS-HISTORY-OUT-FILENAME
            END-STRING.
            STRING WS-HISTORY-FILENAME DELIMITED BY SPACE
                   '.lck'              DELIMITED BY SIZE
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
                    CONTINUE
            END-SEARCH.

      * Run-lock handling copied from glpost: a missing lock is
      * taken, a live one (an adjfix posting moving the history)
      * stops the run naming its holder, and a stale one (older
      * than the stale limit - a crashed run's leavings) is
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
                        DISPLAY 'SALHIST: STALE LOCK ON HISTORY '
                                'FROM ' RL-HOLDER ' ' RL-LOCK-DATE
                                ' - TAKING OVER'
                        PERFORM WRITE-LOCK-PROCEDURE
                    ELSE
                        DISPLAY 'SALHIST: HISTORY LOCKED BY '
                                RL-HOLDER ' SINCE ' RL-LOCK-DATE
                                ' ' RL-LOCK-TIME
                                ' - TRY AGAIN LATER'
                    END-IF
                ELSE
                    DISPLAY 'SALHIST: CANNOT READ LOCK '
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
                MOVE 'salhist'   TO RL-HOLDER
                MOVE WS-RUN-DATE TO RL-LOCK-DATE
                MOVE WS-RUN-TIME TO RL-LOCK-TIME
                WRITE RUN-LOCK-RECORD
                CLOSE RUN-LOCK-FILE
                SET LOCK-ACQUIRED TO TRUE
            ELSE
                DISPLAY 'SALHIST: CANNOT CREATE LOCK '
                        WS-LOCK-FILENAME
            END-IF.

        RELEASE-LOCK-PROCEDURE.
            MOVE SPACES TO WS-LOCK-RM-CMD.
            STRING 'rm -f '          DELIMITED BY SIZE
                   WS-LOCK-FILENAME  DELIMITED BY SPACE
                   INTO WS-LOCK-RM-CMD
            END-STRING.
            CALL 'SYSTEM' USING WS-LOCK-RM-CMD.

      * The rewrite streams the old history straight through to the
      * .new file so its size is never capped by a table: entries
      * for a date and store this extract covers are dropped (the
      * fresh roll-up replaces them below), everything else is
      * carried forward untouched, then the mv swaps the rewritten
      * file in the way rejfix swaps its queue. Entries adjfix keeps
      * for posted corrections and reversals are never replaced -
      * the extract holds the sales as loaded, not as adjusted.
        REWRITE-HISTORY-PROCEDURE.
            OPEN OUTPUT HISTORY-OUT-FILE.


        CHECK-HISTORY-DATE-PROCEDURE.
            MOVE 'N' TO WS-DATE-MATCH-SW.
            IF SH-FROM-LOAD
                SET DT-IDX TO 1
                SEARCH DATE-ENTRY
                    AT END CONTINUE
                    WHEN DT-IDX > DATE-TABLE-COUNT
                        CONTINUE
                    WHEN DT-SDATE(DT-IDX) = SH-SDATE
                     AND DT-STORE-NO(DT-IDX) = SH-STORE-NO
                        SET HIST-DATE-REPLACED TO TRUE
                END-SEARCH
            END-IF.

        WRITE-ROLLUP-ENTRY-PROCEDURE.
            MOVE RU-SDATE(RU-IDX)          TO SHO-SDATE.
            MOVE RU-EXT-COST-TOTAL(RU-IDX) TO SHO-EXT-COST-TOTAL.
            MOVE RU-RETURN-COUNT(RU-IDX)   TO SHO-RETURN-COUNT.
            MOVE RU-RETURN-NET(RU-IDX)     TO SHO-RETURN-NET.
            SET SHO-FROM-LOAD TO TRUE.
            WRITE HISTORY-OUT-RECORD.
            ADD 1 TO WS-WRITTEN-COUNT.
