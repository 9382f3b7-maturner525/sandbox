      * Reject Queue Re-Drive
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     rejdrv.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: MOST OF WHAT SITS IN THE REJECT QUEUES IS A
      * SALE THAT WAS FINE BUT ARRIVED BEFORE ITS MASTER DATA DID -
      * A NEW SKU NOT YET ON itemmast.dat (REASON 70), A NEW STORE
      * NOT YET ON storemast.dat (86), A NEW HIRE NOT YET ON
      * cshmast.dat (87). THIS PROGRAM WALKS EVERY QUEUE NAMED BY
      * THE REJECT-QUEUE MANIFEST, RE-TESTS EACH SUCH REJECT AGAINST
      * THE MASTERS AS THEY STAND TODAY, WRITES THE ONES THAT NOW
      * PASS TO A RESUBMIT EXTRACT (HEADER AND COUNT/HASH TRAILER
      * THE WAY rejfix WRITES ONE) AND DROPS THEM FROM THE QUEUE, SO
      * NOBODY HAS TO KEY THEM THROUGH rejfix ONE AT A TIME. EACH
      * QUEUE IS HELD UNDER ITS OWN LOCK WHILE IT IS REWRITTEN, AND
      * THE RUN REPORTS RE-DRIVEN AGAINST STUCK BY REASON CODE.
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MANIFEST-FILE
            ASSIGN TO DYNAMIC WS-REJLIST-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-MAN-FILE-STATUS.

            SELECT SALES-REJECT-FILE
            ASSIGN TO DYNAMIC WS-REJECT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-REJ-FILE-STATUS.

            SELECT REJECT-OUT-FILE
            ASSIGN TO DYNAMIC WS-REJECT-OUT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

            SELECT RESUBMIT-FILE
            ASSIGN TO DYNAMIC WS-RESUBMIT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

      * Indexed master keyed on SKU, read the way popdata reads it:
      * one keyed READ per reject re-tested.
            SELECT ITEM-MASTER-FILE
            ASSIGN TO DYNAMIC WS-ITEM-MASTER-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS IM-SKU
            FILE STATUS IS WS-ITM-FILE-STATUS.

            SELECT STORE-MASTER-FILE
            ASSIGN TO DYNAMIC WS-STORE-MASTER-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-STM-FILE-STATUS.

            SELECT CASHIER-MASTER-FILE
            ASSIGN TO DYNAMIC WS-CASHIER-MASTER-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CSH-FILE-STATUS.

            SELECT REDRIVE-RPT
            ASSIGN TO DYNAMIC WS-REDRIVE-RPT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

      * Lock on the reject queue being rewritten, the same lock
      * rejfix and popdata take, so neither can extend or rewrite
      * the queue while this program has it open.
            SELECT RUN-LOCK-FILE
            ASSIGN TO DYNAMIC WS-LOCK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LCK-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD MANIFEST-FILE.
        01 MANIFEST-RECORD      PIC X(100).

        FD SALES-REJECT-FILE.
            COPY SALEREJ.

        FD REJECT-OUT-FILE.
            COPY SALEREJ REPLACING ==SALES-REJECT-RECORD==
                BY ==REJECT-OUT-RECORD==
                ==REJ-RAW-RECORD==   BY ==REJO-RAW-RECORD==
                ==REJ-REASON-CODE==  BY ==REJO-REASON-CODE==
                ==REJ-REASON-TEXT==  BY ==REJO-REASON-TEXT==
                ==REJ-INPUT-FILE==   BY ==REJO-INPUT-FILE==
                ==REJ-RUN-DATE==     BY ==REJO-RUN-DATE==
                ==REJ-RUN-TIME==     BY ==REJO-RUN-TIME==.

        FD RESUBMIT-FILE            RECORD CONTAINS 200 CHARACTERS.
        01 RESUBMIT-RECORD     PIC X(200).

        FD ITEM-MASTER-FILE.
            COPY ITEMMAST.

        FD STORE-MASTER-FILE.
            COPY STOREMAST.

        FD CASHIER-MASTER-FILE.
            COPY CSHMAST.

        FD REDRIVE-RPT.
        01 REDRIVE-LINE        PIC X(140).

        FD RUN-LOCK-FILE.
            COPY RUNLOCK.

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.
        01  WS-MANIFEST-EOF    PIC X(1)    VALUE 'N'.

        01  WS-CMD-PARM            PIC X(100) VALUE SPACES.
        01  WS-REJLIST-FILENAME    PIC X(100) VALUE './rejlist.txt'.
        01  WS-MAN-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-REJECT-FILENAME     PIC X(100) VALUE SPACES.
        01  WS-REJECT-OUT-FILENAME PIC X(110) VALUE SPACES.
        01  WS-RESUBMIT-FILENAME   PIC X(130) VALUE SPACES.
        01  WS-REDRIVE-RPT-FILENAME PIC X(110) VALUE SPACES.
        01  WS-REJ-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-ITEM-MASTER-FILENAME PIC X(100) VALUE './itemmast.dat'.
        01  WS-STORE-MASTER-FILENAME PIC X(100)
                                    VALUE './storemast.dat'.
        01  WS-CASHIER-MASTER-FILENAME PIC X(100)
                                    VALUE './cshmast.dat'.
        01  WS-ITM-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-STM-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-CSH-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-MASTERS-SW          PIC X(1)   VALUE 'Y'.
            88 MASTERS-AVAILABLE              VALUE 'Y'.

        01  WS-MV-CMD              PIC X(240) VALUE SPACES.

      * Run-lock work area: the queue lock plus the stale-age
      * arithmetic that lets a lock left by a crashed session be
      * taken over instead of blocking the queue until someone
      * deletes a file by hand.
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

      * Per-queue and whole-run counts. A queue that is locked or
      * can't be read is skipped, not waited on; it is reported and
      * picked up again by the next run.
        01  WS-QUEUE-COUNT         PIC 9(4)   VALUE ZERO.
        01  WS-QUEUE-SKIP-COUNT    PIC 9(4)   VALUE ZERO.
        01  WS-RESUBMIT-COUNT      PIC 9(4)   VALUE ZERO.
        01  WS-STUCK-COUNT         PIC 9(7)   VALUE ZERO.
        01  WS-UNTESTED-COUNT      PIC 9(7)   VALUE ZERO.
        01  WS-TOTAL-REDRIVEN      PIC 9(7)   VALUE ZERO.
        01  WS-TOTAL-STUCK         PIC 9(7)   VALUE ZERO.
        01  WS-TOTAL-UNTESTED      PIC 9(7)   VALUE ZERO.

      * Trailer accumulators for the resubmit extract, exactly as
      * rejfix keeps them: the record count and the quantity/price
      * hash totals popdata's verification pass proves before it
      * loads a file, with UNSTRING targets at popdata's raw-field
      * widths so both sides truncate alike.
        01  WS-RSB-QTY-HASH        PIC S9(9)    VALUE ZERO.
        01  WS-RSB-PRICE-HASH      PIC S9(9)V99 VALUE ZERO.
        01  WS-RSB-QTY-HASH-OUT    PIC S9(9)    SIGN LEADING SEPARATE.
        01  WS-RSB-PRICE-HASH-OUT  PIC +9(9).99.
        01  WS-RSB-RAW-FIELDS.
            05 WS-RSB-FLD-1        PIC X(10).
            05 WS-RSB-FLD-2        PIC X(10).
            05 WS-RSB-FLD-3        PIC X(35).
            05 WS-RSB-FLD-4        PIC X(35).
            05 WS-RSB-QTY          PIC X(4).
            05 WS-RSB-FLD-6        PIC X(30).
            05 WS-RSB-FLD-7        PIC X(20).
            05 WS-RSB-FLD-8        PIC X(8).
            05 WS-RSB-PRICE        PIC X(8).

      * The raw POS line picked apart at popdata's field widths for
      * the master re-test: item name, SKU and GTIN for the item
      * master, store number, and the version-2 cashier ID.
        01  WS-DRV-RAW-FIELDS.
            05 WS-DRV-SDATE        PIC X(10).
            05 WS-DRV-STIME        PIC X(10).
            05 WS-DRV-CATEGORY     PIC X(35).
            05 WS-DRV-ITEM-NAME    PIC X(35).
            05 WS-DRV-QUANTITY     PIC X(4).
            05 WS-DRV-SDETAIL      PIC X(30).
            05 WS-DRV-SKU          PIC X(20).
            05 WS-DRV-DISCOUNT     PIC X(8).
            05 WS-DRV-PRICE        PIC X(8).
            05 WS-DRV-TRANS-ID     PIC X(40).
            05 WS-DRV-SUNIT        PIC X(4).
            05 WS-DRV-GTIN         PIC X(10).
            05 WS-DRV-COST         PIC X(8).
            05 WS-DRV-STORE        PIC X(4).
            05 WS-DRV-CASHIER      PIC X(10).
        01  WS-DRV-STORE-NO        PIC 9(4)   VALUE ZERO.
        01  WS-RETEST-SW           PIC X(1)   VALUE 'Y'.
            88 RETEST-PASSED                  VALUE 'Y'.
            88 RETEST-FAILED                  VALUE 'N'.

        01  REJECT-TABLE-CONTROLS.
            05 REJECT-TABLE-COUNT  PIC 9(4)   VALUE ZERO.
            05 WS-REJ-OVERFLOW-SW  PIC X(1)   VALUE 'N'.
               88 REJECT-QUEUE-OVERFLOWED      VALUE 'Y'.
        01  WS-REJ-SKIP-COUNT      PIC 9(9)   VALUE ZERO.
        01  REJECT-TABLE.
            05 REJECT-ENTRY OCCURS 500 TIMES INDEXED BY REJ-IDX.
                10 REJT-RAW-RECORD     PIC X(200).
                10 REJT-REASON-CODE    PIC 9(2).
                10 REJT-REASON-TEXT    PIC X(30).
                10 REJT-INPUT-FILE     PIC X(40).
                10 REJT-RUN-DATE       PIC 9(8).
                10 REJT-RUN-TIME       PIC 9(8).
                10 REJT-DISPOSITION    PIC X(1).
                    88 REJT-KEEP               VALUE 'K'.
                    88 REJT-RESUBMIT           VALUE 'R'.

        01  STORE-TABLE-CONTROLS.
            05 STORE-TABLE-COUNT   PIC 9(3)   VALUE ZERO.
            05 WS-STM-EOF          PIC X(1)   VALUE 'N'.
        01  STORE-TABLE.
            05 STORE-ENTRY OCCURS 100 TIMES INDEXED BY ST-IDX.
                10 ST-STORE-NO     PIC 9(4).

        01  CASHIER-TABLE-CONTROLS.
            05 CASHIER-TABLE-COUNT PIC 9(3)   VALUE ZERO.
            05 WS-CSH-EOF          PIC X(1)   VALUE 'N'.
        01  CASHIER-TABLE.
            05 CASHIER-ENTRY OCCURS 200 TIMES INDEXED BY CSH-IDX.
                10 CSH-CASHIER-ID  PIC X(10).

      * One entry per reason code seen on any queue this run, with
      * re-driven and stuck counts for the queue in hand and for
      * the whole run. The reason text is kept from the first
      * reject carrying that code.
        01  REASON-TABLE-CONTROLS.
            05 REASON-TABLE-COUNT  PIC 9(2)   VALUE ZERO.
            05 WS-REASON-FOUND     PIC X(1)   VALUE 'Y'.
               88 REASON-NOT-FOUND             VALUE 'N'.
        01  REASON-TABLE.
            05 REASON-ENTRY OCCURS 20 TIMES INDEXED BY RA-IDX.
                10 RA-REASON-CODE      PIC 9(2).
                10 RA-REASON-TEXT      PIC X(30).
                10 RA-QUEUE-REDRIVEN   PIC 9(7).
                10 RA-QUEUE-STUCK      PIC 9(7).
                10 RA-TOTAL-REDRIVEN   PIC 9(7).
                10 RA-TOTAL-STUCK      PIC 9(7).

        01  WS-CNT-ED              PIC ZZZZZZ9.
        01  WS-CNT-ED-2            PIC ZZZZZZ9.
        01  WS-CNT-ED-3            PIC ZZZZZZ9.
        01  WS-STATUS-TEXT         PIC X(12)  VALUE SPACES.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            PERFORM INITIALIZE-PROCEDURE.
            PERFORM LOAD-MASTERS-PROCEDURE.

      * A re-test against a master that isn't there proves nothing,
      * so a missing master ends the run before any queue is
      * touched.
            IF NOT MASTERS-AVAILABLE
                DISPLAY 'REJDRV: MASTER FILES UNAVAILABLE - '
                        'NO QUEUES RE-DRIVEN'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM OPEN-REDRIVE-REPORT-PROCEDURE.

            MOVE 'N' TO WS-MANIFEST-EOF.
            OPEN INPUT MANIFEST-FILE.
            IF WS-MAN-FILE-STATUS NOT = '00'
                DISPLAY 'REJDRV: CANNOT OPEN REJECT MANIFEST '
                        WS-REJLIST-FILENAME
                MOVE SPACES TO REDRIVE-LINE
                STRING 'CANNOT OPEN REJECT MANIFEST ' DELIMITED BY SIZE
                       WS-REJLIST-FILENAME            DELIMITED BY SPACE
                       INTO REDRIVE-LINE
                END-STRING
                WRITE REDRIVE-LINE
                CLOSE REDRIVE-RPT
                CLOSE ITEM-MASTER-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM READ-MANIFEST-PROCEDURE
                UNTIL WS-MANIFEST-EOF = 'Y'.
            CLOSE MANIFEST-FILE.

            PERFORM WRITE-RUN-TOTALS-PROCEDURE.
            CLOSE REDRIVE-RPT.
            CLOSE ITEM-MASTER-FILE.

            DISPLAY 'REJDRV: QUEUES=' WS-QUEUE-COUNT
                    ' SKIPPED='       WS-QUEUE-SKIP-COUNT
                    ' RE-DRIVEN='     WS-TOTAL-REDRIVEN
                    ' STUCK='         WS-TOTAL-STUCK.

            IF WS-QUEUE-SKIP-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

            STOP RUN.

      * First parameter names the reject-queue manifest (the one
      * trgarch reads) when the default isn't wanted; the report
      * goes alongside it as <manifest>.rdv.
        INITIALIZE-PROCEDURE.
            ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
            IF WS-CMD-PARM NOT = SPACES
                MOVE WS-CMD-PARM TO WS-REJLIST-FILENAME
            END-IF.

            STRING WS-REJLIST-FILENAME DELIMITED BY SPACE
                   '.rdv'              DELIMITED BY SIZE
                   INTO WS-REDRIVE-RPT-FILENAME
            END-STRING.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
            COMPUTE WS-NOW-SECONDS =
                (FUNCTION NUMVAL(WS-RUN-TIME(1:2)) * 3600)
                + (FUNCTION NUMVAL(WS-RUN-TIME(3:2)) * 60)
                + FUNCTION NUMVAL(WS-RUN-TIME(5:2)).

        LOAD-MASTERS-PROCEDURE.
            OPEN INPUT ITEM-MASTER-FILE.
            IF WS-ITM-FILE-STATUS NOT = '00'
                DISPLAY 'REJDRV: CANNOT OPEN ITEM MASTER '
                        WS-ITEM-MASTER-FILENAME
                MOVE 'N' TO WS-MASTERS-SW
            END-IF.

            MOVE ZERO TO STORE-TABLE-COUNT.
            MOVE 'N' TO WS-STM-EOF.
            OPEN INPUT STORE-MASTER-FILE.
            IF WS-STM-FILE-STATUS = '00'
                PERFORM LOAD-STORE-MASTER-READ-PROCEDURE
                    UNTIL WS-STM-EOF = 'Y'
                CLOSE STORE-MASTER-FILE
            ELSE
                DISPLAY 'REJDRV: CANNOT OPEN STORE MASTER '
                        WS-STORE-MASTER-FILENAME
                MOVE 'N' TO WS-MASTERS-SW
            END-IF.

            MOVE ZERO TO CASHIER-TABLE-COUNT.
            MOVE 'N' TO WS-CSH-EOF.
            OPEN INPUT CASHIER-MASTER-FILE.
            IF WS-CSH-FILE-STATUS = '00'
                PERFORM LOAD-CASHIER-MASTER-READ-PROCEDURE
                    UNTIL WS-CSH-EOF = 'Y'
                CLOSE CASHIER-MASTER-FILE
            ELSE
                DISPLAY 'REJDRV: CANNOT OPEN CASHIER MASTER '
                        WS-CASHIER-MASTER-FILENAME
                MOVE 'N' TO WS-MASTERS-SW
            END-IF.

        LOAD-STORE-MASTER-READ-PROCEDURE.
            READ STORE-MASTER-FILE
                AT END MOVE 'Y' TO WS-STM-EOF
                NOT AT END
                    IF STORE-TABLE-COUNT < 100
                        ADD 1 TO STORE-TABLE-COUNT
                        SET ST-IDX TO STORE-TABLE-COUNT
                        MOVE SM-STORE-NO TO ST-STORE-NO(ST-IDX)
                    ELSE
                        DISPLAY 'REJDRV: STORE TABLE FULL - '
                                'SKIPPING ' SM-STORE-NO
                    END-IF
            END-READ.

        LOAD-CASHIER-MASTER-READ-PROCEDURE.
            READ CASHIER-MASTER-FILE
                AT END MOVE 'Y' TO WS-CSH-EOF
                NOT AT END
                    IF CASHIER-TABLE-COUNT < 200
                        ADD 1 TO CASHIER-TABLE-COUNT
                        SET CSH-IDX TO CASHIER-TABLE-COUNT
                        MOVE CS-CASHIER-ID
                            TO CSH-CASHIER-ID(CSH-IDX)
                    ELSE
                        DISPLAY 'REJDRV: CASHIER TABLE FULL - '
                                'SKIPPING ' CS-CASHIER-ID
                    END-IF
            END-READ.

        OPEN-REDRIVE-REPORT-PROCEDURE.
            OPEN OUTPUT REDRIVE-RPT.
            MOVE SPACES TO REDRIVE-LINE.
            STRING 'REJECT RE-DRIVE '    DELIMITED BY SIZE
                   WS-RUN-DATE           DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   WS-RUN-TIME           DELIMITED BY SIZE
                   ' MANIFEST='          DELIMITED BY SIZE
                   WS-REJLIST-FILENAME   DELIMITED BY SPACE
                   INTO REDRIVE-LINE
            END-STRING.
            WRITE REDRIVE-LINE.

        READ-MANIFEST-PROCEDURE.
            READ MANIFEST-FILE
                AT END MOVE 'Y' TO WS-MANIFEST-EOF
                NOT AT END
                    IF MANIFEST-RECORD NOT = SPACES
                        MOVE MANIFEST-RECORD TO WS-REJECT-FILENAME
                        PERFORM REDRIVE-ONE-QUEUE-PROCEDURE
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * One queue: lock it, load it, re-test it, and - only when
      * something actually passed - write the resubmit extract and
      * rewrite the queue without those records. A queue another
      * session holds is skipped for this run and reported; a
      * listed queue that isn't there (already drained) is simply
      * passed over, the way trgarch passes over it. Each run's
      * resubmit extract is stamped with the run date and time so a
      * second run never overwrites one not yet loaded.
      *----------------------------------------------------------------
        REDRIVE-ONE-QUEUE-PROCEDURE.
            MOVE SPACES TO WS-LOCK-FILENAME WS-REJECT-OUT-FILENAME
                           WS-RESUBMIT-FILENAME.
            STRING WS-REJECT-FILENAME DELIMITED BY SPACE
                   '.lck'             DELIMITED BY SIZE
                   INTO WS-LOCK-FILENAME
            END-STRING.
            STRING WS-REJECT-FILENAME DELIMITED BY SPACE
                   '.new'             DELIMITED BY SIZE
                   INTO WS-REJECT-OUT-FILENAME
            END-STRING.
            STRING WS-REJECT-FILENAME DELIMITED BY SPACE
                   '.'                DELIMITED BY SIZE
                   WS-RUN-DATE        DELIMITED BY SIZE
                   WS-RUN-TIME(1:6)   DELIMITED BY SIZE
                   '.resub'           DELIMITED BY SIZE
                   INTO WS-RESUBMIT-FILENAME
            END-STRING.

            ADD 1 TO WS-QUEUE-COUNT.
            MOVE ZERO TO WS-RESUBMIT-COUNT WS-STUCK-COUNT
                         WS-UNTESTED-COUNT WS-RSB-QTY-HASH
                         WS-RSB-PRICE-HASH.
            PERFORM RESET-QUEUE-COUNTS-PROCEDURE
                VARYING RA-IDX FROM 1 BY 1
                UNTIL RA-IDX > REASON-TABLE-COUNT.

            PERFORM ACQUIRE-LOCK-PROCEDURE.
            IF NOT LOCK-ACQUIRED
                ADD 1 TO WS-QUEUE-SKIP-COUNT
                MOVE 'LOCKED' TO WS-STATUS-TEXT
                PERFORM WRITE-QUEUE-LINE-PROCEDURE
            ELSE
                PERFORM LOAD-REJECTS-PROCEDURE
                IF WS-REJ-FILE-STATUS NOT = '00'
                    MOVE 'NOT PRESENT' TO WS-STATUS-TEXT
                    PERFORM WRITE-QUEUE-LINE-PROCEDURE
                ELSE
                    PERFORM RETEST-REJECT-PROCEDURE
                        VARYING REJ-IDX FROM 1 BY 1
                        UNTIL REJ-IDX > REJECT-TABLE-COUNT
                    IF WS-RESUBMIT-COUNT > 0
                        PERFORM WRITE-RESUBMIT-PROCEDURE
                        PERFORM WRITE-REMAINING-REJECTS-PROCEDURE
                    END-IF
                    MOVE 'DONE' TO WS-STATUS-TEXT
                    PERFORM WRITE-QUEUE-LINE-PROCEDURE
                    PERFORM WRITE-QUEUE-REASON-LINE-PROCEDURE
                        VARYING RA-IDX FROM 1 BY 1
                        UNTIL RA-IDX > REASON-TABLE-COUNT
                END-IF
                PERFORM RELEASE-LOCK-PROCEDURE
            END-IF.

        RESET-QUEUE-COUNTS-PROCEDURE.
            MOVE ZERO TO RA-QUEUE-REDRIVEN(RA-IDX)
                         RA-QUEUE-STUCK(RA-IDX).

      * A missing lock file means the queue is free; a present one
      * is read so the holder can be named, and only a stale one
      * (older than the stale limit - a crashed session's leavings)
      * is announced and taken over.
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
                        DISPLAY 'REJDRV: STALE LOCK ON REJECT QUEUE '
                                WS-REJECT-FILENAME
                                ' FROM ' RL-HOLDER ' ' RL-LOCK-DATE
                                ' - TAKING OVER'
                        PERFORM WRITE-LOCK-PROCEDURE
                    ELSE
                        DISPLAY 'REJDRV: REJECT QUEUE '
                                WS-REJECT-FILENAME
                                ' LOCKED BY ' RL-HOLDER
                                ' SINCE ' RL-LOCK-DATE
                                ' ' RL-LOCK-TIME
                                ' - SKIPPED THIS RUN'
                    END-IF
                ELSE
                    DISPLAY 'REJDRV: CANNOT READ LOCK '
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
                MOVE 'rejdrv'    TO RL-HOLDER
                MOVE WS-RUN-DATE TO RL-LOCK-DATE
                MOVE WS-RUN-TIME TO RL-LOCK-TIME
                WRITE RUN-LOCK-RECORD
                CLOSE RUN-LOCK-FILE
                SET LOCK-ACQUIRED TO TRUE
            ELSE
                DISPLAY 'REJDRV: CANNOT CREATE LOCK '
                        WS-LOCK-FILENAME
            END-IF.

        RELEASE-LOCK-PROCEDURE.
            MOVE SPACES TO WS-LOCK-RM-CMD.
            STRING 'rm -f '          DELIMITED BY SIZE
                   WS-LOCK-FILENAME  DELIMITED BY SPACE
                   INTO WS-LOCK-RM-CMD
            END-STRING.
            CALL 'SYSTEM' USING WS-LOCK-RM-CMD.

      * The queue goes into memory the way rejfix loads it, first
      * 500 rejects in the table and the rest copied through
      * untouched when the queue is rewritten.
        LOAD-REJECTS-PROCEDURE.
            MOVE ZERO TO REJECT-TABLE-COUNT.
            MOVE 'N'  TO WS-EOF WS-REJ-OVERFLOW-SW.
            OPEN INPUT SALES-REJECT-FILE.
            IF WS-REJ-FILE-STATUS = '00'
                PERFORM LOAD-REJECTS-READ-PROCEDURE UNTIL WS-EOF = 'Y'
                CLOSE SALES-REJECT-FILE
            END-IF.

        LOAD-REJECTS-READ-PROCEDURE.
            READ SALES-REJECT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF REJECT-TABLE-COUNT < 500
                        ADD 1 TO REJECT-TABLE-COUNT
                        SET REJ-IDX TO REJECT-TABLE-COUNT
                        MOVE REJ-RAW-RECORD   TO
                             REJT-RAW-RECORD(REJ-IDX)
                        MOVE REJ-REASON-CODE  TO
                             REJT-REASON-CODE(REJ-IDX)
                        MOVE REJ-REASON-TEXT  TO
                             REJT-REASON-TEXT(REJ-IDX)
                        MOVE REJ-INPUT-FILE   TO
                             REJT-INPUT-FILE(REJ-IDX)
                        MOVE REJ-RUN-DATE     TO
                             REJT-RUN-DATE(REJ-IDX)
                        MOVE REJ-RUN-TIME     TO
                             REJT-RUN-TIME(REJ-IDX)
                        SET REJT-KEEP(REJ-IDX) TO TRUE
                    ELSE
                        IF NOT REJECT-QUEUE-OVERFLOWED
                            DISPLAY 'REJDRV: REJECT QUEUE '
                                    WS-REJECT-FILENAME
                                    ' EXCEEDS 500 - RE-TESTING FIRST '
                                    '500, REST LEFT UNTOUCHED'
                        END-IF
                        MOVE 'Y' TO WS-REJ-OVERFLOW-SW
                        ADD 1 TO WS-UNTESTED-COUNT
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * Only the master-data reasons are worth re-testing - a bad
      * date or a non-numeric price is not going to fix itself. A
      * candidate must clear all three lookups, not just the one
      * that rejected it, because popdata stopped at the first
      * failure and never tried the later ones; anything that still
      * fails any lookup stays on the queue with its original
      * reason. Format checks and the duplicate check are not
      * repeated here: the record passed format the first time, and
      * the registry sees it again when the resubmit file loads.
      *----------------------------------------------------------------
        RETEST-REJECT-PROCEDURE.
            SET RETEST-FAILED TO TRUE.
            IF REJT-REASON-CODE(REJ-IDX) = 70 OR 86 OR 87
                MOVE SPACES TO WS-DRV-RAW-FIELDS
                UNSTRING REJT-RAW-RECORD(REJ-IDX) DELIMITED BY ','
                    INTO WS-DRV-SDATE WS-DRV-STIME WS-DRV-CATEGORY
                         WS-DRV-ITEM-NAME WS-DRV-QUANTITY
                         WS-DRV-SDETAIL WS-DRV-SKU WS-DRV-DISCOUNT
                         WS-DRV-PRICE WS-DRV-TRANS-ID WS-DRV-SUNIT
                         WS-DRV-GTIN WS-DRV-COST WS-DRV-STORE
                         WS-DRV-CASHIER
                END-UNSTRING
                SET RETEST-PASSED TO TRUE
                PERFORM RETEST-ITEM-PROCEDURE
                IF RETEST-PASSED
                    PERFORM RETEST-STORE-PROCEDURE
                END-IF
                IF RETEST-PASSED
                    PERFORM RETEST-CASHIER-PROCEDURE
                END-IF
            END-IF.

            PERFORM FIND-REASON-PROCEDURE.
            IF RETEST-PASSED
                SET REJT-RESUBMIT(REJ-IDX) TO TRUE
                ADD 1 TO WS-RESUBMIT-COUNT
            ELSE
                ADD 1 TO WS-STUCK-COUNT
            END-IF.
            IF REASON-NOT-FOUND
                DISPLAY 'REJDRV: REASON TABLE FULL - NOT COUNTING '
                        'CODE ' REJT-REASON-CODE(REJ-IDX)
            ELSE
                IF RETEST-PASSED
                    ADD 1 TO RA-QUEUE-REDRIVEN(RA-IDX)
                             RA-TOTAL-REDRIVEN(RA-IDX)
                ELSE
                    ADD 1 TO RA-QUEUE-STUCK(RA-IDX)
                             RA-TOTAL-STUCK(RA-IDX)
                END-IF
            END-IF.

      * Same test popdata's LOOKUP-ITEM-PROCEDURE makes: the SKU
      * must be on file and the GTIN and item name must match it.
        RETEST-ITEM-PROCEDURE.
            MOVE WS-DRV-SKU TO IM-SKU.
            READ ITEM-MASTER-FILE
                INVALID KEY
                    SET RETEST-FAILED TO TRUE
                NOT INVALID KEY
                    IF IM-GTIN NOT = WS-DRV-GTIN
                       OR IM-ITEM-NAME NOT = WS-DRV-ITEM-NAME
                        SET RETEST-FAILED TO TRUE
                    END-IF
            END-READ.

        RETEST-STORE-PROCEDURE.
            IF FUNCTION TEST-NUMVAL(WS-DRV-STORE) NOT = 0
                SET RETEST-FAILED TO TRUE
            ELSE
                MOVE WS-DRV-STORE TO WS-DRV-STORE-NO
                SET ST-IDX TO 1
                SEARCH STORE-ENTRY
                    AT END
                        SET RETEST-FAILED TO TRUE
                    WHEN ST-IDX > STORE-TABLE-COUNT
                        SET RETEST-FAILED TO TRUE
                    WHEN ST-STORE-NO(ST-IDX) = WS-DRV-STORE-NO
                        CONTINUE
                END-SEARCH
            END-IF.

      * A version-1 line carries no cashier and passes, as it does
      * in popdata.
        RETEST-CASHIER-PROCEDURE.
            IF WS-DRV-CASHIER NOT = SPACES
                SET CSH-IDX TO 1
                SEARCH CASHIER-ENTRY
                    AT END
                        SET RETEST-FAILED TO TRUE
                    WHEN CSH-IDX > CASHIER-TABLE-COUNT
                        SET RETEST-FAILED TO TRUE
                    WHEN CSH-CASHIER-ID(CSH-IDX) = WS-DRV-CASHIER
                        CONTINUE
                END-SEARCH
            END-IF.

        FIND-REASON-PROCEDURE.
            MOVE 'Y' TO WS-REASON-FOUND.
            SET RA-IDX TO 1.
            SEARCH REASON-ENTRY
                AT END
                    IF REASON-TABLE-COUNT < 20
                        ADD 1 TO REASON-TABLE-COUNT
                        SET RA-IDX TO REASON-TABLE-COUNT
                        MOVE REJT-REASON-CODE(REJ-IDX)
                            TO RA-REASON-CODE(RA-IDX)
                        MOVE REJT-REASON-TEXT(REJ-IDX)
                            TO RA-REASON-TEXT(RA-IDX)
                        MOVE ZERO TO RA-QUEUE-REDRIVEN(RA-IDX)
                                     RA-QUEUE-STUCK(RA-IDX)
                                     RA-TOTAL-REDRIVEN(RA-IDX)
                                     RA-TOTAL-STUCK(RA-IDX)
                    ELSE
                        MOVE 'N' TO WS-REASON-FOUND
                    END-IF
                WHEN RA-REASON-CODE(RA-IDX) = REJT-REASON-CODE(REJ-IDX)
                    CONTINUE
            END-SEARCH.

      * Re-driven records go out as a POS-format extract with the
      * header and count/hash trailer rejfix writes, so the file
      * loads through popdata (or popdrv over a manifest naming it)
      * like any dated extract.
        WRITE-RESUBMIT-PROCEDURE.
            OPEN OUTPUT RESUBMIT-FILE.

            MOVE SPACES TO RESUBMIT-RECORD.
            STRING 'HDR,'      DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ',RESUB,'   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   INTO RESUBMIT-RECORD
            END-STRING.
            WRITE RESUBMIT-RECORD.

            PERFORM WRITE-RESUBMIT-LINE-PROCEDURE
                VARYING REJ-IDX FROM 1 BY 1
                UNTIL REJ-IDX > REJECT-TABLE-COUNT.

            MOVE WS-RSB-QTY-HASH   TO WS-RSB-QTY-HASH-OUT.
            MOVE WS-RSB-PRICE-HASH TO WS-RSB-PRICE-HASH-OUT.
            MOVE SPACES TO RESUBMIT-RECORD.
            STRING 'TRL,'                DELIMITED BY SIZE
                   WS-RESUBMIT-COUNT     DELIMITED BY SIZE
                   ','                   DELIMITED BY SIZE
                   WS-RSB-QTY-HASH-OUT   DELIMITED BY SIZE
                   ','                   DELIMITED BY SIZE
                   WS-RSB-PRICE-HASH-OUT DELIMITED BY SIZE
                   INTO RESUBMIT-RECORD
            END-STRING.
            WRITE RESUBMIT-RECORD.

            CLOSE RESUBMIT-FILE.

        WRITE-RESUBMIT-LINE-PROCEDURE.
            IF REJT-RESUBMIT(REJ-IDX)
                MOVE REJT-RAW-RECORD(REJ-IDX) TO RESUBMIT-RECORD
                WRITE RESUBMIT-RECORD
                PERFORM HASH-RESUBMIT-LINE-PROCEDURE
            END-IF.

        HASH-RESUBMIT-LINE-PROCEDURE.
            MOVE SPACES TO WS-RSB-RAW-FIELDS.
            UNSTRING REJT-RAW-RECORD(REJ-IDX) DELIMITED BY ','
                INTO WS-RSB-FLD-1 WS-RSB-FLD-2 WS-RSB-FLD-3
                     WS-RSB-FLD-4 WS-RSB-QTY WS-RSB-FLD-6
                     WS-RSB-FLD-7 WS-RSB-FLD-8 WS-RSB-PRICE
            END-UNSTRING.
            IF FUNCTION TEST-NUMVAL(WS-RSB-QTY) = 0
                COMPUTE WS-RSB-QTY-HASH = WS-RSB-QTY-HASH
                    + FUNCTION NUMVAL(WS-RSB-QTY)
            END-IF.
            IF FUNCTION TEST-NUMVAL(WS-RSB-PRICE) = 0
                COMPUTE WS-RSB-PRICE-HASH = WS-RSB-PRICE-HASH
                    + FUNCTION NUMVAL(WS-RSB-PRICE)
            END-IF.

      * Everything not re-driven stays queued exactly as it was; the
      * rewritten file replaces the queue through the same .new and
      * mv rejfix uses.
        WRITE-REMAINING-REJECTS-PROCEDURE.
            OPEN OUTPUT REJECT-OUT-FILE.
            PERFORM WRITE-REMAINING-LINE-PROCEDURE
                VARYING REJ-IDX FROM 1 BY 1
                UNTIL REJ-IDX > REJECT-TABLE-COUNT.

            IF REJECT-QUEUE-OVERFLOWED
                PERFORM COPY-OVERFLOW-REJECTS-PROCEDURE
            END-IF.

            CLOSE REJECT-OUT-FILE.

            MOVE SPACES TO WS-MV-CMD.
            STRING 'mv '                    DELIMITED BY SIZE
                   WS-REJECT-OUT-FILENAME    DELIMITED BY SPACE
                   ' '                       DELIMITED BY SIZE
                   WS-REJECT-FILENAME        DELIMITED BY SPACE
                   INTO WS-MV-CMD
            END-STRING.
            CALL 'SYSTEM' USING WS-MV-CMD.

        WRITE-REMAINING-LINE-PROCEDURE.
            IF REJT-KEEP(REJ-IDX)
                MOVE REJT-RAW-RECORD(REJ-IDX)  TO REJO-RAW-RECORD
                MOVE REJT-REASON-CODE(REJ-IDX) TO REJO-REASON-CODE
                MOVE REJT-REASON-TEXT(REJ-IDX) TO REJO-REASON-TEXT
                MOVE REJT-INPUT-FILE(REJ-IDX)  TO REJO-INPUT-FILE
                MOVE REJT-RUN-DATE(REJ-IDX)    TO REJO-RUN-DATE
                MOVE REJT-RUN-TIME(REJ-IDX)    TO REJO-RUN-TIME
                WRITE REJECT-OUT-RECORD
            END-IF.

      * Same copy-through rejfix makes for a queue bigger than the
      * table: skip the records already accounted for, copy the
      * rest across untouched.
        COPY-OVERFLOW-REJECTS-PROCEDURE.
            MOVE ZERO TO WS-REJ-SKIP-COUNT.
            MOVE 'N'  TO WS-EOF.
            OPEN INPUT SALES-REJECT-FILE.
            IF WS-REJ-FILE-STATUS = '00'
                PERFORM COPY-OVERFLOW-SKIP-PROCEDURE
                    UNTIL WS-REJ-SKIP-COUNT NOT LESS THAN
                              REJECT-TABLE-COUNT
                       OR WS-EOF = 'Y'
                PERFORM COPY-OVERFLOW-READ-PROCEDURE UNTIL WS-EOF = 'Y'
                CLOSE SALES-REJECT-FILE
            END-IF.

        COPY-OVERFLOW-SKIP-PROCEDURE.
            READ SALES-REJECT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END ADD 1 TO WS-REJ-SKIP-COUNT
            END-READ.

        COPY-OVERFLOW-READ-PROCEDURE.
            READ SALES-REJECT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    WRITE REJECT-OUT-RECORD FROM SALES-REJECT-RECORD
            END-READ.

      *----------------------------------------------------------------
      * Report: one line per queue with its outcome and counts (and
      * the resubmit file, when one was written), then one line per
      * reason code found on it; the run ends with the same
      * breakdown over every queue.
      *----------------------------------------------------------------
        WRITE-QUEUE-LINE-PROCEDURE.
            MOVE WS-RESUBMIT-COUNT TO WS-CNT-ED.
            MOVE WS-STUCK-COUNT    TO WS-CNT-ED-2.
            MOVE WS-UNTESTED-COUNT TO WS-CNT-ED-3.
            ADD WS-RESUBMIT-COUNT TO WS-TOTAL-REDRIVEN.
            ADD WS-STUCK-COUNT    TO WS-TOTAL-STUCK.
            ADD WS-UNTESTED-COUNT TO WS-TOTAL-UNTESTED.
            MOVE SPACES TO REDRIVE-LINE.
            STRING 'QUEUE='             DELIMITED BY SIZE
                   WS-REJECT-FILENAME   DELIMITED BY SPACE
                   ' '                  DELIMITED BY SIZE
                   WS-STATUS-TEXT       DELIMITED BY SIZE
                   ' RE-DRIVEN='        DELIMITED BY SIZE
                   WS-CNT-ED            DELIMITED BY SIZE
                   ' STUCK='            DELIMITED BY SIZE
                   WS-CNT-ED-2          DELIMITED BY SIZE
                   ' UNTESTED='         DELIMITED BY SIZE
                   WS-CNT-ED-3          DELIMITED BY SIZE
                   INTO REDRIVE-LINE
            END-STRING.
            WRITE REDRIVE-LINE.
            IF WS-RESUBMIT-COUNT > 0
                MOVE SPACES TO REDRIVE-LINE
                STRING '  RESUBMIT FILE='     DELIMITED BY SIZE
                       WS-RESUBMIT-FILENAME   DELIMITED BY SPACE
                       INTO REDRIVE-LINE
                END-STRING
                WRITE REDRIVE-LINE
            END-IF.

        WRITE-QUEUE-REASON-LINE-PROCEDURE.
            IF RA-QUEUE-REDRIVEN(RA-IDX) > 0
               OR RA-QUEUE-STUCK(RA-IDX) > 0
                MOVE RA-QUEUE-REDRIVEN(RA-IDX) TO WS-CNT-ED
                MOVE RA-QUEUE-STUCK(RA-IDX)    TO WS-CNT-ED-2
                MOVE SPACES TO REDRIVE-LINE
                STRING '  REASON='            DELIMITED BY SIZE
                       RA-REASON-CODE(RA-IDX) DELIMITED BY SIZE
                       ' '                    DELIMITED BY SIZE
                       RA-REASON-TEXT(RA-IDX) DELIMITED BY SIZE
                       ' RE-DRIVEN='          DELIMITED BY SIZE
                       WS-CNT-ED              DELIMITED BY SIZE
                       ' STUCK='              DELIMITED BY SIZE
                       WS-CNT-ED-2            DELIMITED BY SIZE
                       INTO REDRIVE-LINE
                END-STRING
                WRITE REDRIVE-LINE
            END-IF.

        WRITE-RUN-TOTALS-PROCEDURE.
            MOVE SPACES TO REDRIVE-LINE.
            WRITE REDRIVE-LINE.
            MOVE 'ALL QUEUES BY REASON' TO REDRIVE-LINE.
            WRITE REDRIVE-LINE.
            IF REASON-TABLE-COUNT = 0
                MOVE ' NONE' TO REDRIVE-LINE
                WRITE REDRIVE-LINE
            ELSE
                PERFORM WRITE-TOTAL-REASON-LINE-PROCEDURE
                    VARYING RA-IDX FROM 1 BY 1
                    UNTIL RA-IDX > REASON-TABLE-COUNT
            END-IF.

            MOVE WS-TOTAL-REDRIVEN TO WS-CNT-ED.
            MOVE WS-TOTAL-STUCK    TO WS-CNT-ED-2.
            MOVE WS-TOTAL-UNTESTED TO WS-CNT-ED-3.
            MOVE SPACES TO REDRIVE-LINE.
            STRING 'QUEUES='            DELIMITED BY SIZE
                   WS-QUEUE-COUNT       DELIMITED BY SIZE
                   ' SKIPPED='          DELIMITED BY SIZE
                   WS-QUEUE-SKIP-COUNT  DELIMITED BY SIZE
                   ' RE-DRIVEN='        DELIMITED BY SIZE
                   WS-CNT-ED            DELIMITED BY SIZE
                   ' STUCK='            DELIMITED BY SIZE
                   WS-CNT-ED-2          DELIMITED BY SIZE
                   ' UNTESTED='         DELIMITED BY SIZE
                   WS-CNT-ED-3          DELIMITED BY SIZE
                   INTO REDRIVE-LINE
            END-STRING.
            WRITE REDRIVE-LINE.

        WRITE-TOTAL-REASON-LINE-PROCEDURE.
            MOVE RA-TOTAL-REDRIVEN(RA-IDX) TO WS-CNT-ED.
            MOVE RA-TOTAL-STUCK(RA-IDX)    TO WS-CNT-ED-2.
            MOVE SPACES TO REDRIVE-LINE.
            STRING 'REASON='              DELIMITED BY SIZE
                   RA-REASON-CODE(RA-IDX) DELIMITED BY SIZE
                   ' '                    DELIMITED BY SIZE
                   RA-REASON-TEXT(RA-IDX) DELIMITED BY SIZE
                   ' RE-DRIVEN='          DELIMITED BY SIZE
                   WS-CNT-ED              DELIMITED BY SIZE
                   ' STUCK='              DELIMITED BY SIZE
                   WS-CNT-ED-2            DELIMITED BY SIZE
                   INTO REDRIVE-LINE
            END-STRING.
            WRITE REDRIVE-LINE.
