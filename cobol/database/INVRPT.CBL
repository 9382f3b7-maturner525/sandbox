      * Inventory Reorder Exception Report
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     invrpt.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: WALK THE PERPETUAL ON-HAND FILE IN STORE AND
      * SKU ORDER AND LIST EVERY ITEM THAT NEEDS A BUYER'S ATTENTION:
      * AT OR BELOW ITS REORDER POINT (WITH THE QUANTITY THAT BRINGS
      * IT BACK UP TO ITS MAX), BELOW ITS MIN, OVER ITS MAX, OR
      * DRIVEN NEGATIVE BY SALES OF STOCK THE FILE NEVER HAD. ONE
      * STORE NUMBER ON THE COMMAND LINE LIMITS THE REPORT TO THAT
      * STORE; A SECOND PARAMETER OVERRIDES THE ON-HAND FILENAME.
      * READ ONLY, SO NO LOCK IS TAKEN.
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT INVENTORY-FILE
            ASSIGN TO DYNAMIC WS-INVENTORY-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS IV-KEY
            FILE STATUS IS WS-INV-FILE-STATUS.

      * Item names come off the item master by keyed read, the same
      * lookup popdata makes per sale.
            SELECT ITEM-MASTER-FILE
            ASSIGN TO DYNAMIC WS-ITEM-MASTER-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS IM-SKU
            FILE STATUS IS WS-ITM-FILE-STATUS.

            SELECT REORDER-RPT
            ASSIGN TO DYNAMIC WS-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD INVENTORY-FILE.
            COPY INVMAST.

        FD ITEM-MASTER-FILE.
            COPY ITEMMAST.

        FD REORDER-RPT.
        01 REPORT-LINE         PIC X(180).

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.

        01  WS-CMD-PARM            PIC X(200) VALUE SPACES.
        01  WS-PARM-1              PIC X(100) VALUE SPACES.
        01  WS-PARM-2              PIC X(100) VALUE SPACES.
        01  WS-INVENTORY-FILENAME  PIC X(100) VALUE './invmast.dat'.
        01  WS-ITEM-MASTER-FILENAME PIC X(100) VALUE './itemmast.dat'.
        01  WS-REPORT-FILENAME     PIC X(110) VALUE SPACES.
        01  WS-INV-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-ITM-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-ITEM-MASTER-SW      PIC X(1)   VALUE 'N'.
            88 ITEM-MASTER-OPEN               VALUE 'Y'.

        01  WS-RUN-DATE            PIC 9(8)   VALUE ZERO.
        01  WS-RUN-TIME            PIC 9(8)   VALUE ZERO.

        01  WS-STORE-FILTER        PIC 9(4)   VALUE ZERO.
        01  WS-FILTER-SW           PIC X(1)   VALUE 'N'.
            88 ONE-STORE-ONLY                 VALUE 'Y'.

      * Store control break: the walk is in key order, so a change
      * of store number closes out the previous store's recap.
        01  WS-PREV-STORE-NO       PIC 9(4)   VALUE ZERO.
        01  WS-FIRST-RECORD-SW     PIC X(1)   VALUE 'Y'.
            88 FIRST-RECORD                   VALUE 'Y'.

        01  WS-EXCEPTION-TEXT      PIC X(10)  VALUE SPACES.
        01  WS-SUGGEST-QTY         PIC S9(7)  VALUE ZERO.
        01  WS-ITEM-NAME           PIC X(35)  VALUE SPACES.

        01  WS-ITEM-COUNT          PIC 9(7)   VALUE ZERO.
        01  WS-STORE-ITEMS         PIC 9(7)   VALUE ZERO.
        01  WS-STORE-EXCEPTIONS    PIC 9(7)   VALUE ZERO.
        01  WS-TOTAL-ITEMS         PIC 9(7)   VALUE ZERO.
        01  WS-TOTAL-EXCEPTIONS    PIC 9(7)   VALUE ZERO.

        01  WS-QTY-ED              PIC -ZZZZZZ9.
        01  WS-ROP-ED              PIC ZZZZZZ9.
        01  WS-MIN-ED              PIC ZZZZZZ9.
        01  WS-MAX-ED              PIC ZZZZZZ9.
        01  WS-SUGGEST-ED          PIC ZZZZZZ9.
        01  WS-CNT-ED              PIC ZZZZZZ9.
        01  WS-CNT-ED-2            PIC ZZZZZZ9.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            PERFORM INITIALIZE-PROCEDURE.

            OPEN INPUT INVENTORY-FILE.
            IF WS-INV-FILE-STATUS NOT = '00'
                DISPLAY 'INVRPT: CANNOT OPEN ON-HAND FILE '
                        WS-INVENTORY-FILENAME
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN INPUT ITEM-MASTER-FILE.
            IF WS-ITM-FILE-STATUS = '00'
                SET ITEM-MASTER-OPEN TO TRUE
            ELSE
                DISPLAY 'INVRPT: NO ITEM MASTER '
                        WS-ITEM-MASTER-FILENAME
                        ' - ITEM NAMES LEFT BLANK'
            END-IF.

            OPEN OUTPUT REORDER-RPT.
            PERFORM WRITE-REPORT-HEADER-PROCEDURE.

            IF ONE-STORE-ONLY
                MOVE WS-STORE-FILTER TO IV-STORE-NO
                MOVE LOW-VALUES      TO IV-SKU
                START INVENTORY-FILE KEY NOT LESS THAN IV-KEY
                    INVALID KEY MOVE 'Y' TO WS-EOF
                END-START
            END-IF.

            PERFORM READ-INVENTORY-PROCEDURE UNTIL WS-EOF = 'Y'.

            IF NOT FIRST-RECORD
                PERFORM WRITE-STORE-RECAP-PROCEDURE
            END-IF.
            PERFORM WRITE-REPORT-TOTAL-PROCEDURE.

            CLOSE REORDER-RPT.
            CLOSE INVENTORY-FILE.
            IF ITEM-MASTER-OPEN
                CLOSE ITEM-MASTER-FILE
            END-IF.

            DISPLAY 'INVRPT: ITEMS='      WS-TOTAL-ITEMS
                    ' EXCEPTIONS='        WS-TOTAL-EXCEPTIONS.
            DISPLAY 'INVRPT: REPORT WRITTEN TO ' WS-REPORT-FILENAME.

            STOP RUN.

      * A numeric first parameter is the one store to report; any
      * other first parameter (or the second) overrides the on-hand
      * filename, and the report is named for it the way salrpt
      * names its report for the history file.
        INITIALIZE-PROCEDURE.
            ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
            MOVE SPACES TO WS-PARM-1 WS-PARM-2.
            UNSTRING WS-CMD-PARM DELIMITED BY SPACE
                INTO WS-PARM-1 WS-PARM-2
            END-UNSTRING.

            EVALUATE TRUE
                WHEN WS-PARM-1 NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(WS-PARM-1) = 0
                    SET ONE-STORE-ONLY TO TRUE
                    COMPUTE WS-STORE-FILTER =
                        FUNCTION NUMVAL(WS-PARM-1)
                    IF WS-PARM-2 NOT = SPACES
                        MOVE WS-PARM-2 TO WS-INVENTORY-FILENAME
                    END-IF
                WHEN WS-PARM-1 NOT = SPACES
                    MOVE WS-PARM-1 TO WS-INVENTORY-FILENAME
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

            STRING WS-INVENTORY-FILENAME DELIMITED BY SPACE
                   '.rpt'                DELIMITED BY SIZE
                   INTO WS-REPORT-FILENAME
            END-STRING.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.

        WRITE-REPORT-HEADER-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            STRING 'REORDER EXCEPTION REPORT RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE                     DELIMITED BY SIZE
                   ' '                             DELIMITED BY SIZE
                   WS-RUN-TIME                     DELIMITED BY SIZE
                   ' ON-HAND='                     DELIMITED BY SIZE
                   WS-INVENTORY-FILENAME           DELIMITED BY SPACE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            IF ONE-STORE-ONLY
                MOVE SPACES TO REPORT-LINE
                STRING 'STORE '        DELIMITED BY SIZE
                       WS-STORE-FILTER DELIMITED BY SIZE
                       ' ONLY'         DELIMITED BY SIZE
                       INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
            END-IF.

        READ-INVENTORY-PROCEDURE.
            READ INVENTORY-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF ONE-STORE-ONLY
                       AND IV-STORE-NO NOT = WS-STORE-FILTER
                        MOVE 'Y' TO WS-EOF
                    ELSE
                        PERFORM CHECK-STORE-BREAK-PROCEDURE
                        PERFORM CHECK-ITEM-PROCEDURE
                    END-IF
            END-READ.

        CHECK-STORE-BREAK-PROCEDURE.
            IF FIRST-RECORD
                MOVE 'N' TO WS-FIRST-RECORD-SW
                MOVE IV-STORE-NO TO WS-PREV-STORE-NO
            ELSE
                IF IV-STORE-NO NOT = WS-PREV-STORE-NO
                    PERFORM WRITE-STORE-RECAP-PROCEDURE
                    MOVE IV-STORE-NO TO WS-PREV-STORE-NO
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * One item, tested worst first: negative on-hand, then at or
      * below the reorder point, then below min, then over max. A
      * level left at zero is not set and is never tested. The
      * suggested order brings the item back up to its max (or to
      * its reorder point when no max is set).
      *----------------------------------------------------------------
        CHECK-ITEM-PROCEDURE.
            ADD 1 TO WS-STORE-ITEMS WS-TOTAL-ITEMS.
            MOVE SPACES TO WS-EXCEPTION-TEXT.
            EVALUATE TRUE
                WHEN IV-ON-HAND < ZERO
                    MOVE 'NEGATIVE'  TO WS-EXCEPTION-TEXT
                WHEN IV-REORDER-POINT > ZERO
                 AND IV-ON-HAND NOT > IV-REORDER-POINT
                    MOVE 'REORDER'   TO WS-EXCEPTION-TEXT
                WHEN IV-MIN-QTY > ZERO
                 AND IV-ON-HAND < IV-MIN-QTY
                    MOVE 'BELOW MIN' TO WS-EXCEPTION-TEXT
                WHEN IV-MAX-QTY > ZERO
                 AND IV-ON-HAND > IV-MAX-QTY
                    MOVE 'OVER MAX'  TO WS-EXCEPTION-TEXT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF WS-EXCEPTION-TEXT NOT = SPACES
                PERFORM WRITE-EXCEPTION-LINE-PROCEDURE
            END-IF.

        WRITE-EXCEPTION-LINE-PROCEDURE.
            ADD 1 TO WS-STORE-EXCEPTIONS WS-TOTAL-EXCEPTIONS.

            MOVE ZERO TO WS-SUGGEST-QTY.
            IF WS-EXCEPTION-TEXT NOT = 'OVER MAX'
                IF IV-MAX-QTY > ZERO
                    COMPUTE WS-SUGGEST-QTY = IV-MAX-QTY - IV-ON-HAND
                ELSE
                    COMPUTE WS-SUGGEST-QTY =
                        IV-REORDER-POINT - IV-ON-HAND
                END-IF
                IF WS-SUGGEST-QTY < ZERO
                    MOVE ZERO TO WS-SUGGEST-QTY
                END-IF
            END-IF.

            MOVE SPACES TO WS-ITEM-NAME.
            IF ITEM-MASTER-OPEN
                MOVE IV-SKU TO IM-SKU
                READ ITEM-MASTER-FILE
                    INVALID KEY
                        MOVE '*** NOT ON ITEM MASTER ***'
                            TO WS-ITEM-NAME
                    NOT INVALID KEY
                        MOVE IM-ITEM-NAME TO WS-ITEM-NAME
                END-READ
            END-IF.

            MOVE IV-ON-HAND       TO WS-QTY-ED.
            MOVE IV-REORDER-POINT TO WS-ROP-ED.
            MOVE IV-MIN-QTY       TO WS-MIN-ED.
            MOVE IV-MAX-QTY       TO WS-MAX-ED.
            MOVE WS-SUGGEST-QTY   TO WS-SUGGEST-ED.
            MOVE SPACES TO REPORT-LINE.
            STRING 'STORE='           DELIMITED BY SIZE
                   IV-STORE-NO        DELIMITED BY SIZE
                   ' SKU='            DELIMITED BY SIZE
                   IV-SKU             DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-ITEM-NAME       DELIMITED BY SIZE
                   ' ON-HAND='        DELIMITED BY SIZE
                   WS-QTY-ED          DELIMITED BY SIZE
                   ' ROP='            DELIMITED BY SIZE
                   WS-ROP-ED          DELIMITED BY SIZE
                   ' MIN='            DELIMITED BY SIZE
                   WS-MIN-ED          DELIMITED BY SIZE
                   ' MAX='            DELIMITED BY SIZE
                   WS-MAX-ED          DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-EXCEPTION-TEXT  DELIMITED BY SIZE
                   ' ORDER='          DELIMITED BY SIZE
                   WS-SUGGEST-ED      DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

        WRITE-STORE-RECAP-PROCEDURE.
            MOVE WS-STORE-ITEMS      TO WS-CNT-ED.
            MOVE WS-STORE-EXCEPTIONS TO WS-CNT-ED-2.
            MOVE SPACES TO REPORT-LINE.
            STRING 'STORE '          DELIMITED BY SIZE
                   WS-PREV-STORE-NO  DELIMITED BY SIZE
                   ' ITEMS='         DELIMITED BY SIZE
                   WS-CNT-ED         DELIMITED BY SIZE
                   ' EXCEPTIONS='    DELIMITED BY SIZE
                   WS-CNT-ED-2       DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE ZERO TO WS-STORE-ITEMS WS-STORE-EXCEPTIONS.

        WRITE-REPORT-TOTAL-PROCEDURE.
            MOVE WS-TOTAL-ITEMS      TO WS-CNT-ED.
            MOVE WS-TOTAL-EXCEPTIONS TO WS-CNT-ED-2.
            MOVE SPACES TO REPORT-LINE.
            STRING 'TOTAL ITEMS='    DELIMITED BY SIZE
                   WS-CNT-ED         DELIMITED BY SIZE
                   ' EXCEPTIONS='    DELIMITED BY SIZE
                   WS-CNT-ED-2       DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
