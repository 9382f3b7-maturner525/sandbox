      * Daily Sale Adjustments Report
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     adjrpt.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: LIST EVERY CORRECTION AND REVERSAL adjfix POSTED
      * ON ONE DAY (TODAY UNLESS A YYYYMMDD IS GIVEN) OFF THE
      * ADJUSTMENT JOURNAL: WHO KEYED IT AND WHEN, THE SALE BEFORE AND
      * AFTER, THE NET AND TAX IT MOVED AND WHY. THE NET AND TAX
      * CHANGE IS THEN TOTALLED BY STORE (THE OLD IMAGE COMES OFF THE
      * STORE IT WAS LOADED TO, THE NEW ONE GOES ON THE STORE IT
      * BELONGS TO) AND BY OPERATOR, SO THE DAY'S BOOKS CAN BE
      * ADJUSTED BY THE SAME AMOUNTS THE DATABASE AND HISTORY WERE.
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ADJ-JOURNAL-FILE
            ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-ADJ-FILE-STATUS.

            SELECT ADJUSTMENT-RPT
            ASSIGN TO DYNAMIC WS-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD ADJ-JOURNAL-FILE.
            COPY SALESADJ.

        FD ADJUSTMENT-RPT.
        01 REPORT-LINE         PIC X(200).

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.

        01  WS-CMD-PARM            PIC X(200) VALUE SPACES.
        01  WS-PARM-1              PIC X(100) VALUE SPACES.
        01  WS-PARM-2              PIC X(100) VALUE SPACES.
        01  WS-JOURNAL-FILENAME    PIC X(100) VALUE './salesadj.dat'.
        01  WS-REPORT-FILENAME     PIC X(120) VALUE SPACES.
        01  WS-ADJ-FILE-STATUS     PIC X(2)   VALUE SPACES.

        01  WS-RUN-DATE            PIC 9(8)   VALUE ZERO.
        01  WS-RUN-TIME            PIC 9(8)   VALUE ZERO.
        01  WS-REPORT-DATE         PIC 9(8)   VALUE ZERO.

        01  WS-TYPE-TEXT           PIC X(10)  VALUE SPACES.
        01  WS-NET-CHANGE          PIC S9(8)V99 VALUE ZERO.
        01  WS-TAX-CHANGE          PIC S9(8)V99 VALUE ZERO.

        01  WS-REVERSE-COUNT       PIC 9(7)   VALUE ZERO.
        01  WS-CORRECT-COUNT       PIC 9(7)   VALUE ZERO.
        01  WS-TOTAL-NET-CHANGE    PIC S9(9)V99 VALUE ZERO.
        01  WS-TOTAL-TAX-CHANGE    PIC S9(9)V99 VALUE ZERO.

      * Net and tax change by store: an adjustment touches one store,
      * or two when a correction moves the sale.
        01  STORE-TABLE-CONTROLS.
            05 STORE-TABLE-COUNT   PIC 9(3)   VALUE ZERO.
            05 WS-STORE-FOUND      PIC X(1)   VALUE 'Y'.
               88 STORE-NOT-FOUND              VALUE 'N'.
        01  STORE-TABLE.
            05 STORE-ENTRY OCCURS 100 TIMES INDEXED BY ST-IDX.
                10 ST-STORE-NO     PIC 9(4).
                10 ST-ADJ-COUNT    PIC 9(7).
                10 ST-NET-CHANGE   PIC S9(9)V99.
                10 ST-TAX-CHANGE   PIC S9(9)V99.

        01  OPERATOR-TABLE-CONTROLS.
            05 OPERATOR-TABLE-COUNT PIC 9(3)  VALUE ZERO.
            05 WS-OPERATOR-FOUND   PIC X(1)   VALUE 'Y'.
               88 OPERATOR-NOT-FOUND           VALUE 'N'.
        01  OPERATOR-TABLE.
            05 OPERATOR-ENTRY OCCURS 100 TIMES INDEXED BY OP-IDX.
                10 OP-OPERATOR-ID  PIC X(10).
                10 OP-REVERSE-COUNT PIC 9(7).
                10 OP-CORRECT-COUNT PIC 9(7).
                10 OP-NET-CHANGE   PIC S9(9)V99.

        01  WS-FIND-STORE-NO       PIC 9(4)   VALUE ZERO.
        01  WS-FIND-NET            PIC S9(8)V99 VALUE ZERO.
        01  WS-FIND-TAX            PIC S9(8)V99 VALUE ZERO.

        01  WS-QTY-ED              PIC -ZZ9.
        01  WS-QTY-ED-2            PIC -ZZ9.
        01  WS-MONEY-ED            PIC -ZZZZZZZZ9.99.
        01  WS-MONEY-ED-2          PIC -ZZZZZZZZ9.99.
        01  WS-MONEY-ED-3          PIC -ZZZZZZZZ9.99.
        01  WS-MONEY-ED-4          PIC -ZZZZZZZZ9.99.
        01  WS-CNT-ED              PIC ZZZZZZ9.
        01  WS-CNT-ED-2            PIC ZZZZZZ9.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            PERFORM INITIALIZE-PROCEDURE.

            OPEN OUTPUT ADJUSTMENT-RPT.
            PERFORM WRITE-REPORT-HEADER-PROCEDURE.

      * No journal yet just means nothing has ever been adjusted.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT ADJ-JOURNAL-FILE.
            IF WS-ADJ-FILE-STATUS = '00'
                PERFORM READ-JOURNAL-PROCEDURE UNTIL WS-EOF = 'Y'
                CLOSE ADJ-JOURNAL-FILE
            ELSE
                DISPLAY 'ADJRPT: NO ADJUSTMENT JOURNAL '
                        WS-JOURNAL-FILENAME
            END-IF.

            IF WS-REVERSE-COUNT + WS-CORRECT-COUNT = 0
                MOVE 'NO ADJUSTMENTS POSTED' TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                PERFORM WRITE-STORE-SECTION-PROCEDURE
                PERFORM WRITE-OPERATOR-SECTION-PROCEDURE
            END-IF.
            PERFORM WRITE-REPORT-TOTAL-PROCEDURE.

            CLOSE ADJUSTMENT-RPT.

            DISPLAY 'ADJRPT: REVERSALS='  WS-REVERSE-COUNT
                    ' CORRECTIONS='       WS-CORRECT-COUNT.
            DISPLAY 'ADJRPT: REPORT WRITTEN TO ' WS-REPORT-FILENAME.

            STOP RUN.

      * A numeric first parameter is the day to report; any other
      * first parameter (or the second) overrides the journal
      * filename. The report is named for the journal and the day.
        INITIALIZE-PROCEDURE.
            ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
            MOVE SPACES TO WS-PARM-1 WS-PARM-2.
            UNSTRING WS-CMD-PARM DELIMITED BY SPACE
                INTO WS-PARM-1 WS-PARM-2
            END-UNSTRING.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            MOVE WS-RUN-DATE TO WS-REPORT-DATE.

            EVALUATE TRUE
                WHEN WS-PARM-1 NOT = SPACES
                 AND WS-PARM-1(1:8) IS NUMERIC
                 AND WS-PARM-1(9:1) = SPACE
                    MOVE WS-PARM-1(1:8) TO WS-REPORT-DATE
                    IF WS-PARM-2 NOT = SPACES
                        MOVE WS-PARM-2 TO WS-JOURNAL-FILENAME
                    END-IF
                WHEN WS-PARM-1 NOT = SPACES
                    MOVE WS-PARM-1 TO WS-JOURNAL-FILENAME
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

            STRING WS-JOURNAL-FILENAME DELIMITED BY SPACE
                   '.'                 DELIMITED BY SIZE
                   WS-REPORT-DATE      DELIMITED BY SIZE
                   '.rpt'              DELIMITED BY SIZE
                   INTO WS-REPORT-FILENAME
            END-STRING.

        WRITE-REPORT-HEADER-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            STRING 'SALE ADJUSTMENTS FOR '  DELIMITED BY SIZE
                   WS-REPORT-DATE           DELIMITED BY SIZE
                   ' RUN '                  DELIMITED BY SIZE
                   WS-RUN-DATE              DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WS-RUN-TIME              DELIMITED BY SIZE
                   ' JOURNAL='              DELIMITED BY SIZE
                   WS-JOURNAL-FILENAME      DELIMITED BY SPACE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

        READ-JOURNAL-PROCEDURE.
            READ ADJ-JOURNAL-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SA-ADJ-DATE = WS-REPORT-DATE
                        PERFORM REPORT-ADJUSTMENT-PROCEDURE
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * One adjustment: two lines for the sale before and after and
      * the reason, then its change goes into the store and operator
      * totals. The old image comes off the store it stood on; a
      * correction's new image goes on the store it now stands on.
      *----------------------------------------------------------------
        REPORT-ADJUSTMENT-PROCEDURE.
            COMPUTE WS-NET-CHANGE =
                SA-NEW-NET-AMOUNT - SA-OLD-NET-AMOUNT.
            COMPUTE WS-TAX-CHANGE =
                SA-NEW-TAX-AMOUNT - SA-OLD-TAX-AMOUNT.
            IF SA-REVERSAL
                MOVE 'REVERSAL'   TO WS-TYPE-TEXT
                ADD 1 TO WS-REVERSE-COUNT
            ELSE
                MOVE 'CORRECTION' TO WS-TYPE-TEXT
                ADD 1 TO WS-CORRECT-COUNT
            END-IF.
            ADD WS-NET-CHANGE TO WS-TOTAL-NET-CHANGE.
            ADD WS-TAX-CHANGE TO WS-TOTAL-TAX-CHANGE.

            MOVE SPACES TO REPORT-LINE.
            STRING SA-ADJ-TIME          DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-TYPE-TEXT         DELIMITED BY SIZE
                   ' OPERATOR='         DELIMITED BY SIZE
                   SA-OPERATOR-ID       DELIMITED BY SIZE
                   ' TRANS-ID='         DELIMITED BY SIZE
                   SA-TRANS-ID          DELIMITED BY SIZE
                   ' SDATE='            DELIMITED BY SIZE
                   SA-SDATE             DELIMITED BY SIZE
                   ' SKU='              DELIMITED BY SIZE
                   SA-SKU               DELIMITED BY SIZE
                   ' CASHIER='          DELIMITED BY SIZE
                   SA-CASHIER-ID        DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

            MOVE SA-OLD-QUANTITY   TO WS-QTY-ED.
            MOVE SA-NEW-QUANTITY   TO WS-QTY-ED-2.
            MOVE SA-OLD-NET-AMOUNT TO WS-MONEY-ED.
            MOVE SA-NEW-NET-AMOUNT TO WS-MONEY-ED-2.
            MOVE WS-NET-CHANGE     TO WS-MONEY-ED-3.
            MOVE WS-TAX-CHANGE     TO WS-MONEY-ED-4.
            MOVE SPACES TO REPORT-LINE.
            STRING '  STORE='           DELIMITED BY SIZE
                   SA-OLD-STORE-NO      DELIMITED BY SIZE
                   '>'                  DELIMITED BY SIZE
                   SA-NEW-STORE-NO      DELIMITED BY SIZE
                   ' QTY='              DELIMITED BY SIZE
                   WS-QTY-ED            DELIMITED BY SIZE
                   '>'                  DELIMITED BY SIZE
                   WS-QTY-ED-2          DELIMITED BY SIZE
                   ' NET='              DELIMITED BY SIZE
                   WS-MONEY-ED          DELIMITED BY SIZE
                   '>'                  DELIMITED BY SIZE
                   WS-MONEY-ED-2        DELIMITED BY SIZE
                   ' NET CHANGE='       DELIMITED BY SIZE
                   WS-MONEY-ED-3        DELIMITED BY SIZE
                   ' TAX CHANGE='       DELIMITED BY SIZE
                   WS-MONEY-ED-4        DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

            MOVE SPACES TO REPORT-LINE.
            STRING '  REASON='          DELIMITED BY SIZE
                   SA-REASON-TEXT       DELIMITED BY SIZE
                   ' LOADED FROM='      DELIMITED BY SIZE
                   SA-INPUT-FILE        DELIMITED BY SPACE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

            MOVE SA-OLD-STORE-NO TO WS-FIND-STORE-NO.
            COMPUTE WS-FIND-NET = 0 - SA-OLD-NET-AMOUNT.
            COMPUTE WS-FIND-TAX = 0 - SA-OLD-TAX-AMOUNT.
            PERFORM ADD-STORE-CHANGE-PROCEDURE.
            IF SA-CORRECTION
                MOVE SA-NEW-STORE-NO   TO WS-FIND-STORE-NO
                MOVE SA-NEW-NET-AMOUNT TO WS-FIND-NET
                MOVE SA-NEW-TAX-AMOUNT TO WS-FIND-TAX
                PERFORM ADD-STORE-CHANGE-PROCEDURE
            END-IF.
            PERFORM ADD-OPERATOR-CHANGE-PROCEDURE.

        ADD-STORE-CHANGE-PROCEDURE.
            MOVE 'Y' TO WS-STORE-FOUND.
            SET ST-IDX TO 1.
            SEARCH STORE-ENTRY
                AT END
                    IF STORE-TABLE-COUNT < 100
                        ADD 1 TO STORE-TABLE-COUNT
                        SET ST-IDX TO STORE-TABLE-COUNT
                        MOVE WS-FIND-STORE-NO TO ST-STORE-NO(ST-IDX)
                        MOVE ZERO TO ST-ADJ-COUNT(ST-IDX)
                                     ST-NET-CHANGE(ST-IDX)
                                     ST-TAX-CHANGE(ST-IDX)
                    ELSE
                        MOVE 'N' TO WS-STORE-FOUND
                    END-IF
                WHEN ST-STORE-NO(ST-IDX) = WS-FIND-STORE-NO
                    CONTINUE
            END-SEARCH.
            IF STORE-NOT-FOUND
                DISPLAY 'ADJRPT: STORE TABLE FULL - SKIPPING '
                        WS-FIND-STORE-NO
            ELSE
                ADD 1           TO ST-ADJ-COUNT(ST-IDX)
                ADD WS-FIND-NET TO ST-NET-CHANGE(ST-IDX)
                ADD WS-FIND-TAX TO ST-TAX-CHANGE(ST-IDX)
            END-IF.

        ADD-OPERATOR-CHANGE-PROCEDURE.
            MOVE 'Y' TO WS-OPERATOR-FOUND.
            SET OP-IDX TO 1.
            SEARCH OPERATOR-ENTRY
                AT END
                    IF OPERATOR-TABLE-COUNT < 100
                        ADD 1 TO OPERATOR-TABLE-COUNT
                        SET OP-IDX TO OPERATOR-TABLE-COUNT
                        MOVE SA-OPERATOR-ID TO OP-OPERATOR-ID(OP-IDX)
                        MOVE ZERO TO OP-REVERSE-COUNT(OP-IDX)
                                     OP-CORRECT-COUNT(OP-IDX)
                                     OP-NET-CHANGE(OP-IDX)
                    ELSE
                        MOVE 'N' TO WS-OPERATOR-FOUND
                    END-IF
                WHEN OP-OPERATOR-ID(OP-IDX) = SA-OPERATOR-ID
                    CONTINUE
            END-SEARCH.
            IF OPERATOR-NOT-FOUND
                DISPLAY 'ADJRPT: OPERATOR TABLE FULL - SKIPPING '
                        SA-OPERATOR-ID
            ELSE
                IF SA-REVERSAL
                    ADD 1 TO OP-REVERSE-COUNT(OP-IDX)
                ELSE
                    ADD 1 TO OP-CORRECT-COUNT(OP-IDX)
                END-IF
                ADD WS-NET-CHANGE TO OP-NET-CHANGE(OP-IDX)
            END-IF.

        WRITE-STORE-SECTION-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'CHANGE BY STORE' TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM WRITE-STORE-LINE-PROCEDURE
                VARYING ST-IDX FROM 1 BY 1
                UNTIL ST-IDX > STORE-TABLE-COUNT.

        WRITE-STORE-LINE-PROCEDURE.
            MOVE ST-ADJ-COUNT(ST-IDX)  TO WS-CNT-ED.
            MOVE ST-NET-CHANGE(ST-IDX) TO WS-MONEY-ED.
            MOVE ST-TAX-CHANGE(ST-IDX) TO WS-MONEY-ED-2.
            MOVE SPACES TO REPORT-LINE.
            STRING 'STORE='               DELIMITED BY SIZE
                   ST-STORE-NO(ST-IDX)    DELIMITED BY SIZE
                   ' ADJUSTMENTS='        DELIMITED BY SIZE
                   WS-CNT-ED              DELIMITED BY SIZE
                   ' NET CHANGE='         DELIMITED BY SIZE
                   WS-MONEY-ED            DELIMITED BY SIZE
                   ' TAX CHANGE='         DELIMITED BY SIZE
                   WS-MONEY-ED-2          DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

        WRITE-OPERATOR-SECTION-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'CHANGE BY OPERATOR' TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM WRITE-OPERATOR-LINE-PROCEDURE
                VARYING OP-IDX FROM 1 BY 1
                UNTIL OP-IDX > OPERATOR-TABLE-COUNT.

        WRITE-OPERATOR-LINE-PROCEDURE.
            MOVE OP-REVERSE-COUNT(OP-IDX) TO WS-CNT-ED.
            MOVE OP-CORRECT-COUNT(OP-IDX) TO WS-CNT-ED-2.
            MOVE OP-NET-CHANGE(OP-IDX)    TO WS-MONEY-ED.
            MOVE SPACES TO REPORT-LINE.
            STRING 'OPERATOR='              DELIMITED BY SIZE
                   OP-OPERATOR-ID(OP-IDX)   DELIMITED BY SIZE
                   ' REVERSALS='            DELIMITED BY SIZE
                   WS-CNT-ED                DELIMITED BY SIZE
                   ' CORRECTIONS='          DELIMITED BY SIZE
                   WS-CNT-ED-2              DELIMITED BY SIZE
                   ' NET CHANGE='           DELIMITED BY SIZE
                   WS-MONEY-ED              DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

        WRITE-REPORT-TOTAL-PROCEDURE.
            MOVE WS-REVERSE-COUNT    TO WS-CNT-ED.
            MOVE WS-CORRECT-COUNT    TO WS-CNT-ED-2.
            MOVE WS-TOTAL-NET-CHANGE TO WS-MONEY-ED.
            MOVE WS-TOTAL-TAX-CHANGE TO WS-MONEY-ED-2.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING 'TOTAL REVERSALS='  DELIMITED BY SIZE
                   WS-CNT-ED           DELIMITED BY SIZE
                   ' CORRECTIONS='     DELIMITED BY SIZE
                   WS-CNT-ED-2         DELIMITED BY SIZE
                   ' NET CHANGE='      DELIMITED BY SIZE
                   WS-MONEY-ED         DELIMITED BY SIZE
                   ' TAX CHANGE='      DELIMITED BY SIZE
                   WS-MONEY-ED-2       DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
