      * Promotion Results Reporting
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     promorpt.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: MEASURE EACH PROMOTION ON THE PROMOTION MASTER
      * promofix MAINTAINS AGAINST THE PERMANENT SALES HISTORY salhist
      * BUILDS: UNITS, NET SALES AND MARGIN AT THE PROMOTION'S STORES
      * AND CATEGORY WHILE IT RAN, AGAINST THE SAME NUMBER OF DAYS
      * IMMEDIATELY BEFORE IT STARTED, AND THE CHANGE BETWEEN THEM.
      * ONE PARAMETER NAMES A SINGLE PROMOTION; WITHOUT IT EVERY
      * PROMOTION STARTED BY TODAY IS REPORTED. A PROMOTION STILL
      * RUNNING IS MEASURED THROUGH TODAY. HISTORY IS KEPT BY
      * CATEGORY, NOT SKU, SO A SKU PROMOTION IS MEASURED AT THE
      * CATEGORY CARRIED ON ITS MASTER RECORD AND IS LISTED AS NOT
      * MEASURABLE WHEN IT CARRIES NONE. A SECOND PARAMETER OVERRIDES
      * THE HISTORY FILENAME.
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PROMO-MASTER-FILE
            ASSIGN TO DYNAMIC WS-PROMO-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-PRM-FILE-STATUS.

            SELECT HISTORY-FILE
            ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-HST-FILE-STATUS.

            SELECT PROMO-RPT
            ASSIGN TO DYNAMIC WS-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD PROMO-MASTER-FILE.
            COPY PROMOMAST.

        FD HISTORY-FILE.
            COPY SALESHST.

        FD PROMO-RPT.
        01 REPORT-LINE         PIC X(180).

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.

        01  WS-CMD-PARM            PIC X(200) VALUE SPACES.
        01  WS-PARM-1              PIC X(100) VALUE SPACES.
        01  WS-PARM-2              PIC X(100) VALUE SPACES.
        01  WS-PROMO-FILENAME      PIC X(100) VALUE './promomast.dat'.
        01  WS-PRM-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-HISTORY-FILENAME    PIC X(100)
                                    VALUE './saleshist.dat'.
        01  WS-HST-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-REPORT-FILENAME     PIC X(110) VALUE SPACES.

        01  WS-SELECT-PROMO-ID     PIC X(10)  VALUE SPACES.
        01  WS-RUN-DATE            PIC 9(8)   VALUE ZERO.
        01  WS-RUN-TIME            PIC 9(8)   VALUE ZERO.

        01  WS-SH-DATE-NUM         PIC 9(8)   VALUE ZERO.
        01  WS-SH-DATE-INT         PIC S9(9)  VALUE ZERO.

      * One entry per promotion being measured: its master fields,
      * its two date windows as day integers, and the history totals
      * that fell inside each window. The before window is as many
      * days as the during window, ending the day before the start.
        01  PROMO-CONTROLS.
            05 PROMO-COUNT         PIC 9(3)   VALUE ZERO.
            05 WS-PRM-EOF          PIC X(1)   VALUE 'N'.
        01  PROMO-TABLE.
            05 PROMO-ENTRY OCCURS 300 TIMES INDEXED BY PRM-IDX.
                10 PRT-PROMO-ID        PIC X(10).
                10 PRT-SKU             PIC X(20).
                10 PRT-CATEGORY        PIC X(35).
                10 PRT-START-DATE      PIC 9(8).
                10 PRT-END-DATE        PIC 9(8).
                10 PRT-DISC-TYPE       PIC X(1).
                10 PRT-DISC-VALUE      PIC 9(4)V99.
                10 PRT-STORE-LIST.
                    15 PRT-STORE-NO    PIC 9(4) OCCURS 10 TIMES.
                10 PRT-DUR-START-INT   PIC S9(9).
                10 PRT-DUR-END-INT     PIC S9(9).
                10 PRT-BEF-START-INT   PIC S9(9).
                10 PRT-BEF-END-INT     PIC S9(9).
                10 PRT-DUR-DAYS        PIC 9(5).
                10 PRT-DUR-QTY         PIC S9(9).
                10 PRT-DUR-NET         PIC S9(9)V99.
                10 PRT-DUR-EXT-COST    PIC S9(9)V99.
                10 PRT-BEF-QTY         PIC S9(9).
                10 PRT-BEF-NET         PIC S9(9)V99.
                10 PRT-BEF-EXT-COST    PIC S9(9)V99.

        01  WS-PRM-SUB             PIC 9(3)   VALUE ZERO.
        01  WS-PRM-STORE-SUB       PIC 9(2)   VALUE ZERO.
        01  WS-PRM-STORE-SW        PIC X(1)   VALUE 'N'.
            88 PROMO-STORE-MATCH              VALUE 'Y'.
        01  WS-END-DATE            PIC 9(8)   VALUE ZERO.

      * Margin work fields, the same arithmetic salrpt runs: margin
      * dollars are net less extended cost, the percent guards
      * against a zero net.
        01  WS-MGN-IN-NET          PIC S9(9)V99 VALUE ZERO.
        01  WS-MGN-IN-COST         PIC S9(9)V99 VALUE ZERO.
        01  WS-MARGIN-AMT          PIC S9(9)V99 VALUE ZERO.
        01  WS-MARGIN-PCT          PIC S9(5)V9(2) VALUE ZERO.
        01  WS-MGN-MARGIN-ED       PIC -ZZZZZZZZ9.99.
        01  WS-MGN-PCT-ED          PIC -ZZZZ9.99.

        01  WS-DUR-MARGIN          PIC S9(9)V99 VALUE ZERO.
        01  WS-BEF-MARGIN          PIC S9(9)V99 VALUE ZERO.
        01  WS-CHG-QTY             PIC S9(9)    VALUE ZERO.
        01  WS-CHG-NET             PIC S9(9)V99 VALUE ZERO.
        01  WS-CHG-MARGIN          PIC S9(9)V99 VALUE ZERO.
        01  WS-CHG-PCT             PIC S9(5)V9(2) VALUE ZERO.

        01  WS-LINE-TITLE          PIC X(7)   VALUE SPACES.
        01  WS-LINE-START-INT      PIC S9(9)  VALUE ZERO.
        01  WS-LINE-END-INT        PIC S9(9)  VALUE ZERO.
        01  WS-LINE-QTY            PIC S9(9)  VALUE ZERO.

        01  WS-STORE-TEXT          PIC X(60)  VALUE SPACES.
        01  WS-STORE-PTR           PIC 9(3)   VALUE ZERO.
        01  WS-VALUE-ED            PIC ZZZ9.99.
        01  WS-DAYS-ED             PIC ZZZZ9.
        01  WS-QTY-ED              PIC -ZZZZZZZZ9.
        01  WS-NET-ED              PIC -ZZZZZZZZ9.99.
        01  WS-CHG-PCT-ED          PIC -ZZZZ9.99.
        01  WS-CNT-ED              PIC ZZZZZZ9.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            PERFORM INITIALIZE-PROCEDURE.
            PERFORM LOAD-PROMO-MASTER-PROCEDURE.

            IF WS-SELECT-PROMO-ID NOT = SPACES
               AND PROMO-COUNT = 0
                DISPLAY 'PROMORPT: PROMOTION ' WS-SELECT-PROMO-ID
                        ' NOT ON FILE OR NOT YET STARTED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE 'N' TO WS-EOF.
            OPEN INPUT HISTORY-FILE.
            IF WS-HST-FILE-STATUS NOT = '00'
                DISPLAY 'PROMORPT: CANNOT OPEN HISTORY '
                        WS-HISTORY-FILENAME
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM READ-HISTORY-RECORD-PROCEDURE
                UNTIL WS-EOF = 'Y'.
            CLOSE HISTORY-FILE.

            OPEN OUTPUT PROMO-RPT.
            PERFORM WRITE-REPORT-HEADER-PROCEDURE.
            IF PROMO-COUNT = 0
                MOVE ' NONE' TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                PERFORM WRITE-PROMOTION-PROCEDURE
                    VARYING PRM-IDX FROM 1 BY 1
                    UNTIL PRM-IDX > PROMO-COUNT
            END-IF.
            CLOSE PROMO-RPT.

            MOVE PROMO-COUNT TO WS-CNT-ED.
            DISPLAY 'PROMORPT: ' WS-CNT-ED ' PROMOTIONS REPORTED'.
            DISPLAY 'PROMORPT: REPORT WRITTEN TO ' WS-REPORT-FILENAME.

            STOP RUN.

      * A first parameter names the one promotion to report; a
      * second overrides the history filename.
        INITIALIZE-PROCEDURE.
            ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
            MOVE SPACES TO WS-PARM-1 WS-PARM-2.
            UNSTRING WS-CMD-PARM DELIMITED BY SPACE
                INTO WS-PARM-1 WS-PARM-2
            END-UNSTRING.
            MOVE WS-PARM-1 TO WS-SELECT-PROMO-ID.
            IF WS-PARM-2 NOT = SPACES
                MOVE WS-PARM-2 TO WS-HISTORY-FILENAME
            END-IF.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.

            STRING './promorpt.'      DELIMITED BY SIZE
                   WS-RUN-DATE        DELIMITED BY SIZE
                   '.rpt'             DELIMITED BY SIZE
                   INTO WS-REPORT-FILENAME
            END-STRING.

      *----------------------------------------------------------------
      * Promotions are loaded only if they are the one asked for (or
      * none was asked for) and have started by today; anything
      * still to come has nothing to measure yet.
      *----------------------------------------------------------------
        LOAD-PROMO-MASTER-PROCEDURE.
            MOVE ZERO TO PROMO-COUNT.
            MOVE 'N' TO WS-PRM-EOF.
            OPEN INPUT PROMO-MASTER-FILE.
            IF WS-PRM-FILE-STATUS NOT = '00'
                DISPLAY 'PROMORPT: CANNOT OPEN PROMOTION MASTER '
                        WS-PROMO-FILENAME
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-PROMO-MASTER-READ-PROCEDURE
                UNTIL WS-PRM-EOF = 'Y'.
            CLOSE PROMO-MASTER-FILE.

        LOAD-PROMO-MASTER-READ-PROCEDURE.
            READ PROMO-MASTER-FILE
                AT END MOVE 'Y' TO WS-PRM-EOF
                NOT AT END
                    IF (WS-SELECT-PROMO-ID = SPACES
                        OR WS-SELECT-PROMO-ID = PM-PROMO-ID)
                       AND PM-START-DATE NOT GREATER THAN WS-RUN-DATE
                        PERFORM ADD-PROMO-ENTRY-PROCEDURE
                    END-IF
            END-READ.

        ADD-PROMO-ENTRY-PROCEDURE.
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
                MOVE PM-END-DATE    TO WS-END-DATE
                IF WS-END-DATE > WS-RUN-DATE
                    MOVE WS-RUN-DATE TO WS-END-DATE
                END-IF
                COMPUTE PRT-DUR-START-INT(PRM-IDX) =
                    FUNCTION INTEGER-OF-DATE(PM-START-DATE)
                COMPUTE PRT-DUR-END-INT(PRM-IDX) =
                    FUNCTION INTEGER-OF-DATE(WS-END-DATE)
                COMPUTE PRT-DUR-DAYS(PRM-IDX) =
                    PRT-DUR-END-INT(PRM-IDX)
                    - PRT-DUR-START-INT(PRM-IDX) + 1
                COMPUTE PRT-BEF-END-INT(PRM-IDX) =
                    PRT-DUR-START-INT(PRM-IDX) - 1
                COMPUTE PRT-BEF-START-INT(PRM-IDX) =
                    PRT-DUR-START-INT(PRM-IDX) - PRT-DUR-DAYS(PRM-IDX)
                MOVE ZERO TO PRT-DUR-QTY(PRM-IDX)
                             PRT-DUR-NET(PRM-IDX)
                             PRT-DUR-EXT-COST(PRM-IDX)
                             PRT-BEF-QTY(PRM-IDX)
                             PRT-BEF-NET(PRM-IDX)
                             PRT-BEF-EXT-COST(PRM-IDX)
            ELSE
                DISPLAY 'PROMORPT: PROMOTION TABLE FULL - SKIPPING '
                        PM-PROMO-ID
            END-IF.

        READ-HISTORY-RECORD-PROCEDURE.
            READ HISTORY-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM SELECT-HISTORY-RECORD-PROCEDURE
            END-READ.

      * SH-SDATE is the extract's YYYY-MM-DD text; records whose
      * date can't be read as a calendar day are reported and left
      * out, as salrpt does. Each good record is offered to every
      * promotion, since promotions may overlap.
        SELECT-HISTORY-RECORD-PROCEDURE.
            IF SH-SDATE(1:4) IS NOT NUMERIC
               OR SH-SDATE(6:2) IS NOT NUMERIC
               OR SH-SDATE(9:2) IS NOT NUMERIC
                DISPLAY 'PROMORPT: BAD HISTORY DATE SKIPPED ' SH-SDATE
            ELSE
                MOVE SH-SDATE(1:4) TO WS-SH-DATE-NUM(1:4)
                MOVE SH-SDATE(6:2) TO WS-SH-DATE-NUM(5:2)
                MOVE SH-SDATE(9:2) TO WS-SH-DATE-NUM(7:2)
                COMPUTE WS-SH-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-SH-DATE-NUM)
                PERFORM ACCUMULATE-PROMO-PROCEDURE
                    VARYING WS-PRM-SUB FROM 1 BY 1
                    UNTIL WS-PRM-SUB > PROMO-COUNT
            END-IF.

        ACCUMULATE-PROMO-PROCEDURE.
            SET PRM-IDX TO WS-PRM-SUB.
            IF PRT-CATEGORY(PRM-IDX) NOT = SPACES
               AND PRT-CATEGORY(PRM-IDX) = SH-CATEGORY
               AND WS-SH-DATE-INT NOT LESS THAN
                   PRT-BEF-START-INT(PRM-IDX)
               AND WS-SH-DATE-INT NOT GREATER THAN
                   PRT-DUR-END-INT(PRM-IDX)
                PERFORM CHECK-PROMO-STORE-PROCEDURE
                IF PROMO-STORE-MATCH
                    IF WS-SH-DATE-INT < PRT-DUR-START-INT(PRM-IDX)
                        ADD SH-QTY-TOTAL TO PRT-BEF-QTY(PRM-IDX)
                        ADD SH-NET-TOTAL TO PRT-BEF-NET(PRM-IDX)
                        ADD SH-EXT-COST-TOTAL
                            TO PRT-BEF-EXT-COST(PRM-IDX)
                    ELSE
                        ADD SH-QTY-TOTAL TO PRT-DUR-QTY(PRM-IDX)
                        ADD SH-NET-TOTAL TO PRT-DUR-NET(PRM-IDX)
                        ADD SH-EXT-COST-TOTAL
                            TO PRT-DUR-EXT-COST(PRM-IDX)
                    END-IF
                END-IF
            END-IF.

      * An all-zero store list covers every store, as in popdata.
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
            IF PRT-STORE-NO(PRM-IDX, WS-PRM-STORE-SUB) = SH-STORE-NO
                SET PROMO-STORE-MATCH TO TRUE
            END-IF.

        COMPUTE-MARGIN-PROCEDURE.
            COMPUTE WS-MARGIN-AMT = WS-MGN-IN-NET - WS-MGN-IN-COST.
            IF WS-MGN-IN-NET = ZERO
                MOVE ZERO TO WS-MARGIN-PCT
            ELSE
                COMPUTE WS-MARGIN-PCT ROUNDED =
                    (WS-MARGIN-AMT * 100) / WS-MGN-IN-NET
                    ON SIZE ERROR MOVE ZERO TO WS-MARGIN-PCT
                END-COMPUTE
            END-IF.
            MOVE WS-MARGIN-AMT TO WS-MGN-MARGIN-ED.
            MOVE WS-MARGIN-PCT TO WS-MGN-PCT-ED.

        WRITE-REPORT-HEADER-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            STRING 'PROMOTION RESULTS REPORT RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE                     DELIMITED BY SIZE
                   ' '                             DELIMITED BY SIZE
                   WS-RUN-TIME                     DELIMITED BY SIZE
                   ' HISTORY='                     DELIMITED BY SIZE
                   WS-HISTORY-FILENAME             DELIMITED BY SPACE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

      *----------------------------------------------------------------
      * One block per promotion: what it was, then a DURING line and
      * a BEFORE line over equal-length windows, then the change from
      * before to during. Net change is also shown as a percent of
      * the before figure.
      *----------------------------------------------------------------
        WRITE-PROMOTION-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            PERFORM BUILD-STORE-TEXT-PROCEDURE.
            MOVE PRT-DISC-VALUE(PRM-IDX) TO WS-VALUE-ED.
            MOVE PRT-DUR-DAYS(PRM-IDX)   TO WS-DAYS-ED.
            MOVE SPACES TO REPORT-LINE.
            STRING 'PROMO='                DELIMITED BY SIZE
                   PRT-PROMO-ID(PRM-IDX)   DELIMITED BY SPACE
                   ' SKU='                 DELIMITED BY SIZE
                   PRT-SKU(PRM-IDX)        DELIMITED BY SPACE
                   ' CATEGORY='            DELIMITED BY SIZE
                   PRT-CATEGORY(PRM-IDX)   DELIMITED BY '  '
                   ' DISC='                DELIMITED BY SIZE
                   PRT-DISC-TYPE(PRM-IDX)  DELIMITED BY SIZE
                   WS-VALUE-ED             DELIMITED BY SIZE
                   ' RAN '                 DELIMITED BY SIZE
                   PRT-START-DATE(PRM-IDX) DELIMITED BY SIZE
                   ' THRU '                DELIMITED BY SIZE
                   PRT-END-DATE(PRM-IDX)   DELIMITED BY SIZE
                   ' DAYS='                DELIMITED BY SIZE
                   WS-DAYS-ED              DELIMITED BY SIZE
                   ' STORES='              DELIMITED BY SIZE
                   WS-STORE-TEXT           DELIMITED BY '  '
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

            IF PRT-CATEGORY(PRM-IDX) = SPACES
                MOVE ' NOT MEASURABLE - NO CATEGORY ON SKU PROMOTION'
                    TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                MOVE ' DURING' TO WS-LINE-TITLE
                MOVE PRT-DUR-START-INT(PRM-IDX) TO WS-LINE-START-INT
                MOVE PRT-DUR-END-INT(PRM-IDX)   TO WS-LINE-END-INT
                MOVE PRT-DUR-QTY(PRM-IDX)       TO WS-LINE-QTY
                MOVE PRT-DUR-NET(PRM-IDX)       TO WS-MGN-IN-NET
                MOVE PRT-DUR-EXT-COST(PRM-IDX)  TO WS-MGN-IN-COST
                PERFORM WRITE-WINDOW-LINE-PROCEDURE
                MOVE WS-MARGIN-AMT TO WS-DUR-MARGIN

                MOVE ' BEFORE' TO WS-LINE-TITLE
                MOVE PRT-BEF-START-INT(PRM-IDX) TO WS-LINE-START-INT
                MOVE PRT-BEF-END-INT(PRM-IDX)   TO WS-LINE-END-INT
                MOVE PRT-BEF-QTY(PRM-IDX)       TO WS-LINE-QTY
                MOVE PRT-BEF-NET(PRM-IDX)       TO WS-MGN-IN-NET
                MOVE PRT-BEF-EXT-COST(PRM-IDX)  TO WS-MGN-IN-COST
                PERFORM WRITE-WINDOW-LINE-PROCEDURE
                MOVE WS-MARGIN-AMT TO WS-BEF-MARGIN

                PERFORM WRITE-CHANGE-LINE-PROCEDURE
            END-IF.

      * The store list as text: ALL, or the non-zero store numbers
      * separated by commas.
        BUILD-STORE-TEXT-PROCEDURE.
            MOVE SPACES TO WS-STORE-TEXT.
            IF PRT-STORE-LIST(PRM-IDX) = ZERO
                MOVE 'ALL' TO WS-STORE-TEXT
            ELSE
                MOVE 1 TO WS-STORE-PTR
                PERFORM BUILD-STORE-TEXT-ENTRY-PROCEDURE
                    VARYING WS-PRM-STORE-SUB FROM 1 BY 1
                    UNTIL WS-PRM-STORE-SUB > 10
            END-IF.

        BUILD-STORE-TEXT-ENTRY-PROCEDURE.
            IF PRT-STORE-NO(PRM-IDX, WS-PRM-STORE-SUB) NOT = ZERO
                IF WS-STORE-PTR > 1
                    STRING ','      DELIMITED BY SIZE
                           INTO WS-STORE-TEXT
                           WITH POINTER WS-STORE-PTR
                    END-STRING
                END-IF
                STRING PRT-STORE-NO(PRM-IDX, WS-PRM-STORE-SUB)
                                    DELIMITED BY SIZE
                       INTO WS-STORE-TEXT
                       WITH POINTER WS-STORE-PTR
                END-STRING
            END-IF.

        WRITE-WINDOW-LINE-PROCEDURE.
            PERFORM COMPUTE-MARGIN-PROCEDURE.
            MOVE WS-LINE-QTY   TO WS-QTY-ED.
            MOVE WS-MGN-IN-NET TO WS-NET-ED.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-LINE-TITLE    DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   FUNCTION DATE-OF-INTEGER(WS-LINE-START-INT)
                                    DELIMITED BY SIZE
                   ' THRU '         DELIMITED BY SIZE
                   FUNCTION DATE-OF-INTEGER(WS-LINE-END-INT)
                                    DELIMITED BY SIZE
                   ' QTY='          DELIMITED BY SIZE
                   WS-QTY-ED        DELIMITED BY SIZE
                   ' NET='          DELIMITED BY SIZE
                   WS-NET-ED        DELIMITED BY SIZE
                   ' MARGIN='       DELIMITED BY SIZE
                   WS-MGN-MARGIN-ED DELIMITED BY SIZE
                   ' MARGIN%='      DELIMITED BY SIZE
                   WS-MGN-PCT-ED    DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

        WRITE-CHANGE-LINE-PROCEDURE.
            COMPUTE WS-CHG-QTY =
                PRT-DUR-QTY(PRM-IDX) - PRT-BEF-QTY(PRM-IDX).
            COMPUTE WS-CHG-NET =
                PRT-DUR-NET(PRM-IDX) - PRT-BEF-NET(PRM-IDX).
            COMPUTE WS-CHG-MARGIN = WS-DUR-MARGIN - WS-BEF-MARGIN.
            IF PRT-BEF-NET(PRM-IDX) = ZERO
                MOVE ZERO TO WS-CHG-PCT
            ELSE
                COMPUTE WS-CHG-PCT ROUNDED =
                    (WS-CHG-NET * 100) / PRT-BEF-NET(PRM-IDX)
                    ON SIZE ERROR MOVE ZERO TO WS-CHG-PCT
                END-COMPUTE
            END-IF.
            MOVE WS-CHG-QTY    TO WS-QTY-ED.
            MOVE WS-CHG-NET    TO WS-NET-ED.
            MOVE WS-CHG-MARGIN TO WS-MGN-MARGIN-ED.
            MOVE WS-CHG-PCT    TO WS-CHG-PCT-ED.
            MOVE SPACES TO REPORT-LINE.
            STRING ' CHANGE'        DELIMITED BY SIZE
                   ' QTY='          DELIMITED BY SIZE
                   WS-QTY-ED        DELIMITED BY SIZE
                   ' NET='          DELIMITED BY SIZE
                   WS-NET-ED        DELIMITED BY SIZE
                   ' NET%='         DELIMITED BY SIZE
                   WS-CHG-PCT-ED    DELIMITED BY SIZE
                   ' MARGIN='       DELIMITED BY SIZE
                   WS-MGN-MARGIN-ED DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
