      * Batch Window And Run-History Trend Report
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     runhist.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: SHOW HOW THE NIGHT LOAD HAS BEEN RUNNING OVER A
      * DATE RANGE, SO THE BATCH WINDOW CAN BE PLANNED BEFORE IT RUNS
      * INTO STORE OPENING. EVERY popdata AUDIT LINE IN THE RANGE IS
      * READ, FROM THE DATED sales_load.YYYYMMDD.arc SEGMENTS trgarch
      * HAS MOVED OUT AS WELL AS THE LIVE sales_load.aud, AND THE
      * DAY-END REPORTS FROM dayend.hst AND THE CURRENT dayend.rpt.
      * THE REPORT GIVES, BY DAY, BY WEEK, BY INPUT FILE AND BY
      * STORE: RUNS, RERUNS AND RESTARTS, RECORDS PER SECOND, REJECT
      * RATE AND DUPLICATE RATE, WITH EACH DAY'S DAY-END STEP
      * PASS/FAIL HISTORY. A DAY IS FLAGGED WHEN ITS ELAPSED TIME OR
      * REJECT RATE IS OVER THE LIMIT, OR IS UP ON THE SAME DAY THE
      * WEEK BEFORE BY MORE THAN THE TREND TOLERANCE; A WEEK IS
      * FLAGGED WHEN IT IS UP ON THE WEEK BEFORE. THE RUN ENDS 4
      * WHEN ANYTHING IS FLAGGED.
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SALES-LOAD-AUDIT
            ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-AUD-FILE-STATUS.

            SELECT DAYEND-REPORT
            ASSIGN TO DYNAMIC WS-DAYEND-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-DAY-FILE-STATUS.

            SELECT EXTRACT-FILE
            ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-EXT-FILE-STATUS.

            SELECT SALES-REJECT-FILE
            ASSIGN TO DYNAMIC WS-REJECT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-REJ-FILE-STATUS.

            SELECT HISTORY-RPT
            ASSIGN TO DYNAMIC WS-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD SALES-LOAD-AUDIT.
        01 AUDIT-LINE           PIC X(150).

        FD DAYEND-REPORT.
        01 DAYEND-LINE          PIC X(200).

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

        FD SALES-REJECT-FILE.
            COPY SALEREJ.

        FD HISTORY-RPT.
        01 REPORT-LINE         PIC X(250).

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.

        01  WS-CMD-PARM            PIC X(200) VALUE SPACES.
        01  WS-PARM-1              PIC X(40)  VALUE SPACES.
        01  WS-PARM-2              PIC X(40)  VALUE SPACES.
        01  WS-PARM-3              PIC X(40)  VALUE SPACES.
        01  WS-PARM-4              PIC X(40)  VALUE SPACES.
        01  WS-AUDIT-FILENAME      PIC X(110) VALUE SPACES.
        01  WS-LIVE-AUDIT-FILENAME PIC X(100) VALUE './sales_load.aud'.
        01  WS-DAYEND-FILENAME     PIC X(100) VALUE SPACES.
        01  WS-DAYEND-HST-FILENAME PIC X(100) VALUE './dayend.hst'.
        01  WS-DAYEND-RPT-FILENAME PIC X(100) VALUE './dayend.rpt'.
        01  WS-EXTRACT-FILENAME    PIC X(110) VALUE SPACES.
        01  WS-REJECT-FILENAME     PIC X(110) VALUE SPACES.
        01  WS-REPORT-FILENAME     PIC X(100) VALUE SPACES.
        01  WS-AUD-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-DAY-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-EXT-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-REJ-FILE-STATUS     PIC X(2)   VALUE SPACES.

        01  WS-RUN-DATE            PIC 9(8)   VALUE ZERO.
        01  WS-RUN-TIME            PIC 9(8)   VALUE ZERO.
        01  WS-RUN-DATE-INT        PIC S9(9)  VALUE ZERO.
        01  WS-FROM-DATE           PIC 9(8)   VALUE ZERO.
        01  WS-TO-DATE             PIC 9(8)   VALUE ZERO.
        01  WS-FROM-DATE-INT       PIC S9(9)  VALUE ZERO.
        01  WS-TO-DATE-INT         PIC S9(9)  VALUE ZERO.
        01  WS-CUR-DATE            PIC 9(8)   VALUE ZERO.
        01  WS-CUR-DATE-INT        PIC S9(9)  VALUE ZERO.
        01  WS-LINE-DATE           PIC 9(8)   VALUE ZERO.
        01  WS-LINE-DATE-INT       PIC S9(9)  VALUE ZERO.

      * Limits a day is held against: elapsed seconds for the day's
      * loads, reject percent of records read, and how far (percent)
      * a day or week may run over the one a week before it before
      * it counts as trending up.
        01  WS-ELAPSED-LIMIT       PIC 9(7)   VALUE 3600.
        01  WS-REJECT-LIMIT        PIC 9(3)V99 VALUE 5.00.
        01  WS-TREND-TOLERANCE     PIC 9(3)V99 VALUE 10.00.
        01  WS-TREND-FACTOR        PIC 9(3)V9(4) VALUE ZERO.

      * One audit line picked apart: the run date, the input file,
      * and the counts that follow each keyword.
        01  WS-AUD-FILE            PIC X(100) VALUE SPACES.
        01  WS-AUD-REST            PIC X(130) VALUE SPACES.
        01  WS-AUD-DELIM           PIC X(16)  VALUE SPACES.
        01  WS-AUD-READ-TXT        PIC X(12)  VALUE SPACES.
        01  WS-AUD-LOADED-TXT      PIC X(12)  VALUE SPACES.
        01  WS-AUD-REJECTED-TXT    PIC X(12)  VALUE SPACES.
        01  WS-AUD-DUP-TXT         PIC X(12)  VALUE SPACES.
        01  WS-AUD-ELAPSED-TXT     PIC X(12)  VALUE SPACES.
        01  WS-AUD-ELAPSED-NUM     PIC X(12)  VALUE SPACES.
        01  WS-AUD-READ            PIC 9(9)   VALUE ZERO.
        01  WS-AUD-LOADED          PIC 9(9)   VALUE ZERO.
        01  WS-AUD-REJECTED        PIC 9(9)   VALUE ZERO.
        01  WS-AUD-DUPLICATE       PIC 9(9)   VALUE ZERO.
        01  WS-AUD-ELAPSED         PIC 9(7)   VALUE ZERO.
        01  WS-AUD-LINE-SW         PIC X(1)   VALUE 'N'.
            88 AUD-LINE-COUNTS                VALUE 'C'.
            88 AUD-LINE-VERIFY-FAIL           VALUE 'V'.
            88 AUD-LINE-UNREADABLE            VALUE 'N'.

        01  WS-AUDIT-LINE-COUNT    PIC 9(7)   VALUE ZERO.
        01  WS-ARCHIVE-COUNT       PIC 9(3)   VALUE ZERO.
        01  WS-DAYEND-LINE-COUNT   PIC 9(7)   VALUE ZERO.
        01  WS-FLAG-COUNT          PIC 9(5)   VALUE ZERO.
      * A day's flag names are strung here one after another, then
      * moved to the day's entry once they are all in.
        01  WS-FLAG-TEXT           PIC X(80)  VALUE SPACES.
        01  WS-FLAG-PTR            PIC 9(3)   VALUE ZERO.

      * Day-end report lines: which day's cycle the lines belong to,
      * and where a step line's verdict sits.
        01  WS-DAYEND-IN-RANGE-SW  PIC X(1)   VALUE 'N'.
            88 DAYEND-IN-RANGE                VALUE 'Y'.
        01  WS-DAYEND-DAY          PIC 9(3)   VALUE ZERO.
        01  WS-STEP-NO             PIC 9(1)   VALUE ZERO.
        01  WS-VERDICT-TEXT        PIC X(4)   VALUE SPACES.
        01  WS-LINE-LEN            PIC 9(3)   VALUE ZERO.

      * One entry per day of the range, subscripted by its offset
      * from the from date. Read, loaded, rejected and duplicate are
      * each input file's final figures (its last run's - a restart
      * re-counts the whole file), credited to the day it first ran;
      * elapsed is every run made that day, the batch window it
      * took. DY-STEP-VERDICT holds the last verdict for each of
      * dayend's six steps (P, W, F, or - for a step not reached).
        01  DAY-TABLE.
            05 DAY-ENTRY OCCURS 366 TIMES INDEXED BY DY-IDX.
                10 DY-RUNS             PIC 9(5).
                10 DY-RERUNS           PIC 9(5).
                10 DY-FAILED           PIC 9(5).
                10 DY-FILES            PIC 9(5).
                10 DY-READ             PIC 9(9).
                10 DY-REJECTED         PIC 9(9).
                10 DY-DUPLICATE        PIC 9(9).
                10 DY-ELAPSED          PIC 9(7).
                10 DY-DAYEND-RUNS      PIC 9(3).
                10 DY-STEP-VERDICT     PIC X(6).
                10 DY-DAYEND-RESULT    PIC X(4).
                10 DY-FLAGS            PIC X(80).
        01  WS-DAY-COUNT           PIC 9(3)   VALUE ZERO.
        01  WS-DAY-NO              PIC 9(3)   VALUE ZERO.
        01  WS-PRIOR-DAY-NO        PIC 9(3)   VALUE ZERO.

      * The weeks of the range, counted back from the to date, week
      * 1 being the latest seven days.
        01  WEEK-TABLE.
            05 WEEK-ENTRY OCCURS 53 TIMES INDEXED BY WK-IDX.
                10 WK-END-DATE         PIC 9(8).
                10 WK-DAYS             PIC 9(3).
                10 WK-RUNS             PIC 9(5).
                10 WK-RERUNS           PIC 9(5).
                10 WK-READ             PIC 9(9).
                10 WK-REJECTED         PIC 9(9).
                10 WK-DUPLICATE        PIC 9(9).
                10 WK-ELAPSED          PIC 9(9).
        01  WS-WEEK-COUNT          PIC 9(3)   VALUE ZERO.
        01  WS-WEEK-NO             PIC 9(3)   VALUE ZERO.

      * One entry per input file run in the range.
        01  FILE-TABLE-CONTROLS.
            05 FILE-TABLE-COUNT    PIC 9(3)   VALUE ZERO.
            05 WS-FILE-FOUND       PIC X(1)   VALUE 'Y'.
               88 FILE-NOT-FOUND               VALUE 'N'.
               88 FILE-IS-NEW                  VALUE 'A'.
        01  FILE-TABLE.
            05 FILE-ENTRY OCCURS 500 TIMES INDEXED BY FL-IDX.
                10 FL-FILENAME         PIC X(100).
                10 FL-FIRST-DAY        PIC 9(3).
                10 FL-RUNS             PIC 9(3).
                10 FL-FAILED           PIC 9(3).
                10 FL-READ             PIC 9(9).
                10 FL-LOADED           PIC 9(9).
                10 FL-REJECTED         PIC 9(9).
                10 FL-DUPLICATE        PIC 9(9).
                10 FL-ELAPSED          PIC 9(7).

      * One entry per store found in the range's extracts and
      * reject queues; SR-LAST-FILE-NO counts each file once, and
      * with it the file's runs, reruns and elapsed time.
        01  STORE-TABLE-CONTROLS.
            05 STORE-TABLE-COUNT   PIC 9(3)   VALUE ZERO.
            05 WS-STORE-FOUND      PIC X(1)   VALUE 'Y'.
               88 STORE-NOT-FOUND              VALUE 'N'.
        01  STORE-TABLE.
            05 STORE-ENTRY OCCURS 100 TIMES INDEXED BY SR-IDX.
                10 SR-STORE-NO         PIC 9(4).
                10 SR-FILES            PIC 9(5).
                10 SR-LAST-FILE-NO     PIC 9(3).
                10 SR-LOADED           PIC 9(9).
                10 SR-REJECTED         PIC 9(9).
                10 SR-DUPLICATE        PIC 9(9).
                10 SR-RUNS             PIC 9(5).
                10 SR-RERUNS           PIC 9(5).
                10 SR-ELAPSED          PIC 9(9).
        01  WS-FILE-NO             PIC 9(3)   VALUE ZERO.
        01  WS-FIND-STORE-NO       PIC 9(4)   VALUE ZERO.

      * The raw POS line picked apart at its commas for the store
      * number, the way rejdrv reads a queued reject.
        01  WS-RAW-FIELDS.
            05 WS-RAW-FIELD        PIC X(40)  OCCURS 13 TIMES.
            05 WS-RAW-STORE        PIC X(4).

      * Dayend's six steps across the range: how often each passed,
      * warned or failed.
        01  STEP-TABLE.
            05 STEP-ENTRY OCCURS 6 TIMES INDEXED BY SP-IDX.
                10 SP-PASS             PIC 9(5).
                10 SP-WARN             PIC 9(5).
                10 SP-FAIL             PIC 9(5).

      * Rate work: records per second and percents of records read.
        01  WS-RATE-READ           PIC 9(9)   VALUE ZERO.
        01  WS-RATE-REJECTED       PIC 9(9)   VALUE ZERO.
        01  WS-RATE-DUPLICATE      PIC 9(9)   VALUE ZERO.
        01  WS-RATE-ELAPSED        PIC 9(9)   VALUE ZERO.
        01  WS-RECS-PER-SEC        PIC 9(7)   VALUE ZERO.
        01  WS-REJECT-PCT          PIC 9(3)V99 VALUE ZERO.
        01  WS-DUP-PCT             PIC 9(3)V99 VALUE ZERO.
        01  WS-PRIOR-REJECT-PCT    PIC 9(3)V99 VALUE ZERO.
        01  WS-PRIOR-ELAPSED       PIC 9(9)   VALUE ZERO.

        01  WS-CNT-ED              PIC ZZZZZZZZ9.
        01  WS-CNT-ED-2            PIC ZZZZZZZZ9.
        01  WS-CNT-ED-3            PIC ZZZZZZZZ9.
        01  WS-CNT-ED-4            PIC ZZZZZZZZ9.
        01  WS-RUNS-ED             PIC ZZZ9.
        01  WS-RERUNS-ED           PIC ZZZ9.
        01  WS-FAILED-ED           PIC ZZZ9.
        01  WS-FILES-ED            PIC ZZZ9.
        01  WS-RATE-ED             PIC ZZZZZZ9.
        01  WS-PCT-ED              PIC ZZ9.99.
        01  WS-PCT-ED-2            PIC ZZ9.99.
        01  WS-ELAPSED-ED          PIC ZZZZZZ9.
        01  WS-DAYEND-TEXT         PIC X(30)  VALUE SPACES.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            PERFORM INITIALIZE-PROCEDURE.

            PERFORM READ-ARCHIVES-PROCEDURE.
            MOVE WS-LIVE-AUDIT-FILENAME TO WS-AUDIT-FILENAME.
            PERFORM READ-AUDIT-FILE-PROCEDURE.

            MOVE WS-DAYEND-HST-FILENAME TO WS-DAYEND-FILENAME.
            PERFORM READ-DAYEND-FILE-PROCEDURE.
            MOVE WS-DAYEND-RPT-FILENAME TO WS-DAYEND-FILENAME.
            PERFORM READ-DAYEND-FILE-PROCEDURE.

            PERFORM CREDIT-FILE-PROCEDURE
                VARYING FL-IDX FROM 1 BY 1
                UNTIL FL-IDX > FILE-TABLE-COUNT.
            PERFORM READ-STORE-FILES-PROCEDURE
                VARYING FL-IDX FROM 1 BY 1
                UNTIL FL-IDX > FILE-TABLE-COUNT.

            PERFORM FLAG-DAY-PROCEDURE
                VARYING WS-DAY-NO FROM 1 BY 1
                UNTIL WS-DAY-NO > WS-DAY-COUNT.
            PERFORM ROLL-WEEK-PROCEDURE
                VARYING WS-DAY-NO FROM 1 BY 1
                UNTIL WS-DAY-NO > WS-DAY-COUNT.

            OPEN OUTPUT HISTORY-RPT.
            PERFORM WRITE-REPORT-HEADER-PROCEDURE.
            PERFORM WRITE-DAY-SECTION-PROCEDURE.
            PERFORM WRITE-WEEK-SECTION-PROCEDURE.
            PERFORM WRITE-FILE-SECTION-PROCEDURE.
            PERFORM WRITE-STORE-SECTION-PROCEDURE.
            PERFORM WRITE-STEP-SECTION-PROCEDURE.
            PERFORM WRITE-REPORT-TOTAL-PROCEDURE.
            CLOSE HISTORY-RPT.

            DISPLAY 'RUNHIST: ' WS-FROM-DATE ' TO ' WS-TO-DATE
                    ' AUDIT LINES='  WS-AUDIT-LINE-COUNT
                    ' ARCHIVES='     WS-ARCHIVE-COUNT
                    ' FILES='        FILE-TABLE-COUNT
                    ' FLAGS='        WS-FLAG-COUNT.
            DISPLAY 'RUNHIST: REPORT WRITTEN TO ' WS-REPORT-FILENAME.

            IF WS-FLAG-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

            STOP RUN.

      * Parameters: from and to dates YYYYMMDD (the four weeks to
      * today if left off, so there is a week before each week to
      * trend against), the elapsed-seconds limit and the reject
      * percent limit. The range is held to a year.
        INITIALIZE-PROCEDURE.
            ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
            MOVE SPACES TO WS-PARM-1 WS-PARM-2 WS-PARM-3 WS-PARM-4.
            UNSTRING WS-CMD-PARM DELIMITED BY ALL SPACE
                INTO WS-PARM-1 WS-PARM-2 WS-PARM-3 WS-PARM-4
            END-UNSTRING.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

            IF WS-PARM-2(1:8) IS NUMERIC
                MOVE WS-PARM-2(1:8) TO WS-TO-DATE
            ELSE
                MOVE WS-RUN-DATE TO WS-TO-DATE
            END-IF.
            COMPUTE WS-TO-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
            IF WS-PARM-1(1:8) IS NUMERIC
                MOVE WS-PARM-1(1:8) TO WS-FROM-DATE
                COMPUTE WS-FROM-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
            ELSE
                COMPUTE WS-FROM-DATE-INT = WS-TO-DATE-INT - 27
                COMPUTE WS-FROM-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-FROM-DATE-INT)
            END-IF.
            IF WS-FROM-DATE-INT > WS-TO-DATE-INT
               OR WS-TO-DATE-INT - WS-FROM-DATE-INT > 365
                DISPLAY 'RUNHIST: DATE RANGE ' WS-FROM-DATE ' TO '
                        WS-TO-DATE ' MUST RUN FORWARD, A YEAR AT MOST'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            COMPUTE WS-DAY-COUNT =
                WS-TO-DATE-INT - WS-FROM-DATE-INT + 1.
            COMPUTE WS-WEEK-COUNT = (WS-DAY-COUNT + 6) / 7.

            IF WS-PARM-3 NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-3) = 0
                COMPUTE WS-ELAPSED-LIMIT = FUNCTION NUMVAL(WS-PARM-3)
            END-IF.
            IF WS-PARM-4 NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-4) = 0
                COMPUTE WS-REJECT-LIMIT = FUNCTION NUMVAL(WS-PARM-4)
            END-IF.
            COMPUTE WS-TREND-FACTOR = 1 + (WS-TREND-TOLERANCE / 100).

            INITIALIZE DAY-TABLE WEEK-TABLE STEP-TABLE.
            PERFORM INITIALIZE-DAY-PROCEDURE
                VARYING WS-DAY-NO FROM 1 BY 1
                UNTIL WS-DAY-NO > WS-DAY-COUNT.
            PERFORM INITIALIZE-WEEK-PROCEDURE
                VARYING WS-WEEK-NO FROM 1 BY 1
                UNTIL WS-WEEK-NO > WS-WEEK-COUNT.

            STRING './runhist.'   DELIMITED BY SIZE
                   WS-FROM-DATE   DELIMITED BY SIZE
                   '.'            DELIMITED BY SIZE
                   WS-TO-DATE     DELIMITED BY SIZE
                   '.rpt'         DELIMITED BY SIZE
                   INTO WS-REPORT-FILENAME
            END-STRING.

        INITIALIZE-DAY-PROCEDURE.
            MOVE '------' TO DY-STEP-VERDICT(WS-DAY-NO).

        INITIALIZE-WEEK-PROCEDURE.
            COMPUTE WS-CUR-DATE-INT =
                WS-TO-DATE-INT - ((WS-WEEK-NO - 1) * 7).
            COMPUTE WK-END-DATE(WS-WEEK-NO) =
                FUNCTION DATE-OF-INTEGER(WS-CUR-DATE-INT).

      *----------------------------------------------------------------
      * The audit log. trgarch names each archive segment for the
      * day it ran and moves into it only lines dated before that
      * day, so a segment that can hold lines in the range is named
      * for a day after the from date; each such day is tried in
      * turn, oldest first, then the live log, which keeps the lines
      * in the order the runs happened.
      *----------------------------------------------------------------
        READ-ARCHIVES-PROCEDURE.
            COMPUTE WS-CUR-DATE-INT = WS-FROM-DATE-INT + 1.
            PERFORM READ-ONE-ARCHIVE-PROCEDURE
                UNTIL WS-CUR-DATE-INT > WS-RUN-DATE-INT.

        READ-ONE-ARCHIVE-PROCEDURE.
            COMPUTE WS-CUR-DATE =
                FUNCTION DATE-OF-INTEGER(WS-CUR-DATE-INT).
            MOVE SPACES TO WS-AUDIT-FILENAME.
            STRING './sales_load.'  DELIMITED BY SIZE
                   WS-CUR-DATE      DELIMITED BY SIZE
                   '.arc'           DELIMITED BY SIZE
                   INTO WS-AUDIT-FILENAME
            END-STRING.
            PERFORM READ-AUDIT-FILE-PROCEDURE.
            IF WS-AUD-FILE-STATUS = '00'
                ADD 1 TO WS-ARCHIVE-COUNT
            END-IF.
            ADD 1 TO WS-CUR-DATE-INT.

        READ-AUDIT-FILE-PROCEDURE.
            OPEN INPUT SALES-LOAD-AUDIT.
            IF WS-AUD-FILE-STATUS = '00'
                MOVE 'N' TO WS-EOF
                PERFORM READ-AUDIT-LINE-PROCEDURE UNTIL WS-EOF = 'Y'
                CLOSE SALES-LOAD-AUDIT
                MOVE '00' TO WS-AUD-FILE-STATUS
            END-IF.

        READ-AUDIT-LINE-PROCEDURE.
            READ SALES-LOAD-AUDIT
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF AUDIT-LINE(1:8) IS NUMERIC
                       AND AUDIT-LINE(19:5) = 'FILE='
                        MOVE AUDIT-LINE(1:8) TO WS-LINE-DATE
                        IF WS-LINE-DATE NOT < WS-FROM-DATE
                           AND WS-LINE-DATE NOT > WS-TO-DATE
                            PERFORM PARSE-AUDIT-LINE-PROCEDURE
                        END-IF
                    END-IF
            END-READ.

      * A completed run reads FILE=name READ= LOADED= REJECTED=
      * DUPLICATE= ELAPSED=nS; a run stopped by file verification
      * reads FILE=name VERIFY FAILED: reason. Anything else is not
      * a run line and is passed over.
        PARSE-AUDIT-LINE-PROCEDURE.
            MOVE SPACES TO WS-AUD-FILE WS-AUD-REST WS-AUD-DELIM.
            UNSTRING AUDIT-LINE(24:) DELIMITED BY ' READ='
                                        OR ' VERIFY FAILED: '
                INTO WS-AUD-FILE DELIMITER IN WS-AUD-DELIM
                     WS-AUD-REST
            END-UNSTRING.
            SET AUD-LINE-UNREADABLE TO TRUE.
            EVALUATE WS-AUD-DELIM
                WHEN ' VERIFY FAILED: '
                    SET AUD-LINE-VERIFY-FAIL TO TRUE
                WHEN ' READ='
                    PERFORM PARSE-AUDIT-COUNTS-PROCEDURE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF NOT AUD-LINE-UNREADABLE AND WS-AUD-FILE NOT = SPACES
                ADD 1 TO WS-AUDIT-LINE-COUNT
                PERFORM TALLY-RUN-PROCEDURE
            END-IF.

        PARSE-AUDIT-COUNTS-PROCEDURE.
            MOVE SPACES TO WS-AUD-READ-TXT WS-AUD-LOADED-TXT
                           WS-AUD-REJECTED-TXT WS-AUD-DUP-TXT
                           WS-AUD-ELAPSED-TXT WS-AUD-ELAPSED-NUM.
            UNSTRING WS-AUD-REST DELIMITED BY ' LOADED='
                                       OR ' REJECTED='
                                       OR ' DUPLICATE='
                                       OR ' ELAPSED='
                INTO WS-AUD-READ-TXT WS-AUD-LOADED-TXT
                     WS-AUD-REJECTED-TXT WS-AUD-DUP-TXT
                     WS-AUD-ELAPSED-TXT
            END-UNSTRING.
            UNSTRING WS-AUD-ELAPSED-TXT DELIMITED BY 'S'
                INTO WS-AUD-ELAPSED-NUM
            END-UNSTRING.
            IF FUNCTION TEST-NUMVAL(WS-AUD-READ-TXT) = 0
               AND FUNCTION TEST-NUMVAL(WS-AUD-LOADED-TXT) = 0
               AND FUNCTION TEST-NUMVAL(WS-AUD-REJECTED-TXT) = 0
               AND FUNCTION TEST-NUMVAL(WS-AUD-DUP-TXT) = 0
               AND FUNCTION TEST-NUMVAL(WS-AUD-ELAPSED-NUM) = 0
                COMPUTE WS-AUD-READ =
                    FUNCTION NUMVAL(WS-AUD-READ-TXT)
                COMPUTE WS-AUD-LOADED =
                    FUNCTION NUMVAL(WS-AUD-LOADED-TXT)
                COMPUTE WS-AUD-REJECTED =
                    FUNCTION NUMVAL(WS-AUD-REJECTED-TXT)
                COMPUTE WS-AUD-DUPLICATE =
                    FUNCTION NUMVAL(WS-AUD-DUP-TXT)
                COMPUTE WS-AUD-ELAPSED =
                    FUNCTION NUMVAL(WS-AUD-ELAPSED-NUM)
                SET AUD-LINE-COUNTS TO TRUE
            END-IF.

      * Every run line is a run on its day; a second or later run of
      * the same input file is a rerun (a restart after a failure,
      * or a file sent again). The file keeps its latest counts.
        TALLY-RUN-PROCEDURE.
            COMPUTE WS-LINE-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-LINE-DATE).
            COMPUTE WS-DAY-NO = WS-LINE-DATE-INT - WS-FROM-DATE-INT
                              + 1.
            PERFORM FIND-FILE-PROCEDURE.
            IF FILE-NOT-FOUND
                DISPLAY 'RUNHIST: FILE TABLE FULL - SKIPPING '
                        WS-AUD-FILE
            ELSE
                ADD 1 TO DY-RUNS(WS-DAY-NO)
                ADD 1 TO FL-RUNS(FL-IDX)
                IF NOT FILE-IS-NEW
                    ADD 1 TO DY-RERUNS(WS-DAY-NO)
                END-IF
                IF AUD-LINE-VERIFY-FAIL
                    ADD 1 TO DY-FAILED(WS-DAY-NO)
                    ADD 1 TO FL-FAILED(FL-IDX)
                ELSE
                    ADD WS-AUD-ELAPSED TO DY-ELAPSED(WS-DAY-NO)
                                          FL-ELAPSED(FL-IDX)
                    MOVE WS-AUD-READ      TO FL-READ(FL-IDX)
                    MOVE WS-AUD-LOADED    TO FL-LOADED(FL-IDX)
                    MOVE WS-AUD-REJECTED  TO FL-REJECTED(FL-IDX)
                    MOVE WS-AUD-DUPLICATE TO FL-DUPLICATE(FL-IDX)
                END-IF
            END-IF.

        FIND-FILE-PROCEDURE.
            MOVE 'Y' TO WS-FILE-FOUND.
            SET FL-IDX TO 1.
            SEARCH FILE-ENTRY
                AT END
                    MOVE 'N' TO WS-FILE-FOUND
                WHEN FL-IDX > FILE-TABLE-COUNT
                    ADD 1 TO FILE-TABLE-COUNT
                    MOVE WS-AUD-FILE TO FL-FILENAME(FL-IDX)
                    MOVE WS-DAY-NO   TO FL-FIRST-DAY(FL-IDX)
                    MOVE ZERO TO FL-RUNS(FL-IDX)
                                 FL-FAILED(FL-IDX)
                                 FL-READ(FL-IDX)
                                 FL-LOADED(FL-IDX)
                                 FL-REJECTED(FL-IDX)
                                 FL-DUPLICATE(FL-IDX)
                                 FL-ELAPSED(FL-IDX)
                    SET FILE-IS-NEW TO TRUE
                WHEN FL-FILENAME(FL-IDX) = WS-AUD-FILE
                    CONTINUE
            END-SEARCH.

      * Each file's final figures go to the day it first ran.
        CREDIT-FILE-PROCEDURE.
            MOVE FL-FIRST-DAY(FL-IDX) TO WS-DAY-NO.
            ADD 1                     TO DY-FILES(WS-DAY-NO).
            ADD FL-READ(FL-IDX)       TO DY-READ(WS-DAY-NO).
            ADD FL-REJECTED(FL-IDX)   TO DY-REJECTED(WS-DAY-NO).
            ADD FL-DUPLICATE(FL-IDX)  TO DY-DUPLICATE(WS-DAY-NO).

      *----------------------------------------------------------------
      * Day-end reports: each cycle starts DAY-END RUN YYYYMMDD, then
      * one STEP n <name> PASS/WARN/FAIL line per step it ran (with
      * per-file lines indented under it) and a RESULT: line. A
      * resumed cycle adds a second DAY-END RUN block for the same
      * day; the later verdict for a step replaces the earlier.
      *----------------------------------------------------------------
        READ-DAYEND-FILE-PROCEDURE.
            MOVE 'N' TO WS-DAYEND-IN-RANGE-SW.
            OPEN INPUT DAYEND-REPORT.
            IF WS-DAY-FILE-STATUS = '00'
                MOVE 'N' TO WS-EOF
                PERFORM READ-DAYEND-LINE-PROCEDURE UNTIL WS-EOF = 'Y'
                CLOSE DAYEND-REPORT
            END-IF.

        READ-DAYEND-LINE-PROCEDURE.
            READ DAYEND-REPORT
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    EVALUATE TRUE
                        WHEN DAYEND-LINE(1:12) = 'DAY-END RUN '
                            PERFORM DAYEND-RUN-LINE-PROCEDURE
                        WHEN DAYEND-LINE(1:5) = 'STEP '
                         AND DAYEND-IN-RANGE
                            PERFORM DAYEND-STEP-LINE-PROCEDURE
                        WHEN DAYEND-LINE(1:8) = 'RESULT: '
                         AND DAYEND-IN-RANGE
                            MOVE DAYEND-LINE(9:4)
                                TO DY-DAYEND-RESULT(WS-DAYEND-DAY)
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ.

        DAYEND-RUN-LINE-PROCEDURE.
            MOVE 'N' TO WS-DAYEND-IN-RANGE-SW.
            IF DAYEND-LINE(13:8) IS NUMERIC
                MOVE DAYEND-LINE(13:8) TO WS-LINE-DATE
                IF WS-LINE-DATE NOT < WS-FROM-DATE
                   AND WS-LINE-DATE NOT > WS-TO-DATE
                    SET DAYEND-IN-RANGE TO TRUE
                    ADD 1 TO WS-DAYEND-LINE-COUNT
                    COMPUTE WS-LINE-DATE-INT =
                        FUNCTION INTEGER-OF-DATE(WS-LINE-DATE)
                    COMPUTE WS-DAYEND-DAY =
                        WS-LINE-DATE-INT - WS-FROM-DATE-INT + 1
                    ADD 1 TO DY-DAYEND-RUNS(WS-DAYEND-DAY)
                END-IF
            END-IF.

      * The verdict is the last word on the step line.
        DAYEND-STEP-LINE-PROCEDURE.
            PERFORM VARYING WS-LINE-LEN FROM 200 BY -1
                    UNTIL WS-LINE-LEN < 10
                       OR DAYEND-LINE(WS-LINE-LEN:1) NOT = SPACE
                    CONTINUE
            END-PERFORM.
            IF DAYEND-LINE(6:1) IS NUMERIC AND WS-LINE-LEN NOT < 10
                MOVE DAYEND-LINE(6:1) TO WS-STEP-NO
                MOVE DAYEND-LINE(WS-LINE-LEN - 3:4) TO WS-VERDICT-TEXT
                IF WS-STEP-NO > 0 AND WS-STEP-NO < 7
                    SET SP-IDX TO WS-STEP-NO
                    EVALUATE WS-VERDICT-TEXT
                        WHEN 'PASS'
                            ADD 1 TO SP-PASS(SP-IDX)
                        WHEN 'WARN'
                            ADD 1 TO SP-WARN(SP-IDX)
                        WHEN OTHER
                            ADD 1 TO SP-FAIL(SP-IDX)
                    END-EVALUATE
                    MOVE WS-VERDICT-TEXT(1:1) TO
                        DY-STEP-VERDICT(WS-DAYEND-DAY)(WS-STEP-NO:1)
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * Per store, from each input file's extract (records loaded)
      * and reject queue (records rejected and still queued - a
      * reject rejfix or rejdrv has since resubmitted or dropped is
      * gone from the queue and no longer counted against the store).
      *----------------------------------------------------------------
        READ-STORE-FILES-PROCEDURE.
            SET WS-FILE-NO TO FL-IDX.
            MOVE SPACES TO WS-EXTRACT-FILENAME WS-REJECT-FILENAME.
            STRING FL-FILENAME(FL-IDX)  DELIMITED BY SPACE
                   '.ext'               DELIMITED BY SIZE
                   INTO WS-EXTRACT-FILENAME
            END-STRING.
            STRING FL-FILENAME(FL-IDX)  DELIMITED BY SPACE
                   '.rej'               DELIMITED BY SIZE
                   INTO WS-REJECT-FILENAME
            END-STRING.
            OPEN INPUT EXTRACT-FILE.
            IF WS-EXT-FILE-STATUS = '00'
                MOVE 'N' TO WS-EOF
                PERFORM READ-EXTRACT-PROCEDURE UNTIL WS-EOF = 'Y'
                CLOSE EXTRACT-FILE
            END-IF.
            OPEN INPUT SALES-REJECT-FILE.
            IF WS-REJ-FILE-STATUS = '00'
                MOVE 'N' TO WS-EOF
                PERFORM READ-REJECT-PROCEDURE UNTIL WS-EOF = 'Y'
                CLOSE SALES-REJECT-FILE
            END-IF.

        READ-EXTRACT-PROCEDURE.
            READ EXTRACT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE EXT-STORE-NO TO WS-FIND-STORE-NO
                    PERFORM FIND-STORE-PROCEDURE
                    IF NOT STORE-NOT-FOUND
                        ADD 1 TO SR-LOADED(SR-IDX)
                    END-IF
            END-READ.

        READ-REJECT-PROCEDURE.
            READ SALES-REJECT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE SPACES TO WS-RAW-FIELDS
                    UNSTRING REJ-RAW-RECORD DELIMITED BY ','
                        INTO WS-RAW-FIELD(1)  WS-RAW-FIELD(2)
                             WS-RAW-FIELD(3)  WS-RAW-FIELD(4)
                             WS-RAW-FIELD(5)  WS-RAW-FIELD(6)
                             WS-RAW-FIELD(7)  WS-RAW-FIELD(8)
                             WS-RAW-FIELD(9)  WS-RAW-FIELD(10)
                             WS-RAW-FIELD(11) WS-RAW-FIELD(12)
                             WS-RAW-FIELD(13) WS-RAW-STORE
                    END-UNSTRING
                    IF WS-RAW-STORE IS NUMERIC
                        MOVE WS-RAW-STORE TO WS-FIND-STORE-NO
                        PERFORM FIND-STORE-PROCEDURE
                        IF NOT STORE-NOT-FOUND
                            ADD 1 TO SR-REJECTED(SR-IDX)
                            IF REJ-REASON-CODE = 90
                                ADD 1 TO SR-DUPLICATE(SR-IDX)
                            END-IF
                        END-IF
                    END-IF
            END-READ.

        FIND-STORE-PROCEDURE.
            MOVE 'Y' TO WS-STORE-FOUND.
            SET SR-IDX TO 1.
            SEARCH STORE-ENTRY
                AT END
                    MOVE 'N' TO WS-STORE-FOUND
                WHEN SR-IDX > STORE-TABLE-COUNT
                    ADD 1 TO STORE-TABLE-COUNT
                    MOVE WS-FIND-STORE-NO TO SR-STORE-NO(SR-IDX)
                    MOVE ZERO TO SR-FILES(SR-IDX)
                                 SR-LAST-FILE-NO(SR-IDX)
                                 SR-LOADED(SR-IDX)
                                 SR-REJECTED(SR-IDX)
                                 SR-DUPLICATE(SR-IDX)
                                 SR-RUNS(SR-IDX)
                                 SR-RERUNS(SR-IDX)
                                 SR-ELAPSED(SR-IDX)
                WHEN SR-STORE-NO(SR-IDX) = WS-FIND-STORE-NO
                    CONTINUE
            END-SEARCH.
            IF NOT STORE-NOT-FOUND
               AND SR-LAST-FILE-NO(SR-IDX) NOT = WS-FILE-NO
                MOVE WS-FILE-NO TO SR-LAST-FILE-NO(SR-IDX)
                ADD 1 TO SR-FILES(SR-IDX)
                ADD FL-RUNS(FL-IDX)    TO SR-RUNS(SR-IDX)
                COMPUTE SR-RERUNS(SR-IDX) =
                    SR-RERUNS(SR-IDX) + FL-RUNS(FL-IDX) - 1
                ADD FL-ELAPSED(FL-IDX) TO SR-ELAPSED(SR-IDX)
            END-IF.

      *----------------------------------------------------------------
      * A day's flags: over the elapsed or reject limit, or up on the
      * same day a week before (when that day is in the range and
      * ran) by more than the trend tolerance.
      *----------------------------------------------------------------
        FLAG-DAY-PROCEDURE.
            MOVE SPACES TO WS-FLAG-TEXT.
            MOVE 1 TO WS-FLAG-PTR.
            MOVE DY-READ(WS-DAY-NO)      TO WS-RATE-READ.
            MOVE DY-REJECTED(WS-DAY-NO)  TO WS-RATE-REJECTED.
            MOVE DY-DUPLICATE(WS-DAY-NO) TO WS-RATE-DUPLICATE.
            MOVE DY-ELAPSED(WS-DAY-NO)   TO WS-RATE-ELAPSED.
            PERFORM COMPUTE-RATES-PROCEDURE.
            IF DY-ELAPSED(WS-DAY-NO) > WS-ELAPSED-LIMIT
                PERFORM ADD-FLAG-ELAPSED-PROCEDURE
            END-IF.
            IF WS-REJECT-PCT > WS-REJECT-LIMIT
                PERFORM ADD-FLAG-REJECT-PROCEDURE
            END-IF.
            IF WS-DAY-NO > 7 AND DY-RUNS(WS-DAY-NO) > 0
                COMPUTE WS-PRIOR-DAY-NO = WS-DAY-NO - 7
                IF DY-RUNS(WS-PRIOR-DAY-NO) > 0
                    PERFORM TREND-DAY-PROCEDURE
                END-IF
            END-IF.
            MOVE WS-FLAG-TEXT TO DY-FLAGS(WS-DAY-NO).

        TREND-DAY-PROCEDURE.
            MOVE DY-ELAPSED(WS-PRIOR-DAY-NO) TO WS-PRIOR-ELAPSED.
            MOVE ZERO TO WS-PRIOR-REJECT-PCT.
            IF DY-READ(WS-PRIOR-DAY-NO) > 0
                COMPUTE WS-PRIOR-REJECT-PCT ROUNDED =
                    DY-REJECTED(WS-PRIOR-DAY-NO) * 100
                    / DY-READ(WS-PRIOR-DAY-NO)
            END-IF.
            IF DY-ELAPSED(WS-DAY-NO) >
               WS-PRIOR-ELAPSED * WS-TREND-FACTOR
                AND DY-ELAPSED(WS-DAY-NO) > WS-PRIOR-ELAPSED
                PERFORM ADD-FLAG-ELAPSED-UP-PROCEDURE
            END-IF.
            IF WS-REJECT-PCT > WS-PRIOR-REJECT-PCT * WS-TREND-FACTOR
                AND WS-REJECT-PCT > WS-PRIOR-REJECT-PCT
                PERFORM ADD-FLAG-REJECT-UP-PROCEDURE
            END-IF.

        ADD-FLAG-ELAPSED-PROCEDURE.
            ADD 1 TO WS-FLAG-COUNT.
            STRING ' ELAPSED-OVER-LIMIT'  DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT
                   WITH POINTER WS-FLAG-PTR
            END-STRING.

        ADD-FLAG-REJECT-PROCEDURE.
            ADD 1 TO WS-FLAG-COUNT.
            STRING ' REJECTS-OVER-LIMIT'  DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT
                   WITH POINTER WS-FLAG-PTR
            END-STRING.

        ADD-FLAG-ELAPSED-UP-PROCEDURE.
            ADD 1 TO WS-FLAG-COUNT.
            STRING ' ELAPSED-UP-ON-WEEK'  DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT
                   WITH POINTER WS-FLAG-PTR
            END-STRING.

        ADD-FLAG-REJECT-UP-PROCEDURE.
            ADD 1 TO WS-FLAG-COUNT.
            STRING ' REJECTS-UP-ON-WEEK'  DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT
                   WITH POINTER WS-FLAG-PTR
            END-STRING.

      * Records per second over the time spent loading them, and
      * reject and duplicate percents of the records read.
        COMPUTE-RATES-PROCEDURE.
            MOVE ZERO TO WS-RECS-PER-SEC WS-REJECT-PCT WS-DUP-PCT.
            IF WS-RATE-ELAPSED > 0
                COMPUTE WS-RECS-PER-SEC ROUNDED =
                    WS-RATE-READ / WS-RATE-ELAPSED
            ELSE
                MOVE WS-RATE-READ TO WS-RECS-PER-SEC
            END-IF.
            IF WS-RATE-READ > 0
                COMPUTE WS-REJECT-PCT ROUNDED =
                    WS-RATE-REJECTED * 100 / WS-RATE-READ
                COMPUTE WS-DUP-PCT ROUNDED =
                    WS-RATE-DUPLICATE * 100 / WS-RATE-READ
            END-IF.

        ROLL-WEEK-PROCEDURE.
            COMPUTE WS-WEEK-NO =
                ((WS-DAY-COUNT - WS-DAY-NO) / 7) + 1.
            IF DY-RUNS(WS-DAY-NO) > 0
                ADD 1 TO WK-DAYS(WS-WEEK-NO)
            END-IF.
            ADD DY-RUNS(WS-DAY-NO)      TO WK-RUNS(WS-WEEK-NO).
            ADD DY-RERUNS(WS-DAY-NO)    TO WK-RERUNS(WS-WEEK-NO).
            ADD DY-READ(WS-DAY-NO)      TO WK-READ(WS-WEEK-NO).
            ADD DY-REJECTED(WS-DAY-NO)  TO WK-REJECTED(WS-WEEK-NO).
            ADD DY-DUPLICATE(WS-DAY-NO) TO WK-DUPLICATE(WS-WEEK-NO).
            ADD DY-ELAPSED(WS-DAY-NO)   TO WK-ELAPSED(WS-WEEK-NO).

        WRITE-REPORT-HEADER-PROCEDURE.
            MOVE WS-ELAPSED-LIMIT TO WS-ELAPSED-ED.
            MOVE WS-REJECT-LIMIT  TO WS-PCT-ED.
            MOVE WS-TREND-TOLERANCE TO WS-PCT-ED-2.
            MOVE SPACES TO REPORT-LINE.
            STRING 'RUN HISTORY '           DELIMITED BY SIZE
                   WS-FROM-DATE             DELIMITED BY SIZE
                   ' TO '                   DELIMITED BY SIZE
                   WS-TO-DATE               DELIMITED BY SIZE
                   ' RUN '                  DELIMITED BY SIZE
                   WS-RUN-DATE              DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WS-RUN-TIME              DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING 'LIMITS: ELAPSED='       DELIMITED BY SIZE
                   WS-ELAPSED-ED            DELIMITED BY SIZE
                   'S REJECT%='             DELIMITED BY SIZE
                   WS-PCT-ED                DELIMITED BY SIZE
                   ' TREND TOLERANCE%='     DELIMITED BY SIZE
                   WS-PCT-ED-2              DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

      * A line per day of the range, oldest first, whether or not
      * anything ran: a day with no load is itself worth seeing.
        WRITE-DAY-SECTION-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'BY DAY' TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM WRITE-DAY-LINE-PROCEDURE
                VARYING WS-DAY-NO FROM 1 BY 1
                UNTIL WS-DAY-NO > WS-DAY-COUNT.

        WRITE-DAY-LINE-PROCEDURE.
            COMPUTE WS-CUR-DATE-INT = WS-FROM-DATE-INT + WS-DAY-NO - 1.
            COMPUTE WS-CUR-DATE =
                FUNCTION DATE-OF-INTEGER(WS-CUR-DATE-INT).
            MOVE DY-READ(WS-DAY-NO)      TO WS-RATE-READ.
            MOVE DY-REJECTED(WS-DAY-NO)  TO WS-RATE-REJECTED.
            MOVE DY-DUPLICATE(WS-DAY-NO) TO WS-RATE-DUPLICATE.
            MOVE DY-ELAPSED(WS-DAY-NO)   TO WS-RATE-ELAPSED.
            PERFORM COMPUTE-RATES-PROCEDURE.
            MOVE DY-RUNS(WS-DAY-NO)      TO WS-RUNS-ED.
            MOVE DY-RERUNS(WS-DAY-NO)    TO WS-RERUNS-ED.
            MOVE DY-FAILED(WS-DAY-NO)    TO WS-FAILED-ED.
            MOVE DY-READ(WS-DAY-NO)      TO WS-CNT-ED.
            MOVE DY-ELAPSED(WS-DAY-NO)   TO WS-ELAPSED-ED.
            MOVE WS-RECS-PER-SEC         TO WS-RATE-ED.
            MOVE WS-REJECT-PCT           TO WS-PCT-ED.
            MOVE WS-DUP-PCT              TO WS-PCT-ED-2.
            MOVE SPACES TO WS-DAYEND-TEXT.
            IF DY-DAYEND-RUNS(WS-DAY-NO) = 0
                MOVE 'NONE' TO WS-DAYEND-TEXT
            ELSE
                STRING DY-DAYEND-RESULT(WS-DAY-NO) DELIMITED BY SIZE
                       ' STEPS='                   DELIMITED BY SIZE
                       DY-STEP-VERDICT(WS-DAY-NO)  DELIMITED BY SIZE
                       ' CYCLES='                  DELIMITED BY SIZE
                       DY-DAYEND-RUNS(WS-DAY-NO)   DELIMITED BY SIZE
                       INTO WS-DAYEND-TEXT
                END-STRING
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            STRING '  '                     DELIMITED BY SIZE
                   WS-CUR-DATE              DELIMITED BY SIZE
                   ' RUNS='                 DELIMITED BY SIZE
                   WS-RUNS-ED               DELIMITED BY SIZE
                   ' RERUNS='               DELIMITED BY SIZE
                   WS-RERUNS-ED             DELIMITED BY SIZE
                   ' FAILED='               DELIMITED BY SIZE
                   WS-FAILED-ED             DELIMITED BY SIZE
                   ' READ='                 DELIMITED BY SIZE
                   WS-CNT-ED                DELIMITED BY SIZE
                   ' ELAPSED='              DELIMITED BY SIZE
                   WS-ELAPSED-ED            DELIMITED BY SIZE
                   'S REC/SEC='             DELIMITED BY SIZE
                   WS-RATE-ED               DELIMITED BY SIZE
                   ' REJECT%='              DELIMITED BY SIZE
                   WS-PCT-ED                DELIMITED BY SIZE
                   ' DUP%='                 DELIMITED BY SIZE
                   WS-PCT-ED-2              DELIMITED BY SIZE
                   ' DAYEND='               DELIMITED BY SIZE
                   WS-DAYEND-TEXT           DELIMITED BY '  '
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            IF DY-FLAGS(WS-DAY-NO) NOT = SPACES
                MOVE SPACES TO REPORT-LINE
                STRING '    ** FLAGGED:'       DELIMITED BY SIZE
                       DY-FLAGS(WS-DAY-NO)     DELIMITED BY '  '
                       INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
            END-IF.

      * Weeks oldest first, each held against the week before it:
      * average elapsed per day that ran, and reject percent.
        WRITE-WEEK-SECTION-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'BY WEEK' TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM WRITE-WEEK-LINE-PROCEDURE
                VARYING WS-WEEK-NO FROM WS-WEEK-COUNT BY -1
                UNTIL WS-WEEK-NO < 1.

        WRITE-WEEK-LINE-PROCEDURE.
            MOVE WK-READ(WS-WEEK-NO)      TO WS-RATE-READ.
            MOVE WK-REJECTED(WS-WEEK-NO)  TO WS-RATE-REJECTED.
            MOVE WK-DUPLICATE(WS-WEEK-NO) TO WS-RATE-DUPLICATE.
            MOVE WK-ELAPSED(WS-WEEK-NO)   TO WS-RATE-ELAPSED.
            PERFORM COMPUTE-RATES-PROCEDURE.
            MOVE WK-RUNS(WS-WEEK-NO)      TO WS-RUNS-ED.
            MOVE WK-RERUNS(WS-WEEK-NO)    TO WS-RERUNS-ED.
            MOVE WK-READ(WS-WEEK-NO)      TO WS-CNT-ED.
            MOVE WK-ELAPSED(WS-WEEK-NO)   TO WS-CNT-ED-2.
            MOVE WS-RECS-PER-SEC          TO WS-RATE-ED.
            MOVE WS-REJECT-PCT            TO WS-PCT-ED.
            MOVE WS-DUP-PCT               TO WS-PCT-ED-2.
            MOVE SPACES TO REPORT-LINE.
            STRING '  WEEK ENDING '         DELIMITED BY SIZE
                   WK-END-DATE(WS-WEEK-NO)  DELIMITED BY SIZE
                   ' DAYS='                 DELIMITED BY SIZE
                   WK-DAYS(WS-WEEK-NO)      DELIMITED BY SIZE
                   ' RUNS='                 DELIMITED BY SIZE
                   WS-RUNS-ED               DELIMITED BY SIZE
                   ' RERUNS='               DELIMITED BY SIZE
                   WS-RERUNS-ED             DELIMITED BY SIZE
                   ' READ='                 DELIMITED BY SIZE
                   WS-CNT-ED                DELIMITED BY SIZE
                   ' ELAPSED='              DELIMITED BY SIZE
                   WS-CNT-ED-2              DELIMITED BY SIZE
                   'S REC/SEC='             DELIMITED BY SIZE
                   WS-RATE-ED               DELIMITED BY SIZE
                   ' REJECT%='              DELIMITED BY SIZE
                   WS-PCT-ED                DELIMITED BY SIZE
                   ' DUP%='                 DELIMITED BY SIZE
                   WS-PCT-ED-2              DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            IF WS-WEEK-NO < WS-WEEK-COUNT
                PERFORM TREND-WEEK-PROCEDURE
            END-IF.

        TREND-WEEK-PROCEDURE.
            COMPUTE WS-PRIOR-DAY-NO = WS-WEEK-NO + 1.
            IF WK-DAYS(WS-WEEK-NO) > 0
               AND WK-DAYS(WS-PRIOR-DAY-NO) > 0
                COMPUTE WS-RATE-ELAPSED ROUNDED =
                    WK-ELAPSED(WS-WEEK-NO) / WK-DAYS(WS-WEEK-NO)
                COMPUTE WS-PRIOR-ELAPSED ROUNDED =
                    WK-ELAPSED(WS-PRIOR-DAY-NO)
                    / WK-DAYS(WS-PRIOR-DAY-NO)
                MOVE ZERO TO WS-PRIOR-REJECT-PCT
                IF WK-READ(WS-PRIOR-DAY-NO) > 0
                    COMPUTE WS-PRIOR-REJECT-PCT ROUNDED =
                        WK-REJECTED(WS-PRIOR-DAY-NO) * 100
                        / WK-READ(WS-PRIOR-DAY-NO)
                END-IF
                IF WS-RATE-ELAPSED > WS-PRIOR-ELAPSED * WS-TREND-FACTOR
                   AND WS-RATE-ELAPSED > WS-PRIOR-ELAPSED
                    ADD 1 TO WS-FLAG-COUNT
                    MOVE '    ** FLAGGED: ELAPSED PER DAY UP ON WEEK'
                        TO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
                IF WS-REJECT-PCT >
                   WS-PRIOR-REJECT-PCT * WS-TREND-FACTOR
                   AND WS-REJECT-PCT > WS-PRIOR-REJECT-PCT
                    ADD 1 TO WS-FLAG-COUNT
                    MOVE '    ** FLAGGED: REJECT RATE UP ON WEEK'
                        TO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
            END-IF.

        WRITE-FILE-SECTION-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'BY INPUT FILE' TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF FILE-TABLE-COUNT = 0
                MOVE '  NO LOAD RUNS IN THE RANGE' TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            PERFORM WRITE-FILE-LINE-PROCEDURE
                VARYING FL-IDX FROM 1 BY 1
                UNTIL FL-IDX > FILE-TABLE-COUNT.

      * Records per second here is the file's records over every
      * run's elapsed time - what the file cost the batch window,
      * restarts included.
        WRITE-FILE-LINE-PROCEDURE.
            MOVE FL-READ(FL-IDX)      TO WS-RATE-READ.
            MOVE FL-REJECTED(FL-IDX)  TO WS-RATE-REJECTED.
            MOVE FL-DUPLICATE(FL-IDX) TO WS-RATE-DUPLICATE.
            MOVE FL-ELAPSED(FL-IDX)   TO WS-RATE-ELAPSED.
            PERFORM COMPUTE-RATES-PROCEDURE.
            COMPUTE WS-CUR-DATE-INT =
                WS-FROM-DATE-INT + FL-FIRST-DAY(FL-IDX) - 1.
            COMPUTE WS-CUR-DATE =
                FUNCTION DATE-OF-INTEGER(WS-CUR-DATE-INT).
            MOVE FL-RUNS(FL-IDX)      TO WS-RUNS-ED.
            COMPUTE WS-RERUNS-ED = FL-RUNS(FL-IDX) - 1.
            MOVE FL-FAILED(FL-IDX)    TO WS-FAILED-ED.
            MOVE FL-READ(FL-IDX)      TO WS-CNT-ED.
            MOVE FL-REJECTED(FL-IDX)  TO WS-CNT-ED-2.
            MOVE FL-DUPLICATE(FL-IDX) TO WS-CNT-ED-3.
            MOVE FL-ELAPSED(FL-IDX)   TO WS-ELAPSED-ED.
            MOVE WS-RECS-PER-SEC      TO WS-RATE-ED.
            MOVE WS-REJECT-PCT        TO WS-PCT-ED.
            MOVE WS-DUP-PCT           TO WS-PCT-ED-2.
            MOVE SPACES TO REPORT-LINE.
            STRING '  FILE='                DELIMITED BY SIZE
                   FL-FILENAME(FL-IDX)      DELIMITED BY SPACE
                   ' FIRST RUN='            DELIMITED BY SIZE
                   WS-CUR-DATE              DELIMITED BY SIZE
                   ' RUNS='                 DELIMITED BY SIZE
                   WS-RUNS-ED               DELIMITED BY SIZE
                   ' RERUNS='               DELIMITED BY SIZE
                   WS-RERUNS-ED             DELIMITED BY SIZE
                   ' FAILED='               DELIMITED BY SIZE
                   WS-FAILED-ED             DELIMITED BY SIZE
                   ' READ='                 DELIMITED BY SIZE
                   WS-CNT-ED                DELIMITED BY SIZE
                   ' REJECTED='             DELIMITED BY SIZE
                   WS-CNT-ED-2              DELIMITED BY SIZE
                   ' DUPLICATE='            DELIMITED BY SIZE
                   WS-CNT-ED-3              DELIMITED BY SIZE
                   ' ELAPSED='              DELIMITED BY SIZE
                   WS-ELAPSED-ED            DELIMITED BY SIZE
                   'S REC/SEC='             DELIMITED BY SIZE
                   WS-RATE-ED               DELIMITED BY SIZE
                   ' REJECT%='              DELIMITED BY SIZE
                   WS-PCT-ED                DELIMITED BY SIZE
                   ' DUP%='                 DELIMITED BY SIZE
                   WS-PCT-ED-2              DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

      * A store's records are those it sent that loaded or are still
      * queued as rejects; a duplicate is queued with reason 90, so
      * it counts in REJECTED as on the file line.  Runs, reruns and
      * elapsed time are those of the files the store's records came
      * in on, so REC/SEC is what those files cost the batch window.
        WRITE-STORE-SECTION-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'BY STORE' TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF STORE-TABLE-COUNT = 0
                MOVE '  NO EXTRACTS OR REJECT QUEUES FOUND'
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            PERFORM WRITE-STORE-LINE-PROCEDURE
                VARYING SR-IDX FROM 1 BY 1
                UNTIL SR-IDX > STORE-TABLE-COUNT.

        WRITE-STORE-LINE-PROCEDURE.
            COMPUTE WS-RATE-READ =
                SR-LOADED(SR-IDX) + SR-REJECTED(SR-IDX).
            MOVE SR-REJECTED(SR-IDX)  TO WS-RATE-REJECTED.
            MOVE SR-DUPLICATE(SR-IDX) TO WS-RATE-DUPLICATE.
            MOVE SR-ELAPSED(SR-IDX)   TO WS-RATE-ELAPSED.
            PERFORM COMPUTE-RATES-PROCEDURE.
            MOVE SR-RUNS(SR-IDX)      TO WS-RUNS-ED.
            MOVE SR-RERUNS(SR-IDX)    TO WS-RERUNS-ED.
            MOVE SR-FILES(SR-IDX)     TO WS-FILES-ED.
            MOVE SR-LOADED(SR-IDX)    TO WS-CNT-ED.
            MOVE SR-REJECTED(SR-IDX)  TO WS-CNT-ED-2.
            MOVE SR-DUPLICATE(SR-IDX) TO WS-CNT-ED-3.
            MOVE SR-ELAPSED(SR-IDX)   TO WS-ELAPSED-ED.
            MOVE WS-RECS-PER-SEC      TO WS-RATE-ED.
            MOVE WS-REJECT-PCT        TO WS-PCT-ED.
            MOVE WS-DUP-PCT           TO WS-PCT-ED-2.
            MOVE SPACES TO REPORT-LINE.
            STRING '  STORE='               DELIMITED BY SIZE
                   SR-STORE-NO(SR-IDX)      DELIMITED BY SIZE
                   ' RUNS='                 DELIMITED BY SIZE
                   WS-RUNS-ED               DELIMITED BY SIZE
                   ' RERUNS='               DELIMITED BY SIZE
                   WS-RERUNS-ED             DELIMITED BY SIZE
                   ' FILES='                DELIMITED BY SIZE
                   WS-FILES-ED              DELIMITED BY SIZE
                   ' LOADED='               DELIMITED BY SIZE
                   WS-CNT-ED                DELIMITED BY SIZE
                   ' REJECTED='             DELIMITED BY SIZE
                   WS-CNT-ED-2              DELIMITED BY SIZE
                   ' DUPLICATE='            DELIMITED BY SIZE
                   WS-CNT-ED-3              DELIMITED BY SIZE
                   ' ELAPSED='              DELIMITED BY SIZE
                   WS-ELAPSED-ED            DELIMITED BY SIZE
                   'S REC/SEC='             DELIMITED BY SIZE
                   WS-RATE-ED               DELIMITED BY SIZE
                   ' REJECT%='              DELIMITED BY SIZE
                   WS-PCT-ED                DELIMITED BY SIZE
                   ' DUP%='                 DELIMITED BY SIZE
                   WS-PCT-ED-2              DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            IF WS-REJECT-PCT > WS-REJECT-LIMIT
                ADD 1 TO WS-FLAG-COUNT
                MOVE '    ** FLAGGED: REJECTS-OVER-LIMIT'
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

        WRITE-STEP-SECTION-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING 'DAY-END STEPS (CYCLES IN RANGE='
                                            DELIMITED BY SIZE
                   WS-DAYEND-LINE-COUNT     DELIMITED BY SIZE
                   ')'                      DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            PERFORM WRITE-STEP-LINE-PROCEDURE
                VARYING SP-IDX FROM 1 BY 1
                UNTIL SP-IDX > 6.

        WRITE-STEP-LINE-PROCEDURE.
            SET WS-STEP-NO TO SP-IDX.
            MOVE SP-PASS(SP-IDX) TO WS-CNT-ED.
            MOVE SP-WARN(SP-IDX) TO WS-CNT-ED-2.
            MOVE SP-FAIL(SP-IDX) TO WS-CNT-ED-3.
            MOVE SPACES TO REPORT-LINE.
            STRING '  STEP '                DELIMITED BY SIZE
                   WS-STEP-NO               DELIMITED BY SIZE
                   ' PASS='                 DELIMITED BY SIZE
                   WS-CNT-ED                DELIMITED BY SIZE
                   ' WARN='                 DELIMITED BY SIZE
                   WS-CNT-ED-2              DELIMITED BY SIZE
                   ' FAIL='                 DELIMITED BY SIZE
                   WS-CNT-ED-3              DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

        WRITE-REPORT-TOTAL-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-AUDIT-LINE-COUNT TO WS-CNT-ED.
            MOVE WS-ARCHIVE-COUNT    TO WS-CNT-ED-2.
            MOVE WS-FLAG-COUNT       TO WS-CNT-ED-3.
            MOVE SPACES TO REPORT-LINE.
            STRING 'AUDIT LINES='           DELIMITED BY SIZE
                   WS-CNT-ED                DELIMITED BY SIZE
                   ' ARCHIVE SEGMENTS='     DELIMITED BY SIZE
                   WS-CNT-ED-2              DELIMITED BY SIZE
                   ' FLAGS='                DELIMITED BY SIZE
                   WS-CNT-ED-3              DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
