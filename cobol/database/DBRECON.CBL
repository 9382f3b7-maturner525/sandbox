      * SALES TABLE BACK (COUNT AND SUMMED NET AMOUNT PER SALE DATE),
      * COMPARES IT LINE FOR LINE AGAINST THE DAY'S .ext EXTRACT AND
      * THE GRAND TOTAL LINE OF THE .sum REPORT, AND WRITES A MATCH/
      * MISMATCH REPORT THAT CAN BE FILED WITH THE AUDIT LOG. SALES
      * CORRECTED OR REVERSED AFTER THE LOAD NEVER TOUCH THE SALES
      * TABLE - adjfix POSTS THEM TO sales_adj - SO THE ADJUSTMENT
      * ROWS FOR THE EXTRACT'S DATES AND STORES ARE PROVED SEPARATELY
      * AGAINST THE ADJUSTMENT JOURNAL, AND THE ADJUSTED NET (AS
      * LOADED PLUS ADJUSTMENTS) IS SHOWN BESIDE EACH LINE.
      *
        ENVIRONMENT DIVISION.

            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-DBQ-FILE-STATUS.

            SELECT ADJ-JOURNAL-FILE
            ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-ADJ-FILE-STATUS.

            SELECT RECON-RPT
            ASSIGN TO DYNAMIC WS-RECON-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
        FD DB-RESULT-FILE.
        01 DB-RESULT-LINE      PIC X(100).

        FD ADJ-JOURNAL-FILE.
            COPY SALESADJ.

        FD RECON-RPT.
        01 RECON-LINE          PIC X(132).

        01  WS-SUMMARY-FILENAME    PIC X(100) VALUE SPACES.
        01  WS-DBQ-FILENAME        PIC X(100) VALUE SPACES.
        01  WS-RECON-FILENAME      PIC X(100) VALUE SPACES.
        01  WS-DBA-FILENAME        PIC X(100) VALUE SPACES.
        01  WS-JOURNAL-FILENAME    PIC X(100) VALUE './salesadj.dat'.

        01  WS-EXT-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-SUM-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-DBQ-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-ADJ-FILE-STATUS     PIC X(2)   VALUE SPACES.

        01  WS-RUN-DATE            PIC 9(8)   VALUE ZERO.
        01  WS-RUN-TIME            PIC 9(8)   VALUE ZERO.
                10 RD-EXT-NET      PIC S9(9)V99.
                10 RD-DB-COUNT     PIC 9(7).
                10 RD-DB-NET       PIC S9(9)V99.
                10 RD-JRN-COUNT    PIC 9(7).
                10 RD-JRN-NET      PIC S9(9)V99.
                10 RD-ADJ-COUNT    PIC 9(7).
                10 RD-ADJ-NET      PIC S9(9)V99.

        01  WS-EXT-GRAND-COUNT     PIC 9(7)   VALUE ZERO.
        01  WS-EXT-GRAND-NET       PIC S9(9)V99 VALUE ZERO.

      * Adjustment side: one journal line is one sales_adj row for
      * the old image's store and, for a correction, one more for
      * the new image's store. The activity switch is set when the
      * journal touches any date and store on this extract; without
      * it a failed sales_adj query (the table is only created by
      * the first adjustment) is not a finding.
        01  WS-ADJ-STORE-NO        PIC 9(4)   VALUE ZERO.
        01  WS-ADJ-NET             PIC S9(9)V99 VALUE ZERO.
        01  WS-JRN-GRAND-NET       PIC S9(9)V99 VALUE ZERO.
        01  WS-ADJUSTED-NET        PIC S9(9)V99 VALUE ZERO.
        01  WS-ADJ-ACTIVITY-SW     PIC X(1)   VALUE 'N'.
            88 ADJ-ACTIVITY                   VALUE 'Y'.
        01  WS-ADJ-QUERY-RC        PIC S9(9)  VALUE ZERO.
        01  WS-ADJ-QUERY-FAILED-SW PIC X(1)   VALUE 'N'.
            88 ADJ-QUERY-FAILED               VALUE 'Y'.
        01  WS-PARSE-TARGET-SW     PIC X(1)   VALUE 'S'.
            88 PARSING-SALES                  VALUE 'S'.
            88 PARSING-ADJUSTMENTS            VALUE 'A'.

      * Grand totals lifted off the .sum report's GRAND TOTAL line;
      * the found switch distinguishes a zero total from a summary
      * that never had a grand line at all.
        01  WS-CNT-ED-2            PIC ZZZZZZ9.
        01  WS-NET-ED-2            PIC -ZZZZZZZZ9.99.
        01  WS-MATCH-TEXT          PIC X(8)   VALUE SPACES.
        01  WS-NET-ED-3            PIC -ZZZZZZZZ9.99.

      * Shell-quoting for the query-output filename before it goes
      * after the > redirect in WS-DB-CMD, the same way popdrv quotes
            PERFORM READ-EXTRACT-PROCEDURE.
            PERFORM RUN-DB-QUERY-PROCEDURE.
            PERFORM READ-DB-RESULTS-PROCEDURE.
            PERFORM READ-JOURNAL-PROCEDURE.
            PERFORM RUN-ADJ-QUERY-PROCEDURE.
            PERFORM READ-ADJ-RESULTS-PROCEDURE.
            PERFORM READ-SUMMARY-PROCEDURE.
            PERFORM WRITE-RECON-REPORT-PROCEDURE.

                   '.rec'            DELIMITED BY SIZE
                   INTO WS-RECON-FILENAME
            END-STRING.
            STRING WS-INPUT-FILENAME DELIMITED BY SPACE
                   '.dba'            DELIMITED BY SIZE
                   INTO WS-DBA-FILENAME
            END-STRING.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
                                     RD-EXT-NET(RECON-IDX)
                                     RD-DB-COUNT(RECON-IDX)
                                     RD-DB-NET(RECON-IDX)
                                     RD-JRN-COUNT(RECON-IDX)
                                     RD-JRN-NET(RECON-IDX)
                                     RD-ADJ-COUNT(RECON-IDX)
                                     RD-ADJ-NET(RECON-IDX)
                    ELSE
                        MOVE 'N' TO WS-RECON-FOUND
                    END-IF
      * compared, the rest are left alone.
        READ-DB-RESULTS-PROCEDURE.
            MOVE 'N' TO WS-EOF.
            SET PARSING-SALES TO TRUE.
            IF QUERY-FAILED
                DISPLAY 'DBRECON: DATABASE SIDE NOT COMPARED'
            ELSE
                    AT END CONTINUE
                    WHEN RD-SDATE(RECON-IDX) = WS-DB-DATE-TXT
                     AND RD-STORE-NO(RECON-IDX) = WS-DB-STORE-NO
                     AND PARSING-SALES
                        COMPUTE RD-DB-COUNT(RECON-IDX) =
                            FUNCTION NUMVAL(WS-DB-COUNT-TXT)
                        COMPUTE RD-DB-NET(RECON-IDX) =
                            FUNCTION NUMVAL(WS-DB-NET-TXT)
                    WHEN RD-SDATE(RECON-IDX) = WS-DB-DATE-TXT
                     AND RD-STORE-NO(RECON-IDX) = WS-DB-STORE-NO
                        COMPUTE RD-ADJ-COUNT(RECON-IDX) =
                            FUNCTION NUMVAL(WS-DB-COUNT-TXT)
                        COMPUTE RD-ADJ-NET(RECON-IDX) =
                            FUNCTION NUMVAL(WS-DB-NET-TXT)
                END-SEARCH
            END-IF.

      * The journal side of the adjustment proof. Only dates and
      * stores on this extract are counted; an adjustment to another
      * day's sale is proved when that day is reconciled.
        READ-JOURNAL-PROCEDURE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT ADJ-JOURNAL-FILE.
            IF WS-ADJ-FILE-STATUS = '00'
                PERFORM READ-JOURNAL-LINE-PROCEDURE UNTIL WS-EOF = 'Y'
                CLOSE ADJ-JOURNAL-FILE
            END-IF.

        READ-JOURNAL-LINE-PROCEDURE.
            READ ADJ-JOURNAL-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE SA-OLD-STORE-NO TO WS-ADJ-STORE-NO
                    COMPUTE WS-ADJ-NET = 0 - SA-OLD-NET-AMOUNT
                    PERFORM ADD-JOURNAL-ROW-PROCEDURE
                    IF SA-CORRECTION
                        MOVE SA-NEW-STORE-NO   TO WS-ADJ-STORE-NO
                        MOVE SA-NEW-NET-AMOUNT TO WS-ADJ-NET
                        PERFORM ADD-JOURNAL-ROW-PROCEDURE
                    END-IF
            END-READ.

        ADD-JOURNAL-ROW-PROCEDURE.
            SET RECON-IDX TO 1.
            SEARCH RECON-ENTRY
                AT END CONTINUE
                WHEN RECON-IDX > RECON-TABLE-COUNT
                    CONTINUE
                WHEN RD-SDATE(RECON-IDX) = SA-SDATE
                 AND RD-STORE-NO(RECON-IDX) = WS-ADJ-STORE-NO
                    SET ADJ-ACTIVITY TO TRUE
                    ADD 1          TO RD-JRN-COUNT(RECON-IDX)
                    ADD WS-ADJ-NET TO RD-JRN-NET(RECON-IDX)
                    ADD WS-ADJ-NET TO WS-JRN-GRAND-NET
            END-SEARCH.

      * Same round trip as the sales query, against sales_adj into
      * the .dba work file. A failure only counts against the run
      * when the journal says there is something there to find.
        RUN-ADJ-QUERY-PROCEDURE.
            MOVE WS-DBA-FILENAME TO WS-CURRENT-FILENAME.
            PERFORM QUOTE-FILENAME-PROCEDURE.

            MOVE SPACES TO WS-DB-CMD.
            STRING 'mysql -u sales_loader sales_db -N -B -e '
                                                  DELIMITED BY SIZE
                   WS-APOST                       DELIMITED BY SIZE
                   'SELECT sdate, store, COUNT(*), '
                                                  DELIMITED BY SIZE
                   'SUM(net_amount) '             DELIMITED BY SIZE
                   'FROM sales_adj GROUP BY sdate, store'
                                                  DELIMITED BY SIZE
                   WS-APOST                       DELIMITED BY SIZE
                   ' > '                          DELIMITED BY SIZE
                   WS-APOST                       DELIMITED BY SIZE
                   WS-ESC-FILENAME(1:WS-ESC-FILENAME-LEN)
                                                  DELIMITED BY SIZE
                   WS-APOST                       DELIMITED BY SIZE
                   ' 2>/dev/null'                 DELIMITED BY SIZE
                   INTO WS-DB-CMD
            END-STRING.

            CALL 'SYSTEM' USING WS-DB-CMD.
            MOVE RETURN-CODE TO WS-ADJ-QUERY-RC.
            MOVE ZERO TO RETURN-CODE.
            IF WS-ADJ-QUERY-RC NOT = 0
                SET ADJ-QUERY-FAILED TO TRUE
                IF ADJ-ACTIVITY
                    MOVE 'Y' TO WS-MISMATCH-SW
                    ADD 1 TO WS-MISMATCH-COUNT
                    DISPLAY 'DBRECON: ADJUSTMENT QUERY FAILED RC='
                            WS-ADJ-QUERY-RC
                END-IF
            END-IF.

        READ-ADJ-RESULTS-PROCEDURE.
            MOVE 'N' TO WS-EOF.
            SET PARSING-ADJUSTMENTS TO TRUE.
            MOVE WS-DBA-FILENAME TO WS-DBQ-FILENAME.
            IF NOT ADJ-QUERY-FAILED
                OPEN INPUT DB-RESULT-FILE
                IF WS-DBQ-FILE-STATUS = '00'
                    PERFORM READ-DB-LINE-PROCEDURE UNTIL WS-EOF = 'Y'
                    CLOSE DB-RESULT-FILE
                END-IF
            END-IF.

      * Lifts the record count and net amount off the .sum report's
      * GRAND TOTAL line so the report popdata handed to the office
      * is tied into the same three-way comparison. The count sits at
            END-STRING.
            WRITE RECON-LINE.

            IF RD-JRN-COUNT(RECON-IDX) NOT = ZERO
               OR RD-ADJ-COUNT(RECON-IDX) NOT = ZERO
                PERFORM WRITE-RECON-ADJ-PROCEDURE
            END-IF.

      * Adjustment line under a date and store that has any: journal
      * rows against sales_adj rows, and the net as it now stands.
        WRITE-RECON-ADJ-PROCEDURE.
            MOVE RD-JRN-COUNT(RECON-IDX) TO WS-CNT-ED.
            MOVE RD-JRN-NET(RECON-IDX)   TO WS-NET-ED.
            MOVE RD-ADJ-COUNT(RECON-IDX) TO WS-CNT-ED-2.
            MOVE RD-ADJ-NET(RECON-IDX)   TO WS-NET-ED-2.
            COMPUTE WS-ADJUSTED-NET = RD-EXT-NET(RECON-IDX)
                                    + RD-JRN-NET(RECON-IDX).
            MOVE WS-ADJUSTED-NET         TO WS-NET-ED-3.
            EVALUATE TRUE
                WHEN ADJ-QUERY-FAILED
                    MOVE 'NO QUERY' TO WS-MATCH-TEXT
                WHEN RD-JRN-COUNT(RECON-IDX) = RD-ADJ-COUNT(RECON-IDX)
                 AND RD-JRN-NET(RECON-IDX) = RD-ADJ-NET(RECON-IDX)
                    MOVE 'MATCH'    TO WS-MATCH-TEXT
                WHEN OTHER
                    MOVE 'MISMATCH' TO WS-MATCH-TEXT
                    MOVE 'Y' TO WS-MISMATCH-SW
                    ADD 1 TO WS-MISMATCH-COUNT
            END-EVALUATE.
            MOVE SPACES TO RECON-LINE.
            STRING '  ADJ JRNL CNT='    DELIMITED BY SIZE
                   WS-CNT-ED            DELIMITED BY SIZE
                   ' NET='              DELIMITED BY SIZE
                   WS-NET-ED            DELIMITED BY SIZE
                   ' DB CNT='           DELIMITED BY SIZE
                   WS-CNT-ED-2          DELIMITED BY SIZE
                   ' NET='              DELIMITED BY SIZE
                   WS-NET-ED-2          DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-MATCH-TEXT        DELIMITED BY SIZE
                   ' ADJUSTED NET='     DELIMITED BY SIZE
                   WS-NET-ED-3          DELIMITED BY SIZE
                   INTO RECON-LINE
            END-STRING.
            WRITE RECON-LINE.

        WRITE-RECON-GRAND-PROCEDURE.
            MOVE WS-EXT-GRAND-COUNT TO WS-CNT-ED.
            MOVE WS-EXT-GRAND-NET   TO WS-NET-ED.
            END-STRING.
            WRITE RECON-LINE.

            MOVE SPACES TO RECON-LINE.
            IF ADJ-ACTIVITY
                MOVE WS-JRN-GRAND-NET TO WS-NET-ED
                COMPUTE WS-ADJUSTED-NET = WS-EXT-GRAND-NET
                                        + WS-JRN-GRAND-NET
                MOVE WS-ADJUSTED-NET  TO WS-NET-ED-3
                STRING 'GRAND ADJ NET='  DELIMITED BY SIZE
                       WS-NET-ED         DELIMITED BY SIZE
                       ' ADJUSTED NET='  DELIMITED BY SIZE
                       WS-NET-ED-3       DELIMITED BY SIZE
                       INTO RECON-LINE
                END-STRING
            ELSE
                MOVE 'NO ADJUSTMENTS POSTED AGAINST THESE SALES'
                    TO RECON-LINE
            END-IF.
            WRITE RECON-LINE.

      * Finds WS-CURRENT-FILENAME's true length (it's right-padded
      * with spaces to PIC X(100)) and builds the apostrophe-quoted,
      * apostrophe-escaped WS-ESC-FILENAME/WS-ESC-FILENAME-LEN pair
