      * General Ledger Journal Interface
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     glpost.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: BUILD THE GENERAL-LEDGER JOURNAL FINANCE USED TO
      * RE-KEY BY HAND FROM THE .sum AND TAX REPORTS. THE DAY'S .ext
      * IS ROLLED UP BY STORE, SALE DATE AND CATEGORY AND EACH
      * STORE-DAY BECOMES ONE JOURNAL: SALES REVENUE AND RETURNS/
      * ALLOWANCES BY CATEGORY, SALES TAX PAYABLE, COST OF GOODS SOLD
      * AGAINST INVENTORY (UNIT COST TIMES QUANTITY), AND THE CASH/
      * CLEARING OFFSET FOR WHAT THE CUSTOMERS PAID. ACCOUNTS COME
      * FROM THE STORE/CATEGORY MAPPING FILE glfix MAINTAINS. A
      * JOURNAL WITH AN UNMAPPED ACCOUNT OR WHOSE DEBITS AND CREDITS
      * DON'T AGREE IS REFUSED, NOT WRITTEN; A STORE-DAY ALREADY ON
      * THE POSTED-JOURNAL CONTROL FILE IS NEVER SENT AGAIN. EACH
      * STORE'S JOURNALS GO TO ITS OWN IMPORT FILE.
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EXTRACT-FILE
            ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-EXT-FILE-STATUS.

            SELECT GL-MAP-FILE
            ASSIGN TO DYNAMIC WS-GL-MAP-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-MAP-FILE-STATUS.

            SELECT GL-POSTED-FILE
            ASSIGN TO DYNAMIC WS-GL-POSTED-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-GLC-FILE-STATUS.

            SELECT GL-JOURNAL-FILE
            ASSIGN TO DYNAMIC WS-GL-JOURNAL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-GLJ-FILE-STATUS.

            SELECT GL-POST-RPT
            ASSIGN TO DYNAMIC WS-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

      * Lock on the posted-journal control file, so two runs can't
      * both find a store-day unsent and both send it.
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

        FD GL-MAP-FILE.
            COPY GLMAP.

        FD GL-POSTED-FILE.
            COPY GLCTL.

        FD GL-JOURNAL-FILE.
            COPY GLJRNL.

        FD GL-POST-RPT.
        01 REPORT-LINE         PIC X(200).

        FD RUN-LOCK-FILE.
            COPY RUNLOCK.

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.

        01  WS-CMD-PARM            PIC X(200) VALUE SPACES.
        01  WS-PARM-1              PIC X(100) VALUE SPACES.
        01  WS-PARM-2              PIC X(100) VALUE SPACES.
        01  WS-INPUT-FILENAME      PIC X(100) VALUE SPACES.
        01  WS-EXTRACT-FILENAME    PIC X(110) VALUE SPACES.
        01  WS-GL-MAP-FILENAME     PIC X(100) VALUE './glmap.dat'.
        01  WS-GL-POSTED-FILENAME  PIC X(100) VALUE './glposted.dat'.
        01  WS-GL-JOURNAL-FILENAME PIC X(120) VALUE SPACES.
        01  WS-REPORT-FILENAME     PIC X(110) VALUE SPACES.
        01  WS-EXT-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-MAP-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-GLC-FILE-STATUS     PIC X(2)   VALUE SPACES.
            88 GLC-FILE-NOT-FOUND             VALUE '35'.
        01  WS-GLJ-FILE-STATUS     PIC X(2)   VALUE SPACES.
            88 GLJ-FILE-NOT-FOUND             VALUE '35'.

      * Run-lock work area, the same scaffolding invpost carries for
      * the on-hand file.
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
        01  WS-SENT-COUNT          PIC 9(5)   VALUE ZERO.
        01  WS-ALREADY-SENT-COUNT  PIC 9(5)   VALUE ZERO.
        01  WS-REFUSED-COUNT       PIC 9(5)   VALUE ZERO.

        01  WS-TABLE-FULL-SW       PIC X(1)   VALUE 'N'.
            88 ROLLUP-TABLE-FULL               VALUE 'Y'.

        01  WS-SALE-DATE-NUM       PIC 9(8)   VALUE ZERO.
        01  WS-SALE-DATE-TEXT      PIC X(10)  VALUE SPACES.

      * The mapping file, held whole; lookups fall back from the
      * exact store and category to the store's '*' line, then the
      * chain-wide store 0000 lines.
        01  MAP-TABLE-CONTROLS.
            05 MAP-TABLE-COUNT     PIC 9(3)   VALUE ZERO.
        01  MAP-TABLE.
            05 MAP-ENTRY OCCURS 500 TIMES INDEXED BY MAP-IDX.
                10 MPT-STORE-NO        PIC 9(4).
                10 MPT-CATEGORY        PIC X(35).
                10 MPT-REVENUE-ACCT    PIC X(10).
                10 MPT-RETURNS-ACCT    PIC X(10).
                10 MPT-COGS-ACCT       PIC X(10).
                10 MPT-INVENTORY-ACCT  PIC X(10).
                10 MPT-TAX-ACCT        PIC X(10).
                10 MPT-CLEARING-ACCT   PIC X(10).

      * One entry per store and sale date on the extract: the
      * store-level amounts, whether the control file shows it
      * already sent, and what this run did with it.
        01  DAY-TABLE-CONTROLS.
            05 DAY-TABLE-COUNT     PIC 9(3)   VALUE ZERO.
            05 WS-DAY-FOUND        PIC X(1)   VALUE 'Y'.
               88 DAY-NOT-FOUND                VALUE 'N'.
        01  DAY-TABLE.
            05 DAY-ENTRY OCCURS 200 TIMES INDEXED BY DY-IDX.
                10 DY-STORE-NO         PIC 9(4).
                10 DY-SALE-DATE        PIC 9(8).
                10 DY-TAX-AMT          PIC S9(9)V99.
                10 DY-TENDER-AMT       PIC S9(9)V99.
                10 DY-STATUS           PIC X(1).
                   88 DY-PENDING                    VALUE ' '.
                   88 DY-ALREADY-SENT               VALUE 'A'.
                   88 DY-SENT                       VALUE 'S'.
                   88 DY-UNMAPPED                   VALUE 'M'.
                   88 DY-UNBALANCED                 VALUE 'U'.

      * One entry per store, sale date and category: revenue from
      * the sales, the returns netted out of it (kept positive), and
      * net cost of goods (unit cost times quantity, so a return
      * puts cost back into inventory).
        01  CAT-TABLE-CONTROLS.
            05 CAT-TABLE-COUNT     PIC 9(4)   VALUE ZERO.
            05 WS-CAT-FOUND        PIC X(1)   VALUE 'Y'.
               88 CAT-NOT-FOUND                VALUE 'N'.
        01  CAT-TABLE.
            05 CAT-ENTRY OCCURS 2000 TIMES INDEXED BY CT-IDX.
                10 CT-STORE-NO         PIC 9(4).
                10 CT-SALE-DATE        PIC 9(8).
                10 CT-CATEGORY         PIC X(35).
                10 CT-SALES-AMT        PIC S9(9)V99.
                10 CT-RETURN-AMT       PIC S9(9)V99.
                10 CT-COST-AMT         PIC S9(9)V99.

      * Stores in the order first met on the extract, so each
      * store's import file is opened once and gets all its days.
        01  STORE-LIST-CONTROLS.
            05 STORE-LIST-COUNT    PIC 9(3)   VALUE ZERO.
        01  STORE-LIST-TABLE.
            05 STORE-LIST-ENTRY OCCURS 200 TIMES INDEXED BY SL-IDX.
                10 SL-STORE-NO         PIC 9(4).

      * The journal being built for one store-day, proved in full
      * before a line of it is written.
        01  LINE-TABLE-CONTROLS.
            05 LINE-TABLE-COUNT    PIC 9(4)   VALUE ZERO.
        01  LINE-TABLE.
            05 LINE-ENTRY OCCURS 500 TIMES INDEXED BY LN-IDX.
                10 LN-ACCOUNT          PIC X(10).
                10 LN-DEBIT-AMT        PIC 9(9)V99.
                10 LN-CREDIT-AMT       PIC 9(9)V99.
                10 LN-DESCRIPTION      PIC X(40).

        01  WS-JOURNAL-ID          PIC X(16)  VALUE SPACES.
        01  WS-JOURNAL-OPEN-SW     PIC X(1)   VALUE 'N'.
            88 JOURNAL-FILE-OPEN               VALUE 'Y'.
        01  WS-TOTAL-DEBITS        PIC 9(9)V99 VALUE ZERO.
        01  WS-TOTAL-CREDITS       PIC 9(9)V99 VALUE ZERO.
        01  WS-MISSING-TEXT        PIC X(40)  VALUE SPACES.

      * One journal line on its way into LINE-TABLE: a positive
      * amount debits the account, a negative one credits it.
        01  WS-LINE-ACCOUNT        PIC X(10)  VALUE SPACES.
        01  WS-LINE-AMOUNT         PIC S9(9)V99 VALUE ZERO.
        01  WS-LINE-DESC           PIC X(40)  VALUE SPACES.

      * Account lookup key and result.
        01  WS-MAP-STORE           PIC 9(4)   VALUE ZERO.
        01  WS-MAP-CATEGORY        PIC X(35)  VALUE SPACES.
        01  WS-MAP-CATEGORY-HOLD   PIC X(35)  VALUE SPACES.
        01  WS-MAP-FOUND-SW        PIC X(1)   VALUE 'N'.
            88 MAP-FOUND                       VALUE 'Y'.
        01  WS-MAP-SUB             PIC 9(3)   VALUE ZERO.

        01  WS-AMT-ED              PIC -ZZZZZZZZ9.99.
        01  WS-AMT-ED-2            PIC -ZZZZZZZZ9.99.
        01  WS-CNT-ED              PIC ZZZZZZ9.
        01  WS-CNT-ED-2            PIC ZZZZZZ9.
        01  WS-CNT-ED-3            PIC ZZZZZZ9.
        01  WS-STATUS-TEXT         PIC X(16)  VALUE SPACES.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            PERFORM INITIALIZE-PROCEDURE.
            PERFORM LOAD-MAP-PROCEDURE.
            PERFORM READ-EXTRACT-PROCEDURE.

            IF ROLLUP-TABLE-FULL OR WS-BAD-DATE-COUNT > 0
                DISPLAY 'GLPOST: EXTRACT NOT FULLY ROLLED UP - '
                        'NO JOURNAL WRITTEN FOR '
                        WS-EXTRACT-FILENAME
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF DAY-TABLE-COUNT = 0
                DISPLAY 'GLPOST: NOTHING TO JOURNAL FROM '
                        WS-EXTRACT-FILENAME
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM ACQUIRE-LOCK-PROCEDURE.
            IF NOT LOCK-ACQUIRED
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM READ-POSTED-CONTROL-PROCEDURE.

            OPEN EXTEND GL-POSTED-FILE.
            IF GLC-FILE-NOT-FOUND
                OPEN OUTPUT GL-POSTED-FILE
            END-IF.
            IF WS-GLC-FILE-STATUS NOT = '00'
                DISPLAY 'GLPOST: CANNOT OPEN CONTROL FILE '
                        WS-GL-POSTED-FILENAME
                PERFORM RELEASE-LOCK-PROCEDURE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM POST-STORE-PROCEDURE
                VARYING SL-IDX FROM 1 BY 1
                UNTIL SL-IDX > STORE-LIST-COUNT.

            CLOSE GL-POSTED-FILE.
            PERFORM RELEASE-LOCK-PROCEDURE.

            PERFORM WRITE-POST-REPORT-PROCEDURE.

            DISPLAY 'GLPOST: READ='      WS-READ-COUNT
                    ' SENT='             WS-SENT-COUNT
                    ' ALREADY-SENT='     WS-ALREADY-SENT-COUNT
                    ' REFUSED='          WS-REFUSED-COUNT.

            EVALUATE TRUE
                WHEN WS-REFUSED-COUNT > 0
                    MOVE 8 TO RETURN-CODE
                WHEN WS-ALREADY-SENT-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

            STOP RUN.

      * Same per-run file naming convention as salhist: the first
      * parameter names the day's input file, the .ext is read from
      * it and the report is written alongside it; a second
      * parameter overrides the mapping filename.
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
                MOVE WS-PARM-2 TO WS-GL-MAP-FILENAME
            END-IF.

            STRING WS-INPUT-FILENAME DELIMITED BY SPACE
                   '.ext'            DELIMITED BY SIZE
                   INTO WS-EXTRACT-FILENAME
            END-STRING.
            STRING WS-INPUT-FILENAME DELIMITED BY SPACE
                   '.glr'            DELIMITED BY SIZE
                   INTO WS-REPORT-FILENAME
            END-STRING.
            STRING WS-GL-POSTED-FILENAME DELIMITED BY SPACE
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

      * No mapping file means no account for anything: stop before
      * any work rather than refuse every journal one at a time.
        LOAD-MAP-PROCEDURE.
            MOVE ZERO TO MAP-TABLE-COUNT.
            MOVE 'N'  TO WS-EOF.
            OPEN INPUT GL-MAP-FILE.
            IF WS-MAP-FILE-STATUS NOT = '00'
                DISPLAY 'GLPOST: CANNOT OPEN ACCOUNT MAP '
                        WS-GL-MAP-FILENAME ' - RUN glfix TO BUILD IT'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-MAP-READ-PROCEDURE UNTIL WS-EOF = 'Y'.
            CLOSE GL-MAP-FILE.

        LOAD-MAP-READ-PROCEDURE.
            READ GL-MAP-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF MAP-TABLE-COUNT < 500
                        ADD 1 TO MAP-TABLE-COUNT
                        SET MAP-IDX TO MAP-TABLE-COUNT
                        MOVE GM-STORE-NO       TO MPT-STORE-NO(MAP-IDX)
                        MOVE GM-CATEGORY       TO MPT-CATEGORY(MAP-IDX)
                        MOVE GM-REVENUE-ACCT
                            TO MPT-REVENUE-ACCT(MAP-IDX)
                        MOVE GM-RETURNS-ACCT
                            TO MPT-RETURNS-ACCT(MAP-IDX)
                        MOVE GM-COGS-ACCT      TO MPT-COGS-ACCT(MAP-IDX)
                        MOVE GM-INVENTORY-ACCT
                            TO MPT-INVENTORY-ACCT(MAP-IDX)
                        MOVE GM-TAX-ACCT       TO MPT-TAX-ACCT(MAP-IDX)
                        MOVE GM-CLEARING-ACCT
                            TO MPT-CLEARING-ACCT(MAP-IDX)
                    ELSE
                        DISPLAY 'GLPOST: ACCOUNT MAP TABLE FULL - '
                                'SKIPPING ' GM-STORE-NO ' '
                                GM-CATEGORY
                    END-IF
            END-READ.

        READ-EXTRACT-PROCEDURE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT EXTRACT-FILE.
            IF WS-EXT-FILE-STATUS NOT = '00'
                DISPLAY 'GLPOST: CANNOT OPEN EXTRACT '
                        WS-EXTRACT-FILENAME
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM READ-EXTRACT-RECORD-PROCEDURE
                UNTIL WS-EOF = 'Y'.
            CLOSE EXTRACT-FILE.

        READ-EXTRACT-RECORD-PROCEDURE.
            READ EXTRACT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM ROLL-UP-RECORD-PROCEDURE
            END-READ.

      * A return (negative quantity) carries negative net and tax,
      * so what the customer paid nets itself; its net is kept on
      * the returns side as a positive allowance so revenue and
      * returns post to their own accounts.
        ROLL-UP-RECORD-PROCEDURE.
            MOVE EXT-SDATE TO WS-SALE-DATE-TEXT.
            PERFORM CONVERT-SALE-DATE-PROCEDURE.
            IF WS-SALE-DATE-NUM = ZERO
                DISPLAY 'GLPOST: BAD SALE DATE ' EXT-SDATE
                        ' ' EXT-TRANS-ID
                ADD 1 TO WS-BAD-DATE-COUNT
            ELSE
                PERFORM FIND-DAY-PROCEDURE
                PERFORM FIND-CAT-PROCEDURE
                IF DAY-NOT-FOUND OR CAT-NOT-FOUND
                    SET ROLLUP-TABLE-FULL TO TRUE
                ELSE
                    ADD EXT-TAX-AMOUNT TO DY-TAX-AMT(DY-IDX)
                    ADD EXT-NET-AMOUNT EXT-TAX-AMOUNT
                        TO DY-TENDER-AMT(DY-IDX)
                    IF EXT-QUANTITY < 0
                        SUBTRACT EXT-NET-AMOUNT
                            FROM CT-RETURN-AMT(CT-IDX)
                    ELSE
                        ADD EXT-NET-AMOUNT TO CT-SALES-AMT(CT-IDX)
                    END-IF
                    COMPUTE CT-COST-AMT(CT-IDX) =
                        CT-COST-AMT(CT-IDX)
                        + (EXT-COST * EXT-QUANTITY)
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

        FIND-DAY-PROCEDURE.
            MOVE 'Y' TO WS-DAY-FOUND.
            SET DY-IDX TO 1.
            SEARCH DAY-ENTRY
                AT END
                    IF DAY-TABLE-COUNT < 200
                        ADD 1 TO DAY-TABLE-COUNT
                        SET DY-IDX TO DAY-TABLE-COUNT
                        MOVE EXT-STORE-NO     TO DY-STORE-NO(DY-IDX)
                        MOVE WS-SALE-DATE-NUM TO DY-SALE-DATE(DY-IDX)
                        MOVE ZERO TO DY-TAX-AMT(DY-IDX)
                                     DY-TENDER-AMT(DY-IDX)
                        MOVE SPACE TO DY-STATUS(DY-IDX)
                        PERFORM NOTE-STORE-PROCEDURE
                    ELSE
                        MOVE 'N' TO WS-DAY-FOUND
                    END-IF
                WHEN DY-STORE-NO(DY-IDX) = EXT-STORE-NO
                 AND DY-SALE-DATE(DY-IDX) = WS-SALE-DATE-NUM
                    CONTINUE
            END-SEARCH.

        NOTE-STORE-PROCEDURE.
            SET SL-IDX TO 1.
            SEARCH STORE-LIST-ENTRY
                AT END
                    ADD 1 TO STORE-LIST-COUNT
                    SET SL-IDX TO STORE-LIST-COUNT
                    MOVE EXT-STORE-NO TO SL-STORE-NO(SL-IDX)
                WHEN SL-STORE-NO(SL-IDX) = EXT-STORE-NO
                    CONTINUE
            END-SEARCH.

        FIND-CAT-PROCEDURE.
            MOVE 'Y' TO WS-CAT-FOUND.
            SET CT-IDX TO 1.
            SEARCH CAT-ENTRY
                AT END
                    IF CAT-TABLE-COUNT < 2000
                        ADD 1 TO CAT-TABLE-COUNT
                        SET CT-IDX TO CAT-TABLE-COUNT
                        MOVE EXT-STORE-NO     TO CT-STORE-NO(CT-IDX)
                        MOVE WS-SALE-DATE-NUM TO CT-SALE-DATE(CT-IDX)
                        MOVE EXT-CATEGORY     TO CT-CATEGORY(CT-IDX)
                        MOVE ZERO TO CT-SALES-AMT(CT-IDX)
                                     CT-RETURN-AMT(CT-IDX)
                                     CT-COST-AMT(CT-IDX)
                    ELSE
                        MOVE 'N' TO WS-CAT-FOUND
                    END-IF
                WHEN CT-STORE-NO(CT-IDX) = EXT-STORE-NO
                 AND CT-SALE-DATE(CT-IDX) = WS-SALE-DATE-NUM
                 AND CT-CATEGORY(CT-IDX) = EXT-CATEGORY
                    CONTINUE
            END-SEARCH.

      * Read under the lock, so what it says can't change before
      * this run has appended its own journals.
        READ-POSTED-CONTROL-PROCEDURE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT GL-POSTED-FILE.
            IF WS-GLC-FILE-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            ELSE
                PERFORM READ-POSTED-RECORD-PROCEDURE
                    UNTIL WS-EOF = 'Y'
                CLOSE GL-POSTED-FILE
            END-IF.

        READ-POSTED-RECORD-PROCEDURE.
            READ GL-POSTED-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    SET DY-IDX TO 1
                    SEARCH DAY-ENTRY
                        AT END CONTINUE
                        WHEN DY-IDX > DAY-TABLE-COUNT
                            CONTINUE
                        WHEN DY-STORE-NO(DY-IDX) = GC-STORE-NO
                         AND DY-SALE-DATE(DY-IDX) = GC-POST-DATE
                            SET DY-ALREADY-SENT(DY-IDX) TO TRUE
                    END-SEARCH
            END-READ.

      *----------------------------------------------------------------
      * One store's import file: each of its store-days not already
      * sent is built into LINE-TABLE, proved (every account mapped,
      * debits equal credits) and only then written and recorded on
      * the control file. The store's file is opened on its first
      * good journal, so a store with nothing to send gets no file.
      *----------------------------------------------------------------
        POST-STORE-PROCEDURE.
            MOVE 'N' TO WS-JOURNAL-OPEN-SW.
            MOVE SPACES TO WS-GL-JOURNAL-FILENAME.
            STRING WS-INPUT-FILENAME   DELIMITED BY SPACE
                   '.'                 DELIMITED BY SIZE
                   SL-STORE-NO(SL-IDX) DELIMITED BY SIZE
                   '.glj'              DELIMITED BY SIZE
                   INTO WS-GL-JOURNAL-FILENAME
            END-STRING.

            PERFORM POST-STORE-DAY-PROCEDURE
                VARYING DY-IDX FROM 1 BY 1
                UNTIL DY-IDX > DAY-TABLE-COUNT.

            IF JOURNAL-FILE-OPEN
                CLOSE GL-JOURNAL-FILE
            END-IF.

        POST-STORE-DAY-PROCEDURE.
            IF DY-STORE-NO(DY-IDX) = SL-STORE-NO(SL-IDX)
                IF DY-ALREADY-SENT(DY-IDX)
                    ADD 1 TO WS-ALREADY-SENT-COUNT
                ELSE
                    PERFORM BUILD-JOURNAL-PROCEDURE
                    EVALUATE TRUE
                        WHEN WS-MISSING-TEXT NOT = SPACES
                            SET DY-UNMAPPED(DY-IDX) TO TRUE
                            ADD 1 TO WS-REFUSED-COUNT
                            DISPLAY 'GLPOST: REFUSED ' WS-JOURNAL-ID
                                    ' - NO ACCOUNT FOR '
                                    WS-MISSING-TEXT
                        WHEN WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
                            SET DY-UNBALANCED(DY-IDX) TO TRUE
                            ADD 1 TO WS-REFUSED-COUNT
                            DISPLAY 'GLPOST: REFUSED ' WS-JOURNAL-ID
                                    ' - DEBITS AND CREDITS DISAGREE'
                        WHEN OTHER
                            PERFORM WRITE-JOURNAL-PROCEDURE
                    END-EVALUATE
                END-IF
            END-IF.

      * Category lines first (revenue, returns, cost and inventory
      * relief per category), then the store-level tax payable and
      * the clearing offset for what the drawers took in. The first
      * account that can't be mapped is kept in WS-MISSING-TEXT.
        BUILD-JOURNAL-PROCEDURE.
            MOVE ZERO TO LINE-TABLE-COUNT.
            MOVE ZERO TO WS-TOTAL-DEBITS WS-TOTAL-CREDITS.
            MOVE SPACES TO WS-MISSING-TEXT.
            MOVE SPACES TO WS-JOURNAL-ID.
            STRING 'POS'                 DELIMITED BY SIZE
                   DY-STORE-NO(DY-IDX)   DELIMITED BY SIZE
                   DY-SALE-DATE(DY-IDX)  DELIMITED BY SIZE
                   INTO WS-JOURNAL-ID
            END-STRING.

            PERFORM BUILD-CATEGORY-LINES-PROCEDURE
                VARYING CT-IDX FROM 1 BY 1
                UNTIL CT-IDX > CAT-TABLE-COUNT.

            MOVE DY-STORE-NO(DY-IDX) TO WS-MAP-STORE.
            MOVE '*' TO WS-MAP-CATEGORY.
            PERFORM FIND-ACCOUNT-MAP-PROCEDURE.
            IF NOT MAP-FOUND
               OR MPT-TAX-ACCT(WS-MAP-SUB) = SPACES
               OR MPT-CLEARING-ACCT(WS-MAP-SUB) = SPACES
                IF WS-MISSING-TEXT = SPACES
                    MOVE 'STORE TAX/CLEARING' TO WS-MISSING-TEXT
                END-IF
            ELSE
                MOVE MPT-TAX-ACCT(WS-MAP-SUB) TO WS-LINE-ACCOUNT
                COMPUTE WS-LINE-AMOUNT = 0 - DY-TAX-AMT(DY-IDX)
                MOVE 'SALES TAX PAYABLE' TO WS-LINE-DESC
                PERFORM ADD-JOURNAL-LINE-PROCEDURE
                MOVE MPT-CLEARING-ACCT(WS-MAP-SUB) TO WS-LINE-ACCOUNT
                MOVE DY-TENDER-AMT(DY-IDX) TO WS-LINE-AMOUNT
                MOVE 'CASH/CLEARING' TO WS-LINE-DESC
                PERFORM ADD-JOURNAL-LINE-PROCEDURE
            END-IF.

        BUILD-CATEGORY-LINES-PROCEDURE.
            IF CT-STORE-NO(CT-IDX) = DY-STORE-NO(DY-IDX)
               AND CT-SALE-DATE(CT-IDX) = DY-SALE-DATE(DY-IDX)
                MOVE CT-STORE-NO(CT-IDX) TO WS-MAP-STORE
                MOVE CT-CATEGORY(CT-IDX) TO WS-MAP-CATEGORY
                PERFORM FIND-ACCOUNT-MAP-PROCEDURE
                IF NOT MAP-FOUND
                    IF WS-MISSING-TEXT = SPACES
                        MOVE CT-CATEGORY(CT-IDX) TO WS-MISSING-TEXT
                    END-IF
                ELSE
                    PERFORM BUILD-CATEGORY-ENTRY-PROCEDURE
                END-IF
            END-IF.

        BUILD-CATEGORY-ENTRY-PROCEDURE.
            IF MPT-REVENUE-ACCT(WS-MAP-SUB) = SPACES
               OR MPT-RETURNS-ACCT(WS-MAP-SUB) = SPACES
               OR MPT-COGS-ACCT(WS-MAP-SUB) = SPACES
               OR MPT-INVENTORY-ACCT(WS-MAP-SUB) = SPACES
                IF WS-MISSING-TEXT = SPACES
                    MOVE CT-CATEGORY(CT-IDX) TO WS-MISSING-TEXT
                END-IF
            ELSE
                MOVE MPT-REVENUE-ACCT(WS-MAP-SUB) TO WS-LINE-ACCOUNT
                COMPUTE WS-LINE-AMOUNT = 0 - CT-SALES-AMT(CT-IDX)
                MOVE SPACES TO WS-LINE-DESC
                STRING 'SALES '            DELIMITED BY SIZE
                       CT-CATEGORY(CT-IDX) DELIMITED BY SIZE
                       INTO WS-LINE-DESC
                END-STRING
                PERFORM ADD-JOURNAL-LINE-PROCEDURE

                MOVE MPT-RETURNS-ACCT(WS-MAP-SUB) TO WS-LINE-ACCOUNT
                MOVE CT-RETURN-AMT(CT-IDX) TO WS-LINE-AMOUNT
                MOVE SPACES TO WS-LINE-DESC
                STRING 'RETURNS '          DELIMITED BY SIZE
                       CT-CATEGORY(CT-IDX) DELIMITED BY SIZE
                       INTO WS-LINE-DESC
                END-STRING
                PERFORM ADD-JOURNAL-LINE-PROCEDURE

                MOVE MPT-COGS-ACCT(WS-MAP-SUB) TO WS-LINE-ACCOUNT
                MOVE CT-COST-AMT(CT-IDX) TO WS-LINE-AMOUNT
                MOVE SPACES TO WS-LINE-DESC
                STRING 'COGS '             DELIMITED BY SIZE
                       CT-CATEGORY(CT-IDX) DELIMITED BY SIZE
                       INTO WS-LINE-DESC
                END-STRING
                PERFORM ADD-JOURNAL-LINE-PROCEDURE

                MOVE MPT-INVENTORY-ACCT(WS-MAP-SUB) TO WS-LINE-ACCOUNT
                COMPUTE WS-LINE-AMOUNT = 0 - CT-COST-AMT(CT-IDX)
                MOVE SPACES TO WS-LINE-DESC
                STRING 'INVENTORY '        DELIMITED BY SIZE
                       CT-CATEGORY(CT-IDX) DELIMITED BY SIZE
                       INTO WS-LINE-DESC
                END-STRING
                PERFORM ADD-JOURNAL-LINE-PROCEDURE
            END-IF.

      * Exact store and category, then the store's '*' line, then
      * chain-wide store 0000 for the category, then 0000 '*'.
        FIND-ACCOUNT-MAP-PROCEDURE.
            MOVE 'N' TO WS-MAP-FOUND-SW.
            MOVE WS-MAP-CATEGORY TO WS-MAP-CATEGORY-HOLD.
            PERFORM SEARCH-ACCOUNT-MAP-PROCEDURE.
            IF NOT MAP-FOUND AND WS-MAP-CATEGORY NOT = '*'
                MOVE '*' TO WS-MAP-CATEGORY
                PERFORM SEARCH-ACCOUNT-MAP-PROCEDURE
                MOVE WS-MAP-CATEGORY-HOLD TO WS-MAP-CATEGORY
            END-IF.
            IF NOT MAP-FOUND AND WS-MAP-STORE NOT = ZERO
                MOVE ZERO TO WS-MAP-STORE
                PERFORM SEARCH-ACCOUNT-MAP-PROCEDURE
                IF NOT MAP-FOUND AND WS-MAP-CATEGORY NOT = '*'
                    MOVE '*' TO WS-MAP-CATEGORY
                    PERFORM SEARCH-ACCOUNT-MAP-PROCEDURE
                END-IF
            END-IF.

        SEARCH-ACCOUNT-MAP-PROCEDURE.
            SET MAP-IDX TO 1.
            SEARCH MAP-ENTRY
                AT END CONTINUE
                WHEN MAP-IDX > MAP-TABLE-COUNT
                    CONTINUE
                WHEN MPT-STORE-NO(MAP-IDX) = WS-MAP-STORE
                 AND MPT-CATEGORY(MAP-IDX) = WS-MAP-CATEGORY
                    SET MAP-FOUND TO TRUE
                    SET WS-MAP-SUB TO MAP-IDX
            END-SEARCH.

      * Zero amounts make no line; a negative amount on a debit-side
      * account (a day of more returns than sales) lands as a credit
      * and the other way round, so no line ever carries a sign.
        ADD-JOURNAL-LINE-PROCEDURE.
            IF WS-LINE-AMOUNT NOT = ZERO
                IF LINE-TABLE-COUNT < 500
                    ADD 1 TO LINE-TABLE-COUNT
                    SET LN-IDX TO LINE-TABLE-COUNT
                    MOVE WS-LINE-ACCOUNT TO LN-ACCOUNT(LN-IDX)
                    MOVE WS-LINE-DESC    TO LN-DESCRIPTION(LN-IDX)
                    IF WS-LINE-AMOUNT > ZERO
                        MOVE WS-LINE-AMOUNT TO LN-DEBIT-AMT(LN-IDX)
                        MOVE ZERO           TO LN-CREDIT-AMT(LN-IDX)
                        ADD WS-LINE-AMOUNT  TO WS-TOTAL-DEBITS
                    ELSE
                        MOVE ZERO           TO LN-DEBIT-AMT(LN-IDX)
                        COMPUTE LN-CREDIT-AMT(LN-IDX) =
                            0 - WS-LINE-AMOUNT
                        ADD LN-CREDIT-AMT(LN-IDX) TO WS-TOTAL-CREDITS
                    END-IF
                ELSE
                    IF WS-MISSING-TEXT = SPACES
                        MOVE 'JOURNAL LINE TABLE FULL'
                            TO WS-MISSING-TEXT
                    END-IF
                END-IF
            END-IF.

      * The store's import file is extended, not rewritten: a rerun
      * over the same input (after glfix maps an account that held a
      * day back) must not wipe journals an earlier run already sent
      * and recorded on the control file, which will not be written
      * again.
        WRITE-JOURNAL-PROCEDURE.
            IF NOT JOURNAL-FILE-OPEN
                OPEN EXTEND GL-JOURNAL-FILE
                IF GLJ-FILE-NOT-FOUND
                    OPEN OUTPUT GL-JOURNAL-FILE
                END-IF
                IF WS-GLJ-FILE-STATUS NOT = '00'
                    DISPLAY 'GLPOST: CANNOT CREATE '
                            WS-GL-JOURNAL-FILENAME
                    SET DY-UNBALANCED(DY-IDX) TO TRUE
                    ADD 1 TO WS-REFUSED-COUNT
                ELSE
                    SET JOURNAL-FILE-OPEN TO TRUE
                END-IF
            END-IF.
            IF JOURNAL-FILE-OPEN
                PERFORM WRITE-JOURNAL-LINE-PROCEDURE
                    VARYING LN-IDX FROM 1 BY 1
                    UNTIL LN-IDX > LINE-TABLE-COUNT

                MOVE SPACES TO GL-JOURNAL-RECORD
                SET GJ-TOTAL-LINE TO TRUE
                MOVE WS-JOURNAL-ID        TO GJ-JOURNAL-ID
                MOVE DY-STORE-NO(DY-IDX)  TO GJ-STORE-NO
                MOVE DY-SALE-DATE(DY-IDX) TO GJ-POST-DATE
                MOVE LINE-TABLE-COUNT     TO GJ-LINE-NO
                MOVE WS-TOTAL-DEBITS      TO GJ-DEBIT-AMOUNT
                MOVE WS-TOTAL-CREDITS     TO GJ-CREDIT-AMOUNT
                MOVE 'JOURNAL TOTAL'      TO GJ-DESCRIPTION
                WRITE GL-JOURNAL-RECORD

                MOVE DY-STORE-NO(DY-IDX)  TO GC-STORE-NO
                MOVE DY-SALE-DATE(DY-IDX) TO GC-POST-DATE
                MOVE WS-JOURNAL-ID        TO GC-JOURNAL-ID
                MOVE WS-TOTAL-DEBITS      TO GC-JOURNAL-TOTAL
                MOVE WS-RUN-DATE          TO GC-RUN-DATE
                MOVE WS-RUN-TIME          TO GC-RUN-TIME
                MOVE WS-INPUT-FILENAME    TO GC-INPUT-FILE
                WRITE GL-POSTED-RECORD

                SET DY-SENT(DY-IDX) TO TRUE
                ADD 1 TO WS-SENT-COUNT
            END-IF.

        WRITE-JOURNAL-LINE-PROCEDURE.
            MOVE SPACES TO GL-JOURNAL-RECORD.
            SET GJ-DETAIL-LINE TO TRUE.
            MOVE WS-JOURNAL-ID          TO GJ-JOURNAL-ID.
            MOVE DY-STORE-NO(DY-IDX)    TO GJ-STORE-NO.
            MOVE DY-SALE-DATE(DY-IDX)   TO GJ-POST-DATE.
            SET GJ-LINE-NO              TO LN-IDX.
            MOVE LN-ACCOUNT(LN-IDX)     TO GJ-ACCOUNT.
            MOVE LN-DEBIT-AMT(LN-IDX)   TO GJ-DEBIT-AMOUNT.
            MOVE LN-CREDIT-AMT(LN-IDX)  TO GJ-CREDIT-AMOUNT.
            MOVE LN-DESCRIPTION(LN-IDX) TO GJ-DESCRIPTION.
            WRITE GL-JOURNAL-RECORD.

      * Run-lock handling copied from invpost: a missing lock is
      * taken, a live one stops the run naming its holder, and a
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
                        DISPLAY 'GLPOST: STALE LOCK ON CONTROL FILE '
                                'FROM ' RL-HOLDER ' ' RL-LOCK-DATE
                                ' - TAKING OVER'
                        PERFORM WRITE-LOCK-PROCEDURE
                    ELSE
                        DISPLAY 'GLPOST: CONTROL FILE LOCKED BY '
                                RL-HOLDER ' SINCE ' RL-LOCK-DATE
                                ' ' RL-LOCK-TIME
                                ' - TRY AGAIN LATER'
                    END-IF
                ELSE
                    DISPLAY 'GLPOST: CANNOT READ LOCK '
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
                MOVE 'glpost'    TO RL-HOLDER
                MOVE WS-RUN-DATE TO RL-LOCK-DATE
                MOVE WS-RUN-TIME TO RL-LOCK-TIME
                WRITE RUN-LOCK-RECORD
                CLOSE RUN-LOCK-FILE
                SET LOCK-ACQUIRED TO TRUE
            ELSE
                DISPLAY 'GLPOST: CANNOT CREATE LOCK '
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
      * What finance reads before importing: one line per store-day
      * journal with its totals and what happened to it, then the
      * run's counts.
      *----------------------------------------------------------------
        WRITE-POST-REPORT-PROCEDURE.
            OPEN OUTPUT GL-POST-RPT.
            MOVE SPACES TO REPORT-LINE.
            STRING 'GL JOURNAL INTERFACE FOR ' DELIMITED BY SIZE
                   WS-INPUT-FILENAME           DELIMITED BY SPACE
                   ' RUN '                     DELIMITED BY SIZE
                   WS-RUN-DATE                 DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   WS-RUN-TIME                 DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            PERFORM WRITE-DAY-LINE-PROCEDURE
                VARYING DY-IDX FROM 1 BY 1
                UNTIL DY-IDX > DAY-TABLE-COUNT.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-SENT-COUNT         TO WS-CNT-ED.
            MOVE WS-ALREADY-SENT-COUNT TO WS-CNT-ED-2.
            MOVE WS-REFUSED-COUNT      TO WS-CNT-ED-3.
            MOVE SPACES TO REPORT-LINE.
            STRING 'RESULT: SENT='      DELIMITED BY SIZE
                   WS-CNT-ED            DELIMITED BY SIZE
                   ' ALREADY SENT='     DELIMITED BY SIZE
                   WS-CNT-ED-2          DELIMITED BY SIZE
                   ' REFUSED='          DELIMITED BY SIZE
                   WS-CNT-ED-3          DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            CLOSE GL-POST-RPT.

        WRITE-DAY-LINE-PROCEDURE.
            EVALUATE TRUE
                WHEN DY-SENT(DY-IDX)
                    MOVE 'SENT'           TO WS-STATUS-TEXT
                WHEN DY-ALREADY-SENT(DY-IDX)
                    MOVE 'ALREADY SENT'   TO WS-STATUS-TEXT
                WHEN DY-UNMAPPED(DY-IDX)
                    MOVE 'REFUSED-NO ACCT' TO WS-STATUS-TEXT
                WHEN DY-UNBALANCED(DY-IDX)
                    MOVE 'REFUSED-UNBAL'  TO WS-STATUS-TEXT
                WHEN OTHER
                    MOVE 'NOT BUILT'      TO WS-STATUS-TEXT
            END-EVALUATE.
            MOVE DY-TENDER-AMT(DY-IDX) TO WS-AMT-ED.
            MOVE DY-TAX-AMT(DY-IDX)    TO WS-AMT-ED-2.
            MOVE SPACES TO REPORT-LINE.
            STRING 'STORE='              DELIMITED BY SIZE
                   DY-STORE-NO(DY-IDX)   DELIMITED BY SIZE
                   ' DATE='              DELIMITED BY SIZE
                   DY-SALE-DATE(DY-IDX)  DELIMITED BY SIZE
                   ' CLEARING='          DELIMITED BY SIZE
                   WS-AMT-ED             DELIMITED BY SIZE
                   ' TAX='               DELIMITED BY SIZE
                   WS-AMT-ED-2           DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   WS-STATUS-TEXT        DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
