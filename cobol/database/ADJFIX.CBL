      * Sale Correction And Reversal
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     adjfix.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: KEY A CORRECTION OR A FULL REVERSAL AGAINST A
      * SALE popdata HAS ALREADY LOADED, BY TRANS-ID, WITH A REASON.
      * THE ORIGINAL LOAD IS NEVER TOUCHED: EACH ADJUSTMENT POSTS AS
      * ITS OWN ROWS TO THE MYSQL sales_adj TABLE (THE OLD IMAGE
      * NEGATED, PLUS THE NEW IMAGE FOR A CORRECTION), AS ITS OWN LINE
      * ON THE ADJUSTMENT JOURNAL salesadj.dat CARRYING WHO KEYED IT
      * AND WHEN, AND AS ADJUSTMENT ENTRIES ON THE SALES HISTORY FILE
      * THAT A salhist RE-ROLL LEAVES ALONE, SO dbrecon, salrpt AND
      * adjrpt STILL TIE. A TRANS-ID THAT IS NOT ON THE REGISTRY WAS
      * NEVER LOADED AND CANNOT BE ADJUSTED, AND A SALE ALREADY
      * REVERSED CANNOT BE ADJUSTED AGAIN. THE JOURNAL IS HELD UNDER
      * A RUN LOCK FOR THE SESSION THE WAY rejfix HOLDS ITS QUEUE;
      * EACH POSTING ALSO TAKES THE SALES HISTORY LOCK salhist TAKES,
      * BEFORE THE DATABASE IS TOUCHED, SO A RE-ROLL AND A POSTING
      * NEVER REWRITE saleshist.dat AT THE SAME TIME.
      * THE OPERATOR IS THE ONE SIGNED ON AGAINST THE OPERATOR
      * MASTER, AND EVERY POSTING ALSO GOES ON THE SHARED CHANGE
      * JOURNAL chgjrnl.dat.
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Read-only here: a TRANS-ID is proven loaded with one keyed
      * READ against the registry popdata writes.
            SELECT TRANS-REGISTRY-FILE
            ASSIGN TO DYNAMIC WS-REGISTRY-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS TRG-TRANS-ID
            FILE STATUS IS WS-TRG-FILE-STATUS.

            SELECT EXTRACT-FILE
            ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-EXT-FILE-STATUS.

            SELECT ADJ-JOURNAL-FILE
            ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-ADJ-FILE-STATUS.

            SELECT STORE-MASTER-FILE
            ASSIGN TO DYNAMIC WS-STORE-MASTER-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-STM-FILE-STATUS.

            SELECT TAX-RATE-FILE
            ASSIGN TO DYNAMIC WS-TAX-RATE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-TAX-FILE-STATUS.

            SELECT HISTORY-FILE
            ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-HST-FILE-STATUS.

            SELECT HISTORY-OUT-FILE
            ASSIGN TO DYNAMIC WS-HISTORY-OUT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

      * One adjustment's rows go to this work file as a single
      * START TRANSACTION ... COMMIT unit, the way popdata feeds its
      * batches to one mysql client.
            SELECT ADJ-SQL-FILE
            ASSIGN TO DYNAMIC WS-ADJ-SQL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-SQL-FILE-STATUS.

            SELECT RUN-LOCK-FILE
            ASSIGN TO DYNAMIC WS-LOCK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LCK-FILE-STATUS.

      * The sales history's own lock, shared with salhist and held
      * only while one posting moves the history.
            SELECT HISTORY-LOCK-FILE
            ASSIGN TO DYNAMIC WS-HST-LOCK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-HLK-FILE-STATUS.

      * Operator master the sign-on is proved against, and the
      * change journal every accepted change is appended to.
            SELECT OPERATOR-MASTER-FILE
            ASSIGN TO DYNAMIC WS-OPERATOR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-OPR-FILE-STATUS.

            SELECT CHANGE-JOURNAL-FILE
            ASSIGN TO DYNAMIC WS-CHGJRNL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CJ-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD TRANS-REGISTRY-FILE.
        01 TRANS-REGISTRY-RECORD.
            05 TRG-TRANS-ID    PIC X(40).
            05 TRG-RUN-DATE    PIC 9(8).
            05 TRG-RUN-TIME    PIC 9(8).
            05 TRG-INPUT-FILE  PIC X(40).

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

        FD ADJ-JOURNAL-FILE.
        01 ADJ-JOURNAL-LINE    PIC X(308).

        FD STORE-MASTER-FILE.
            COPY STOREMAST.

        FD TAX-RATE-FILE.
            COPY TAXRATE.

        FD HISTORY-FILE.
            COPY SALESHST.

        FD HISTORY-OUT-FILE.
            COPY SALESHST REPLACING ==SALES-HISTORY-RECORD==
                BY ==HISTORY-OUT-RECORD==
                ==SH-SDATE==          BY ==SHO-SDATE==
                ==SH-STORE-NO==       BY ==SHO-STORE-NO==
                ==SH-CATEGORY==       BY ==SHO-CATEGORY==
                ==SH-COUNT==          BY ==SHO-COUNT==
                ==SH-QTY-TOTAL==      BY ==SHO-QTY-TOTAL==
                ==SH-NET-TOTAL==      BY ==SHO-NET-TOTAL==
                ==SH-EXT-COST-TOTAL== BY ==SHO-EXT-COST-TOTAL==
                ==SH-RETURN-COUNT==   BY ==SHO-RETURN-COUNT==
                ==SH-RETURN-NET==     BY ==SHO-RETURN-NET==
                ==SH-SOURCE==         BY ==SHO-SOURCE==
                ==SH-FROM-LOAD==      BY ==SHO-FROM-LOAD==
                ==SH-FROM-ADJUSTMENT== BY ==SHO-FROM-ADJUSTMENT==.

        FD ADJ-SQL-FILE.
        01 ADJ-SQL-LINE        PIC X(700).

        FD RUN-LOCK-FILE.
            COPY RUNLOCK.

        FD HISTORY-LOCK-FILE.
            COPY RUNLOCK REPLACING ==RUN-LOCK-RECORD==
                BY ==HISTORY-LOCK-RECORD==
                ==RL-HOLDER==         BY ==HL-HOLDER==
                ==RL-LOCK-DATE==      BY ==HL-LOCK-DATE==
                ==RL-LOCK-TIME==      BY ==HL-LOCK-TIME==.

        FD OPERATOR-MASTER-FILE.
            COPY OPERMAST.

        FD CHANGE-JOURNAL-FILE.
            COPY CHGJRNL.

        WORKING-STORAGE SECTION.
      * The journal line is built and read back here rather than in
      * the FD, so it can be scanned and then posted from one area.
            COPY SALESADJ.

        01  WS-EOF             PIC X(1)    VALUE 'N'.
        01  WS-QUIT-SW         PIC X(1)    VALUE 'N'.

        01  WS-CMD-PARM            PIC X(100) VALUE SPACES.
        01  WS-JOURNAL-FILENAME    PIC X(100) VALUE './salesadj.dat'.
        01  WS-REGISTRY-FILENAME   PIC X(100) VALUE './transreg.dat'.
        01  WS-STORE-MASTER-FILENAME PIC X(100)
                                    VALUE './storemast.dat'.
        01  WS-TAX-RATE-FILENAME   PIC X(100) VALUE './taxrate.dat'.
        01  WS-HISTORY-FILENAME    PIC X(100) VALUE './saleshist.dat'.
        01  WS-HISTORY-OUT-FILENAME PIC X(110) VALUE SPACES.
        01  WS-EXTRACT-FILENAME    PIC X(110) VALUE SPACES.
        01  WS-ADJ-SQL-FILENAME    PIC X(110) VALUE SPACES.

        01  WS-TRG-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-EXT-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-ADJ-FILE-STATUS     PIC X(2)   VALUE SPACES.
            88 ADJ-FILE-NOT-FOUND             VALUE '35'.
        01  WS-STM-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-TAX-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-HST-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-SQL-FILE-STATUS     PIC X(2)   VALUE SPACES.

        01  WS-MV-CMD              PIC X(240) VALUE SPACES.

      * Run-lock work area: the journal lock plus the stale-age
      * arithmetic that lets a lock left by a crashed session be
      * taken over instead of blocking adjustments until someone
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
      * The lock date and time being aged, moved in from whichever
      * lock file was just read.
        01  WS-CHK-LOCK-DATE       PIC 9(8)   VALUE ZERO.
        01  WS-CHK-LOCK-TIME       PIC 9(8)   VALUE ZERO.
        01  WS-HST-LOCK-FILENAME   PIC X(110) VALUE SPACES.
        01  WS-HLK-FILE-STATUS     PIC X(2)   VALUE SPACES.
            88 HST-LOCK-NOT-FOUND             VALUE '35'.
        01  WS-HST-LOCK-SW         PIC X(1)   VALUE 'N'.
            88 HISTORY-LOCK-ACQUIRED          VALUE 'Y'.

        01  WS-COMMAND             PIC X(1)   VALUE SPACE.
        01  WS-CONFIRM             PIC X(1)   VALUE SPACE.

        01  WS-REVERSE-COUNT       PIC 9(4)   VALUE ZERO.
        01  WS-CORRECT-COUNT       PIC 9(4)   VALUE ZERO.
        01  WS-REFUSED-COUNT       PIC 9(4)   VALUE ZERO.

        01  STORE-TABLE-CONTROLS.
            05 STORE-TABLE-COUNT   PIC 9(3)   VALUE ZERO.
            05 WS-STM-EOF          PIC X(1)   VALUE 'N'.
            05 WS-STORE-FOUND      PIC X(1)   VALUE 'N'.
               88 STORE-ON-FILE                VALUE 'Y'.
        01  STORE-TABLE.
            05 STORE-ENTRY OCCURS 100 TIMES INDEXED BY ST-IDX.
                10 ST-STORE-NO     PIC 9(4).

      * Same store/effective-date rate table popdata loads, so a
      * corrected sale is taxed the way the load would have taxed
      * it. No rate file taxes the correction at zero, as the load
      * does.
        01  TAX-TABLE-CONTROLS.
            05 TAX-TABLE-COUNT     PIC 9(3)   VALUE ZERO.
            05 WS-TAX-EOF          PIC X(1)   VALUE 'N'.
        01  TAX-TABLE.
            05 TAX-ENTRY OCCURS 200 TIMES INDEXED BY TAX-IDX.
                10 TXT-STORE-NO    PIC 9(4).
                10 TXT-EFF-DATE    PIC 9(8).
                10 TXT-RATE        PIC 9(2)V9(4).

        01  WS-TAX-SUB             PIC 9(3)   VALUE ZERO.
        01  WS-TAX-RATE            PIC 9(2)V9(4) VALUE ZERO.
        01  WS-TAX-BEST-DATE       PIC 9(8)   VALUE ZERO.
        01  WS-TAX-RATE-FOUND-SW   PIC X(1)   VALUE 'N'.
            88 TAX-RATE-FOUND                 VALUE 'Y'.
        01  WS-SALE-DATE-NUM       PIC 9(8)   VALUE ZERO.

      * Key screen fields, plus the message line that carries the
      * verdict on the last lookup or posting back to the operator.
      * The operator is the one proved at sign-on.
        01  WS-EDIT-TRANS-ID       PIC X(40)  VALUE SPACES.
        01  WS-EDIT-MESSAGE        PIC X(40)  VALUE SPACES.

      * The sale as it stands now: the .ext line as loaded, or the
      * after image of the last correction on the journal.
        01  WS-SALE-SW             PIC X(1)   VALUE 'Y'.
            88 SALE-ADJUSTABLE                VALUE 'Y'.
            88 SALE-BLOCKED                   VALUE 'N'.
        01  WS-PRIOR-SW            PIC X(1)   VALUE 'N'.
            88 NO-PRIOR-ADJUSTMENT            VALUE 'N'.
            88 PRIOR-CORRECTION               VALUE 'C'.
            88 PRIOR-REVERSAL                 VALUE 'R'.
        01  WS-LAST-ADJ-DATE       PIC 9(8)   VALUE ZERO.
        01  WS-CUR-STATUS-TEXT     PIC X(30)  VALUE SPACES.
        01  WS-CUR-SDATE           PIC X(10)  VALUE SPACES.
        01  WS-CUR-CATEGORY        PIC X(35)  VALUE SPACES.
        01  WS-CUR-SKU             PIC X(20)  VALUE SPACES.
        01  WS-CUR-CASHIER-ID      PIC X(10)  VALUE SPACES.
        01  WS-CUR-COST            PIC 9(4)V99 VALUE ZERO.
        01  WS-CUR-STORE-NO        PIC 9(4)   VALUE ZERO.
        01  WS-CUR-QUANTITY        PIC S9(3)  VALUE ZERO.
        01  WS-CUR-PRICE           PIC 9(4)V99 VALUE ZERO.
        01  WS-CUR-DISCOUNT        PIC 9(4)V99 VALUE ZERO.
        01  WS-CUR-NET-AMOUNT      PIC S9(7)V99 VALUE ZERO.
        01  WS-CUR-TAX-AMOUNT      PIC S9(7)V99 VALUE ZERO.

      * Adjustment screen work fields are free text, parsed and
      * proved before anything is posted; a blank correction field
      * keeps the current value.
        01  WS-EDIT-TYPE           PIC X(1)   VALUE SPACE.
        01  WS-EDIT-REASON         PIC X(40)  VALUE SPACES.
        01  WS-EDIT-STORE          PIC X(4)   VALUE SPACES.
        01  WS-EDIT-QUANTITY       PIC X(5)   VALUE SPACES.
        01  WS-EDIT-PRICE          PIC X(9)   VALUE SPACES.
        01  WS-EDIT-DISCOUNT       PIC X(9)   VALUE SPACES.

        01  WS-ENTRY-VALID-SW      PIC X(1)   VALUE 'Y'.
            88 ENTRY-VALID                    VALUE 'Y'.
            88 ENTRY-INVALID                  VALUE 'N'.
        01  WS-ADJ-TYPE            PIC X(1)   VALUE SPACE.
            88 ADJ-IS-REVERSAL                VALUE 'R'.
            88 ADJ-IS-CORRECTION              VALUE 'C'.

      * The sale after the adjustment - all zero for a reversal.
        01  WS-NEW-STORE-NO        PIC 9(4)   VALUE ZERO.
        01  WS-NEW-QUANTITY        PIC S9(3)  VALUE ZERO.
        01  WS-NEW-PRICE           PIC 9(4)V99 VALUE ZERO.
        01  WS-NEW-DISCOUNT        PIC 9(4)V99 VALUE ZERO.
        01  WS-NEW-NET-AMOUNT      PIC S9(7)V99 VALUE ZERO.
        01  WS-NEW-TAX-AMOUNT      PIC S9(7)V99 VALUE ZERO.

        01  WS-ADJ-DATE            PIC 9(8)   VALUE ZERO.
        01  WS-ADJ-TIME            PIC 9(8)   VALUE ZERO.

      * Signed values headed for the INSERT statement go out with a
      * leading separate sign and the money fields with an explicit
      * decimal point, the same as popdata's.
        01  SQL-FIELDS-STR.
            05 FS              PIC X(1) VALUE ','.
        01  WS-SQL-STORE       PIC 9(4).
        01  WS-SQL-QUANTITY    PIC S9(3) SIGN LEADING SEPARATE.
        01  WS-SQL-NET-AMOUNT  PIC +9(7).99.
        01  WS-SQL-TAX-AMOUNT  PIC +9(7).99.
        01  WS-SQL-DISCOUNT    PIC 9(4).99.
        01  WS-SQL-PRICE       PIC 9(4).99.
        01  WS-SQL-COST        PIC 9(4).99.

        01  WS-APOST           PIC X(1)    VALUE ''''.

        01  WS-SQL-STMT        PIC X(600)  VALUE SPACES.
        01  WS-SQL-STMT-PTR    PIC 9(4)    VALUE 1.
        01  WS-SQL-STMT-LEN    PIC 9(4)    VALUE ZERO.
        01  WS-SQL-CMD         PIC X(900)  VALUE SPACES.
        01  WS-SQL-RC          PIC S9(9)   VALUE ZERO.

      * One row of the adjustment: the negated old image ('O'), or
      * the new image ('N') a correction adds.
        01  WS-ROW-LINE-TYPE       PIC X(1)   VALUE SPACE.
        01  WS-ROW-STORE-NO        PIC 9(4)   VALUE ZERO.
        01  WS-ROW-QUANTITY        PIC S9(3)  VALUE ZERO.
        01  WS-ROW-PRICE           PIC 9(4)V99 VALUE ZERO.
        01  WS-ROW-DISCOUNT        PIC 9(4)V99 VALUE ZERO.
        01  WS-ROW-NET-AMOUNT      PIC S9(7)V99 VALUE ZERO.
        01  WS-ROW-TAX-AMOUNT      PIC S9(7)V99 VALUE ZERO.
        01  WS-ROW-COUNT           PIC 9(1)   VALUE ZERO.

      * Work area for ESCAPE-SQL-FIELD-PROCEDURE, as in popdata:
      * doubles an embedded QUOTE or backslash so keyed or POS text
      * can't close the SQL string literal it is placed inside of.
        01  WS-ESC-IN          PIC X(40)   VALUE SPACES.
        01  WS-ESC-IN-LEN      PIC 9(3)    VALUE ZERO.
        01  WS-ESC-OUT         PIC X(82)   VALUE SPACES.
        01  WS-ESC-OUT-LEN     PIC 9(3)    VALUE ZERO.
        01  WS-ESC-IDX         PIC 9(3)    VALUE ZERO.

        01  WS-SQL-TRANS-ID      PIC X(82)  VALUE SPACES.
        01  WS-SQL-TRANS-ID-LEN  PIC 9(3)   VALUE ZERO.
        01  WS-SQL-CATEGORY      PIC X(72)  VALUE SPACES.
        01  WS-SQL-CATEGORY-LEN  PIC 9(3)   VALUE ZERO.
        01  WS-SQL-SKU           PIC X(42)  VALUE SPACES.
        01  WS-SQL-SKU-LEN       PIC 9(3)   VALUE ZERO.
        01  WS-SQL-CASHIER       PIC X(22)  VALUE SPACES.
        01  WS-SQL-CASHIER-LEN   PIC 9(3)   VALUE ZERO.
        01  WS-SQL-OPERATOR      PIC X(22)  VALUE SPACES.
        01  WS-SQL-OPERATOR-LEN  PIC 9(3)   VALUE ZERO.
        01  WS-SQL-REASON        PIC X(82)  VALUE SPACES.
        01  WS-SQL-REASON-LEN    PIC 9(3)   VALUE ZERO.

      * Shell-quoting for the SQL work filename before it goes after
      * the < redirect on the mysql command line.
        01  WS-FN-CURRENT        PIC X(110) VALUE SPACES.
        01  WS-FN-CUR-LEN        PIC 9(4)   VALUE ZERO.
        01  WS-ESC-FILENAME      PIC X(400) VALUE SPACES.
        01  WS-ESC-FILENAME-LEN  PIC 9(4)   VALUE ZERO.
        01  WS-FN-ESC-IDX        PIC 9(4)   VALUE ZERO.

      * The history change one adjustment makes, by store: the old
      * image comes off the store it was loaded to and the new image
      * goes on the store it belongs to (the same entry when the
      * store is not being corrected).
        01  DELTA-TABLE-CONTROLS.
            05 DELTA-TABLE-COUNT   PIC 9(1)   VALUE ZERO.
        01  DELTA-TABLE.
            05 DELTA-ENTRY OCCURS 2 TIMES INDEXED BY HD-IDX.
                10 HD-STORE-NO     PIC 9(4).
                10 HD-QTY          PIC S9(9).
                10 HD-NET          PIC S9(9)V99.
                10 HD-EXT-COST     PIC S9(9)V99.
                10 HD-RETURN-NET   PIC S9(9)V99.
                10 HD-APPLIED-SW   PIC X(1).
                    88 HD-APPLIED              VALUE 'Y'.

        01  WS-DLT-STORE-NO        PIC 9(4)   VALUE ZERO.
        01  WS-DLT-QUANTITY        PIC S9(4)  VALUE ZERO.
        01  WS-DLT-NET-AMOUNT      PIC S9(8)V99 VALUE ZERO.
        01  WS-DLT-RETURN-SW       PIC X(1)   VALUE 'N'.
            88 DLT-IS-RETURN                  VALUE 'Y'.
        01  WS-EXT-COST            PIC S9(9)V99 VALUE ZERO.

      * Sign-on work area: the operator ID proved against the
      * operator master before anything else happens, and the
      * action, key and before/after images each accepted change
      * fills in for WRITE-CHANGE-JOURNAL-PROCEDURE to stamp and
      * append.
        01  WS-OPERATOR-FILENAME   PIC X(100) VALUE './opermast.dat'.
        01  WS-OPR-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-OPR-EOF             PIC X(1)   VALUE 'N'.
        01  WS-CHGJRNL-FILENAME    PIC X(100) VALUE './chgjrnl.dat'.
        01  WS-CJ-FILE-STATUS      PIC X(2)   VALUE SPACES.
            88 CHGJRNL-NOT-FOUND              VALUE '35'.
        01  WS-SIGNON-OPERATOR     PIC X(10)  VALUE SPACES.
        01  WS-SIGNON-PASSWORD     PIC X(10)  VALUE SPACES.
        01  WS-SIGNON-MESSAGE      PIC X(40)  VALUE SPACES.
        01  WS-SIGNON-TRIES        PIC 9(1)   VALUE ZERO.
        01  WS-SIGNON-SW           PIC X(1)   VALUE 'N'.
            88 SIGNED-ON                      VALUE 'Y'.
        01  WS-OPR-FOUND-SW        PIC X(1)   VALUE 'N'.
            88 OPERATOR-FOUND                 VALUE 'Y'.
        01  WS-CJ-ACTION           PIC X(1)   VALUE SPACE.
        01  WS-CJ-KEY              PIC X(40)  VALUE SPACES.
        01  WS-CJ-BEFORE-IMAGE     PIC X(310) VALUE SPACES.
        01  WS-CJ-AFTER-IMAGE      PIC X(310) VALUE SPACES.

      *----------------------------------------------------------------
      * One screen to name the sale under the signed-on operator, a
      * second to show the sale as it now stands and take the
      * adjustment, and a confirm line showing what the sale becomes
      * before anything is posted.
      *----------------------------------------------------------------
        SCREEN SECTION.
        01  SCR-SIGN-ON.
            05 BLANK SCREEN.
            05 LINE 1  COL 1  VALUE 'SALE CORRECTION AND REVERSAL'.
            05 LINE 3  COL 1  VALUE 'OPERATOR ID:'.
            05 LINE 3  COL 14 PIC X(10) TO WS-SIGNON-OPERATOR.
            05 LINE 4  COL 1  VALUE 'PASSWORD:'.
            05 LINE 4  COL 14 PIC X(10) TO WS-SIGNON-PASSWORD
                                          SECURE.
            05 LINE 6  COL 1  PIC X(40) FROM WS-SIGNON-MESSAGE.

        01  SCR-ADJ-KEY.
            05 BLANK SCREEN.
            05 LINE 1  COL 1  VALUE 'SALE CORRECTION AND REVERSAL'.
            05 LINE 3  COL 1  VALUE 'OPERATOR:'.
            05 LINE 3  COL 12 PIC X(10) FROM WS-SIGNON-OPERATOR.
            05 LINE 4  COL 1  VALUE 'TRANS-ID:'.
            05 LINE 4  COL 12 PIC X(40) FROM WS-EDIT-TRANS-ID
                                          TO   WS-EDIT-TRANS-ID.
            05 LINE 6  COL 1  PIC X(40) FROM WS-EDIT-MESSAGE.
            05 LINE 8  COL 1  VALUE 'L=LOOK UP SALE  Q=QUIT      '.
            05 LINE 9  COL 1  VALUE 'COMMAND: '.
            05 LINE 9  COL 10 PIC X(1) TO WS-COMMAND.

        01  SCR-ADJ-DETAIL.
            05 BLANK SCREEN.
            05 LINE 1  COL 1  VALUE 'SALE CORRECTION AND REVERSAL'.
            05 LINE 3  COL 1  VALUE 'TRANS-ID:'.
            05 LINE 3  COL 12 PIC X(40) FROM WS-EDIT-TRANS-ID.
            05 LINE 4  COL 1  VALUE 'LOADED:'.
            05 LINE 4  COL 12 PIC X(40) FROM TRG-INPUT-FILE.
            05 LINE 5  COL 1  VALUE 'SALE DATE:'.
            05 LINE 5  COL 12 PIC X(10) FROM WS-CUR-SDATE.
            05 LINE 5  COL 25 VALUE 'STORE:'.
            05 LINE 5  COL 32 PIC 9(4) FROM WS-CUR-STORE-NO.
            05 LINE 6  COL 1  VALUE 'SKU:'.
            05 LINE 6  COL 12 PIC X(20) FROM WS-CUR-SKU.
            05 LINE 6  COL 34 VALUE 'CASHIER:'.
            05 LINE 6  COL 43 PIC X(10) FROM WS-CUR-CASHIER-ID.
            05 LINE 7  COL 1  VALUE 'CATEGORY:'.
            05 LINE 7  COL 12 PIC X(35) FROM WS-CUR-CATEGORY.
            05 LINE 8  COL 1  VALUE 'QUANTITY:'.
            05 LINE 8  COL 12 PIC -ZZ9 FROM WS-CUR-QUANTITY.
            05 LINE 8  COL 25 VALUE 'PRICE:'.
            05 LINE 8  COL 32 PIC ZZZ9.99 FROM WS-CUR-PRICE.
            05 LINE 8  COL 42 VALUE 'DISCOUNT:'.
            05 LINE 8  COL 52 PIC ZZZ9.99 FROM WS-CUR-DISCOUNT.
            05 LINE 9  COL 1  VALUE 'NET:'.
            05 LINE 9  COL 12 PIC -ZZZZZZ9.99 FROM WS-CUR-NET-AMOUNT.
            05 LINE 9  COL 25 VALUE 'TAX:'.
            05 LINE 9  COL 32 PIC -ZZZZZZ9.99 FROM WS-CUR-TAX-AMOUNT.
            05 LINE 10 COL 1  VALUE 'STATUS:'.
            05 LINE 10 COL 12 PIC X(30) FROM WS-CUR-STATUS-TEXT.
            05 LINE 12 COL 1  VALUE 'TYPE R=REVERSE C=CORRECT:'.
            05 LINE 12 COL 27 PIC X(1) FROM WS-EDIT-TYPE
                                         TO   WS-EDIT-TYPE.
            05 LINE 13 COL 1  VALUE 'REASON:'.
            05 LINE 13 COL 12 PIC X(40) FROM WS-EDIT-REASON
                                          TO   WS-EDIT-REASON.
            05 LINE 15 COL 1  VALUE
               'CORRECTION - BLANK KEEPS THE CURRENT VALUE'.
            05 LINE 16 COL 1  VALUE 'STORE:'.
            05 LINE 16 COL 12 PIC X(4) FROM WS-EDIT-STORE
                                         TO   WS-EDIT-STORE.
            05 LINE 17 COL 1  VALUE 'QUANTITY:'.
            05 LINE 17 COL 12 PIC X(5) FROM WS-EDIT-QUANTITY
                                         TO   WS-EDIT-QUANTITY.
            05 LINE 18 COL 1  VALUE 'PRICE:'.
            05 LINE 18 COL 12 PIC X(9) FROM WS-EDIT-PRICE
                                         TO   WS-EDIT-PRICE.
            05 LINE 19 COL 1  VALUE 'DISCOUNT:'.
            05 LINE 19 COL 12 PIC X(9) FROM WS-EDIT-DISCOUNT
                                         TO   WS-EDIT-DISCOUNT.

        01  SCR-ADJ-CONFIRM.
            05 LINE 21 COL 1  VALUE 'NEW NET:'.
            05 LINE 21 COL 12 PIC -ZZZZZZ9.99 FROM WS-NEW-NET-AMOUNT.
            05 LINE 21 COL 25 VALUE 'NEW TAX:'.
            05 LINE 21 COL 34 PIC -ZZZZZZ9.99 FROM WS-NEW-TAX-AMOUNT.
            05 LINE 22 COL 1  VALUE 'POST THIS ADJUSTMENT (Y/N):'.
            05 LINE 22 COL 29 PIC X(1) TO WS-CONFIRM.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            PERFORM INITIALIZE-PROCEDURE.

      * Nobody reaches the file without an operator ID the operator
      * master clears for this screen.
            PERFORM SIGN-ON-PROCEDURE.
            IF NOT SIGNED-ON
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM LOAD-STORE-MASTER-PROCEDURE.
            PERFORM LOAD-TAX-RATE-PROCEDURE.

      * Without the registry there is nothing to prove a TRANS-ID
      * against, so the session ends before the journal is locked.
            OPEN INPUT TRANS-REGISTRY-FILE.
            IF WS-TRG-FILE-STATUS NOT = '00'
                DISPLAY 'ADJFIX: CANNOT OPEN TRANS REGISTRY '
                        WS-REGISTRY-FILENAME
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      * The journal lock comes before anything is looked up; a
      * second session ends right here with the holder named.
            PERFORM ACQUIRE-LOCK-PROCEDURE.
            IF NOT LOCK-ACQUIRED
                CLOSE TRANS-REGISTRY-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM ADJUST-PROCEDURE UNTIL WS-QUIT-SW = 'Y'.

            CLOSE TRANS-REGISTRY-FILE.

            DISPLAY 'ADJFIX: REVERSED='  WS-REVERSE-COUNT
                    ' CORRECTED='        WS-CORRECT-COUNT
                    ' REFUSED='          WS-REFUSED-COUNT.

            PERFORM RELEASE-LOCK-PROCEDURE.

            STOP RUN.

      * The one parameter overrides the journal filename; the SQL
      * work file and the lock are named after it.
        INITIALIZE-PROCEDURE.
            ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
            IF WS-CMD-PARM NOT = SPACES
                MOVE WS-CMD-PARM TO WS-JOURNAL-FILENAME
            END-IF.
            STRING WS-JOURNAL-FILENAME DELIMITED BY SPACE
                   '.lck'              DELIMITED BY SIZE
                   INTO WS-LOCK-FILENAME
            END-STRING.
            STRING WS-JOURNAL-FILENAME DELIMITED BY SPACE
                   '.sql'              DELIMITED BY SIZE
                   INTO WS-ADJ-SQL-FILENAME
            END-STRING.
            STRING WS-HISTORY-FILENAME DELIMITED BY SPACE
                   '.new'              DELIMITED BY SIZE
                   INTO WS-HISTORY-OUT-FILENAME
            END-STRING.
            STRING WS-HISTORY-FILENAME DELIMITED BY SPACE
                   '.lck'              DELIMITED BY SIZE
                   INTO WS-HST-LOCK-FILENAME
            END-STRING.
            MOVE WS-ADJ-SQL-FILENAME TO WS-FN-CURRENT.
            PERFORM QUOTE-FILENAME-PROCEDURE.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
            COMPUTE WS-NOW-SECONDS =
                (FUNCTION NUMVAL(WS-RUN-TIME(1:2)) * 3600)
                + (FUNCTION NUMVAL(WS-RUN-TIME(3:2)) * 60)
                + FUNCTION NUMVAL(WS-RUN-TIME(5:2)).

      * A correction may move a sale to another store, and the store
      * it moves to must be on the master; without the master there
      * is no proving that, so the session does not start.
        LOAD-STORE-MASTER-PROCEDURE.
            MOVE ZERO TO STORE-TABLE-COUNT.
            MOVE 'N' TO WS-STM-EOF.
            OPEN INPUT STORE-MASTER-FILE.
            IF WS-STM-FILE-STATUS = '00'
                PERFORM LOAD-STORE-MASTER-READ-PROCEDURE
                    UNTIL WS-STM-EOF = 'Y'
                CLOSE STORE-MASTER-FILE
            ELSE
                DISPLAY 'ADJFIX: CANNOT OPEN STORE MASTER '
                        WS-STORE-MASTER-FILENAME
                MOVE 8 TO RETURN-CODE
                STOP RUN
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
                        DISPLAY 'ADJFIX: STORE TABLE FULL - '
                                'SKIPPING ' SM-STORE-NO
                    END-IF
            END-READ.

        LOAD-TAX-RATE-PROCEDURE.
            MOVE ZERO TO TAX-TABLE-COUNT.
            MOVE 'N' TO WS-TAX-EOF.
            OPEN INPUT TAX-RATE-FILE.
            IF WS-TAX-FILE-STATUS = '00'
                PERFORM LOAD-TAX-RATE-READ-PROCEDURE
                    UNTIL WS-TAX-EOF = 'Y'
                CLOSE TAX-RATE-FILE
            ELSE
                DISPLAY 'ADJFIX: CANNOT OPEN TAX RATE FILE '
                        WS-TAX-RATE-FILENAME
                        ' - CORRECTIONS TAX AS ZERO'
            END-IF.

        LOAD-TAX-RATE-READ-PROCEDURE.
            READ TAX-RATE-FILE
                AT END MOVE 'Y' TO WS-TAX-EOF
                NOT AT END
                    IF TAX-TABLE-COUNT < 200
                        ADD 1 TO TAX-TABLE-COUNT
                        SET TAX-IDX TO TAX-TABLE-COUNT
                        MOVE TX-STORE-NO TO TXT-STORE-NO(TAX-IDX)
                        MOVE TX-EFF-DATE TO TXT-EFF-DATE(TAX-IDX)
                        MOVE TX-RATE     TO TXT-RATE(TAX-IDX)
                    ELSE
                        DISPLAY 'ADJFIX: TAX TABLE FULL - '
                                'SKIPPING ' TX-STORE-NO
                    END-IF
            END-READ.

      * A missing lock file means the journal is free; a present one
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
                    MOVE RL-LOCK-DATE TO WS-CHK-LOCK-DATE
                    MOVE RL-LOCK-TIME TO WS-CHK-LOCK-TIME
                    PERFORM CHECK-STALE-LOCK-PROCEDURE
                    IF LOCK-IS-STALE
                        DISPLAY 'ADJFIX: STALE LOCK ON JOURNAL '
                                WS-JOURNAL-FILENAME
                                ' FROM ' RL-HOLDER ' ' RL-LOCK-DATE
                                ' - TAKING OVER'
                        PERFORM WRITE-LOCK-PROCEDURE
                    ELSE
                        DISPLAY 'ADJFIX: JOURNAL '
                                WS-JOURNAL-FILENAME
                                ' LOCKED BY ' RL-HOLDER
                                ' SINCE ' RL-LOCK-DATE
                                ' ' RL-LOCK-TIME
                    END-IF
                ELSE
                    DISPLAY 'ADJFIX: CANNOT READ LOCK '
                            WS-LOCK-FILENAME
                END-IF
            END-IF.

      * Age in seconds against this session's start (for the history
      * lock, against the posting); an unreadable or zero lock date
      * reads as infinitely old.
        CHECK-STALE-LOCK-PROCEDURE.
            MOVE 'N' TO WS-LOCK-STALE-SW.
            IF WS-CHK-LOCK-DATE IS NOT NUMERIC
               OR WS-CHK-LOCK-DATE = ZERO
                SET LOCK-IS-STALE TO TRUE
            ELSE
                COMPUTE WS-LOCK-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-CHK-LOCK-DATE)
                COMPUTE WS-LOCK-SECONDS =
                    (FUNCTION NUMVAL(WS-CHK-LOCK-TIME(1:2)) * 3600)
                    + (FUNCTION NUMVAL(WS-CHK-LOCK-TIME(3:2)) * 60)
                    + FUNCTION NUMVAL(WS-CHK-LOCK-TIME(5:2))
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
                MOVE 'adjfix'    TO RL-HOLDER
                MOVE WS-RUN-DATE TO RL-LOCK-DATE
                MOVE WS-RUN-TIME TO RL-LOCK-TIME
                WRITE RUN-LOCK-RECORD
                CLOSE RUN-LOCK-FILE
                SET LOCK-ACQUIRED TO TRUE
            ELSE
                DISPLAY 'ADJFIX: CANNOT CREATE LOCK '
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
      * The sales history lock, taken per posting rather than per
      * session so salhist is only ever held off for one posting.
      * It is aged against the posting's own date and time; a live
      * one refuses the posting before anything is written, a stale
      * one is announced and taken over.
      *----------------------------------------------------------------
        ACQUIRE-HISTORY-LOCK-PROCEDURE.
            MOVE 'N' TO WS-HST-LOCK-SW.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-ADJ-DATE).
            COMPUTE WS-NOW-SECONDS =
                (FUNCTION NUMVAL(WS-ADJ-TIME(1:2)) * 3600)
                + (FUNCTION NUMVAL(WS-ADJ-TIME(3:2)) * 60)
                + FUNCTION NUMVAL(WS-ADJ-TIME(5:2)).
            OPEN INPUT HISTORY-LOCK-FILE.
            IF HST-LOCK-NOT-FOUND
                PERFORM WRITE-HISTORY-LOCK-PROCEDURE
            ELSE
                IF WS-HLK-FILE-STATUS = '00'
                    READ HISTORY-LOCK-FILE
                        AT END
                            MOVE SPACES TO HL-HOLDER
                            MOVE ZERO TO HL-LOCK-DATE HL-LOCK-TIME
                    END-READ
                    CLOSE HISTORY-LOCK-FILE
                    MOVE HL-LOCK-DATE TO WS-CHK-LOCK-DATE
                    MOVE HL-LOCK-TIME TO WS-CHK-LOCK-TIME
                    PERFORM CHECK-STALE-LOCK-PROCEDURE
                    IF LOCK-IS-STALE
                        DISPLAY 'ADJFIX: STALE LOCK ON HISTORY '
                                WS-HISTORY-FILENAME
                                ' FROM ' HL-HOLDER ' ' HL-LOCK-DATE
                                ' - TAKING OVER'
                        PERFORM WRITE-HISTORY-LOCK-PROCEDURE
                    ELSE
                        DISPLAY 'ADJFIX: HISTORY '
                                WS-HISTORY-FILENAME
                                ' LOCKED BY ' HL-HOLDER
                                ' SINCE ' HL-LOCK-DATE
                                ' ' HL-LOCK-TIME
                    END-IF
                ELSE
                    DISPLAY 'ADJFIX: CANNOT READ LOCK '
                            WS-HST-LOCK-FILENAME
                END-IF
            END-IF.

        WRITE-HISTORY-LOCK-PROCEDURE.
            OPEN OUTPUT HISTORY-LOCK-FILE.
            IF WS-HLK-FILE-STATUS = '00'
                MOVE 'adjfix'    TO HL-HOLDER
                MOVE WS-ADJ-DATE TO HL-LOCK-DATE
                MOVE WS-ADJ-TIME TO HL-LOCK-TIME
                WRITE HISTORY-LOCK-RECORD
                CLOSE HISTORY-LOCK-FILE
                SET HISTORY-LOCK-ACQUIRED TO TRUE
            ELSE
                DISPLAY 'ADJFIX: CANNOT CREATE LOCK '
                        WS-HST-LOCK-FILENAME
            END-IF.

        RELEASE-HISTORY-LOCK-PROCEDURE.
            MOVE SPACES TO WS-LOCK-RM-CMD.
            STRING 'rm -f '              DELIMITED BY SIZE
                   WS-HST-LOCK-FILENAME  DELIMITED BY SPACE
                   INTO WS-LOCK-RM-CMD
            END-STRING.
            CALL 'SYSTEM' USING WS-LOCK-RM-CMD.

      * One sale at a time: name it on the key screen, see it as it
      * now stands, key the adjustment. A refused lookup or posting
      * leaves its reason on the key screen's message line.
        ADJUST-PROCEDURE.
            MOVE SPACES TO WS-EDIT-TRANS-ID WS-COMMAND.
            DISPLAY SCR-ADJ-KEY.
            ACCEPT SCR-ADJ-KEY.
            MOVE SPACES TO WS-EDIT-MESSAGE.
            EVALUATE WS-COMMAND
                WHEN 'L'
                WHEN 'l'
                    PERFORM LOOKUP-SALE-PROCEDURE
                    IF SALE-ADJUSTABLE
                        PERFORM ADJUST-SALE-PROCEDURE
                    ELSE
                        ADD 1 TO WS-REFUSED-COUNT
                    END-IF
                WHEN 'Q'
                WHEN 'q'
                    MOVE 'Y' TO WS-QUIT-SW
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *----------------------------------------------------------------
      * Find the sale as it now stands. The registry proves it was
      * loaded and names the input file it came in on; the journal
      * says whether it has been reversed (the end of the line) or
      * corrected (the last correction's after image is the sale
      * now); otherwise the sale is the line on the input file's
      * .ext extract.
      *----------------------------------------------------------------
        LOOKUP-SALE-PROCEDURE.
            SET SALE-ADJUSTABLE TO TRUE.
            IF WS-EDIT-TRANS-ID = SPACES
                SET SALE-BLOCKED TO TRUE
                MOVE 'TRANS-ID REQUIRED' TO WS-EDIT-MESSAGE
            END-IF.
            IF SALE-ADJUSTABLE
                MOVE WS-EDIT-TRANS-ID TO TRG-TRANS-ID
                READ TRANS-REGISTRY-FILE
                    INVALID KEY
                        SET SALE-BLOCKED TO TRUE
                        MOVE 'TRANS-ID WAS NEVER LOADED'
                            TO WS-EDIT-MESSAGE
                END-READ
            END-IF.
            IF SALE-ADJUSTABLE
                PERFORM SCAN-JOURNAL-PROCEDURE
                IF PRIOR-REVERSAL
                    SET SALE-BLOCKED TO TRUE
                    MOVE 'SALE HAS ALREADY BEEN REVERSED'
                        TO WS-EDIT-MESSAGE
                END-IF
            END-IF.
            IF SALE-ADJUSTABLE
                IF PRIOR-CORRECTION
                    MOVE SPACES TO WS-CUR-STATUS-TEXT
                    STRING 'CORRECTED ' DELIMITED BY SIZE
                           WS-LAST-ADJ-DATE DELIMITED BY SIZE
                           INTO WS-CUR-STATUS-TEXT
                    END-STRING
                ELSE
                    MOVE 'AS LOADED' TO WS-CUR-STATUS-TEXT
                    PERFORM FIND-EXTRACT-SALE-PROCEDURE
                END-IF
            END-IF.

      * Chronological, so the last line for the TRANS-ID wins.
        SCAN-JOURNAL-PROCEDURE.
            SET NO-PRIOR-ADJUSTMENT TO TRUE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT ADJ-JOURNAL-FILE.
            IF WS-ADJ-FILE-STATUS = '00'
                PERFORM SCAN-JOURNAL-READ-PROCEDURE
                    UNTIL WS-EOF = 'Y'
                CLOSE ADJ-JOURNAL-FILE
            END-IF.

        SCAN-JOURNAL-READ-PROCEDURE.
            READ ADJ-JOURNAL-FILE INTO SALES-ADJUSTMENT-RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SA-TRANS-ID = WS-EDIT-TRANS-ID
                        IF SA-REVERSAL
                            SET PRIOR-REVERSAL TO TRUE
                        ELSE
                            SET PRIOR-CORRECTION TO TRUE
                            MOVE SA-ADJ-DATE       TO WS-LAST-ADJ-DATE
                            MOVE SA-SDATE          TO WS-CUR-SDATE
                            MOVE SA-CATEGORY       TO WS-CUR-CATEGORY
                            MOVE SA-SKU            TO WS-CUR-SKU
                            MOVE SA-CASHIER-ID     TO WS-CUR-CASHIER-ID
                            MOVE SA-COST           TO WS-CUR-COST
                            MOVE SA-NEW-STORE-NO   TO WS-CUR-STORE-NO
                            MOVE SA-NEW-QUANTITY   TO WS-CUR-QUANTITY
                            MOVE SA-NEW-PRICE      TO WS-CUR-PRICE
                            MOVE SA-NEW-DISCOUNT   TO WS-CUR-DISCOUNT
                            MOVE SA-NEW-NET-AMOUNT TO WS-CUR-NET-AMOUNT
                            MOVE SA-NEW-TAX-AMOUNT TO WS-CUR-TAX-AMOUNT
                        END-IF
                    END-IF
            END-READ.

      * The registry names the input file; the sale's line is on
      * that file's .ext. An extract that has gone missing leaves
      * nothing to reverse against, so the sale is refused.
        FIND-EXTRACT-SALE-PROCEDURE.
            MOVE SPACES TO WS-EXTRACT-FILENAME.
            STRING TRG-INPUT-FILE DELIMITED BY SPACE
                   '.ext'         DELIMITED BY SIZE
                   INTO WS-EXTRACT-FILENAME
            END-STRING.
            SET SALE-BLOCKED TO TRUE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT EXTRACT-FILE.
            IF WS-EXT-FILE-STATUS = '00'
                PERFORM FIND-EXTRACT-READ-PROCEDURE
                    UNTIL WS-EOF = 'Y'
                CLOSE EXTRACT-FILE
            END-IF.
            IF SALE-BLOCKED
                MOVE 'SALE NOT FOUND ON ITS EXTRACT'
                    TO WS-EDIT-MESSAGE
            END-IF.

        FIND-EXTRACT-READ-PROCEDURE.
            READ EXTRACT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF EXT-TRANS-ID = WS-EDIT-TRANS-ID
                        SET SALE-ADJUSTABLE TO TRUE
                        MOVE 'Y' TO WS-EOF
                        MOVE EXT-SDATE      TO WS-CUR-SDATE
                        MOVE EXT-CATEGORY   TO WS-CUR-CATEGORY
                        MOVE EXT-SKU        TO WS-CUR-SKU
                        MOVE EXT-CASHIER-ID TO WS-CUR-CASHIER-ID
                        MOVE EXT-COST       TO WS-CUR-COST
                        MOVE EXT-STORE-NO   TO WS-CUR-STORE-NO
                        MOVE EXT-QUANTITY   TO WS-CUR-QUANTITY
                        MOVE EXT-PRICE      TO WS-CUR-PRICE
                        MOVE EXT-DISCOUNT   TO WS-CUR-DISCOUNT
                        MOVE EXT-NET-AMOUNT TO WS-CUR-NET-AMOUNT
                        MOVE EXT-TAX-AMOUNT TO WS-CUR-TAX-AMOUNT
                    END-IF
            END-READ.

      * Show the sale, take the adjustment, prove it, then show what
      * the sale becomes and post only on a Y.
        ADJUST-SALE-PROCEDURE.
            MOVE SPACES TO WS-EDIT-TYPE WS-EDIT-REASON WS-EDIT-STORE
                           WS-EDIT-QUANTITY WS-EDIT-PRICE
                           WS-EDIT-DISCOUNT WS-CONFIRM.
            DISPLAY SCR-ADJ-DETAIL.
            ACCEPT SCR-ADJ-DETAIL.
            PERFORM VALIDATE-ADJUSTMENT-PROCEDURE.
            IF ENTRY-VALID
                DISPLAY SCR-ADJ-CONFIRM
                ACCEPT SCR-ADJ-CONFIRM
                IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                    PERFORM POST-ADJUSTMENT-PROCEDURE
                ELSE
                    MOVE 'ADJUSTMENT NOT POSTED' TO WS-EDIT-MESSAGE
                END-IF
            ELSE
                ADD 1 TO WS-REFUSED-COUNT
            END-IF.

      * A reversal takes the whole sale out. A correction starts from
      * the sale as it stands and replaces whatever was keyed: the
      * store must be on the master, the quantity nonzero (a zero
      * quantity is a reversal) and the price and discount numeric
      * and not negative. A correction that changes nothing is
      * refused, so the journal only ever holds real changes.
        VALIDATE-ADJUSTMENT-PROCEDURE.
            SET ENTRY-VALID TO TRUE.
            EVALUATE WS-EDIT-TYPE
                WHEN 'R'
                WHEN 'r'
                    SET ADJ-IS-REVERSAL TO TRUE
                WHEN 'C'
                WHEN 'c'
                    SET ADJ-IS-CORRECTION TO TRUE
                WHEN OTHER
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'TYPE MUST BE R OR C' TO WS-EDIT-MESSAGE
            END-EVALUATE.
            IF ENTRY-VALID AND WS-EDIT-REASON = SPACES
                SET ENTRY-INVALID TO TRUE
                MOVE 'REASON REQUIRED' TO WS-EDIT-MESSAGE
            END-IF.
            IF ENTRY-VALID
                IF ADJ-IS-REVERSAL
                    MOVE WS-CUR-STORE-NO TO WS-NEW-STORE-NO
                    MOVE ZERO TO WS-NEW-QUANTITY WS-NEW-PRICE
                                 WS-NEW-DISCOUNT WS-NEW-NET-AMOUNT
                                 WS-NEW-TAX-AMOUNT
                ELSE
                    PERFORM VALIDATE-CORRECTION-PROCEDURE
                END-IF
            END-IF.

        VALIDATE-CORRECTION-PROCEDURE.
            MOVE WS-CUR-STORE-NO  TO WS-NEW-STORE-NO.
            MOVE WS-CUR-QUANTITY  TO WS-NEW-QUANTITY.
            MOVE WS-CUR-PRICE     TO WS-NEW-PRICE.
            MOVE WS-CUR-DISCOUNT  TO WS-NEW-DISCOUNT.
            EVALUATE TRUE
                WHEN WS-EDIT-STORE NOT = SPACES
                 AND WS-EDIT-STORE IS NOT NUMERIC
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'STORE MUST BE 4 DIGITS' TO WS-EDIT-MESSAGE
                WHEN WS-EDIT-QUANTITY NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(WS-EDIT-QUANTITY) NOT = 0
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'QUANTITY MUST BE NUMERIC' TO WS-EDIT-MESSAGE
                WHEN WS-EDIT-PRICE NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(WS-EDIT-PRICE) NOT = 0
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'PRICE MUST BE NUMERIC' TO WS-EDIT-MESSAGE
                WHEN WS-EDIT-DISCOUNT NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(WS-EDIT-DISCOUNT) NOT = 0
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'DISCOUNT MUST BE NUMERIC' TO WS-EDIT-MESSAGE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF ENTRY-VALID AND WS-EDIT-STORE NOT = SPACES
                MOVE WS-EDIT-STORE TO WS-NEW-STORE-NO
                PERFORM CHECK-STORE-PROCEDURE
            END-IF.
            IF ENTRY-VALID AND WS-EDIT-QUANTITY NOT = SPACES
                COMPUTE WS-NEW-QUANTITY =
                    FUNCTION NUMVAL(WS-EDIT-QUANTITY)
                    ON SIZE ERROR
                        SET ENTRY-INVALID TO TRUE
                        MOVE 'QUANTITY OUT OF RANGE' TO WS-EDIT-MESSAGE
                END-COMPUTE
            END-IF.
            IF ENTRY-VALID AND WS-EDIT-PRICE NOT = SPACES
                IF FUNCTION NUMVAL(WS-EDIT-PRICE) < 0
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'PRICE CANNOT BE NEGATIVE' TO WS-EDIT-MESSAGE
                ELSE
                    COMPUTE WS-NEW-PRICE ROUNDED =
                        FUNCTION NUMVAL(WS-EDIT-PRICE)
                        ON SIZE ERROR
                            SET ENTRY-INVALID TO TRUE
                            MOVE 'PRICE OUT OF RANGE'
                                TO WS-EDIT-MESSAGE
                    END-COMPUTE
                END-IF
            END-IF.
            IF ENTRY-VALID AND WS-EDIT-DISCOUNT NOT = SPACES
                IF FUNCTION NUMVAL(WS-EDIT-DISCOUNT) < 0
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'DISCOUNT CANNOT BE NEGATIVE'
                        TO WS-EDIT-MESSAGE
                ELSE
                    COMPUTE WS-NEW-DISCOUNT ROUNDED =
                        FUNCTION NUMVAL(WS-EDIT-DISCOUNT)
                        ON SIZE ERROR
                            SET ENTRY-INVALID TO TRUE
                            MOVE 'DISCOUNT OUT OF RANGE'
                                TO WS-EDIT-MESSAGE
                    END-COMPUTE
                END-IF
            END-IF.
            IF ENTRY-VALID
                EVALUATE TRUE
                    WHEN WS-NEW-QUANTITY = ZERO
                        SET ENTRY-INVALID TO TRUE
                        MOVE 'ZERO QUANTITY - USE A REVERSAL'
                            TO WS-EDIT-MESSAGE
                    WHEN WS-NEW-STORE-NO = WS-CUR-STORE-NO
                     AND WS-NEW-QUANTITY = WS-CUR-QUANTITY
                     AND WS-NEW-PRICE    = WS-CUR-PRICE
                     AND WS-NEW-DISCOUNT = WS-CUR-DISCOUNT
                        SET ENTRY-INVALID TO TRUE
                        MOVE 'CORRECTION CHANGES NOTHING'
                            TO WS-EDIT-MESSAGE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
            IF ENTRY-VALID
                PERFORM COMPUTE-NEW-AMOUNTS-PROCEDURE
            END-IF.

        CHECK-STORE-PROCEDURE.
            MOVE 'N' TO WS-STORE-FOUND.
            SET ST-IDX TO 1.
            SEARCH STORE-ENTRY
                AT END CONTINUE
                WHEN ST-IDX > STORE-TABLE-COUNT
                    CONTINUE
                WHEN ST-STORE-NO(ST-IDX) = WS-NEW-STORE-NO
                    SET STORE-ON-FILE TO TRUE
            END-SEARCH.
            IF NOT STORE-ON-FILE
                SET ENTRY-INVALID TO TRUE
                MOVE 'STORE NOT ON STORE MASTER' TO WS-EDIT-MESSAGE
            END-IF.

      * Net the way popdata figures it, and tax at the rate in force
      * for the corrected store on the sale date.
        COMPUTE-NEW-AMOUNTS-PROCEDURE.
            COMPUTE WS-NEW-NET-AMOUNT =
                WS-NEW-QUANTITY * WS-NEW-PRICE - WS-NEW-DISCOUNT
                ON SIZE ERROR
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'NET AMOUNT OUT OF RANGE' TO WS-EDIT-MESSAGE
            END-COMPUTE.
            IF ENTRY-VALID
                MOVE WS-CUR-SDATE(1:4) TO WS-SALE-DATE-NUM(1:4)
                MOVE WS-CUR-SDATE(6:2) TO WS-SALE-DATE-NUM(5:2)
                MOVE WS-CUR-SDATE(9:2) TO WS-SALE-DATE-NUM(7:2)
                PERFORM FIND-TAX-RATE-PROCEDURE
                IF TAX-RATE-FOUND
                    COMPUTE WS-NEW-TAX-AMOUNT ROUNDED =
                        WS-NEW-NET-AMOUNT * WS-TAX-RATE / 100
                ELSE
                    MOVE ZERO TO WS-NEW-TAX-AMOUNT
                END-IF
            END-IF.

      * Latest effective date not after the sale date wins, the same
      * walk popdata makes over the same table.
        FIND-TAX-RATE-PROCEDURE.
            MOVE 'N' TO WS-TAX-RATE-FOUND-SW.
            MOVE ZERO TO WS-TAX-RATE WS-TAX-BEST-DATE.
            PERFORM CHECK-TAX-ENTRY-PROCEDURE
                VARYING WS-TAX-SUB FROM 1 BY 1
                UNTIL WS-TAX-SUB > TAX-TABLE-COUNT.

        CHECK-TAX-ENTRY-PROCEDURE.
            SET TAX-IDX TO WS-TAX-SUB.
            IF TXT-STORE-NO(TAX-IDX) = WS-NEW-STORE-NO
               AND TXT-EFF-DATE(TAX-IDX) NOT GREATER THAN
                   WS-SALE-DATE-NUM
               AND (NOT TAX-RATE-FOUND
                    OR TXT-EFF-DATE(TAX-IDX) > WS-TAX-BEST-DATE)
                SET TAX-RATE-FOUND TO TRUE
                MOVE TXT-EFF-DATE(TAX-IDX) TO WS-TAX-BEST-DATE
                MOVE TXT-RATE(TAX-IDX)     TO WS-TAX-RATE
            END-IF.

      *----------------------------------------------------------------
      * Post one adjustment. The database goes first, as one
      * transaction: if mysql does not come back clean nothing has
      * been posted anywhere and the operator is told so. Only then
      * does the journal line go on and the history entries move, so
      * the journal never claims an adjustment the database lacks.
      * The history lock is taken first: while salhist holds it the
      * posting is refused untouched, since a database row without
      * its history entries would leave the two out of step.
      *----------------------------------------------------------------
        POST-ADJUSTMENT-PROCEDURE.
            ACCEPT WS-ADJ-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-ADJ-TIME FROM TIME.
            PERFORM ACQUIRE-HISTORY-LOCK-PROCEDURE.
            IF NOT HISTORY-LOCK-ACQUIRED
                ADD 1 TO WS-REFUSED-COUNT
                MOVE 'HISTORY LOCKED - NOTHING POSTED'
                    TO WS-EDIT-MESSAGE
            ELSE
                PERFORM POST-UNDER-LOCK-PROCEDURE
                PERFORM RELEASE-HISTORY-LOCK-PROCEDURE
            END-IF.

        POST-UNDER-LOCK-PROCEDURE.
            PERFORM BUILD-JOURNAL-RECORD-PROCEDURE.
            PERFORM POST-DATABASE-PROCEDURE.
            IF WS-SQL-RC = 0
                PERFORM WRITE-JOURNAL-PROCEDURE
                PERFORM UPDATE-HISTORY-PROCEDURE
                PERFORM JOURNAL-CHANGE-PROCEDURE
                IF ADJ-IS-REVERSAL
                    ADD 1 TO WS-REVERSE-COUNT
                    MOVE 'SALE REVERSED' TO WS-EDIT-MESSAGE
                ELSE
                    ADD 1 TO WS-CORRECT-COUNT
                    MOVE 'SALE CORRECTED' TO WS-EDIT-MESSAGE
                END-IF
            ELSE
                ADD 1 TO WS-REFUSED-COUNT
                MOVE 'DATABASE POST FAILED - NOTHING POSTED'
                    TO WS-EDIT-MESSAGE
            END-IF.

        BUILD-JOURNAL-RECORD-PROCEDURE.
            MOVE SPACES TO SALES-ADJUSTMENT-RECORD.
            MOVE WS-ADJ-DATE        TO SA-ADJ-DATE.
            MOVE WS-ADJ-TIME        TO SA-ADJ-TIME.
            MOVE WS-SIGNON-OPERATOR TO SA-OPERATOR-ID.
            MOVE WS-ADJ-TYPE        TO SA-ADJ-TYPE.
            MOVE WS-EDIT-REASON     TO SA-REASON-TEXT.
            MOVE WS-EDIT-TRANS-ID   TO SA-TRANS-ID.
            MOVE TRG-INPUT-FILE     TO SA-INPUT-FILE.
            MOVE WS-CUR-SDATE       TO SA-SDATE.
            MOVE WS-CUR-CATEGORY    TO SA-CATEGORY.
            MOVE WS-CUR-SKU         TO SA-SKU.
            MOVE WS-CUR-CASHIER-ID  TO SA-CASHIER-ID.
            MOVE WS-CUR-COST        TO SA-COST.
            MOVE WS-CUR-STORE-NO    TO SA-OLD-STORE-NO.
            MOVE WS-CUR-QUANTITY    TO SA-OLD-QUANTITY.
            MOVE WS-CUR-PRICE       TO SA-OLD-PRICE.
            MOVE WS-CUR-DISCOUNT    TO SA-OLD-DISCOUNT.
            MOVE WS-CUR-NET-AMOUNT  TO SA-OLD-NET-AMOUNT.
            MOVE WS-CUR-TAX-AMOUNT  TO SA-OLD-TAX-AMOUNT.
            MOVE WS-NEW-STORE-NO    TO SA-NEW-STORE-NO.
            MOVE WS-NEW-QUANTITY    TO SA-NEW-QUANTITY.
            MOVE WS-NEW-PRICE       TO SA-NEW-PRICE.
            MOVE WS-NEW-DISCOUNT    TO SA-NEW-DISCOUNT.
            MOVE WS-NEW-NET-AMOUNT  TO SA-NEW-NET-AMOUNT.
            MOVE WS-NEW-TAX-AMOUNT  TO SA-NEW-TAX-AMOUNT.

      * The sales table itself is never written: the adjustment rows
      * go to sales_adj, created here the first time it is needed,
      * so dbrecon's proof of the sales table against the extract
      * still holds and the adjustments prove separately against
      * the journal. The old image goes in negated; a correction
      * adds its new image as a second row.
        POST-DATABASE-PROCEDURE.
            MOVE 1 TO WS-SQL-RC.
            OPEN OUTPUT ADJ-SQL-FILE.
            IF WS-SQL-FILE-STATUS NOT = '00'
                DISPLAY 'ADJFIX: CANNOT OPEN SQL WORK FILE '
                        WS-ADJ-SQL-FILENAME
            ELSE
                PERFORM WRITE-CREATE-TABLE-PROCEDURE
                MOVE 'START TRANSACTION;' TO ADJ-SQL-LINE
                WRITE ADJ-SQL-LINE
                MOVE 'INSERT INTO sales_adj VALUES' TO ADJ-SQL-LINE
                WRITE ADJ-SQL-LINE
                PERFORM ESCAPE-SQL-VALUES-PROCEDURE
                MOVE ZERO TO WS-ROW-COUNT
                MOVE 'O'               TO WS-ROW-LINE-TYPE
                MOVE WS-CUR-STORE-NO   TO WS-ROW-STORE-NO
                COMPUTE WS-ROW-QUANTITY = 0 - WS-CUR-QUANTITY
                MOVE WS-CUR-PRICE      TO WS-ROW-PRICE
                MOVE WS-CUR-DISCOUNT   TO WS-ROW-DISCOUNT
                COMPUTE WS-ROW-NET-AMOUNT = 0 - WS-CUR-NET-AMOUNT
                COMPUTE WS-ROW-TAX-AMOUNT = 0 - WS-CUR-TAX-AMOUNT
                PERFORM WRITE-SQL-ROW-PROCEDURE
                IF ADJ-IS-CORRECTION
                    MOVE 'N'               TO WS-ROW-LINE-TYPE
                    MOVE WS-NEW-STORE-NO   TO WS-ROW-STORE-NO
                    MOVE WS-NEW-QUANTITY   TO WS-ROW-QUANTITY
                    MOVE WS-NEW-PRICE      TO WS-ROW-PRICE
                    MOVE WS-NEW-DISCOUNT   TO WS-ROW-DISCOUNT
                    MOVE WS-NEW-NET-AMOUNT TO WS-ROW-NET-AMOUNT
                    MOVE WS-NEW-TAX-AMOUNT TO WS-ROW-TAX-AMOUNT
                    PERFORM WRITE-SQL-ROW-PROCEDURE
                END-IF
                MOVE ';' TO ADJ-SQL-LINE
                WRITE ADJ-SQL-LINE
                MOVE 'COMMIT;' TO ADJ-SQL-LINE
                WRITE ADJ-SQL-LINE
                CLOSE ADJ-SQL-FILE
                PERFORM RUN-ADJ-SQL-PROCEDURE
            END-IF.

        WRITE-CREATE-TABLE-PROCEDURE.
            MOVE 'CREATE TABLE IF NOT EXISTS sales_adj ('
                TO ADJ-SQL-LINE.
            WRITE ADJ-SQL-LINE.
            MOVE '  sdate VARCHAR(10), store INT, trans_id VARCHAR(40),'
                TO ADJ-SQL-LINE.
            WRITE ADJ-SQL-LINE.
            MOVE '  adj_date CHAR(8), adj_time CHAR(8),'
                TO ADJ-SQL-LINE.
            WRITE ADJ-SQL-LINE.
            MOVE '  adj_type CHAR(1), line_type CHAR(1),'
                TO ADJ-SQL-LINE.
            WRITE ADJ-SQL-LINE.
            MOVE '  operator_id VARCHAR(10), category VARCHAR(35),'
                TO ADJ-SQL-LINE.
            WRITE ADJ-SQL-LINE.
            MOVE '  sku VARCHAR(20), quantity INT,'
                TO ADJ-SQL-LINE.
            WRITE ADJ-SQL-LINE.
            MOVE '  price DECIMAL(6,2), discount DECIMAL(6,2),'
                TO ADJ-SQL-LINE.
            WRITE ADJ-SQL-LINE.
            MOVE '  cost DECIMAL(6,2), net_amount DECIMAL(9,2),'
                TO ADJ-SQL-LINE.
            WRITE ADJ-SQL-LINE.
            MOVE '  tax_amount DECIMAL(9,2), cashier VARCHAR(10),'
                TO ADJ-SQL-LINE.
            WRITE ADJ-SQL-LINE.
            MOVE '  reason VARCHAR(40));' TO ADJ-SQL-LINE.
            WRITE ADJ-SQL-LINE.

      * One VALUES row, every value QUOTE-delimited the way popdata
      * writes its sales rows; the second row is led by the comma
      * that continues the multi-row INSERT.
        WRITE-SQL-ROW-PROCEDURE.
            ADD 1 TO WS-ROW-COUNT.
            MOVE WS-ROW-STORE-NO   TO WS-SQL-STORE.
            MOVE WS-ROW-QUANTITY   TO WS-SQL-QUANTITY.
            MOVE WS-ROW-PRICE      TO WS-SQL-PRICE.
            MOVE WS-ROW-DISCOUNT   TO WS-SQL-DISCOUNT.
            MOVE WS-CUR-COST       TO WS-SQL-COST.
            MOVE WS-ROW-NET-AMOUNT TO WS-SQL-NET-AMOUNT.
            MOVE WS-ROW-TAX-AMOUNT TO WS-SQL-TAX-AMOUNT.

            MOVE SPACES TO WS-SQL-STMT.
            MOVE 1 TO WS-SQL-STMT-PTR.
            IF WS-ROW-COUNT > 1
                STRING ',' DELIMITED BY SIZE
                       INTO WS-SQL-STMT
                       WITH POINTER WS-SQL-STMT-PTR
                END-STRING
            END-IF.
            STRING
                '('          DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                WS-CUR-SDATE DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                FS           DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                WS-SQL-STORE DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                FS           DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                WS-SQL-TRANS-ID(1:WS-SQL-TRANS-ID-LEN)
                             DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                FS           DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                WS-ADJ-DATE  DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                FS           DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                WS-ADJ-TIME  DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                FS           DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                WS-ADJ-TYPE  DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                FS           DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                WS-ROW-LINE-TYPE
                             DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                FS           DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                WS-SQL-OPERATOR(1:WS-SQL-OPERATOR-LEN)
                             DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                FS           DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                WS-SQL-CATEGORY(1:WS-SQL-CATEGORY-LEN)
                             DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                FS           DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                WS-SQL-SKU(1:WS-SQL-SKU-LEN)
                             DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                FS           DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                WS-SQL-QUANTITY
                             DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                FS           DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                WS-SQL-PRICE DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                FS           DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                WS-SQL-DISCOUNT
                             DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                FS           DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                WS-SQL-COST  DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                FS           DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                WS-SQL-NET-AMOUNT
                             DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                FS           DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                WS-SQL-TAX-AMOUNT
                             DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                FS           DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                WS-SQL-CASHIER(1:WS-SQL-CASHIER-LEN)
                             DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                FS           DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                WS-SQL-REASON(1:WS-SQL-REASON-LEN)
                             DELIMITED BY SIZE
                QUOTE        DELIMITED BY SIZE
                ')'          DELIMITED BY SIZE
                INTO WS-SQL-STMT
                WITH POINTER WS-SQL-STMT-PTR
            END-STRING.
            COMPUTE WS-SQL-STMT-LEN = WS-SQL-STMT-PTR - 1.
            MOVE SPACES TO ADJ-SQL-LINE.
            MOVE WS-SQL-STMT(1:WS-SQL-STMT-LEN) TO ADJ-SQL-LINE.
            WRITE ADJ-SQL-LINE.

        RUN-ADJ-SQL-PROCEDURE.
            MOVE SPACES TO WS-SQL-CMD.
            STRING
                'mysql -u sales_loader sales_db < ' DELIMITED BY SIZE
                WS-APOST                            DELIMITED BY SIZE
                WS-ESC-FILENAME(1:WS-ESC-FILENAME-LEN)
                                                    DELIMITED BY SIZE
                WS-APOST                            DELIMITED BY SIZE
                INTO WS-SQL-CMD
            END-STRING.
            CALL 'SYSTEM' USING WS-SQL-CMD.
            MOVE RETURN-CODE TO WS-SQL-RC.
            MOVE ZERO TO RETURN-CODE.

            IF WS-SQL-RC = 0
                MOVE SPACES TO WS-SQL-CMD
                STRING 'rm -f '  DELIMITED BY SIZE
                       WS-APOST  DELIMITED BY SIZE
                       WS-ESC-FILENAME(1:WS-ESC-FILENAME-LEN)
                                 DELIMITED BY SIZE
                       WS-APOST  DELIMITED BY SIZE
                       INTO WS-SQL-CMD
                END-STRING
                CALL 'SYSTEM' USING WS-SQL-CMD
            ELSE
                DISPLAY 'ADJFIX: ADJUSTMENT INSERT FAILED RC='
                        WS-SQL-RC ' FOR ' WS-EDIT-TRANS-ID
            END-IF.

      * A journal that isn't there yet is created by the first
      * adjustment.
        WRITE-JOURNAL-PROCEDURE.
            OPEN EXTEND ADJ-JOURNAL-FILE.
            IF ADJ-FILE-NOT-FOUND
                OPEN OUTPUT ADJ-JOURNAL-FILE
            END-IF.
            IF WS-ADJ-FILE-STATUS = '00'
                WRITE ADJ-JOURNAL-LINE FROM SALES-ADJUSTMENT-RECORD
                CLOSE ADJ-JOURNAL-FILE
            ELSE
                DISPLAY 'ADJFIX: CANNOT WRITE JOURNAL '
                        WS-JOURNAL-FILENAME ' FOR '
                        WS-EDIT-TRANS-ID
            END-IF.

      * The adjustment line is an add to the adjustment journal; it
      * already carries the sale's old and new images, so it goes on
      * the change journal whole as the after image.
        JOURNAL-CHANGE-PROCEDURE.
            MOVE 'A'                     TO WS-CJ-ACTION.
            MOVE SA-TRANS-ID             TO WS-CJ-KEY.
            MOVE SPACES                  TO WS-CJ-BEFORE-IMAGE.
            MOVE SALES-ADJUSTMENT-RECORD TO WS-CJ-AFTER-IMAGE.
            PERFORM WRITE-CHANGE-JOURNAL-PROCEDURE.

      *----------------------------------------------------------------
      * Move the history. The change is worked out by store (the old
      * image off, the new image on), then the history streams
      * through to the .new file: an adjustment entry for the sale's
      * date, store and category takes its store's change, loaded
      * entries pass untouched, and a change with no adjustment
      * entry yet goes on the end as a new one. The adjustment
      * entries carry no sale count - the count stays what the
      * stores sent. The mv swaps the file in the way salhist does.
      *----------------------------------------------------------------
        UPDATE-HISTORY-PROCEDURE.
            MOVE ZERO TO DELTA-TABLE-COUNT.
            MOVE WS-CUR-STORE-NO TO WS-DLT-STORE-NO.
            COMPUTE WS-DLT-QUANTITY = 0 - WS-CUR-QUANTITY.
            COMPUTE WS-DLT-NET-AMOUNT = 0 - WS-CUR-NET-AMOUNT.
            MOVE 'N' TO WS-DLT-RETURN-SW.
            IF WS-CUR-QUANTITY < 0
                SET DLT-IS-RETURN TO TRUE
            END-IF.
            PERFORM ADD-DELTA-PROCEDURE.
            IF ADJ-IS-CORRECTION
                MOVE WS-NEW-STORE-NO   TO WS-DLT-STORE-NO
                MOVE WS-NEW-QUANTITY   TO WS-DLT-QUANTITY
                MOVE WS-NEW-NET-AMOUNT TO WS-DLT-NET-AMOUNT
                MOVE 'N' TO WS-DLT-RETURN-SW
                IF WS-NEW-QUANTITY < 0
                    SET DLT-IS-RETURN TO TRUE
                END-IF
                PERFORM ADD-DELTA-PROCEDURE
            END-IF.

            OPEN OUTPUT HISTORY-OUT-FILE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT HISTORY-FILE.
            IF WS-HST-FILE-STATUS = '00'
                PERFORM CARRY-HISTORY-RECORD-PROCEDURE
                    UNTIL WS-EOF = 'Y'
                CLOSE HISTORY-FILE
            END-IF.
            PERFORM WRITE-NEW-DELTA-PROCEDURE
                VARYING HD-IDX FROM 1 BY 1
                UNTIL HD-IDX > DELTA-TABLE-COUNT.
            CLOSE HISTORY-OUT-FILE.

            MOVE SPACES TO WS-MV-CMD.
            STRING 'mv '                      DELIMITED BY SIZE
                   WS-HISTORY-OUT-FILENAME     DELIMITED BY SPACE
                   ' '                         DELIMITED BY SIZE
                   WS-HISTORY-FILENAME         DELIMITED BY SPACE
                   INTO WS-MV-CMD
            END-STRING.
            CALL 'SYSTEM' USING WS-MV-CMD.

      * A return's net also moves the return total, the way salhist
      * rolls a negative quantity.
        ADD-DELTA-PROCEDURE.
            COMPUTE WS-EXT-COST = WS-CUR-COST * WS-DLT-QUANTITY.
            SET HD-IDX TO 1.
            SEARCH DELTA-ENTRY
                AT END
                    PERFORM NEW-DELTA-ENTRY-PROCEDURE
                WHEN HD-IDX > DELTA-TABLE-COUNT
                    PERFORM NEW-DELTA-ENTRY-PROCEDURE
                WHEN HD-STORE-NO(HD-IDX) = WS-DLT-STORE-NO
                    CONTINUE
            END-SEARCH.
            ADD WS-DLT-QUANTITY   TO HD-QTY(HD-IDX).
            ADD WS-DLT-NET-AMOUNT TO HD-NET(HD-IDX).
            ADD WS-EXT-COST       TO HD-EXT-COST(HD-IDX).
            IF DLT-IS-RETURN
                ADD WS-DLT-NET-AMOUNT TO HD-RETURN-NET(HD-IDX)
            END-IF.

        NEW-DELTA-ENTRY-PROCEDURE.
            ADD 1 TO DELTA-TABLE-COUNT.
            SET HD-IDX TO DELTA-TABLE-COUNT.
            MOVE WS-DLT-STORE-NO TO HD-STORE-NO(HD-IDX).
            MOVE ZERO TO HD-QTY(HD-IDX)
                         HD-NET(HD-IDX)
                         HD-EXT-COST(HD-IDX)
                         HD-RETURN-NET(HD-IDX).
            MOVE 'N' TO HD-APPLIED-SW(HD-IDX).

        CARRY-HISTORY-RECORD-PROCEDURE.
            READ HISTORY-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE SALES-HISTORY-RECORD TO HISTORY-OUT-RECORD
                    IF SH-FROM-ADJUSTMENT
                       AND SH-SDATE = WS-CUR-SDATE
                       AND SH-CATEGORY = WS-CUR-CATEGORY
                        PERFORM APPLY-DELTA-PROCEDURE
                    END-IF
                    WRITE HISTORY-OUT-RECORD
            END-READ.

        APPLY-DELTA-PROCEDURE.
            SET HD-IDX TO 1.
            SEARCH DELTA-ENTRY
                AT END CONTINUE
                WHEN HD-IDX > DELTA-TABLE-COUNT
                    CONTINUE
                WHEN HD-STORE-NO(HD-IDX) = SH-STORE-NO
                 AND NOT HD-APPLIED(HD-IDX)
                    ADD HD-QTY(HD-IDX)        TO SHO-QTY-TOTAL
                    ADD HD-NET(HD-IDX)        TO SHO-NET-TOTAL
                    ADD HD-EXT-COST(HD-IDX)   TO SHO-EXT-COST-TOTAL
                    ADD HD-RETURN-NET(HD-IDX) TO SHO-RETURN-NET
                    SET HD-APPLIED(HD-IDX) TO TRUE
            END-SEARCH.

        WRITE-NEW-DELTA-PROCEDURE.
            IF NOT HD-APPLIED(HD-IDX)
                MOVE WS-CUR-SDATE          TO SHO-SDATE
                MOVE HD-STORE-NO(HD-IDX)   TO SHO-STORE-NO
                MOVE WS-CUR-CATEGORY       TO SHO-CATEGORY
                MOVE ZERO                  TO SHO-COUNT
                                              SHO-RETURN-COUNT
                MOVE HD-QTY(HD-IDX)        TO SHO-QTY-TOTAL
                MOVE HD-NET(HD-IDX)        TO SHO-NET-TOTAL
                MOVE HD-EXT-COST(HD-IDX)   TO SHO-EXT-COST-TOTAL
                MOVE HD-RETURN-NET(HD-IDX) TO SHO-RETURN-NET
                SET SHO-FROM-ADJUSTMENT TO TRUE
                WRITE HISTORY-OUT-RECORD
            END-IF.

      * SQL-layer escaping of every text value in the rows, the same
      * doubling popdata applies to the POS text it inserts.
        ESCAPE-SQL-VALUES-PROCEDURE.
            MOVE SPACES TO WS-ESC-IN.
            MOVE WS-EDIT-TRANS-ID TO WS-ESC-IN.
            MOVE 40 TO WS-ESC-IN-LEN.
            PERFORM ESCAPE-SQL-FIELD-PROCEDURE.
            MOVE WS-ESC-OUT     TO WS-SQL-TRANS-ID.
            MOVE WS-ESC-OUT-LEN TO WS-SQL-TRANS-ID-LEN.

            MOVE SPACES TO WS-ESC-IN.
            MOVE WS-CUR-CATEGORY TO WS-ESC-IN.
            MOVE 35 TO WS-ESC-IN-LEN.
            PERFORM ESCAPE-SQL-FIELD-PROCEDURE.
            MOVE WS-ESC-OUT     TO WS-SQL-CATEGORY.
            MOVE WS-ESC-OUT-LEN TO WS-SQL-CATEGORY-LEN.

            MOVE SPACES TO WS-ESC-IN.
            MOVE WS-CUR-SKU TO WS-ESC-IN.
            MOVE 20 TO WS-ESC-IN-LEN.
            PERFORM ESCAPE-SQL-FIELD-PROCEDURE.
            MOVE WS-ESC-OUT     TO WS-SQL-SKU.
            MOVE WS-ESC-OUT-LEN TO WS-SQL-SKU-LEN.

            MOVE SPACES TO WS-ESC-IN.
            MOVE WS-CUR-CASHIER-ID TO WS-ESC-IN.
            MOVE 10 TO WS-ESC-IN-LEN.
            PERFORM ESCAPE-SQL-FIELD-PROCEDURE.
            MOVE WS-ESC-OUT     TO WS-SQL-CASHIER.
            MOVE WS-ESC-OUT-LEN TO WS-SQL-CASHIER-LEN.

            MOVE SPACES TO WS-ESC-IN.
            MOVE WS-SIGNON-OPERATOR TO WS-ESC-IN.
            MOVE 10 TO WS-ESC-IN-LEN.
            PERFORM ESCAPE-SQL-FIELD-PROCEDURE.
            MOVE WS-ESC-OUT     TO WS-SQL-OPERATOR.
            MOVE WS-ESC-OUT-LEN TO WS-SQL-OPERATOR-LEN.

            MOVE SPACES TO WS-ESC-IN.
            MOVE WS-EDIT-REASON TO WS-ESC-IN.
            MOVE 40 TO WS-ESC-IN-LEN.
            PERFORM ESCAPE-SQL-FIELD-PROCEDURE.
            MOVE WS-ESC-OUT     TO WS-SQL-REASON.
            MOVE WS-ESC-OUT-LEN TO WS-SQL-REASON-LEN.

      * Doubles every embedded QUOTE and every embedded backslash in
      * WS-ESC-IN(1:WS-ESC-IN-LEN) and returns the result in
      * WS-ESC-OUT/WS-ESC-OUT-LEN.
        ESCAPE-SQL-FIELD-PROCEDURE.
            MOVE SPACES TO WS-ESC-OUT.
            MOVE ZERO TO WS-ESC-OUT-LEN.
            PERFORM ESCAPE-SQL-CHAR-PROCEDURE
                VARYING WS-ESC-IDX FROM 1 BY 1
                UNTIL WS-ESC-IDX > WS-ESC-IN-LEN.

        ESCAPE-SQL-CHAR-PROCEDURE.
            IF WS-ESC-IN(WS-ESC-IDX:1) = QUOTE
                ADD 1 TO WS-ESC-OUT-LEN
                MOVE QUOTE TO WS-ESC-OUT(WS-ESC-OUT-LEN:1)
                ADD 1 TO WS-ESC-OUT-LEN
                MOVE QUOTE TO WS-ESC-OUT(WS-ESC-OUT-LEN:1)
            ELSE
                IF WS-ESC-IN(WS-ESC-IDX:1) = '\'
                    ADD 1 TO WS-ESC-OUT-LEN
                    MOVE '\' TO WS-ESC-OUT(WS-ESC-OUT-LEN:1)
                END-IF
                ADD 1 TO WS-ESC-OUT-LEN
                MOVE WS-ESC-IN(WS-ESC-IDX:1)
                    TO WS-ESC-OUT(WS-ESC-OUT-LEN:1)
            END-IF.

      * Finds WS-FN-CURRENT's true length and builds the apostrophe-
      * quoted, apostrophe-escaped WS-ESC-FILENAME pair for the mysql
      * command line, the same way popdata quotes its batch file.
        QUOTE-FILENAME-PROCEDURE.
            PERFORM VARYING WS-FN-ESC-IDX FROM 110 BY -1
                    UNTIL WS-FN-ESC-IDX = 0
                       OR WS-FN-CURRENT(WS-FN-ESC-IDX:1) NOT = SPACE
                    CONTINUE
            END-PERFORM.
            MOVE WS-FN-ESC-IDX TO WS-FN-CUR-LEN.

            MOVE SPACES TO WS-ESC-FILENAME.
            MOVE ZERO TO WS-ESC-FILENAME-LEN.
            PERFORM ESCAPE-FILENAME-CHAR-PROCEDURE
                VARYING WS-FN-ESC-IDX FROM 1 BY 1
                UNTIL WS-FN-ESC-IDX > WS-FN-CUR-LEN.

        ESCAPE-FILENAME-CHAR-PROCEDURE.
            IF WS-FN-CURRENT(WS-FN-ESC-IDX:1) = WS-APOST
                ADD 1 TO WS-ESC-FILENAME-LEN
                MOVE WS-APOST
                    TO WS-ESC-FILENAME(WS-ESC-FILENAME-LEN:1)
                ADD 1 TO WS-ESC-FILENAME-LEN
                MOVE '\' TO WS-ESC-FILENAME(WS-ESC-FILENAME-LEN:1)
                ADD 1 TO WS-ESC-FILENAME-LEN
                MOVE WS-APOST
                    TO WS-ESC-FILENAME(WS-ESC-FILENAME-LEN:1)
                ADD 1 TO WS-ESC-FILENAME-LEN
                MOVE WS-APOST
                    TO WS-ESC-FILENAME(WS-ESC-FILENAME-LEN:1)
            ELSE
                ADD 1 TO WS-ESC-FILENAME-LEN
                MOVE WS-FN-CURRENT(WS-FN-ESC-IDX:1)
                    TO WS-ESC-FILENAME(WS-ESC-FILENAME-LEN:1)
            END-IF.

      *----------------------------------------------------------------
      * Sign-on: three tries at an operator ID and password that the
      * operator master holds as active and cleared for this screen
      * (by program name, or ALL). The change journal is opened here
      * too, so a session that could not record its changes never
      * gets to make any.
      *----------------------------------------------------------------
        SIGN-ON-PROCEDURE.
            MOVE 'N' TO WS-SIGNON-SW.
            MOVE ZERO TO WS-SIGNON-TRIES.
            MOVE SPACES TO WS-SIGNON-MESSAGE.
            PERFORM SIGN-ON-TRY-PROCEDURE
                UNTIL SIGNED-ON OR WS-SIGNON-TRIES NOT < 3.
            IF SIGNED-ON
                PERFORM CHECK-CHANGE-JOURNAL-PROCEDURE
            ELSE
                DISPLAY 'ADJFIX: SIGN-ON REFUSED - ' WS-SIGNON-MESSAGE
            END-IF.

        SIGN-ON-TRY-PROCEDURE.
            MOVE SPACES TO WS-SIGNON-OPERATOR WS-SIGNON-PASSWORD.
            DISPLAY SCR-SIGN-ON.
            ACCEPT SCR-SIGN-ON.
            ADD 1 TO WS-SIGNON-TRIES.
            MOVE 'OPERATOR ID OR PASSWORD NOT RECOGNIZED'
                TO WS-SIGNON-MESSAGE.
            IF WS-SIGNON-OPERATOR NOT = SPACES
                PERFORM FIND-OPERATOR-PROCEDURE
            END-IF.

      * The operator master is read top to bottom for the ID; the
      * password, status and screen list are checked while the
      * record is in hand. A missing master ends the sign-on.
        FIND-OPERATOR-PROCEDURE.
            MOVE 'N' TO WS-OPR-FOUND-SW.
            MOVE 'N' TO WS-OPR-EOF.
            OPEN INPUT OPERATOR-MASTER-FILE.
            IF WS-OPR-FILE-STATUS NOT = '00'
                MOVE 'NO OPERATOR MASTER - SEE SUPERVISOR'
                    TO WS-SIGNON-MESSAGE
                MOVE 3 TO WS-SIGNON-TRIES
            ELSE
                PERFORM FIND-OPERATOR-READ-PROCEDURE
                    UNTIL WS-OPR-EOF = 'Y' OR OPERATOR-FOUND
                IF OPERATOR-FOUND
                    PERFORM CHECK-OPERATOR-PROCEDURE
                END-IF
                CLOSE OPERATOR-MASTER-FILE
            END-IF.

        FIND-OPERATOR-READ-PROCEDURE.
            READ OPERATOR-MASTER-FILE
                AT END
                    MOVE 'Y' TO WS-OPR-EOF
                NOT AT END
                    IF OP-OPERATOR-ID = WS-SIGNON-OPERATOR
                        SET OPERATOR-FOUND TO TRUE
                    END-IF
            END-READ.

        CHECK-OPERATOR-PROCEDURE.
            EVALUATE TRUE
                WHEN OP-PASSWORD NOT = WS-SIGNON-PASSWORD
                    CONTINUE
                WHEN NOT OP-ACTIVE
                    MOVE 'OPERATOR ID IS NOT ACTIVE'
                        TO WS-SIGNON-MESSAGE
                WHEN OTHER
                    MOVE 'NOT CLEARED FOR THIS SCREEN'
                        TO WS-SIGNON-MESSAGE
                    SET OP-SCREEN-IDX TO 1
                    SEARCH OP-SCREEN
                        AT END CONTINUE
                        WHEN OP-SCREEN(OP-SCREEN-IDX) = 'adjfix'
                          OR OP-SCREEN(OP-SCREEN-IDX) = 'ALL'
                            SET SIGNED-ON TO TRUE
                            MOVE SPACES TO WS-SIGNON-MESSAGE
                    END-SEARCH
            END-EVALUATE.

      * A journal that isn't there yet is created here, by the first
      * session to sign on.
        CHECK-CHANGE-JOURNAL-PROCEDURE.
            OPEN EXTEND CHANGE-JOURNAL-FILE.
            IF CHGJRNL-NOT-FOUND
                OPEN OUTPUT CHANGE-JOURNAL-FILE
            END-IF.
            IF WS-CJ-FILE-STATUS = '00'
                CLOSE CHANGE-JOURNAL-FILE
            ELSE
                DISPLAY 'ADJFIX: CANNOT OPEN CHANGE JOURNAL '
                        WS-CHGJRNL-FILENAME
                MOVE 'N' TO WS-SIGNON-SW
            END-IF.

      * One journal line per accepted change, stamped with the
      * signed-on operator, the time, this program and the file;
      * the caller has filled in the action, key and images.
        WRITE-CHANGE-JOURNAL-PROCEDURE.
            OPEN EXTEND CHANGE-JOURNAL-FILE.
            IF WS-CJ-FILE-STATUS = '00'
                MOVE SPACES TO CHANGE-JOURNAL-RECORD
                ACCEPT CJ-CHG-DATE FROM DATE YYYYMMDD
                ACCEPT CJ-CHG-TIME FROM TIME
                MOVE WS-SIGNON-OPERATOR TO CJ-OPERATOR-ID
                MOVE 'adjfix'          TO CJ-PROGRAM
                MOVE WS-JOURNAL-FILENAME
                    TO CJ-FILE-NAME
                MOVE WS-CJ-ACTION       TO CJ-ACTION
                MOVE WS-CJ-KEY          TO CJ-KEY
                MOVE WS-CJ-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
                MOVE WS-CJ-AFTER-IMAGE  TO CJ-AFTER-IMAGE
                WRITE CHANGE-JOURNAL-RECORD
                CLOSE CHANGE-JOURNAL-FILE
            ELSE
                DISPLAY 'ADJFIX: CHANGE JOURNAL WRITE FAILED '
                        WS-CJ-FILE-STATUS ' FOR ' WS-CJ-KEY
            END-IF.
