      * LINE SEQUENTIAL, SO THE BOOK IS WORKED IN MEMORY AND
      * REWRITTEN THROUGH A .new FILE AND AN mv, THE SAME WAY rejfix
      * AND taxfix REWRITE THEIRS.
      * THE OPERATOR SIGNS ON AGAINST THE OPERATOR MASTER FIRST, AND
      * EVERY ADD, CHANGE AND DELETE GOES ON THE SHARED CHANGE
      * JOURNAL chgjrnl.dat WITH THE ENTRY BEFORE AND AFTER AS IT IS
      * ACCEPTED.
      *
        ENVIRONMENT DIVISION.

            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

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
        FD PRICE-BOOK-FILE.
                ==PB-EFF-DATE== BY ==PBO-EFF-DATE==
                ==PB-PRICE==    BY ==PBO-PRICE==.

        FD OPERATOR-MASTER-FILE.
            COPY OPERMAST.

        FD CHANGE-JOURNAL-FILE.
            COPY CHGJRNL.

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.
        01  WS-QUIT-SW         PIC X(1)    VALUE 'N'.
        01  WS-DUP-FOUND-SW        PIC X(1)   VALUE 'N'.
            88 DUP-ENTRY-FOUND                VALUE 'Y'.

      * A table entry laid out as the price book holds it, for the
      * change journal's before and after images.
            COPY PRICEBK REPLACING ==PRICE-BOOK-RECORD==
                BY ==JRNL-BOOK-IMAGE==
                ==PB-SKU==      BY ==JPB-SKU==
                ==PB-EFF-DATE== BY ==JPB-EFF-DATE==
                ==PB-PRICE==    BY ==JPB-PRICE==.

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
      * The screens mirror itmfix's scaffolding: one screen to show a
      * book entry and take a disposition, a second to capture the
      * three fields when the operator adds or changes one.
      *----------------------------------------------------------------
        SCREEN SECTION.
        01  SCR-SIGN-ON.
            05 BLANK SCREEN.
            05 LINE 1  COL 1  VALUE 'PRICE BOOK MAINTENANCE'.
            05 LINE 3  COL 1  VALUE 'OPERATOR ID:'.
            05 LINE 3  COL 14 PIC X(10) TO WS-SIGNON-OPERATOR.
            05 LINE 4  COL 1  VALUE 'PASSWORD:'.
            05 LINE 4  COL 14 PIC X(10) TO WS-SIGNON-PASSWORD
                                          SECURE.
            05 LINE 6  COL 1  PIC X(40) FROM WS-SIGNON-MESSAGE.

        01  SCR-BOOK-DETAIL.
            05 BLANK SCREEN.
            05 LINE 1  COL 1  VALUE 'PRICE BOOK MAINTENANCE'.
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

            PERFORM LOAD-BOOK-PROCEDURE.

            PERFORM REVIEW-PROCEDURE
                WHEN 'D'
                WHEN 'd'
                    SET PBK-IDX TO WS-BROWSE-SUB
                    PERFORM IMAGE-ENTRY-PROCEDURE
                    MOVE 'D'             TO WS-CJ-ACTION
                    MOVE JRNL-BOOK-IMAGE TO WS-CJ-BEFORE-IMAGE
                    MOVE SPACES          TO WS-CJ-AFTER-IMAGE
                    SET PBT-DELETED(PBK-IDX) TO TRUE
                    ADD 1 TO WS-DELETE-COUNT
                    PERFORM WRITE-CHANGE-JOURNAL-PROCEDURE
                WHEN 'Q'
                WHEN 'q'
                    MOVE 'Y' TO WS-QUIT-SW
                    MOVE WS-NEW-PRICE TO PBT-PRICE(PBK-IDX)
                    MOVE SPACE        TO PBT-DELETED-SW(PBK-IDX)
                    ADD 1 TO WS-ADD-COUNT
                    PERFORM IMAGE-ENTRY-PROCEDURE
                    MOVE 'A'             TO WS-CJ-ACTION
                    MOVE SPACES          TO WS-CJ-BEFORE-IMAGE
                    MOVE JRNL-BOOK-IMAGE TO WS-CJ-AFTER-IMAGE
                    PERFORM WRITE-CHANGE-JOURNAL-PROCEDURE
                ELSE
                    MOVE 'BOOK TABLE FULL' TO WS-EDIT-MESSAGE
                END-IF
            PERFORM VALIDATE-ENTRY-PROCEDURE.
            IF ENTRY-VALID
                SET PBK-IDX TO WS-BROWSE-SUB
                PERFORM IMAGE-ENTRY-PROCEDURE
                MOVE 'C'             TO WS-CJ-ACTION
                MOVE JRNL-BOOK-IMAGE TO WS-CJ-BEFORE-IMAGE
                MOVE WS-NEW-SKU   TO PBT-SKU(PBK-IDX)
                MOVE WS-NEW-DATE  TO PBT-EFF-DATE(PBK-IDX)
                MOVE WS-NEW-PRICE TO PBT-PRICE(PBK-IDX)
                ADD 1 TO WS-CHANGE-COUNT
                PERFORM IMAGE-ENTRY-PROCEDURE
                MOVE JRNL-BOOK-IMAGE TO WS-CJ-AFTER-IMAGE
                PERFORM WRITE-CHANGE-JOURNAL-PROCEDURE
            END-IF.

      * The entry at PBK-IDX as a price book line, keyed by SKU and
      * effective date, for the change journal.
        IMAGE-ENTRY-PROCEDURE.
            MOVE PBT-SKU(PBK-IDX)      TO JPB-SKU.
            MOVE PBT-EFF-DATE(PBK-IDX) TO JPB-EFF-DATE.
            MOVE PBT-PRICE(PBK-IDX)    TO JPB-PRICE.
            MOVE SPACES TO WS-CJ-KEY.
            STRING JPB-SKU      DELIMITED BY SPACE
                   ' '          DELIMITED BY SIZE
                   JPB-EFF-DATE DELIMITED BY SIZE
                   INTO WS-CJ-KEY
            END-STRING.

      * The checks that used to depend on a careful text editor: the
      * SKU must be present, the effective date must be a real
      * calendar day, the price must be numeric, and the SKU-plus-
                MOVE PBT-PRICE(PBK-IDX)    TO PBO-PRICE
                WRITE BOOK-OUT-RECORD
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
                DISPLAY 'PRCFIX: SIGN-ON REFUSED - ' WS-SIGNON-MESSAGE
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
                        WHEN OP-SCREEN(OP-SCREEN-IDX) = 'prcfix'
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
                DISPLAY 'PRCFIX: CANNOT OPEN CHANGE JOURNAL '
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
                MOVE 'prcfix'          TO CJ-PROGRAM
                MOVE WS-PRICE-BOOK-FILENAME
                    TO CJ-FILE-NAME
                MOVE WS-CJ-ACTION       TO CJ-ACTION
                MOVE WS-CJ-KEY          TO CJ-KEY
                MOVE WS-CJ-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
                MOVE WS-CJ-AFTER-IMAGE  TO CJ-AFTER-IMAGE
                WRITE CHANGE-JOURNAL-RECORD
                CLOSE CHANGE-JOURNAL-FILE
            ELSE
                DISPLAY 'PRCFIX: CHANGE JOURNAL WRITE FAILED '
                        WS-CJ-FILE-STATUS ' FOR ' WS-CJ-KEY
            END-IF.
