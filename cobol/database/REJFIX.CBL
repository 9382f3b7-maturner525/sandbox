      * PROJECT DESC: REVIEW SALES-REJECT-FILE RECORDS ON SCREEN,
      * CORRECT AND RESUBMIT THEM, OR DROP THEM, SO AN OPERATOR CAN
      * WORK A REJECT QUEUE WITHOUT EDITING THE EXTRACT BY HAND.
      * THE OPERATOR SIGNS ON AGAINST THE OPERATOR MASTER FIRST, AND
      * EVERY RESUBMIT AND DROP GOES ON THE SHARED CHANGE JOURNAL
      * chgjrnl.dat WITH THE REJECT BEFORE AND THE LINE SENT ON.
      *
        ENVIRONMENT DIVISION.

            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LCK-FILE-STATUS.

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
        FD SALES-REJECT-FILE.
        FD RUN-LOCK-FILE.
            COPY RUNLOCK.

        FD OPERATOR-MASTER-FILE.
            COPY OPERMAST.

        FD CHANGE-JOURNAL-FILE.
            COPY CHGJRNL.

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.
        01  WS-QUIT-SW         PIC X(1)    VALUE 'N'.
                    88 REJT-RESUBMIT           VALUE 'R'.
                    88 REJT-DELETE             VALUE 'D'.

      * A queued reject laid out as the reject file holds it, for the
      * change journal's before image.
            COPY SALEREJ REPLACING ==SALES-REJECT-RECORD==
                BY ==JRNL-REJECT-IMAGE==
                ==REJ-RAW-RECORD==   BY ==JREJ-RAW-RECORD==
                ==REJ-REASON-CODE==  BY ==JREJ-REASON-CODE==
                ==REJ-REASON-TEXT==  BY ==JREJ-REASON-TEXT==
                ==REJ-INPUT-FILE==   BY ==JREJ-INPUT-FILE==
                ==REJ-RUN-DATE==     BY ==JREJ-RUN-DATE==
                ==REJ-RUN-TIME==     BY ==JREJ-RUN-TIME==.

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
      * The screen mirrors hello_world's scaffolding: one screen to
      * show a reject and take a disposition, a second to capture a
      * corrected line when the operator chooses to edit one.
      *----------------------------------------------------------------
        SCREEN SECTION.
        01  SCR-SIGN-ON.
            05 BLANK SCREEN.
            05 LINE 1  COL 1  VALUE 'SALES REJECT MAINTENANCE'.
            05 LINE 3  COL 1  VALUE 'OPERATOR ID:'.
            05 LINE 3  COL 14 PIC X(10) TO WS-SIGNON-OPERATOR.
            05 LINE 4  COL 1  VALUE 'PASSWORD:'.
            05 LINE 4  COL 14 PIC X(10) TO WS-SIGNON-PASSWORD
                                          SECURE.
            05 LINE 6  COL 1  PIC X(40) FROM WS-SIGNON-MESSAGE.

        01  SCR-REJECT-DETAIL.
            05 BLANK SCREEN.
            05 LINE 1  COL 1  VALUE 'SALES REJECT MAINTENANCE'.
        MAIN-PROCEDURE.
            PERFORM INITIALIZE-PROCEDURE.

      * Nobody reaches the file without an operator ID the operator
      * master clears for this screen.
            PERFORM SIGN-ON-PROCEDURE.
            IF NOT SIGNED-ON
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      * The queue lock comes before the queue is read; a queue the
      * nightly load (or another session) holds ends this one right
      * here with the holder named on screen.

      * One reject at a time: show it, take a disposition, and for
      * E drop into a second screen to capture the corrected line.
      * A resubmit or a drop goes on the change journal as it is
      * taken, with the reject as queued and the line sent on.
        REVIEW-PROCEDURE.
            MOVE REJ-IDX TO WS-CURRENT-IDX.
            DISPLAY SCR-REJECT-DETAIL.
            EVALUATE WS-COMMAND
                WHEN 'R'
                WHEN 'r'
                    PERFORM IMAGE-REJECT-PROCEDURE
                    SET REJT-RESUBMIT(REJ-IDX) TO TRUE
                    MOVE 'R' TO WS-CJ-ACTION
                    MOVE REJT-RAW-RECORD(REJ-IDX) TO WS-CJ-AFTER-IMAGE
                    PERFORM WRITE-CHANGE-JOURNAL-PROCEDURE
                WHEN 'E'
                WHEN 'e'
                    PERFORM IMAGE-REJECT-PROCEDURE
                    MOVE REJT-RAW-RECORD(REJ-IDX) TO WS-EDIT-LINE
                    DISPLAY SCR-EDIT-LINE
                    ACCEPT SCR-EDIT-LINE
                    MOVE WS-EDIT-LINE TO REJT-RAW-RECORD(REJ-IDX)
                    SET REJT-RESUBMIT(REJ-IDX) TO TRUE
                    MOVE 'R' TO WS-CJ-ACTION
                    MOVE REJT-RAW-RECORD(REJ-IDX) TO WS-CJ-AFTER-IMAGE
                    PERFORM WRITE-CHANGE-JOURNAL-PROCEDURE
                WHEN 'D'
                WHEN 'd'
                    PERFORM IMAGE-REJECT-PROCEDURE
                    SET REJT-DELETE(REJ-IDX) TO TRUE
                    MOVE 'X' TO WS-CJ-ACTION
                    MOVE SPACES TO WS-CJ-AFTER-IMAGE
                    PERFORM WRITE-CHANGE-JOURNAL-PROCEDURE
                WHEN 'Q'
                WHEN 'q'
                    MOVE 'Y' TO WS-QUIT-SW
                    SET REJT-KEEP(REJ-IDX) TO TRUE
            END-EVALUATE.

      * The reject at REJ-IDX as the queue holds it, keyed by the
      * input file it was rejected from.
        IMAGE-REJECT-PROCEDURE.
            MOVE REJT-RAW-RECORD(REJ-IDX)  TO JREJ-RAW-RECORD.
            MOVE REJT-REASON-CODE(REJ-IDX) TO JREJ-REASON-CODE.
            MOVE REJT-REASON-TEXT(REJ-IDX) TO JREJ-REASON-TEXT.
            MOVE REJT-INPUT-FILE(REJ-IDX)  TO JREJ-INPUT-FILE.
            MOVE REJT-RUN-DATE(REJ-IDX)    TO JREJ-RUN-DATE.
            MOVE REJT-RUN-TIME(REJ-IDX)    TO JREJ-RUN-TIME.
            MOVE JREJ-INPUT-FILE   TO WS-CJ-KEY.
            MOVE JRNL-REJECT-IMAGE TO WS-CJ-BEFORE-IMAGE.

      * Corrected/approved records go out as a POS-format extract,
      * complete with the header and the count/hash trailer that
      * popdata's verification pass proves before it loads anything,
                NOT AT END
                    WRITE REJECT-OUT-RECORD FROM SALES-REJECT-RECORD
            END-READ.

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
                DISPLAY 'REJFIX: SIGN-ON REFUSED - ' WS-SIGNON-MESSAGE
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
                        WHEN OP-SCREEN(OP-SCREEN-IDX) = 'rejfix'
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
                DISPLAY 'REJFIX: CANNOT OPEN CHANGE JOURNAL '
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
                MOVE 'rejfix'          TO CJ-PROGRAM
                MOVE WS-REJECT-FILENAME
                    TO CJ-FILE-NAME
                MOVE WS-CJ-ACTION       TO CJ-ACTION
                MOVE WS-CJ-KEY          TO CJ-KEY
                MOVE WS-CJ-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
                MOVE WS-CJ-AFTER-IMAGE  TO CJ-AFTER-IMAGE
                WRITE CHANGE-JOURNAL-RECORD
                CLOSE CHANGE-JOURNAL-FILE
            ELSE
                DISPLAY 'REJFIX: CHANGE JOURNAL WRITE FAILED '
                        WS-CJ-FILE-STATUS ' FOR ' WS-CJ-KEY
            END-IF.
