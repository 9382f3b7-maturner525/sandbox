      * KEYED ON IM-SKU (BUILT BY itmload, READ BY popdata), SO
      * THERE IS NO IN-MEMORY TABLE AND NO CAP ON THE FILE SIZE:
      * BROWSING IS A READ NEXT WALK AND EVERY ADD, CHANGE OR DELETE
      * IS A KEYED WRITE, REWRITE OR DELETE APPLIED IN PLACE. EACH
      * ITEM NAMES ITS SUPPLIER, WHICH MUST BE AN ACTIVE VENDOR ON
      * THE VENDOR MASTER (OR BLANK, FOR AN ITEM NO FEED CARRIES).
      * THE OPERATOR SIGNS ON AGAINST THE OPERATOR MASTER FIRST, AND
      * EVERY ADD, CHANGE AND DELETE GOES ON THE SHARED CHANGE
      * JOURNAL chgjrnl.dat WITH THE RECORD BEFORE AND AFTER.
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

      * Vendor master a vendor keyed on an item is checked against.
            SELECT VENDOR-MASTER-FILE
            ASSIGN TO DYNAMIC WS-VENDOR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-VND-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD ITEM-MASTER-FILE.
        FD RUN-LOCK-FILE.
            COPY RUNLOCK.

        FD OPERATOR-MASTER-FILE.
            COPY OPERMAST.

        FD CHANGE-JOURNAL-FILE.
            COPY CHGJRNL.

        FD VENDOR-MASTER-FILE.
            COPY VENDMAST.

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.
        01  WS-QUIT-SW         PIC X(1)    VALUE 'N'.
        01  WS-CUR-GTIN            PIC X(10)  VALUE SPACES.
        01  WS-CUR-NAME            PIC X(35)  VALUE SPACES.
        01  WS-CUR-UNIT            PIC X(4)   VALUE SPACES.
        01  WS-CUR-VENDOR          PIC X(10)  VALUE SPACES.
        01  WS-BROWSE-SKU          PIC X(20)  VALUE SPACES.

      * Edit screen work fields plus the validation verdict shown
        01  WS-EDIT-GTIN           PIC X(10)  VALUE SPACES.
        01  WS-EDIT-NAME           PIC X(35)  VALUE SPACES.
        01  WS-EDIT-UNIT           PIC X(4)   VALUE SPACES.
        01  WS-EDIT-VENDOR         PIC X(10)  VALUE SPACES.
        01  WS-EDIT-MESSAGE        PIC X(40)  VALUE SPACES.

        01  WS-ENTRY-VALID-SW      PIC X(1)   VALUE 'Y'.
        01  WS-GTIN-LEN            PIC 9(2)   VALUE ZERO.
        01  WS-GTIN-IDX            PIC 9(2)   VALUE ZERO.

        01  WS-VENDOR-FILENAME     PIC X(100) VALUE './vendmast.dat'.
        01  WS-VND-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-VND-EOF             PIC X(1)   VALUE 'N'.
        01  WS-VND-FOUND-SW        PIC X(1)   VALUE 'N'.
            88 VENDOR-FOUND                   VALUE 'Y'.

      * The record on screen laid out as the master holds it, for
      * the change journal's before image.
            COPY ITEMMAST REPLACING ==ITEM-MASTER-RECORD==
                BY ==JRNL-ITEM-IMAGE==
                ==IM-SKU==       BY ==JIM-SKU==
                ==IM-GTIN==      BY ==JIM-GTIN==
                ==IM-ITEM-NAME== BY ==JIM-ITEM-NAME==
                ==IM-UNIT==      BY ==JIM-UNIT==
                ==IM-VENDOR-ID== BY ==JIM-VENDOR-ID==.

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
      * The screens mirror rejfix's scaffolding: one screen to show a
      * master entry and take a disposition, a second to capture the
      * five fields when the operator adds or changes one.
      *----------------------------------------------------------------
        SCREEN SECTION.
        01  SCR-SIGN-ON.
            05 BLANK SCREEN.
            05 LINE 1  COL 1  VALUE 'ITEM MASTER MAINTENANCE'.
            05 LINE 3  COL 1  VALUE 'OPERATOR ID:'.
            05 LINE 3  COL 14 PIC X(10) TO WS-SIGNON-OPERATOR.
            05 LINE 4  COL 1  VALUE 'PASSWORD:'.
            05 LINE 4  COL 14 PIC X(10) TO WS-SIGNON-PASSWORD
                                          SECURE.
            05 LINE 6  COL 1  PIC X(40) FROM WS-SIGNON-MESSAGE.

        01  SCR-ITEM-DETAIL.
            05 BLANK SCREEN.
            05 LINE 1  COL 1  VALUE 'ITEM MASTER MAINTENANCE'.
            05 LINE 7  COL 11 PIC X(35) FROM WS-CUR-NAME.
            05 LINE 8  COL 1  VALUE 'UNIT:'.
            05 LINE 8  COL 11 PIC X(4)  FROM WS-CUR-UNIT.
            05 LINE 9  COL 1  VALUE 'VENDOR:'.
            05 LINE 9  COL 11 PIC X(10) FROM WS-CUR-VENDOR.
            05 LINE 10 COL 1  PIC X(40) FROM WS-EDIT-MESSAGE.
            05 LINE 12 COL 1  VALUE
               'A=ADD  C=CHANGE  D=DELETE  K=KEEP      '.
            05 LINE 19 COL 1  VALUE 'UNIT:'.
            05 LINE 19 COL 11 PIC X(4)  FROM WS-EDIT-UNIT
                                          TO   WS-EDIT-UNIT.
            05 LINE 20 COL 1  VALUE 'VENDOR:'.
            05 LINE 20 COL 11 PIC X(10) FROM WS-EDIT-VENDOR
                                          TO   WS-EDIT-VENDOR.

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

      * The master lock comes before the master is opened; a master
      * the nightly load (or another session) holds ends this one
      * right here with the holder named on screen.

      * One entry at a time off a READ NEXT walk: show it, take a
      * disposition, and for A or C drop into the edit screen to
      * capture the five fields, which are checked before they are
      * applied to the file.
        REVIEW-PROCEDURE.
            READ ITEM-MASTER-FILE NEXT RECORD
                    MOVE IM-GTIN      TO WS-CUR-GTIN
                    MOVE IM-ITEM-NAME TO WS-CUR-NAME
                    MOVE IM-UNIT      TO WS-CUR-UNIT
                    MOVE IM-VENDOR-ID TO WS-CUR-VENDOR
                    PERFORM COMMAND-PROCEDURE
            END-READ.

      * command other than A ends the session.
        END-OF-FILE-ADD-PROCEDURE.
            MOVE SPACES TO WS-CUR-SKU WS-CUR-GTIN
                           WS-CUR-NAME WS-CUR-UNIT WS-CUR-VENDOR.
            IF WS-EDIT-MESSAGE = SPACES
                MOVE 'END OF FILE - A TO ADD, Q TO QUIT'
                    TO WS-EDIT-MESSAGE
      * WRITE on a SKU already on file comes back INVALID KEY.
        ADD-ENTRY-PROCEDURE.
            MOVE SPACES TO WS-EDIT-SKU WS-EDIT-GTIN
                           WS-EDIT-NAME WS-EDIT-UNIT WS-EDIT-VENDOR.
            DISPLAY SCR-ITEM-EDIT.
            ACCEPT SCR-ITEM-EDIT.
            PERFORM VALIDATE-ENTRY-PROCEDURE.
                MOVE WS-EDIT-GTIN TO IM-GTIN
                MOVE WS-EDIT-NAME TO IM-ITEM-NAME
                MOVE WS-EDIT-UNIT TO IM-UNIT
                MOVE WS-EDIT-VENDOR TO IM-VENDOR-ID
                MOVE 'A'                TO WS-CJ-ACTION
                MOVE IM-SKU             TO WS-CJ-KEY
                MOVE SPACES             TO WS-CJ-BEFORE-IMAGE
                MOVE ITEM-MASTER-RECORD TO WS-CJ-AFTER-IMAGE
                WRITE ITEM-MASTER-RECORD
                    INVALID KEY
                        MOVE 'DUPLICATE SKU' TO WS-EDIT-MESSAGE
                    NOT INVALID KEY
                        ADD 1 TO WS-ADD-COUNT
                        PERFORM WRITE-CHANGE-JOURNAL-PROCEDURE
                END-WRITE
            END-IF.

            MOVE WS-CUR-GTIN TO WS-EDIT-GTIN.
            MOVE WS-CUR-NAME TO WS-EDIT-NAME.
            MOVE WS-CUR-UNIT TO WS-EDIT-UNIT.
            MOVE WS-CUR-VENDOR TO WS-EDIT-VENDOR.
            DISPLAY SCR-ITEM-EDIT.
            ACCEPT SCR-ITEM-EDIT.
            PERFORM VALIDATE-ENTRY-PROCEDURE.
            IF ENTRY-VALID
                MOVE 'C' TO WS-CJ-ACTION
                PERFORM IMAGE-CURRENT-PROCEDURE
                MOVE WS-EDIT-SKU  TO IM-SKU
                MOVE WS-EDIT-GTIN TO IM-GTIN
                MOVE WS-EDIT-NAME TO IM-ITEM-NAME
                MOVE WS-EDIT-UNIT TO IM-UNIT
                MOVE WS-EDIT-VENDOR TO IM-VENDOR-ID
                MOVE ITEM-MASTER-RECORD TO WS-CJ-AFTER-IMAGE
                IF WS-EDIT-SKU = WS-BROWSE-SKU
                    REWRITE ITEM-MASTER-RECORD
                        INVALID KEY
                            MOVE 'REWRITE FAILED' TO WS-EDIT-MESSAGE
                        NOT INVALID KEY
                            ADD 1 TO WS-CHANGE-COUNT
                            PERFORM WRITE-CHANGE-JOURNAL-PROCEDURE
                    END-REWRITE
                ELSE
                    WRITE ITEM-MASTER-RECORD
                        INVALID KEY
                            MOVE 'DUPLICATE SKU' TO WS-EDIT-MESSAGE
                                INVALID KEY CONTINUE
                            END-DELETE
                            ADD 1 TO WS-CHANGE-COUNT
                            PERFORM WRITE-CHANGE-JOURNAL-PROCEDURE
                    END-WRITE
                END-IF
            END-IF.

        DELETE-ENTRY-PROCEDURE.
            MOVE 'D' TO WS-CJ-ACTION.
            PERFORM IMAGE-CURRENT-PROCEDURE.
            MOVE SPACES TO WS-CJ-AFTER-IMAGE.
            MOVE WS-BROWSE-SKU TO IM-SKU.
            DELETE ITEM-MASTER-FILE
                INVALID KEY
                    MOVE 'DELETE FAILED' TO WS-EDIT-MESSAGE
                NOT INVALID KEY
                    ADD 1 TO WS-DELETE-COUNT
                    PERFORM WRITE-CHANGE-JOURNAL-PROCEDURE
            END-DELETE.

      * The record on screen, keyed by the SKU it was read under, is
      * the journal's before image for a change or a delete.
        IMAGE-CURRENT-PROCEDURE.
            MOVE WS-BROWSE-SKU TO WS-CJ-KEY.
            MOVE WS-CUR-SKU    TO JIM-SKU.
            MOVE WS-CUR-GTIN   TO JIM-GTIN.
            MOVE WS-CUR-NAME   TO JIM-ITEM-NAME.
            MOVE WS-CUR-UNIT   TO JIM-UNIT.
            MOVE WS-CUR-VENDOR TO JIM-VENDOR-ID.
            MOVE JRNL-ITEM-IMAGE TO WS-CJ-BEFORE-IMAGE.

      * Keyed operations move the file position, so the READ NEXT
      * walk is put back on course just past the record that was on
      * screen; no more records past it ends the browse.

      * The checks that used to depend on a careful text editor: the
      * SKU must be present (uniqueness is enforced by the file's
      * own key), the GTIN must be all digits with no embedded
      * blanks, and a vendor, if one is keyed, must be an active
      * vendor on the vendor master. A failure leaves its reason in
      * WS-EDIT-MESSAGE.
        VALIDATE-ENTRY-PROCEDURE.
            SET ENTRY-VALID TO TRUE.
            IF WS-EDIT-SKU = SPACES
            IF ENTRY-VALID
                PERFORM CHECK-GTIN-PROCEDURE
            END-IF.
            IF ENTRY-VALID AND WS-EDIT-VENDOR NOT = SPACES
                PERFORM CHECK-VENDOR-PROCEDURE
            END-IF.

      * GTIN format: at least one digit, digits only up to the
      * trailing blank padding, no embedded blanks.
                SET ENTRY-INVALID TO TRUE
                MOVE 'GTIN MUST BE DIGITS ONLY' TO WS-EDIT-MESSAGE
            END-IF.

      * The vendor master is read top to bottom for the vendor, the
      * way the sign-on reads the operator master; a vendor kept on
      * file as no longer supplied can't be put on an item.
        CHECK-VENDOR-PROCEDURE.
            MOVE 'N' TO WS-VND-FOUND-SW.
            MOVE 'N' TO WS-VND-EOF.
            OPEN INPUT VENDOR-MASTER-FILE.
            IF WS-VND-FILE-STATUS NOT = '00'
                SET ENTRY-INVALID TO TRUE
                MOVE 'NO VENDOR MASTER - SEE SUPERVISOR'
                    TO WS-EDIT-MESSAGE
            ELSE
                PERFORM CHECK-VENDOR-READ-PROCEDURE
                    UNTIL WS-VND-EOF = 'Y' OR VENDOR-FOUND
                CLOSE VENDOR-MASTER-FILE
                EVALUATE TRUE
                    WHEN NOT VENDOR-FOUND
                        SET ENTRY-INVALID TO TRUE
                        MOVE 'VENDOR NOT ON VENDOR MASTER'
                            TO WS-EDIT-MESSAGE
                    WHEN NOT VM-VENDOR-ACTIVE
                        SET ENTRY-INVALID TO TRUE
                        MOVE 'VENDOR IS NOT ACTIVE'
                            TO WS-EDIT-MESSAGE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

        CHECK-VENDOR-READ-PROCEDURE.
            READ VENDOR-MASTER-FILE
                AT END
                    MOVE 'Y' TO WS-VND-EOF
                NOT AT END
                    IF VM-VENDOR-ID = WS-EDIT-VENDOR
                        SET VENDOR-FOUND TO TRUE
                    END-IF
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
                DISPLAY 'ITMFIX: SIGN-ON REFUSED - ' WS-SIGNON-MESSAGE
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
                        WHEN OP-SCREEN(OP-SCREEN-IDX) = 'itmfix'
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
                DISPLAY 'ITMFIX: CANNOT OPEN CHANGE JOURNAL '
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
                MOVE 'itmfix'          TO CJ-PROGRAM
                MOVE WS-ITEM-MASTER-FILENAME
                    TO CJ-FILE-NAME
                MOVE WS-CJ-ACTION       TO CJ-ACTION
                MOVE WS-CJ-KEY          TO CJ-KEY
                MOVE WS-CJ-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
                MOVE WS-CJ-AFTER-IMAGE  TO CJ-AFTER-IMAGE
                WRITE CHANGE-JOURNAL-RECORD
                CLOSE CHANGE-JOURNAL-FILE
            ELSE
                DISPLAY 'ITMFIX: CHANGE JOURNAL WRITE FAILED '
                        WS-CJ-FILE-STATUS ' FOR ' WS-CJ-KEY
            END-IF.
