      * GL Account Map Maintenance
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     glfix.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: REVIEW GL-ACCOUNT-MAP-RECORD ENTRIES ON SCREEN,
      * ADD, CHANGE OR DELETE THEM, WITH STORE AND ACCOUNT FORMAT
      * CHECKING AND A DUPLICATE CHECK ON THE STORE-PLUS-CATEGORY
      * PAIR, SO THE MAPPING glpost BUILDS EVERY LEDGER JOURNAL FROM
      * IS MAINTAINED THE WAY taxfix MAINTAINS THE TAX RATE TABLE.
      * THE FILE IS PLAIN LINE SEQUENTIAL, SO IT IS WORKED IN MEMORY
      * AND REWRITTEN THROUGH A .new FILE AND AN mv.
      * THE OPERATOR SIGNS ON AGAINST THE OPERATOR MASTER FIRST, AND
      * EVERY ADD, CHANGE AND DELETE GOES ON THE SHARED CHANGE
      * JOURNAL chgjrnl.dat WITH THE ENTRY BEFORE AND AFTER AS IT IS
      * ACCEPTED.
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT GL-MAP-FILE
            ASSIGN TO DYNAMIC WS-GL-MAP-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-MAP-FILE-STATUS.

            SELECT GL-MAP-OUT-FILE
            ASSIGN TO DYNAMIC WS-GL-MAP-OUT-FILENAME
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
        FD GL-MAP-FILE.
            COPY GLMAP.

        FD GL-MAP-OUT-FILE.
            COPY GLMAP REPLACING ==GL-ACCOUNT-MAP-RECORD==
                BY ==GL-MAP-OUT-RECORD==
                ==GM-STORE-NO==       BY ==GMO-STORE-NO==
                ==GM-CATEGORY==       BY ==GMO-CATEGORY==
                ==GM-REVENUE-ACCT==   BY ==GMO-REVENUE-ACCT==
                ==GM-RETURNS-ACCT==   BY ==GMO-RETURNS-ACCT==
                ==GM-COGS-ACCT==      BY ==GMO-COGS-ACCT==
                ==GM-INVENTORY-ACCT== BY ==GMO-INVENTORY-ACCT==
                ==GM-TAX-ACCT==       BY ==GMO-TAX-ACCT==
                ==GM-CLEARING-ACCT==  BY ==GMO-CLEARING-ACCT==.

        FD OPERATOR-MASTER-FILE.
            COPY OPERMAST.

        FD CHANGE-JOURNAL-FILE.
            COPY CHGJRNL.

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.
        01  WS-QUIT-SW         PIC X(1)    VALUE 'N'.

        01  WS-CMD-PARM            PIC X(100) VALUE SPACES.
        01  WS-GL-MAP-FILENAME     PIC X(100) VALUE './glmap.dat'.
        01  WS-GL-MAP-OUT-FILENAME PIC X(110) VALUE SPACES.
        01  WS-MAP-FILE-STATUS     PIC X(2)   VALUE SPACES.

        01  WS-MV-CMD              PIC X(230) VALUE SPACES.

        01  WS-COMMAND             PIC X(1)   VALUE SPACE.
        01  WS-CURRENT-NO          PIC 9(4)   VALUE ZERO.

        01  WS-ADD-COUNT           PIC 9(4)   VALUE ZERO.
        01  WS-CHANGE-COUNT        PIC 9(4)   VALUE ZERO.
        01  WS-DELETE-COUNT        PIC 9(4)   VALUE ZERO.

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
                10 MPT-DELETED-SW      PIC X(1).
                    88 MPT-DELETED             VALUE 'D'.

      * The entry currently on screen plus the subscript it lives
      * at, so a change can be applied back to the right slot.
        01  WS-BROWSE-SUB          PIC 9(3)   VALUE ZERO.
        01  WS-CUR-STORE           PIC 9(4)   VALUE ZERO.
        01  WS-CUR-CATEGORY        PIC X(35)  VALUE SPACES.
        01  WS-CUR-REVENUE         PIC X(10)  VALUE SPACES.
        01  WS-CUR-RETURNS         PIC X(10)  VALUE SPACES.
        01  WS-CUR-COGS            PIC X(10)  VALUE SPACES.
        01  WS-CUR-INVENTORY       PIC X(10)  VALUE SPACES.
        01  WS-CUR-TAX             PIC X(10)  VALUE SPACES.
        01  WS-CUR-CLEARING        PIC X(10)  VALUE SPACES.

      * Edit screen work fields, proved before they touch the table,
      * plus the validation verdict shown back on the detail screen
      * after a rejected add or change.
        01  WS-EDIT-STORE          PIC X(4)   VALUE SPACES.
        01  WS-EDIT-CATEGORY       PIC X(35)  VALUE SPACES.
        01  WS-EDIT-REVENUE        PIC X(10)  VALUE SPACES.
        01  WS-EDIT-RETURNS        PIC X(10)  VALUE SPACES.
        01  WS-EDIT-COGS           PIC X(10)  VALUE SPACES.
        01  WS-EDIT-INVENTORY      PIC X(10)  VALUE SPACES.
        01  WS-EDIT-TAX            PIC X(10)  VALUE SPACES.
        01  WS-EDIT-CLEARING       PIC X(10)  VALUE SPACES.
        01  WS-EDIT-MESSAGE        PIC X(40)  VALUE SPACES.

        01  WS-ENTRY-VALID-SW      PIC X(1)   VALUE 'Y'.
            88 ENTRY-VALID                    VALUE 'Y'.
            88 ENTRY-INVALID                  VALUE 'N'.
        01  WS-NEW-STORE           PIC 9(4)   VALUE ZERO.
        01  WS-DUP-SUB             PIC 9(3)   VALUE ZERO.
        01  WS-DUP-FOUND-SW        PIC X(1)   VALUE 'N'.
            88 DUP-ENTRY-FOUND                VALUE 'Y'.

      * A table entry laid out as the account map holds it, for the
      * change journal's before and after images.
            COPY GLMAP REPLACING ==GL-ACCOUNT-MAP-RECORD==
                BY ==JRNL-MAP-IMAGE==
                ==GM-STORE-NO==       BY ==JGM-STORE-NO==
                ==GM-CATEGORY==       BY ==JGM-CATEGORY==
                ==GM-REVENUE-ACCT==   BY ==JGM-REVENUE-ACCT==
                ==GM-RETURNS-ACCT==   BY ==JGM-RETURNS-ACCT==
                ==GM-COGS-ACCT==      BY ==JGM-COGS-ACCT==
                ==GM-INVENTORY-ACCT== BY ==JGM-INVENTORY-ACCT==
                ==GM-TAX-ACCT==       BY ==JGM-TAX-ACCT==
                ==GM-CLEARING-ACCT==  BY ==JGM-CLEARING-ACCT==.

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
      * The screens mirror taxfix's scaffolding: one screen to show a
      * mapping entry and take a disposition, a second to capture
      * the fields when the operator adds or changes one.
      *----------------------------------------------------------------
        SCREEN SECTION.
        01  SCR-SIGN-ON.
            05 BLANK SCREEN.
            05 LINE 1  COL 1  VALUE 'GL ACCOUNT MAP MAINTENANCE'.
            05 LINE 3  COL 1  VALUE 'OPERATOR ID:'.
            05 LINE 3  COL 14 PIC X(10) TO WS-SIGNON-OPERATOR.
            05 LINE 4  COL 1  VALUE 'PASSWORD:'.
            05 LINE 4  COL 14 PIC X(10) TO WS-SIGNON-PASSWORD
                                          SECURE.
            05 LINE 6  COL 1  PIC X(40) FROM WS-SIGNON-MESSAGE.

        01  SCR-MAP-DETAIL.
            05 BLANK SCREEN.
            05 LINE 1  COL 1  VALUE 'GL ACCOUNT MAP MAINTENANCE'.
            05 LINE 3  COL 1  VALUE 'RECORD '.
            05 LINE 3  COL 8  PIC ZZZ9 FROM WS-CURRENT-NO.
            05 LINE 3  COL 13 VALUE 'OF'.
            05 LINE 3  COL 16 PIC ZZZ9 FROM MAP-TABLE-COUNT.
            05 LINE 5  COL 1  VALUE 'STORE:'.
            05 LINE 5  COL 14 PIC 9(4) FROM WS-CUR-STORE.
            05 LINE 6  COL 1  VALUE 'CATEGORY:'.
            05 LINE 6  COL 14 PIC X(35) FROM WS-CUR-CATEGORY.
            05 LINE 7  COL 1  VALUE 'REVENUE:'.
            05 LINE 7  COL 14 PIC X(10) FROM WS-CUR-REVENUE.
            05 LINE 7  COL 30 VALUE 'RETURNS:'.
            05 LINE 7  COL 43 PIC X(10) FROM WS-CUR-RETURNS.
            05 LINE 8  COL 1  VALUE 'COGS:'.
            05 LINE 8  COL 14 PIC X(10) FROM WS-CUR-COGS.
            05 LINE 8  COL 30 VALUE 'INVENTORY:'.
            05 LINE 8  COL 43 PIC X(10) FROM WS-CUR-INVENTORY.
            05 LINE 9  COL 1  VALUE 'TAX PAYABLE:'.
            05 LINE 9  COL 14 PIC X(10) FROM WS-CUR-TAX.
            05 LINE 9  COL 30 VALUE 'CLEARING:'.
            05 LINE 9  COL 43 PIC X(10) FROM WS-CUR-CLEARING.
            05 LINE 10 COL 1  PIC X(40) FROM WS-EDIT-MESSAGE.
            05 LINE 12 COL 1  VALUE
               'A=ADD  C=CHANGE  D=DELETE  K=KEEP      '.
            05 LINE 13 COL 1  VALUE 'N=NEXT Q=QUIT              '.
            05 LINE 14 COL 1  VALUE 'COMMAND: '.
            05 LINE 14 COL 10 PIC X(1) TO WS-COMMAND.

        01  SCR-MAP-EDIT.
            05 LINE 16 COL 1  VALUE 'STORE:'.
            05 LINE 16 COL 14 PIC X(4) FROM WS-EDIT-STORE
                                          TO   WS-EDIT-STORE.
            05 LINE 17 COL 1  VALUE 'CATEGORY:'.
            05 LINE 17 COL 14 PIC X(35) FROM WS-EDIT-CATEGORY
                                          TO   WS-EDIT-CATEGORY.
            05 LINE 18 COL 1  VALUE 'REVENUE:'.
            05 LINE 18 COL 14 PIC X(10) FROM WS-EDIT-REVENUE
                                          TO   WS-EDIT-REVENUE.
            05 LINE 18 COL 30 VALUE 'RETURNS:'.
            05 LINE 18 COL 43 PIC X(10) FROM WS-EDIT-RETURNS
                                          TO   WS-EDIT-RETURNS.
            05 LINE 19 COL 1  VALUE 'COGS:'.
            05 LINE 19 COL 14 PIC X(10) FROM WS-EDIT-COGS
                                          TO   WS-EDIT-COGS.
            05 LINE 19 COL 30 VALUE 'INVENTORY:'.
            05 LINE 19 COL 43 PIC X(10) FROM WS-EDIT-INVENTORY
                                          TO   WS-EDIT-INVENTORY.
            05 LINE 20 COL 1  VALUE 'TAX PAYABLE:'.
            05 LINE 20 COL 14 PIC X(10) FROM WS-EDIT-TAX
                                          TO   WS-EDIT-TAX.
            05 LINE 20 COL 30 VALUE 'CLEARING:'.
            05 LINE 20 COL 43 PIC X(10) FROM WS-EDIT-CLEARING
                                          TO   WS-EDIT-CLEARING.

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

            PERFORM LOAD-MAP-PROCEDURE.

            PERFORM REVIEW-PROCEDURE
                VARYING WS-BROWSE-SUB FROM 1 BY 1
                UNTIL WS-BROWSE-SUB > MAP-TABLE-COUNT
                   OR WS-QUIT-SW = 'Y'.

            IF WS-QUIT-SW NOT = 'Y'
                PERFORM END-OF-FILE-ADD-PROCEDURE
                    UNTIL WS-QUIT-SW = 'Y'
            END-IF.

            PERFORM WRITE-MAP-PROCEDURE.

            DISPLAY 'GLFIX: ADDED='    WS-ADD-COUNT
                    ' CHANGED='        WS-CHANGE-COUNT
                    ' DELETED='        WS-DELETE-COUNT.

            STOP RUN.

        INITIALIZE-PROCEDURE.
            ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
            IF WS-CMD-PARM NOT = SPACES
                MOVE WS-CMD-PARM TO WS-GL-MAP-FILENAME
            END-IF.
            STRING WS-GL-MAP-FILENAME DELIMITED BY SPACE
                   '.new'             DELIMITED BY SIZE
                   INTO WS-GL-MAP-OUT-FILENAME
            END-STRING.

      * A mapping file that isn't there yet is an empty table, not
      * an error: the operator lands straight in the add loop and
      * the rewrite below creates the file.
        LOAD-MAP-PROCEDURE.
            MOVE ZERO TO MAP-TABLE-COUNT.
            MOVE 'N'  TO WS-EOF.
            OPEN INPUT GL-MAP-FILE.
            IF WS-MAP-FILE-STATUS NOT = '00'
                DISPLAY 'GLFIX: NO ACCOUNT MAP '
                        WS-GL-MAP-FILENAME ' - STARTING EMPTY'
                MOVE 'Y' TO WS-EOF
            ELSE
                PERFORM LOAD-MAP-READ-PROCEDURE UNTIL WS-EOF = 'Y'
                CLOSE GL-MAP-FILE
            END-IF.

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
                        MOVE SPACE TO MPT-DELETED-SW(MAP-IDX)
                    ELSE
                        DISPLAY 'GLFIX: MAP TABLE FULL - '
                                'SKIPPING ' GM-STORE-NO ' '
                                GM-CATEGORY
                    END-IF
            END-READ.

      * One entry at a time: show it, take a disposition, and for A
      * or C drop into the edit screen to capture the fields, which
      * are checked before they touch the table.
        REVIEW-PROCEDURE.
            SET MAP-IDX TO WS-BROWSE-SUB.
            IF MPT-DELETED(MAP-IDX)
                CONTINUE
            ELSE
                MOVE WS-BROWSE-SUB TO WS-CURRENT-NO
                PERFORM SHOW-ENTRY-PROCEDURE
                PERFORM COMMAND-PROCEDURE
            END-IF.

        SHOW-ENTRY-PROCEDURE.
            MOVE MPT-STORE-NO(MAP-IDX)       TO WS-CUR-STORE.
            MOVE MPT-CATEGORY(MAP-IDX)       TO WS-CUR-CATEGORY.
            MOVE MPT-REVENUE-ACCT(MAP-IDX)   TO WS-CUR-REVENUE.
            MOVE MPT-RETURNS-ACCT(MAP-IDX)   TO WS-CUR-RETURNS.
            MOVE MPT-COGS-ACCT(MAP-IDX)      TO WS-CUR-COGS.
            MOVE MPT-INVENTORY-ACCT(MAP-IDX) TO WS-CUR-INVENTORY.
            MOVE MPT-TAX-ACCT(MAP-IDX)       TO WS-CUR-TAX.
            MOVE MPT-CLEARING-ACCT(MAP-IDX)  TO WS-CUR-CLEARING.

        COMMAND-PROCEDURE.
            DISPLAY SCR-MAP-DETAIL.
            ACCEPT SCR-MAP-DETAIL.
            MOVE SPACES TO WS-EDIT-MESSAGE.
            EVALUATE WS-COMMAND
                WHEN 'A'
                WHEN 'a'
                    PERFORM ADD-ENTRY-PROCEDURE
                WHEN 'C'
                WHEN 'c'
                    PERFORM CHANGE-ENTRY-PROCEDURE
                WHEN 'D'
                WHEN 'd'
                    SET MAP-IDX TO WS-BROWSE-SUB
                    PERFORM IMAGE-ENTRY-PROCEDURE
                    MOVE 'D'            TO WS-CJ-ACTION
                    MOVE JRNL-MAP-IMAGE TO WS-CJ-BEFORE-IMAGE
                    MOVE SPACES         TO WS-CJ-AFTER-IMAGE
                    SET MPT-DELETED(MAP-IDX) TO TRUE
                    ADD 1 TO WS-DELETE-COUNT
                    PERFORM WRITE-CHANGE-JOURNAL-PROCEDURE
                WHEN 'Q'
                WHEN 'q'
                    MOVE 'Y' TO WS-QUIT-SW
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      * Once the browse runs out of entries (including a brand-new
      * file, which never enters the browse at all), the detail
      * screen is still offered so the operator can add entries;
      * any command other than A ends the session.
        END-OF-FILE-ADD-PROCEDURE.
            MOVE ZERO TO WS-CUR-STORE.
            MOVE SPACES TO WS-CUR-CATEGORY WS-CUR-REVENUE
                           WS-CUR-RETURNS WS-CUR-COGS
                           WS-CUR-INVENTORY WS-CUR-TAX
                           WS-CUR-CLEARING.
            IF WS-EDIT-MESSAGE = SPACES
                MOVE 'END OF FILE - A TO ADD, Q TO QUIT'
                    TO WS-EDIT-MESSAGE
            END-IF.
            DISPLAY SCR-MAP-DETAIL.
            ACCEPT SCR-MAP-DETAIL.
            MOVE SPACES TO WS-EDIT-MESSAGE.
            EVALUATE WS-COMMAND
                WHEN 'A'
                WHEN 'a'
                    PERFORM ADD-ENTRY-PROCEDURE
                WHEN OTHER
                    MOVE 'Y' TO WS-QUIT-SW
            END-EVALUATE.

      * A rejected add or change leaves its reason on the detail
      * screen's message line; the operator keys the command again
      * to retry.
        ADD-ENTRY-PROCEDURE.
            MOVE SPACES TO WS-EDIT-STORE WS-EDIT-CATEGORY
                           WS-EDIT-REVENUE WS-EDIT-RETURNS
                           WS-EDIT-COGS WS-EDIT-INVENTORY
                           WS-EDIT-TAX WS-EDIT-CLEARING.
            MOVE ZERO TO WS-DUP-SUB.
            DISPLAY SCR-MAP-EDIT.
            ACCEPT SCR-MAP-EDIT.
            PERFORM VALIDATE-ENTRY-PROCEDURE.
            IF ENTRY-VALID
                IF MAP-TABLE-COUNT < 500
                    ADD 1 TO MAP-TABLE-COUNT
                    SET MAP-IDX TO MAP-TABLE-COUNT
                    PERFORM STORE-ENTRY-PROCEDURE
                    MOVE SPACE TO MPT-DELETED-SW(MAP-IDX)
                    ADD 1 TO WS-ADD-COUNT
                    PERFORM IMAGE-ENTRY-PROCEDURE
                    MOVE 'A'            TO WS-CJ-ACTION
                    MOVE SPACES         TO WS-CJ-BEFORE-IMAGE
                    MOVE JRNL-MAP-IMAGE TO WS-CJ-AFTER-IMAGE
                    PERFORM WRITE-CHANGE-JOURNAL-PROCEDURE
                ELSE
                    MOVE 'MAP TABLE FULL' TO WS-EDIT-MESSAGE
                END-IF
            END-IF.

        CHANGE-ENTRY-PROCEDURE.
            SET MAP-IDX TO WS-BROWSE-SUB.
            MOVE MPT-STORE-NO(MAP-IDX)       TO WS-EDIT-STORE.
            MOVE MPT-CATEGORY(MAP-IDX)       TO WS-EDIT-CATEGORY.
            MOVE MPT-REVENUE-ACCT(MAP-IDX)   TO WS-EDIT-REVENUE.
            MOVE MPT-RETURNS-ACCT(MAP-IDX)   TO WS-EDIT-RETURNS.
            MOVE MPT-COGS-ACCT(MAP-IDX)      TO WS-EDIT-COGS.
            MOVE MPT-INVENTORY-ACCT(MAP-IDX) TO WS-EDIT-INVENTORY.
            MOVE MPT-TAX-ACCT(MAP-IDX)       TO WS-EDIT-TAX.
            MOVE MPT-CLEARING-ACCT(MAP-IDX)  TO WS-EDIT-CLEARING.
            MOVE WS-BROWSE-SUB TO WS-DUP-SUB.
            DISPLAY SCR-MAP-EDIT.
            ACCEPT SCR-MAP-EDIT.
            PERFORM VALIDATE-ENTRY-PROCEDURE.
            IF ENTRY-VALID
                SET MAP-IDX TO WS-BROWSE-SUB
                PERFORM IMAGE-ENTRY-PROCEDURE
                MOVE 'C'            TO WS-CJ-ACTION
                MOVE JRNL-MAP-IMAGE TO WS-CJ-BEFORE-IMAGE
                PERFORM STORE-ENTRY-PROCEDURE
                ADD 1 TO WS-CHANGE-COUNT
                PERFORM IMAGE-ENTRY-PROCEDURE
                MOVE JRNL-MAP-IMAGE TO WS-CJ-AFTER-IMAGE
                PERFORM WRITE-CHANGE-JOURNAL-PROCEDURE
            END-IF.

        STORE-ENTRY-PROCEDURE.
            MOVE WS-NEW-STORE      TO MPT-STORE-NO(MAP-IDX).
            MOVE WS-EDIT-CATEGORY  TO MPT-CATEGORY(MAP-IDX).
            MOVE WS-EDIT-REVENUE   TO MPT-REVENUE-ACCT(MAP-IDX).
            MOVE WS-EDIT-RETURNS   TO MPT-RETURNS-ACCT(MAP-IDX).
            MOVE WS-EDIT-COGS      TO MPT-COGS-ACCT(MAP-IDX).
            MOVE WS-EDIT-INVENTORY TO MPT-INVENTORY-ACCT(MAP-IDX).
            MOVE WS-EDIT-TAX       TO MPT-TAX-ACCT(MAP-IDX).
            MOVE WS-EDIT-CLEARING  TO MPT-CLEARING-ACCT(MAP-IDX).

      * The entry at MAP-IDX as an account map line, keyed by store
      * and category, for the change journal.
        IMAGE-ENTRY-PROCEDURE.
            MOVE MPT-STORE-NO(MAP-IDX)       TO JGM-STORE-NO.
            MOVE MPT-CATEGORY(MAP-IDX)       TO JGM-CATEGORY.
            MOVE MPT-REVENUE-ACCT(MAP-IDX)   TO JGM-REVENUE-ACCT.
            MOVE MPT-RETURNS-ACCT(MAP-IDX)   TO JGM-RETURNS-ACCT.
            MOVE MPT-COGS-ACCT(MAP-IDX)      TO JGM-COGS-ACCT.
            MOVE MPT-INVENTORY-ACCT(MAP-IDX) TO JGM-INVENTORY-ACCT.
            MOVE MPT-TAX-ACCT(MAP-IDX)       TO JGM-TAX-ACCT.
            MOVE MPT-CLEARING-ACCT(MAP-IDX)  TO JGM-CLEARING-ACCT.
            MOVE SPACES TO WS-CJ-KEY.
            STRING JGM-STORE-NO DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   JGM-CATEGORY DELIMITED BY SIZE
                   INTO WS-CJ-KEY
            END-STRING.

      * The store must be numeric (0000 for the chain-wide lines),
      * the category keyed ('*' for a store's catch-all), and the
      * four category accounts present. A '*' line also carries the
      * store-level tax payable and clearing accounts, so on a '*'
      * line those two are required too. The store-plus-category
      * pair must not already be on file.
        VALIDATE-ENTRY-PROCEDURE.
            SET ENTRY-VALID TO TRUE.
            EVALUATE TRUE
                WHEN WS-EDIT-STORE = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-EDIT-STORE) NOT = 0
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'STORE MUST BE NUMERIC' TO WS-EDIT-MESSAGE
                WHEN WS-EDIT-CATEGORY = SPACES
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'CATEGORY REQUIRED (* FOR ALL)'
                        TO WS-EDIT-MESSAGE
                WHEN WS-EDIT-REVENUE = SPACES
                  OR WS-EDIT-RETURNS = SPACES
                  OR WS-EDIT-COGS = SPACES
                  OR WS-EDIT-INVENTORY = SPACES
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'ALL FOUR CATEGORY ACCOUNTS REQUIRED'
                        TO WS-EDIT-MESSAGE
                WHEN WS-EDIT-CATEGORY = '*'
                 AND (WS-EDIT-TAX = SPACES
                  OR WS-EDIT-CLEARING = SPACES)
                    SET ENTRY-INVALID TO TRUE
                    MOVE '* LINE NEEDS TAX AND CLEARING'
                        TO WS-EDIT-MESSAGE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF ENTRY-VALID
                COMPUTE WS-NEW-STORE =
                    FUNCTION NUMVAL(WS-EDIT-STORE)
                PERFORM CHECK-DUPLICATE-PROCEDURE
            END-IF.

      * WS-DUP-SUB carries the slot being changed so a change that
      * keeps its own store and category doesn't read as a duplicate
      * of itself; an add carries zero and collides with everything.
        CHECK-DUPLICATE-PROCEDURE.
            MOVE 'N' TO WS-DUP-FOUND-SW.
            SET MAP-IDX TO 1.
            SEARCH MAP-ENTRY
                AT END CONTINUE
                WHEN MAP-IDX > MAP-TABLE-COUNT
                    CONTINUE
                WHEN MPT-STORE-NO(MAP-IDX) = WS-NEW-STORE
                 AND MPT-CATEGORY(MAP-IDX) = WS-EDIT-CATEGORY
                 AND NOT MPT-DELETED(MAP-IDX)
                 AND MAP-IDX NOT = WS-DUP-SUB
                    SET DUP-ENTRY-FOUND TO TRUE
            END-SEARCH.
            IF DUP-ENTRY-FOUND
                SET ENTRY-INVALID TO TRUE
                MOVE 'DUPLICATE STORE/CATEGORY' TO WS-EDIT-MESSAGE
            END-IF.

      * Everything not marked deleted goes out through the .new file
      * and the mv swaps it in, so a crash mid-rewrite never
      * corrupts the live file.
        WRITE-MAP-PROCEDURE.
            OPEN OUTPUT GL-MAP-OUT-FILE.
            PERFORM WRITE-MAP-LINE-PROCEDURE
                VARYING WS-BROWSE-SUB FROM 1 BY 1
                UNTIL WS-BROWSE-SUB > MAP-TABLE-COUNT.
            CLOSE GL-MAP-OUT-FILE.

            MOVE SPACES TO WS-MV-CMD.
            STRING 'mv '                   DELIMITED BY SIZE
                   WS-GL-MAP-OUT-FILENAME   DELIMITED BY SPACE
                   ' '                      DELIMITED BY SIZE
                   WS-GL-MAP-FILENAME       DELIMITED BY SPACE
                   INTO WS-MV-CMD
            END-STRING.
            CALL 'SYSTEM' USING WS-MV-CMD.

        WRITE-MAP-LINE-PROCEDURE.
            SET MAP-IDX TO WS-BROWSE-SUB.
            IF NOT MPT-DELETED(MAP-IDX)
                MOVE MPT-STORE-NO(MAP-IDX)       TO GMO-STORE-NO
                MOVE MPT-CATEGORY(MAP-IDX)       TO GMO-CATEGORY
                MOVE MPT-REVENUE-ACCT(MAP-IDX)   TO GMO-REVENUE-ACCT
                MOVE MPT-RETURNS-ACCT(MAP-IDX)   TO GMO-RETURNS-ACCT
                MOVE MPT-COGS-ACCT(MAP-IDX)      TO GMO-COGS-ACCT
                MOVE MPT-INVENTORY-ACCT(MAP-IDX) TO GMO-INVENTORY-ACCT
                MOVE MPT-TAX-ACCT(MAP-IDX)       TO GMO-TAX-ACCT
                MOVE MPT-CLEARING-ACCT(MAP-IDX)  TO GMO-CLEARING-ACCT
                WRITE GL-MAP-OUT-RECORD
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
                DISPLAY 'GLFIX: SIGN-ON REFUSED - ' WS-SIGNON-MESSAGE
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
                        WHEN OP-SCREEN(OP-SCREEN-IDX) = 'glfix'
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
                DISPLAY 'GLFIX: CANNOT OPEN CHANGE JOURNAL '
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
                MOVE 'glfix'          TO CJ-PROGRAM
                MOVE WS-GL-MAP-FILENAME
                    TO CJ-FILE-NAME
                MOVE WS-CJ-ACTION       TO CJ-ACTION
                MOVE WS-CJ-KEY          TO CJ-KEY
                MOVE WS-CJ-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
                MOVE WS-CJ-AFTER-IMAGE  TO CJ-AFTER-IMAGE
                WRITE CHANGE-JOURNAL-RECORD
                CLOSE CHANGE-JOURNAL-FILE
            ELSE
                DISPLAY 'GLFIX: CHANGE JOURNAL WRITE FAILED '
                        WS-CJ-FILE-STATUS ' FOR ' WS-CJ-KEY
            END-IF.
