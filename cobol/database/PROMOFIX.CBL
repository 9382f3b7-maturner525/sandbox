      * Promotion Master Maintenance
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     promofix.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: REVIEW PROMOTION-MASTER-RECORD ENTRIES ON
      * SCREEN, ADD, CHANGE OR DELETE THEM, SO THE DISCOUNTS popdata
      * AUTHORIZES AT LOAD ARE MAINTAINED THE WAY prcfix MAINTAINS
      * THE PRICE BOOK. EACH PROMOTION HAS AN ID, A SKU OR A
      * CATEGORY, UP TO TEN STORES (NONE MEANING EVERY STORE), A
      * START AND END DATE, AND THE DISCOUNT IT ALLOWS AS AN AMOUNT
      * PER UNIT OR A PERCENT. THE ID MUST BE UNIQUE, THE DATES REAL
      * AND IN ORDER, AND A PERCENT NO MORE THAN 100. THE FILE IS
      * PLAIN LINE SEQUENTIAL, SO IT IS WORKED IN MEMORY AND
      * REWRITTEN THROUGH A .new FILE AND AN mv, THE SAME WAY prcfix
      * REWRITES THE PRICE BOOK.
      * THE OPERATOR SIGNS ON AGAINST THE OPERATOR MASTER FIRST, AND
      * EVERY ADD, CHANGE AND DELETE GOES ON THE SHARED CHANGE
      * JOURNAL chgjrnl.dat WITH THE ENTRY BEFORE AND AFTER AS IT IS
      * ACCEPTED.
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PROMO-MASTER-FILE
            ASSIGN TO DYNAMIC WS-PROMO-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-PRM-FILE-STATUS.

            SELECT PROMO-OUT-FILE
            ASSIGN TO DYNAMIC WS-PROMO-OUT-FILENAME
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
        FD PROMO-MASTER-FILE.
            COPY PROMOMAST.

        FD PROMO-OUT-FILE.
        01 PROMO-OUT-RECORD     PIC X(128).

        FD OPERATOR-MASTER-FILE.
            COPY OPERMAST.

        FD CHANGE-JOURNAL-FILE.
            COPY CHGJRNL.

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.
        01  WS-QUIT-SW         PIC X(1)    VALUE 'N'.

        01  WS-CMD-PARM            PIC X(100) VALUE SPACES.
        01  WS-PROMO-FILENAME      PIC X(100) VALUE './promomast.dat'.
        01  WS-PROMO-OUT-FILENAME  PIC X(110) VALUE SPACES.
        01  WS-PRM-FILE-STATUS     PIC X(2)   VALUE SPACES.

        01  WS-MV-CMD              PIC X(230) VALUE SPACES.

        01  WS-COMMAND             PIC X(1)   VALUE SPACE.
        01  WS-CURRENT-NO          PIC 9(4)   VALUE ZERO.

        01  WS-ADD-COUNT           PIC 9(4)   VALUE ZERO.
        01  WS-CHANGE-COUNT        PIC 9(4)   VALUE ZERO.
        01  WS-DELETE-COUNT        PIC 9(4)   VALUE ZERO.

      * Each entry is held as the promotion line itself, keyed by
      * its ID for the duplicate check; JRNL-PROMO-IMAGE below lays
      * it out field by field when it is shown or changed.
        01  PROMO-TABLE-CONTROLS.
            05 PROMO-TABLE-COUNT   PIC 9(3)   VALUE ZERO.
        01  PROMO-TABLE.
            05 PROMO-ENTRY OCCURS 300 TIMES INDEXED BY PRM-IDX.
                10 PMT-IMAGE.
                    15 PMT-PROMO-ID    PIC X(10).
                    15 FILLER          PIC X(118).
                10 PMT-DELETED-SW  PIC X(1).
                    88 PMT-DELETED             VALUE 'D'.

      * The entry currently on screen plus the subscript it lives
      * at, so a change can be applied back to the right slot.
        01  WS-BROWSE-SUB          PIC 9(3)   VALUE ZERO.
        01  WS-CUR-PROMO-ID        PIC X(10)  VALUE SPACES.
        01  WS-CUR-SKU             PIC X(20)  VALUE SPACES.
        01  WS-CUR-CATEGORY        PIC X(35)  VALUE SPACES.
        01  WS-CUR-START           PIC 9(8)   VALUE ZERO.
        01  WS-CUR-END             PIC 9(8)   VALUE ZERO.
        01  WS-CUR-TYPE            PIC X(1)   VALUE SPACE.
        01  WS-CUR-VALUE           PIC 9(4).9(2) VALUE ZERO.
        01  WS-CUR-STORES          PIC X(50)  VALUE SPACES.
        01  WS-STORE-SUB           PIC 9(2)   VALUE ZERO.
        01  WS-STORE-PTR           PIC 9(3)   VALUE ZERO.

      * Edit screen work fields are free text, parsed and proved
      * before they touch the table, plus the validation verdict
      * shown back on the detail screen after a rejected add or
      * change.
        01  WS-EDIT-PROMO-ID       PIC X(10)  VALUE SPACES.
        01  WS-EDIT-SKU            PIC X(20)  VALUE SPACES.
        01  WS-EDIT-CATEGORY       PIC X(35)  VALUE SPACES.
        01  WS-EDIT-START          PIC X(8)   VALUE SPACES.
        01  WS-EDIT-END            PIC X(8)   VALUE SPACES.
        01  WS-EDIT-TYPE           PIC X(1)   VALUE SPACE.
        01  WS-EDIT-VALUE          PIC X(9)   VALUE SPACES.
        01  WS-EDIT-STORE-LIST.
            05 WS-EDIT-STORE-01    PIC X(4).
            05 WS-EDIT-STORE-02    PIC X(4).
            05 WS-EDIT-STORE-03    PIC X(4).
            05 WS-EDIT-STORE-04    PIC X(4).
            05 WS-EDIT-STORE-05    PIC X(4).
            05 WS-EDIT-STORE-06    PIC X(4).
            05 WS-EDIT-STORE-07    PIC X(4).
            05 WS-EDIT-STORE-08    PIC X(4).
            05 WS-EDIT-STORE-09    PIC X(4).
            05 WS-EDIT-STORE-10    PIC X(4).
        01  WS-EDIT-STORE-TABLE REDEFINES WS-EDIT-STORE-LIST.
            05 WS-EDIT-STORE       PIC X(4)   OCCURS 10 TIMES.
        01  WS-EDIT-MESSAGE        PIC X(40)  VALUE SPACES.

        01  WS-ENTRY-VALID-SW      PIC X(1)   VALUE 'Y'.
            88 ENTRY-VALID                    VALUE 'Y'.
            88 ENTRY-INVALID                  VALUE 'N'.
        01  WS-NEW-START           PIC 9(8)   VALUE ZERO.
        01  WS-NEW-END             PIC 9(8)   VALUE ZERO.
        01  WS-NEW-VALUE           PIC 9(4)V99 VALUE ZERO.
        01  WS-NEW-STORE-LIST.
            05 WS-NEW-STORE-NO     PIC 9(4)   OCCURS 10 TIMES.
        01  WS-DATE-INT            PIC S9(9)  VALUE ZERO.
        01  WS-END-DATE-INT        PIC S9(9)  VALUE ZERO.
        01  WS-DUP-SUB             PIC 9(3)   VALUE ZERO.
        01  WS-DUP-FOUND-SW        PIC X(1)   VALUE 'N'.
            88 DUP-ENTRY-FOUND                VALUE 'Y'.

      * A table entry laid out as the promotion master holds it, for
      * the detail screen and for the change journal's before and
      * after images.
            COPY PROMOMAST REPLACING ==PROMOTION-MASTER-RECORD==
                BY ==JRNL-PROMO-IMAGE==
                ==PM-PROMO-ID==     BY ==JPM-PROMO-ID==
                ==PM-SKU==          BY ==JPM-SKU==
                ==PM-CATEGORY==     BY ==JPM-CATEGORY==
                ==PM-START-DATE==   BY ==JPM-START-DATE==
                ==PM-END-DATE==     BY ==JPM-END-DATE==
                ==PM-DISC-TYPE==    BY ==JPM-DISC-TYPE==
                ==PM-DISC-AMOUNT==  BY ==JPM-DISC-AMOUNT==
                ==PM-DISC-PERCENT== BY ==JPM-DISC-PERCENT==
                ==PM-DISC-VALUE==   BY ==JPM-DISC-VALUE==
                ==PM-STORE-LIST==   BY ==JPM-STORE-LIST==
                ==PM-STORE-NO==     BY ==JPM-STORE-NO==.

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
      * The screens mirror prcfix's scaffolding: one screen to show a
      * promotion and take a disposition, a second to capture its
      * fields when the operator adds or changes one.
      *----------------------------------------------------------------
        SCREEN SECTION.
        01  SCR-SIGN-ON.
            05 BLANK SCREEN.
            05 LINE 1  COL 1  VALUE 'PROMOTION MAINTENANCE'.
            05 LINE 3  COL 1  VALUE 'OPERATOR ID:'.
            05 LINE 3  COL 14 PIC X(10) TO WS-SIGNON-OPERATOR.
            05 LINE 4  COL 1  VALUE 'PASSWORD:'.
            05 LINE 4  COL 14 PIC X(10) TO WS-SIGNON-PASSWORD
                                          SECURE.
            05 LINE 6  COL 1  PIC X(40) FROM WS-SIGNON-MESSAGE.

        01  SCR-PROMO-DETAIL.
            05 BLANK SCREEN.
            05 LINE 1  COL 1  VALUE 'PROMOTION MAINTENANCE'.
            05 LINE 3  COL 1  VALUE 'RECORD '.
            05 LINE 3  COL 8  PIC ZZZ9 FROM WS-CURRENT-NO.
            05 LINE 3  COL 13 VALUE 'OF'.
            05 LINE 3  COL 16 PIC ZZZ9 FROM PROMO-TABLE-COUNT.
            05 LINE 5  COL 1  VALUE 'PROMO ID:'.
            05 LINE 5  COL 12 PIC X(10) FROM WS-CUR-PROMO-ID.
            05 LINE 6  COL 1  VALUE 'SKU:'.
            05 LINE 6  COL 12 PIC X(20) FROM WS-CUR-SKU.
            05 LINE 7  COL 1  VALUE 'CATEGORY:'.
            05 LINE 7  COL 12 PIC X(35) FROM WS-CUR-CATEGORY.
            05 LINE 8  COL 1  VALUE 'START:'.
            05 LINE 8  COL 12 PIC 9(8) FROM WS-CUR-START.
            05 LINE 8  COL 25 VALUE 'END:'.
            05 LINE 8  COL 31 PIC 9(8) FROM WS-CUR-END.
            05 LINE 9  COL 1  VALUE 'DISC TYPE:'.
            05 LINE 9  COL 12 PIC X(1) FROM WS-CUR-TYPE.
            05 LINE 9  COL 14 VALUE '(A=AMOUNT PER UNIT P=PERCENT)'.
            05 LINE 10 COL 1  VALUE 'DISCOUNT:'.
            05 LINE 10 COL 12 PIC 9(4).9(2) FROM WS-CUR-VALUE.
            05 LINE 11 COL 1  VALUE 'STORES:'.
            05 LINE 11 COL 12 PIC X(50) FROM WS-CUR-STORES.
            05 LINE 13 COL 1  PIC X(40) FROM WS-EDIT-MESSAGE.
            05 LINE 15 COL 1  VALUE
               'A=ADD  C=CHANGE  D=DELETE  K=KEEP      '.
            05 LINE 16 COL 1  VALUE 'N=NEXT Q=QUIT              '.
            05 LINE 17 COL 1  VALUE 'COMMAND: '.
            05 LINE 17 COL 10 PIC X(1) TO WS-COMMAND.

        01  SCR-PROMO-EDIT.
            05 LINE 19 COL 1  VALUE 'PROMO ID:'.
            05 LINE 19 COL 12 PIC X(10) FROM WS-EDIT-PROMO-ID
                                          TO   WS-EDIT-PROMO-ID.
            05 LINE 19 COL 25 VALUE 'TYPE:'.
            05 LINE 19 COL 31 PIC X(1) FROM WS-EDIT-TYPE
                                          TO   WS-EDIT-TYPE.
            05 LINE 19 COL 35 VALUE 'DISCOUNT:'.
            05 LINE 19 COL 45 PIC X(9) FROM WS-EDIT-VALUE
                                          TO   WS-EDIT-VALUE.
            05 LINE 20 COL 1  VALUE 'SKU:'.
            05 LINE 20 COL 12 PIC X(20) FROM WS-EDIT-SKU
                                          TO   WS-EDIT-SKU.
            05 LINE 21 COL 1  VALUE 'CATEGORY:'.
            05 LINE 21 COL 12 PIC X(35) FROM WS-EDIT-CATEGORY
                                          TO   WS-EDIT-CATEGORY.
            05 LINE 22 COL 1  VALUE 'START:'.
            05 LINE 22 COL 12 PIC X(8) FROM WS-EDIT-START
                                          TO   WS-EDIT-START.
            05 LINE 22 COL 25 VALUE 'END:'.
            05 LINE 22 COL 31 PIC X(8) FROM WS-EDIT-END
                                          TO   WS-EDIT-END.
            05 LINE 23 COL 1  VALUE 'STORES:'.
            05 LINE 23 COL 12 PIC X(4) FROM WS-EDIT-STORE-01
                                          TO   WS-EDIT-STORE-01.
            05 LINE 23 COL 17 PIC X(4) FROM WS-EDIT-STORE-02
                                          TO   WS-EDIT-STORE-02.
            05 LINE 23 COL 22 PIC X(4) FROM WS-EDIT-STORE-03
                                          TO   WS-EDIT-STORE-03.
            05 LINE 23 COL 27 PIC X(4) FROM WS-EDIT-STORE-04
                                          TO   WS-EDIT-STORE-04.
            05 LINE 23 COL 32 PIC X(4) FROM WS-EDIT-STORE-05
                                          TO   WS-EDIT-STORE-05.
            05 LINE 23 COL 37 PIC X(4) FROM WS-EDIT-STORE-06
                                          TO   WS-EDIT-STORE-06.
            05 LINE 23 COL 42 PIC X(4) FROM WS-EDIT-STORE-07
                                          TO   WS-EDIT-STORE-07.
            05 LINE 23 COL 47 PIC X(4) FROM WS-EDIT-STORE-08
                                          TO   WS-EDIT-STORE-08.
            05 LINE 23 COL 52 PIC X(4) FROM WS-EDIT-STORE-09
                                          TO   WS-EDIT-STORE-09.
            05 LINE 23 COL 57 PIC X(4) FROM WS-EDIT-STORE-10
                                          TO   WS-EDIT-STORE-10.
            05 LINE 24 COL 1  VALUE
               '(LEAVE STORES BLANK FOR EVERY STORE)'.

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

            PERFORM LOAD-PROMO-PROCEDURE.

            PERFORM REVIEW-PROCEDURE
                VARYING WS-BROWSE-SUB FROM 1 BY 1
                UNTIL WS-BROWSE-SUB > PROMO-TABLE-COUNT
                   OR WS-QUIT-SW = 'Y'.

            IF WS-QUIT-SW NOT = 'Y'
                PERFORM END-OF-FILE-ADD-PROCEDURE
                    UNTIL WS-QUIT-SW = 'Y'
            END-IF.

            PERFORM WRITE-PROMO-PROCEDURE.

            DISPLAY 'PROMOFIX: ADDED=' WS-ADD-COUNT
                    ' CHANGED='        WS-CHANGE-COUNT
                    ' DELETED='        WS-DELETE-COUNT.

            STOP RUN.

        INITIALIZE-PROCEDURE.
            ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
            IF WS-CMD-PARM NOT = SPACES
                MOVE WS-CMD-PARM TO WS-PROMO-FILENAME
            END-IF.
            STRING WS-PROMO-FILENAME DELIMITED BY SPACE
                   '.new'            DELIMITED BY SIZE
                   INTO WS-PROMO-OUT-FILENAME
            END-STRING.

      * A promotion master that isn't there yet is an empty table,
      * not an error: the operator lands straight in the add loop
      * and the rewrite below creates the file.
        LOAD-PROMO-PROCEDURE.
            MOVE ZERO TO PROMO-TABLE-COUNT.
            MOVE 'N'  TO WS-EOF.
            OPEN INPUT PROMO-MASTER-FILE.
            IF WS-PRM-FILE-STATUS NOT = '00'
                DISPLAY 'PROMOFIX: NO PROMOTION MASTER '
                        WS-PROMO-FILENAME ' - STARTING EMPTY'
                MOVE 'Y' TO WS-EOF
            ELSE
                PERFORM LOAD-PROMO-READ-PROCEDURE UNTIL WS-EOF = 'Y'
                CLOSE PROMO-MASTER-FILE
            END-IF.

        LOAD-PROMO-READ-PROCEDURE.
            READ PROMO-MASTER-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF PROMO-TABLE-COUNT < 300
                        ADD 1 TO PROMO-TABLE-COUNT
                        SET PRM-IDX TO PROMO-TABLE-COUNT
                        MOVE PROMOTION-MASTER-RECORD
                            TO PMT-IMAGE(PRM-IDX)
                        MOVE SPACE TO PMT-DELETED-SW(PRM-IDX)
                    ELSE
                        DISPLAY 'PROMOFIX: PROMOTION TABLE FULL - '
                                'SKIPPING ' PM-PROMO-ID
                    END-IF
            END-READ.

      * One entry at a time: show it, take a disposition, and for A
      * or C drop into the edit screen to capture the fields, which
      * are checked before they touch the table.
        REVIEW-PROCEDURE.
            SET PRM-IDX TO WS-BROWSE-SUB.
            IF PMT-DELETED(PRM-IDX)
                CONTINUE
            ELSE
                MOVE WS-BROWSE-SUB TO WS-CURRENT-NO
                MOVE PMT-IMAGE(PRM-IDX) TO JRNL-PROMO-IMAGE
                PERFORM SHOW-ENTRY-PROCEDURE
                PERFORM COMMAND-PROCEDURE
            END-IF.

      * The entry in JRNL-PROMO-IMAGE onto the detail screen's
      * fields, the store list spelled out (or ALL).
        SHOW-ENTRY-PROCEDURE.
            MOVE JPM-PROMO-ID   TO WS-CUR-PROMO-ID.
            MOVE JPM-SKU        TO WS-CUR-SKU.
            MOVE JPM-CATEGORY   TO WS-CUR-CATEGORY.
            MOVE JPM-START-DATE TO WS-CUR-START.
            MOVE JPM-END-DATE   TO WS-CUR-END.
            MOVE JPM-DISC-TYPE  TO WS-CUR-TYPE.
            MOVE JPM-DISC-VALUE TO WS-CUR-VALUE.
            MOVE SPACES TO WS-CUR-STORES.
            MOVE 1 TO WS-STORE-PTR.
            PERFORM SHOW-STORE-PROCEDURE
                VARYING WS-STORE-SUB FROM 1 BY 1
                UNTIL WS-STORE-SUB > 10.
            IF WS-CUR-STORES = SPACES
                MOVE 'ALL' TO WS-CUR-STORES
            END-IF.

        SHOW-STORE-PROCEDURE.
            IF JPM-STORE-NO(WS-STORE-SUB) NOT = ZERO
                STRING JPM-STORE-NO(WS-STORE-SUB) DELIMITED BY SIZE
                       ' '                        DELIMITED BY SIZE
                       INTO WS-CUR-STORES
                       WITH POINTER WS-STORE-PTR
                END-STRING
            END-IF.

        COMMAND-PROCEDURE.
            DISPLAY SCR-PROMO-DETAIL.
            ACCEPT SCR-PROMO-DETAIL.
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
                    SET PRM-IDX TO WS-BROWSE-SUB
                    PERFORM IMAGE-ENTRY-PROCEDURE
                    MOVE 'D'              TO WS-CJ-ACTION
                    MOVE JRNL-PROMO-IMAGE TO WS-CJ-BEFORE-IMAGE
                    MOVE SPACES           TO WS-CJ-AFTER-IMAGE
                    SET PMT-DELETED(PRM-IDX) TO TRUE
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
            MOVE SPACES TO WS-CUR-PROMO-ID WS-CUR-SKU WS-CUR-CATEGORY
                           WS-CUR-TYPE WS-CUR-STORES.
            MOVE ZERO TO WS-CUR-START WS-CUR-END WS-CUR-VALUE.
            IF WS-EDIT-MESSAGE = SPACES
                MOVE 'END OF FILE - A TO ADD, Q TO QUIT'
                    TO WS-EDIT-MESSAGE
            END-IF.
            DISPLAY SCR-PROMO-DETAIL.
            ACCEPT SCR-PROMO-DETAIL.
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
            MOVE SPACES TO WS-EDIT-PROMO-ID WS-EDIT-SKU
                           WS-EDIT-CATEGORY WS-EDIT-START WS-EDIT-END
                           WS-EDIT-TYPE WS-EDIT-VALUE
                           WS-EDIT-STORE-LIST.
            MOVE ZERO TO WS-DUP-SUB.
            DISPLAY SCR-PROMO-EDIT.
            ACCEPT SCR-PROMO-EDIT.
            PERFORM VALIDATE-ENTRY-PROCEDURE.
            IF ENTRY-VALID
                IF PROMO-TABLE-COUNT < 300
                    ADD 1 TO PROMO-TABLE-COUNT
                    SET PRM-IDX TO PROMO-TABLE-COUNT
                    PERFORM BUILD-ENTRY-PROCEDURE
                    MOVE SPACE TO PMT-DELETED-SW(PRM-IDX)
                    ADD 1 TO WS-ADD-COUNT
                    PERFORM IMAGE-ENTRY-PROCEDURE
                    MOVE 'A'              TO WS-CJ-ACTION
                    MOVE SPACES           TO WS-CJ-BEFORE-IMAGE
                    MOVE JRNL-PROMO-IMAGE TO WS-CJ-AFTER-IMAGE
                    PERFORM WRITE-CHANGE-JOURNAL-PROCEDURE
                ELSE
                    MOVE 'PROMOTION TABLE FULL' TO WS-EDIT-MESSAGE
                END-IF
            END-IF.

      * A change starts from the entry as it stands, every field
      * filled in, so the operator only keys what is changing.
        CHANGE-ENTRY-PROCEDURE.
            SET PRM-IDX TO WS-BROWSE-SUB.
            PERFORM IMAGE-ENTRY-PROCEDURE.
            MOVE JPM-PROMO-ID   TO WS-EDIT-PROMO-ID.
            MOVE JPM-SKU        TO WS-EDIT-SKU.
            MOVE JPM-CATEGORY   TO WS-EDIT-CATEGORY.
            MOVE JPM-START-DATE TO WS-EDIT-START.
            MOVE JPM-END-DATE   TO WS-EDIT-END.
            MOVE JPM-DISC-TYPE  TO WS-EDIT-TYPE.
            MOVE JPM-DISC-VALUE TO WS-CUR-VALUE.
            MOVE WS-CUR-VALUE   TO WS-EDIT-VALUE.
            MOVE SPACES TO WS-EDIT-STORE-LIST.
            PERFORM EDIT-STORE-PROCEDURE
                VARYING WS-STORE-SUB FROM 1 BY 1
                UNTIL WS-STORE-SUB > 10.
            MOVE WS-BROWSE-SUB TO WS-DUP-SUB.
            DISPLAY SCR-PROMO-EDIT.
            ACCEPT SCR-PROMO-EDIT.
            PERFORM VALIDATE-ENTRY-PROCEDURE.
            IF ENTRY-VALID
                SET PRM-IDX TO WS-BROWSE-SUB
                PERFORM IMAGE-ENTRY-PROCEDURE
                MOVE 'C'              TO WS-CJ-ACTION
                MOVE JRNL-PROMO-IMAGE TO WS-CJ-BEFORE-IMAGE
                PERFORM BUILD-ENTRY-PROCEDURE
                ADD 1 TO WS-CHANGE-COUNT
                PERFORM IMAGE-ENTRY-PROCEDURE
                MOVE JRNL-PROMO-IMAGE TO WS-CJ-AFTER-IMAGE
                PERFORM WRITE-CHANGE-JOURNAL-PROCEDURE
            END-IF.

        EDIT-STORE-PROCEDURE.
            IF JPM-STORE-NO(WS-STORE-SUB) NOT = ZERO
                MOVE JPM-STORE-NO(WS-STORE-SUB)
                    TO WS-EDIT-STORE(WS-STORE-SUB)
            END-IF.

      * The proved edit fields into the entry at PRM-IDX.
        BUILD-ENTRY-PROCEDURE.
            MOVE SPACES TO JRNL-PROMO-IMAGE.
            MOVE WS-EDIT-PROMO-ID  TO JPM-PROMO-ID.
            MOVE WS-EDIT-SKU       TO JPM-SKU.
            MOVE WS-EDIT-CATEGORY  TO JPM-CATEGORY.
            MOVE WS-NEW-START      TO JPM-START-DATE.
            MOVE WS-NEW-END        TO JPM-END-DATE.
            MOVE WS-EDIT-TYPE      TO JPM-DISC-TYPE.
            MOVE WS-NEW-VALUE      TO JPM-DISC-VALUE.
            MOVE WS-NEW-STORE-LIST TO JPM-STORE-LIST.
            MOVE JRNL-PROMO-IMAGE  TO PMT-IMAGE(PRM-IDX).

      * The entry at PRM-IDX as a promotion master line, keyed by
      * promo ID, for the change journal.
        IMAGE-ENTRY-PROCEDURE.
            MOVE PMT-IMAGE(PRM-IDX) TO JRNL-PROMO-IMAGE.
            MOVE SPACES TO WS-CJ-KEY.
            MOVE JPM-PROMO-ID TO WS-CJ-KEY.

      * The promo ID must be present; a SKU or a category must be
      * given (a SKU promotion may carry its category too, for the
      * results report); the dates must be real calendar days with
      * the end not before the start; the type must be A or P and
      * the discount numeric and more than zero, a percent no more
      * than 100; every store keyed must be four digits; and the ID
      * must not already be on file. A failure leaves its reason in
      * WS-EDIT-MESSAGE.
        VALIDATE-ENTRY-PROCEDURE.
            SET ENTRY-VALID TO TRUE.
            EVALUATE TRUE
                WHEN WS-EDIT-PROMO-ID = SPACES
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'PROMO ID REQUIRED' TO WS-EDIT-MESSAGE
                WHEN WS-EDIT-SKU = SPACES
                 AND WS-EDIT-CATEGORY = SPACES
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'SKU OR CATEGORY REQUIRED' TO WS-EDIT-MESSAGE
                WHEN WS-EDIT-START IS NOT NUMERIC
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'START DATE MUST BE YYYYMMDD'
                        TO WS-EDIT-MESSAGE
                WHEN WS-EDIT-END IS NOT NUMERIC
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'END DATE MUST BE YYYYMMDD'
                        TO WS-EDIT-MESSAGE
                WHEN WS-EDIT-TYPE NOT = 'A' AND WS-EDIT-TYPE NOT = 'P'
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'DISC TYPE MUST BE A OR P' TO WS-EDIT-MESSAGE
                WHEN WS-EDIT-VALUE = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-EDIT-VALUE) NOT = 0
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'DISCOUNT MUST BE NUMERIC' TO WS-EDIT-MESSAGE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF ENTRY-VALID
                MOVE WS-EDIT-START TO WS-NEW-START
                MOVE WS-EDIT-END   TO WS-NEW-END
                COMPUTE WS-NEW-VALUE ROUNDED =
                    FUNCTION NUMVAL(WS-EDIT-VALUE)
                    ON SIZE ERROR
                        SET ENTRY-INVALID TO TRUE
                        MOVE 'DISCOUNT OUT OF RANGE'
                            TO WS-EDIT-MESSAGE
                END-COMPUTE
            END-IF.
            IF ENTRY-VALID
                PERFORM CHECK-DISCOUNT-PROCEDURE
            END-IF.
            IF ENTRY-VALID
                PERFORM CHECK-CALENDAR-DATE-PROCEDURE
            END-IF.
            IF ENTRY-VALID
                MOVE ZERO TO WS-NEW-STORE-LIST
                PERFORM CHECK-STORE-PROCEDURE
                    VARYING WS-STORE-SUB FROM 1 BY 1
                    UNTIL WS-STORE-SUB > 10
            END-IF.
            IF ENTRY-VALID
                PERFORM CHECK-DUPLICATE-PROCEDURE
            END-IF.

        CHECK-DISCOUNT-PROCEDURE.
            EVALUATE TRUE
                WHEN WS-NEW-VALUE = ZERO
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'DISCOUNT MUST BE MORE THAN ZERO'
                        TO WS-EDIT-MESSAGE
                WHEN WS-EDIT-TYPE = 'P' AND WS-NEW-VALUE > 100
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'PERCENT CANNOT BE OVER 100'
                        TO WS-EDIT-MESSAGE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      * INTEGER-OF-DATE hands back zero for a day that never was, so
      * 20260230 can't open or close a promotion.
        CHECK-CALENDAR-DATE-PROCEDURE.
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-NEW-START).
            COMPUTE WS-END-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-NEW-END).
            EVALUATE TRUE
                WHEN WS-DATE-INT = ZERO
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'START IS NOT A REAL CALENDAR DATE'
                        TO WS-EDIT-MESSAGE
                WHEN WS-END-DATE-INT = ZERO
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'END IS NOT A REAL CALENDAR DATE'
                        TO WS-EDIT-MESSAGE
                WHEN WS-END-DATE-INT < WS-DATE-INT
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'END DATE IS BEFORE START DATE'
                        TO WS-EDIT-MESSAGE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

        CHECK-STORE-PROCEDURE.
            IF WS-EDIT-STORE(WS-STORE-SUB) NOT = SPACES
                IF WS-EDIT-STORE(WS-STORE-SUB) IS NUMERIC
                    MOVE WS-EDIT-STORE(WS-STORE-SUB)
                        TO WS-NEW-STORE-NO(WS-STORE-SUB)
                ELSE
                    SET ENTRY-INVALID TO TRUE
                    MOVE 'STORE MUST BE 4 DIGITS' TO WS-EDIT-MESSAGE
                END-IF
            END-IF.

      * WS-DUP-SUB carries the slot being changed so a change that
      * keeps its own ID doesn't read as a duplicate of itself; an
      * add carries zero and collides with everything.
        CHECK-DUPLICATE-PROCEDURE.
            MOVE 'N' TO WS-DUP-FOUND-SW.
            SET PRM-IDX TO 1.
            SEARCH PROMO-ENTRY
                AT END CONTINUE
                WHEN PRM-IDX > PROMO-TABLE-COUNT
                    CONTINUE
                WHEN PMT-PROMO-ID(PRM-IDX) = WS-EDIT-PROMO-ID
                 AND NOT PMT-DELETED(PRM-IDX)
                 AND PRM-IDX NOT = WS-DUP-SUB
                    SET DUP-ENTRY-FOUND TO TRUE
            END-SEARCH.
            IF DUP-ENTRY-FOUND
                SET ENTRY-INVALID TO TRUE
                MOVE 'DUPLICATE PROMO ID' TO WS-EDIT-MESSAGE
            END-IF.

      * Everything not marked deleted goes out through the .new file
      * and the mv swaps it in, the same way prcfix replaces the
      * price book, so a crash mid-rewrite never corrupts the live
      * master.
        WRITE-PROMO-PROCEDURE.
            OPEN OUTPUT PROMO-OUT-FILE.
            PERFORM WRITE-PROMO-LINE-PROCEDURE
                VARYING WS-BROWSE-SUB FROM 1 BY 1
                UNTIL WS-BROWSE-SUB > PROMO-TABLE-COUNT.
            CLOSE PROMO-OUT-FILE.

            MOVE SPACES TO WS-MV-CMD.
            STRING 'mv '                     DELIMITED BY SIZE
                   WS-PROMO-OUT-FILENAME      DELIMITED BY SPACE
                   ' '                        DELIMITED BY SIZE
                   WS-PROMO-FILENAME          DELIMITED BY SPACE
                   INTO WS-MV-CMD
            END-STRING.
            CALL 'SYSTEM' USING WS-MV-CMD.

        WRITE-PROMO-LINE-PROCEDURE.
            SET PRM-IDX TO WS-BROWSE-SUB.
            IF NOT PMT-DELETED(PRM-IDX)
                MOVE PMT-IMAGE(PRM-IDX) TO PROMO-OUT-RECORD
                WRITE PROMO-OUT-RECORD
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
                DISPLAY 'PROMOFIX: SIGN-ON REFUSED - '
                        WS-SIGNON-MESSAGE
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
                        WHEN OP-SCREEN(OP-SCREEN-IDX) = 'promofix'
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
                DISPLAY 'PROMOFIX: CANNOT OPEN CHANGE JOURNAL '
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
                MOVE 'promofix'         TO CJ-PROGRAM
                MOVE WS-PROMO-FILENAME
                    TO CJ-FILE-NAME
                MOVE WS-CJ-ACTION       TO CJ-ACTION
                MOVE WS-CJ-KEY          TO CJ-KEY
                MOVE WS-CJ-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
                MOVE WS-CJ-AFTER-IMAGE  TO CJ-AFTER-IMAGE
                WRITE CHANGE-JOURNAL-RECORD
                CLOSE CHANGE-JOURNAL-FILE
            ELSE
                DISPLAY 'PROMOFIX: CHANGE JOURNAL WRITE FAILED '
                        WS-CJ-FILE-STATUS ' FOR ' WS-CJ-KEY
            END-IF.
