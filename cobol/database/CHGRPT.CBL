      * Maintenance Change Journal Report
        IDENTIFICATION DIVISION.
         PROGRAM-ID.     chgrpt.
         AUTHOR.         Mark.
         INSTALLATION.   Ubuntu.
         DATE-WRITTEN.   2026-10-15.
         DATE-COMPILED.  2026-10-15.
      *
      * PROJECT DESC: LIST THE CHANGES THE MAINTENANCE SCREENS (itmfix,
      * prcfix, taxfix, rejfix, glfix, adjfix AND promofix) WROTE TO
      * THE SHARED CHANGE JOURNAL OVER A DATE RANGE, GROUPED BY
      * OPERATOR OR BY FILE, WITH EACH CHANGE'S TIME, PROGRAM, ACTION
      * AND KEY AND THE RECORD BEFORE AND AFTER, THEN A COUNT BY
      * ACTION FOR EACH GROUP AND FOR THE RANGE. ONE OPERATOR OR ONE
      * FILE CAN BE PICKED OUT, SO "WHO CHANGED THIS TAX RATE" AND
      * "WHAT DID THIS PERSON DO LAST WEEK" ARE EACH ONE RUN.
      *
        ENVIRONMENT DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CHANGE-JOURNAL-FILE
            ASSIGN TO DYNAMIC WS-CHGJRNL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CJ-FILE-STATUS.

            SELECT CHANGE-RPT
            ASSIGN TO DYNAMIC WS-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD CHANGE-JOURNAL-FILE.
            COPY CHGJRNL.

        FD CHANGE-RPT.
        01 REPORT-LINE         PIC X(340).

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.

        01  WS-CMD-PARM            PIC X(200) VALUE SPACES.
        01  WS-PARM-1              PIC X(60)  VALUE SPACES.
        01  WS-PARM-2              PIC X(60)  VALUE SPACES.
        01  WS-PARM-3              PIC X(60)  VALUE SPACES.
        01  WS-PARM-4              PIC X(60)  VALUE SPACES.
        01  WS-CHGJRNL-FILENAME    PIC X(100) VALUE './chgjrnl.dat'.
        01  WS-REPORT-FILENAME     PIC X(120) VALUE SPACES.
        01  WS-CJ-FILE-STATUS      PIC X(2)   VALUE SPACES.

        01  WS-RUN-DATE            PIC 9(8)   VALUE ZERO.
        01  WS-RUN-TIME            PIC 9(8)   VALUE ZERO.
        01  WS-FROM-DATE           PIC 9(8)   VALUE ZERO.
        01  WS-TO-DATE             PIC 9(8)   VALUE ZERO.

      * O groups by operator, F by file; a selection value keeps
      * only that operator's or that file's changes.
        01  WS-GROUP-BY-SW         PIC X(1)   VALUE 'O'.
            88 GROUP-BY-OPERATOR              VALUE 'O'.
            88 GROUP-BY-FILE                  VALUE 'F'.
        01  WS-GROUP-TEXT          PIC X(8)   VALUE SPACES.
        01  WS-SELECT-VALUE        PIC X(60)  VALUE SPACES.
        01  WS-ENTRY-GROUP         PIC X(60)  VALUE SPACES.
        01  WS-ENTRY-SW            PIC X(1)   VALUE 'N'.
            88 ENTRY-SELECTED                 VALUE 'Y'.
        01  WS-ACTION-TEXT         PIC X(8)   VALUE SPACES.

        01  WS-TOTAL-ADD           PIC 9(7)   VALUE ZERO.
        01  WS-TOTAL-CHANGE        PIC 9(7)   VALUE ZERO.
        01  WS-TOTAL-DELETE        PIC 9(7)   VALUE ZERO.
        01  WS-TOTAL-RESUBMIT      PIC 9(7)   VALUE ZERO.
        01  WS-TOTAL-DROP          PIC 9(7)   VALUE ZERO.
        01  WS-TOTAL-CHANGES       PIC 9(7)   VALUE ZERO.

      * One entry per operator or per file seen in the range, in the
      * order first seen, with its count by action. Each group's
      * detail is a further pass over the journal.
        01  GROUP-TABLE-CONTROLS.
            05 GROUP-TABLE-COUNT   PIC 9(3)   VALUE ZERO.
            05 WS-GROUP-FOUND      PIC X(1)   VALUE 'Y'.
               88 GROUP-NOT-FOUND              VALUE 'N'.
        01  GROUP-TABLE.
            05 GROUP-ENTRY OCCURS 200 TIMES INDEXED BY GR-IDX.
                10 GR-KEY          PIC X(60).
                10 GR-ADD-COUNT    PIC 9(7).
                10 GR-CHANGE-COUNT PIC 9(7).
                10 GR-DELETE-COUNT PIC 9(7).
                10 GR-RESUB-COUNT  PIC 9(7).
                10 GR-DROP-COUNT   PIC 9(7).

        01  WS-CNT-ED              PIC ZZZZZZ9.
        01  WS-CNT-ED-2            PIC ZZZZZZ9.
        01  WS-CNT-ED-3            PIC ZZZZZZ9.
        01  WS-CNT-ED-4            PIC ZZZZZZ9.
        01  WS-CNT-ED-5            PIC ZZZZZZ9.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
            PERFORM INITIALIZE-PROCEDURE.

            OPEN OUTPUT CHANGE-RPT.
            PERFORM WRITE-REPORT-HEADER-PROCEDURE.

      * No journal yet just means no screen has been signed on to.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT CHANGE-JOURNAL-FILE.
            IF WS-CJ-FILE-STATUS = '00'
                PERFORM COUNT-JOURNAL-PROCEDURE UNTIL WS-EOF = 'Y'
                CLOSE CHANGE-JOURNAL-FILE
            ELSE
                DISPLAY 'CHGRPT: NO CHANGE JOURNAL '
                        WS-CHGJRNL-FILENAME
            END-IF.

            IF GROUP-TABLE-COUNT = 0
                MOVE 'NO CHANGES RECORDED' TO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                PERFORM WRITE-GROUP-PROCEDURE
                    VARYING GR-IDX FROM 1 BY 1
                    UNTIL GR-IDX > GROUP-TABLE-COUNT
            END-IF.
            PERFORM WRITE-REPORT-TOTAL-PROCEDURE.

            CLOSE CHANGE-RPT.

            DISPLAY 'CHGRPT: CHANGES=' WS-TOTAL-CHANGES
                    ' GROUPS='         GROUP-TABLE-COUNT.
            DISPLAY 'CHGRPT: REPORT WRITTEN TO ' WS-REPORT-FILENAME.

            STOP RUN.

      * Parameters: from date, to date (both YYYYMMDD; today and the
      * from date if left off), O or F to group by operator or by
      * file (operator if left off), and an optional operator ID or
      * filename to report on alone. The report is named for the
      * journal and the range.
        INITIALIZE-PROCEDURE.
            ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
            MOVE SPACES TO WS-PARM-1 WS-PARM-2 WS-PARM-3 WS-PARM-4.
            UNSTRING WS-CMD-PARM DELIMITED BY ALL SPACE
                INTO WS-PARM-1 WS-PARM-2 WS-PARM-3 WS-PARM-4
            END-UNSTRING.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.

            IF WS-PARM-1(1:8) IS NUMERIC
                MOVE WS-PARM-1(1:8) TO WS-FROM-DATE
            ELSE
                MOVE WS-RUN-DATE TO WS-FROM-DATE
            END-IF.
            IF WS-PARM-2(1:8) IS NUMERIC
                MOVE WS-PARM-2(1:8) TO WS-TO-DATE
            ELSE
                MOVE WS-FROM-DATE TO WS-TO-DATE
            END-IF.
            IF WS-TO-DATE < WS-FROM-DATE
                DISPLAY 'CHGRPT: TO DATE ' WS-TO-DATE
                        ' IS BEFORE FROM DATE ' WS-FROM-DATE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            EVALUATE WS-PARM-3(1:1)
                WHEN 'F'
                WHEN 'f'
                    SET GROUP-BY-FILE TO TRUE
                    MOVE 'FILE'     TO WS-GROUP-TEXT
                WHEN OTHER
                    SET GROUP-BY-OPERATOR TO TRUE
                    MOVE 'OPERATOR' TO WS-GROUP-TEXT
            END-EVALUATE.
            MOVE WS-PARM-4 TO WS-SELECT-VALUE.

            STRING WS-CHGJRNL-FILENAME DELIMITED BY SPACE
                   '.'                 DELIMITED BY SIZE
                   WS-FROM-DATE        DELIMITED BY SIZE
                   '.'                 DELIMITED BY SIZE
                   WS-TO-DATE          DELIMITED BY SIZE
                   '.rpt'              DELIMITED BY SIZE
                   INTO WS-REPORT-FILENAME
            END-STRING.

        WRITE-REPORT-HEADER-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            STRING 'MAINTENANCE CHANGES '   DELIMITED BY SIZE
                   WS-FROM-DATE             DELIMITED BY SIZE
                   ' TO '                   DELIMITED BY SIZE
                   WS-TO-DATE               DELIMITED BY SIZE
                   ' BY '                   DELIMITED BY SIZE
                   WS-GROUP-TEXT            DELIMITED BY SPACE
                   ' RUN '                  DELIMITED BY SIZE
                   WS-RUN-DATE              DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WS-RUN-TIME              DELIMITED BY SIZE
                   ' JOURNAL='              DELIMITED BY SIZE
                   WS-CHGJRNL-FILENAME      DELIMITED BY SPACE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            IF WS-SELECT-VALUE NOT = SPACES
                MOVE SPACES TO REPORT-LINE
                STRING 'SELECTED '          DELIMITED BY SIZE
                       WS-GROUP-TEXT        DELIMITED BY SPACE
                       '='                  DELIMITED BY SIZE
                       WS-SELECT-VALUE      DELIMITED BY SPACE
                       INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
            END-IF.

      * An entry counts when its date is in the range and, if one
      * operator or file was asked for, it is that one's.
        SELECT-ENTRY-PROCEDURE.
            MOVE 'N' TO WS-ENTRY-SW.
            IF GROUP-BY-FILE
                MOVE CJ-FILE-NAME   TO WS-ENTRY-GROUP
            ELSE
                MOVE CJ-OPERATOR-ID TO WS-ENTRY-GROUP
            END-IF.
            IF CJ-CHG-DATE NOT < WS-FROM-DATE
               AND CJ-CHG-DATE NOT > WS-TO-DATE
               AND (WS-SELECT-VALUE = SPACES
                 OR WS-SELECT-VALUE = WS-ENTRY-GROUP)
                SET ENTRY-SELECTED TO TRUE
            END-IF.

      * First pass: the groups and their counts by action.
        COUNT-JOURNAL-PROCEDURE.
            READ CHANGE-JOURNAL-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM SELECT-ENTRY-PROCEDURE
                    IF ENTRY-SELECTED
                        PERFORM COUNT-ENTRY-PROCEDURE
                    END-IF
            END-READ.

        COUNT-ENTRY-PROCEDURE.
            MOVE 'Y' TO WS-GROUP-FOUND.
            SET GR-IDX TO 1.
            SEARCH GROUP-ENTRY
                AT END
                    IF GROUP-TABLE-COUNT < 200
                        ADD 1 TO GROUP-TABLE-COUNT
                        SET GR-IDX TO GROUP-TABLE-COUNT
                        MOVE WS-ENTRY-GROUP TO GR-KEY(GR-IDX)
                        MOVE ZERO TO GR-ADD-COUNT(GR-IDX)
                                     GR-CHANGE-COUNT(GR-IDX)
                                     GR-DELETE-COUNT(GR-IDX)
                                     GR-RESUB-COUNT(GR-IDX)
                                     GR-DROP-COUNT(GR-IDX)
                    ELSE
                        MOVE 'N' TO WS-GROUP-FOUND
                    END-IF
                WHEN GR-KEY(GR-IDX) = WS-ENTRY-GROUP
                    CONTINUE
            END-SEARCH.
            IF GROUP-NOT-FOUND
                DISPLAY 'CHGRPT: GROUP TABLE FULL - SKIPPING '
                        WS-ENTRY-GROUP
            ELSE
                ADD 1 TO WS-TOTAL-CHANGES
                EVALUATE TRUE
                    WHEN CJ-ADD
                        ADD 1 TO GR-ADD-COUNT(GR-IDX)
                        ADD 1 TO WS-TOTAL-ADD
                    WHEN CJ-CHANGE
                        ADD 1 TO GR-CHANGE-COUNT(GR-IDX)
                        ADD 1 TO WS-TOTAL-CHANGE
                    WHEN CJ-DELETE
                        ADD 1 TO GR-DELETE-COUNT(GR-IDX)
                        ADD 1 TO WS-TOTAL-DELETE
                    WHEN CJ-RESUBMIT
                        ADD 1 TO GR-RESUB-COUNT(GR-IDX)
                        ADD 1 TO WS-TOTAL-RESUBMIT
                    WHEN CJ-DROP
                        ADD 1 TO GR-DROP-COUNT(GR-IDX)
                        ADD 1 TO WS-TOTAL-DROP
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

      *----------------------------------------------------------------
      * One group: its heading, a pass over the journal for its
      * changes in the order they were made, and its counts.
      *----------------------------------------------------------------
        WRITE-GROUP-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-GROUP-TEXT            DELIMITED BY SPACE
                   '='                      DELIMITED BY SIZE
                   GR-KEY(GR-IDX)           DELIMITED BY SPACE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

            MOVE 'N' TO WS-EOF.
            OPEN INPUT CHANGE-JOURNAL-FILE.
            IF WS-CJ-FILE-STATUS = '00'
                PERFORM LIST-JOURNAL-PROCEDURE UNTIL WS-EOF = 'Y'
                CLOSE CHANGE-JOURNAL-FILE
            END-IF.

            MOVE GR-ADD-COUNT(GR-IDX)    TO WS-CNT-ED.
            MOVE GR-CHANGE-COUNT(GR-IDX) TO WS-CNT-ED-2.
            MOVE GR-DELETE-COUNT(GR-IDX) TO WS-CNT-ED-3.
            MOVE GR-RESUB-COUNT(GR-IDX)  TO WS-CNT-ED-4.
            MOVE GR-DROP-COUNT(GR-IDX)   TO WS-CNT-ED-5.
            MOVE SPACES TO REPORT-LINE.
            STRING '  ADDS='            DELIMITED BY SIZE
                   WS-CNT-ED            DELIMITED BY SIZE
                   ' CHANGES='          DELIMITED BY SIZE
                   WS-CNT-ED-2          DELIMITED BY SIZE
                   ' DELETES='          DELIMITED BY SIZE
                   WS-CNT-ED-3          DELIMITED BY SIZE
                   ' RESUBMITS='        DELIMITED BY SIZE
                   WS-CNT-ED-4          DELIMITED BY SIZE
                   ' DROPS='            DELIMITED BY SIZE
                   WS-CNT-ED-5          DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.

        LIST-JOURNAL-PROCEDURE.
            READ CHANGE-JOURNAL-FILE
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM SELECT-ENTRY-PROCEDURE
                    IF ENTRY-SELECTED
                       AND WS-ENTRY-GROUP = GR-KEY(GR-IDX)
                        PERFORM WRITE-CHANGE-PROCEDURE
                    END-IF
            END-READ.

      * A change is a line for when, who, where and what, then the
      * record before and after (whichever the action has).
        WRITE-CHANGE-PROCEDURE.
            EVALUATE TRUE
                WHEN CJ-ADD      MOVE 'ADD'      TO WS-ACTION-TEXT
                WHEN CJ-CHANGE   MOVE 'CHANGE'   TO WS-ACTION-TEXT
                WHEN CJ-DELETE   MOVE 'DELETE'   TO WS-ACTION-TEXT
                WHEN CJ-RESUBMIT MOVE 'RESUBMIT' TO WS-ACTION-TEXT
                WHEN CJ-DROP     MOVE 'DROP'     TO WS-ACTION-TEXT
                WHEN OTHER       MOVE CJ-ACTION  TO WS-ACTION-TEXT
            END-EVALUATE.
            MOVE SPACES TO REPORT-LINE.
            STRING '  '                 DELIMITED BY SIZE
                   CJ-CHG-DATE          DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   CJ-CHG-TIME          DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-ACTION-TEXT       DELIMITED BY SIZE
                   ' OPERATOR='         DELIMITED BY SIZE
                   CJ-OPERATOR-ID       DELIMITED BY SIZE
                   ' PROGRAM='          DELIMITED BY SIZE
                   CJ-PROGRAM           DELIMITED BY SIZE
                   ' FILE='             DELIMITED BY SIZE
                   CJ-FILE-NAME         DELIMITED BY SPACE
                   ' KEY='              DELIMITED BY SIZE
                   CJ-KEY               DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
            IF CJ-BEFORE-IMAGE NOT = SPACES
                MOVE SPACES TO REPORT-LINE
                STRING '    BEFORE='        DELIMITED BY SIZE
                       CJ-BEFORE-IMAGE      DELIMITED BY SIZE
                       INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
            END-IF.
            IF CJ-AFTER-IMAGE NOT = SPACES
                MOVE SPACES TO REPORT-LINE
                STRING '    AFTER= '        DELIMITED BY SIZE
                       CJ-AFTER-IMAGE       DELIMITED BY SIZE
                       INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
            END-IF.

        WRITE-REPORT-TOTAL-PROCEDURE.
            MOVE WS-TOTAL-ADD      TO WS-CNT-ED.
            MOVE WS-TOTAL-CHANGE   TO WS-CNT-ED-2.
            MOVE WS-TOTAL-DELETE   TO WS-CNT-ED-3.
            MOVE WS-TOTAL-RESUBMIT TO WS-CNT-ED-4.
            MOVE WS-TOTAL-DROP     TO WS-CNT-ED-5.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING 'TOTAL ADDS='        DELIMITED BY SIZE
                   WS-CNT-ED            DELIMITED BY SIZE
                   ' CHANGES='          DELIMITED BY SIZE
                   WS-CNT-ED-2          DELIMITED BY SIZE
                   ' DELETES='          DELIMITED BY SIZE
                   WS-CNT-ED-3          DELIMITED BY SIZE
                   ' RESUBMITS='        DELIMITED BY SIZE
                   WS-CNT-ED-4          DELIMITED BY SIZE
                   ' DROPS='            DELIMITED BY SIZE
                   WS-CNT-ED-5          DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING.
            WRITE REPORT-LINE.
