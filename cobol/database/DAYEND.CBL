      * PROJECT DESC: RUN THE WHOLE DAY-END SEQUENCE THAT USED TO BE
      * THREE HAND-RUN JOBS: popdata OVER EVERY DATED EXTRACT (VIA
      * popdrv), THEN dbrecon AGAINST EACH LOADED FILE'S .ext, THEN
      * tndrecon PROVING EACH FILE'S DRAWERS AGAINST ITS DEPOSITS,
      * THEN strchk PROVING EVERY ACTIVE STORE SENT A NORMAL NIGHT,
      * THEN rejdrv RE-DRIVING EVERY LISTED REJECT QUEUE AGAINST THE
      * REFRESHED MASTERS, THEN rejage OVER EACH FILE'S REJECT QUEUE.
      * EVERY STEP'S OUTCOME GOES INTO ONE CONSOLIDATED DAY-END
      * REPORT, A STEP-LEVEL CHECKPOINT LETS A RERUN RESUME AT THE
      * STEP THAT DIED INSTEAD OF RELOADING FILES THAT ALREADY
      * PASSED, AND THE RUN ENDS WITH A SINGLE PASS/FAIL CONDITION
      * THE SCHEDULER CAN ACT ON. THE REPORT IS REWRITTEN BY EACH
      * FRESH CYCLE, SO THE CYCLE BEFORE IS FIRST APPENDED TO THE
      * DAY-END HISTORY dayend.hst, WHICH runhist READS FOR THE
      * STEP-BY-STEP PASS/FAIL HISTORY.
      *
        ENVIRONMENT DIVISION.

            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CKPT-FILE-STATUS.

      * The night's file list, written out for strchk (which takes a
      * manifest the way popdrv does, whichever mode built the list),
      * and the findings file strchk writes alongside it, copied
      * onto this run's report (as rejdrv's report is, from beside
      * the reject-queue manifest).
            SELECT WORK-MANIFEST-FILE
            ASSIGN TO DYNAMIC WS-WORK-MANIFEST-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-WRK-FILE-STATUS.

            SELECT FINDINGS-FILE
            ASSIGN TO DYNAMIC WS-FINDINGS-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FND-FILE-STATUS.

            SELECT DAYEND-REPORT
            ASSIGN TO DYNAMIC WS-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-RPT-FILE-STATUS.

            SELECT DAYEND-HISTORY-FILE
            ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-HST-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD MANIFEST-FILE.
        FD STEP-CHECKPOINT-FILE.
        01 STEP-CHECKPOINT-RECORD.
            05 CKPT-STEP-DONE  PIC 9(1).
            05 CKPT-STORE-MISSING PIC X(1).

        FD WORK-MANIFEST-FILE.
        01 WORK-MANIFEST-RECORD PIC X(100).

        FD FINDINGS-FILE.
        01 FINDINGS-RECORD     PIC X(196).

        FD DAYEND-REPORT.
        01 REPORT-LINE         PIC X(200).

        FD DAYEND-HISTORY-FILE.
        01 HISTORY-LINE        PIC X(200).

        WORKING-STORAGE SECTION.
        01  WS-EOF             PIC X(1)    VALUE 'N'.


        01  WS-STEP-CKPT-FILENAME  PIC X(100) VALUE './dayend.ckpt'.
        01  WS-CKPT-FILE-STATUS    PIC X(2)   VALUE SPACES.
        01  WS-WORK-MANIFEST-FILENAME PIC X(100)
                                      VALUE './dayend.files'.
        01  WS-WRK-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-REJLIST-FILENAME    PIC X(100) VALUE './rejlist.txt'.
        01  WS-FINDINGS-FILENAME   PIC X(110) VALUE SPACES.
        01  WS-FND-FILE-STATUS     PIC X(2)   VALUE SPACES.
        01  WS-REPORT-FILENAME     PIC X(100) VALUE './dayend.rpt'.
        01  WS-RPT-FILE-STATUS     PIC X(2)   VALUE SPACES.
            88 RPT-FILE-NOT-FOUND             VALUE '35'.
        01  WS-HISTORY-FILENAME    PIC X(100) VALUE './dayend.hst'.
        01  WS-HST-FILE-STATUS     PIC X(2)   VALUE SPACES.
            88 HST-FILE-NOT-FOUND             VALUE '35'.

      * Which step finished clean on the last run of this cycle:
      * 0 = none, 1 = load, 2 = reconciliation, 3 = tender
      * reconciliation, 4 = store completeness, 5 = reject re-drive,
      * 6 = aging. A clean end writes 0 back; anything else left
      * behind means the last run died and this run resumes past
      * what already passed.
        01  WS-RESUME-STEP         PIC 9(1)   VALUE ZERO.
        01  WS-FAILED-STEP         PIC 9(1)   VALUE ZERO.
        01  WS-STEP-FAILED-SW      PIC X(1)   VALUE 'N'.
            88 STEP-FAILED                     VALUE 'Y'.
        01  WS-STEP-WARNED-SW      PIC X(1)   VALUE 'N'.
            88 STEP-WARNED                     VALUE 'Y'.
        01  WS-RUN-FAILED-SW       PIC X(1)   VALUE 'N'.
            88 RUN-FAILED                      VALUE 'Y'.
      * Set when strchk finds a store that sent nothing. The step
      * itself ran, so the checkpoint moves on and the later steps
      * still run, but the step and the run both report FAIL. It is
      * kept on the checkpoint with the step number.
        01  WS-STORE-MISSING-SW    PIC X(1)   VALUE 'N'.
            88 STORE-MISSING                   VALUE 'Y'.

        01  WS-STEP-RC             PIC S9(9)  VALUE ZERO.
      * Set by a step whose program ends 4 for findings that need a
      * person but are no reason to stop the cycle (tndrecon's
      * over/short drawers); such a file reports WARN, not FAIL.
        01  WS-WARN-RC-SW          PIC X(1)   VALUE 'N'.
            88 WARN-RC-ALLOWED                 VALUE 'Y'.
        01  WS-FAIL-COUNT          PIC 9(4)   VALUE ZERO.

      * The day's extract files, collected once at startup so the
                PERFORM RUN-RECON-STEP-PROCEDURE
            END-IF.
            IF WS-RESUME-STEP < 3 AND NOT RUN-FAILED
                PERFORM RUN-TENDER-STEP-PROCEDURE
            END-IF.
            IF WS-RESUME-STEP < 4 AND NOT RUN-FAILED
                PERFORM RUN-STORE-CHECK-STEP-PROCEDURE
            END-IF.
            IF WS-RESUME-STEP < 5 AND NOT RUN-FAILED
                PERFORM RUN-REDRIVE-STEP-PROCEDURE
            END-IF.
            IF WS-RESUME-STEP < 6 AND NOT RUN-FAILED
                PERFORM RUN-AGING-STEP-PROCEDURE
            END-IF.

            ELSE
                MOVE ZERO TO WS-RESUME-STEP
                PERFORM WRITE-STEP-CHECKPOINT-PROCEDURE
                IF STORE-MISSING
                    DISPLAY 'DAYEND: FAIL - STORE MISSING, '
                            'ALL STEPS COMPLETE'
                    MOVE 8 TO RETURN-CODE
                ELSE
                    DISPLAY 'DAYEND: PASS - ALL STEPS COMPLETE'
                END-IF
            END-IF.

            STOP RUN.
            IF WS-CKPT-FILE-STATUS = '00'
                READ STEP-CHECKPOINT-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE CKPT-STEP-DONE TO WS-RESUME-STEP
                        IF CKPT-STORE-MISSING = 'Y'
                            SET STORE-MISSING TO TRUE
                        END-IF
                END-READ
                CLOSE STEP-CHECKPOINT-FILE
            END-IF.
                        WS-RESUME-STEP
            END-IF.

      * A missing store found by step 4 rides along with the step
      * number, so a rerun that resumes past step 4 still ends the
      * cycle FAIL; the zero written at a cycle's end clears it.
        WRITE-STEP-CHECKPOINT-PROCEDURE.
            MOVE WS-RESUME-STEP TO CKPT-STEP-DONE.
            IF WS-RESUME-STEP = 0
                MOVE 'N' TO CKPT-STORE-MISSING
            ELSE
                MOVE WS-STORE-MISSING-SW TO CKPT-STORE-MISSING
            END-IF.
            OPEN OUTPUT STEP-CHECKPOINT-FILE.
            WRITE STEP-CHECKPOINT-RECORD.
            CLOSE STEP-CHECKPOINT-FILE.
            PERFORM WRITE-FILE-LINE-PROCEDURE.

      *----------------------------------------------------------------
      * Step 3 - the money. tndrecon proves each loaded file's
      * drawers against the day's deposit file (<file>.dep) and
      * writes its over/short report to <file>.tnd. Drawers out of
      * tolerance, missing deposits and deposits with no sales are
      * findings for the store office - condition 4, reported WARN -
      * and do not stop the cycle; only an extract tndrecon can't
      * read fails the step.
      *----------------------------------------------------------------
        RUN-TENDER-STEP-PROCEDURE.
            MOVE 'N' TO WS-STEP-FAILED-SW.
            MOVE ZERO TO WS-FAIL-COUNT.
            SET WARN-RC-ALLOWED TO TRUE.
            DISPLAY 'DAYEND: STEP 3 TENDER RECONCILIATION'.
            PERFORM RUN-TENDER-FILE-PROCEDURE
                VARYING FT-IDX FROM 1 BY 1
                UNTIL FT-IDX > FILE-TABLE-COUNT.
            MOVE 'N' TO WS-WARN-RC-SW.
            IF WS-FAIL-COUNT > 0
                SET STEP-FAILED TO TRUE
            END-IF.
            PERFORM WRITE-STEP-LINE-PROCEDURE.
            PERFORM END-OF-STEP-PROCEDURE.

        RUN-TENDER-FILE-PROCEDURE.
            MOVE FT-FILENAME(FT-IDX) TO WS-CURRENT-FILENAME.
            PERFORM QUOTE-FILENAME-PROCEDURE.
            MOVE SPACES TO WS-RUN-CMD.
            STRING 'tndrecon '                           DELIMITED
                       BY SIZE
                   WS-APOST                               DELIMITED
                       BY SIZE
                   WS-ESC-FILENAME(1:WS-ESC-FILENAME-LEN) DELIMITED
                       BY SIZE
                   WS-APOST                               DELIMITED
                       BY SIZE
                   INTO WS-RUN-CMD
            END-STRING.
            CALL 'SYSTEM' USING WS-RUN-CMD.
            MOVE RETURN-CODE TO WS-STEP-RC.
            MOVE ZERO TO RETURN-CODE.
            IF WS-STEP-RC > 4
                ADD 1 TO WS-FAIL-COUNT
            END-IF.
            IF WS-STEP-RC = 4
                SET STEP-WARNED TO TRUE
            END-IF.
            PERFORM WRITE-FILE-LINE-PROCEDURE.

      *----------------------------------------------------------------
      * Step 4 - the stores that should have sent. strchk takes the
      * night's file list and checks every active store on the store
      * master against what loaded and against its own trailing
      * same-weekday volume. Its findings are copied onto this
      * report under the step. A missing store (condition 6) fails
      * the run so the scheduler pages someone before the morning
      * numbers go out, but the step did its job: the checkpoint
      * moves on and the re-drive and aging steps still run, so a
      * rerun after the late extract arrives starts a fresh cycle.
      * Volume anomalies alone (condition 4) report WARN. Condition
      * 8 means the check itself could not be made and stops the
      * run at this step like any other failure.
      *----------------------------------------------------------------
        RUN-STORE-CHECK-STEP-PROCEDURE.
            MOVE 'N' TO WS-STEP-FAILED-SW.
            DISPLAY 'DAYEND: STEP 4 STORE COMPLETENESS'.
            PERFORM WRITE-WORK-MANIFEST-PROCEDURE.
            MOVE WS-WORK-MANIFEST-FILENAME TO WS-CURRENT-FILENAME.
            PERFORM QUOTE-FILENAME-PROCEDURE.
            MOVE SPACES TO WS-RUN-CMD.
            STRING 'strchk '                             DELIMITED
                       BY SIZE
                   WS-APOST                               DELIMITED
                       BY SIZE
                   WS-ESC-FILENAME(1:WS-ESC-FILENAME-LEN) DELIMITED
                       BY SIZE
                   WS-APOST                               DELIMITED
                       BY SIZE
                   INTO WS-RUN-CMD
            END-STRING.
            CALL 'SYSTEM' USING WS-RUN-CMD.
            MOVE RETURN-CODE TO WS-STEP-RC.
            MOVE ZERO TO RETURN-CODE.
            EVALUATE TRUE
                WHEN WS-STEP-RC = 6
                    SET STORE-MISSING TO TRUE
                WHEN WS-STEP-RC > 4
                    SET STEP-FAILED TO TRUE
                WHEN WS-STEP-RC = 4
                    SET STEP-WARNED TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            MOVE SPACES TO WS-FINDINGS-FILENAME.
            STRING WS-WORK-MANIFEST-FILENAME DELIMITED BY SPACE
                   '.chk'                    DELIMITED BY SIZE
                   INTO WS-FINDINGS-FILENAME
            END-STRING.
            PERFORM COPY-FINDINGS-PROCEDURE.
            PERFORM WRITE-STEP-LINE-PROCEDURE.
            PERFORM END-OF-STEP-PROCEDURE.

        WRITE-WORK-MANIFEST-PROCEDURE.
            OPEN OUTPUT WORK-MANIFEST-FILE.
            PERFORM WRITE-WORK-MANIFEST-LINE-PROCEDURE
                VARYING FT-IDX FROM 1 BY 1
                UNTIL FT-IDX > FILE-TABLE-COUNT.
            CLOSE WORK-MANIFEST-FILE.

        WRITE-WORK-MANIFEST-LINE-PROCEDURE.
            MOVE FT-FILENAME(FT-IDX) TO WORK-MANIFEST-RECORD.
            WRITE WORK-MANIFEST-RECORD.

      * Whatever the step's program wrote to WS-FINDINGS-FILENAME
      * (set by the step) goes onto the day-end report indented
      * under the step; no findings file (the program died before
      * writing one) puts a line saying so in its place.
        COPY-FINDINGS-PROCEDURE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT FINDINGS-FILE.
            IF WS-FND-FILE-STATUS NOT = '00'
                MOVE SPACES TO REPORT-LINE
                STRING '  NO FINDINGS FILE ' DELIMITED BY SIZE
                       WS-FINDINGS-FILENAME  DELIMITED BY SPACE
                       INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
            ELSE
                PERFORM COPY-FINDINGS-LINE-PROCEDURE
                    UNTIL WS-EOF = 'Y'
                CLOSE FINDINGS-FILE
            END-IF.

        COPY-FINDINGS-LINE-PROCEDURE.
            READ FINDINGS-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE SPACES TO REPORT-LINE
                    STRING '  '            DELIMITED BY SIZE
                           FINDINGS-RECORD DELIMITED BY SIZE
                           INTO REPORT-LINE
                    END-STRING
                    WRITE REPORT-LINE
            END-READ.

      *----------------------------------------------------------------
      * Step 5 - the re-drive. rejdrv walks every queue on the
      * reject-queue manifest, re-tests the unknown-item, -store and
      * -cashier rejects against the masters as they stand tonight,
      * and writes what now passes to a stamped resubmit file for
      * the next load; its report is copied onto this one. A queue
      * another session has locked (condition 4) is left for the
      * next run and reports WARN; masters or a manifest it can't
      * open (condition 8) fail the step. It runs ahead of aging so
      * the aging picture shows only what is really still stuck.
      *----------------------------------------------------------------
        RUN-REDRIVE-STEP-PROCEDURE.
            MOVE 'N' TO WS-STEP-FAILED-SW.
            DISPLAY 'DAYEND: STEP 5 REJECT RE-DRIVE'.
            MOVE WS-REJLIST-FILENAME TO WS-CURRENT-FILENAME.
            PERFORM QUOTE-FILENAME-PROCEDURE.
            MOVE SPACES TO WS-RUN-CMD.
            STRING 'rejdrv '                             DELIMITED
                       BY SIZE
                   WS-APOST                               DELIMITED
                       BY SIZE
                   WS-ESC-FILENAME(1:WS-ESC-FILENAME-LEN) DELIMITED
                       BY SIZE
                   WS-APOST                               DELIMITED
                       BY SIZE
                   INTO WS-RUN-CMD
            END-STRING.
            CALL 'SYSTEM' USING WS-RUN-CMD.
            MOVE RETURN-CODE TO WS-STEP-RC.
            MOVE ZERO TO RETURN-CODE.
            EVALUATE TRUE
                WHEN WS-STEP-RC > 4
                    SET STEP-FAILED TO TRUE
                WHEN WS-STEP-RC = 4
                    SET STEP-WARNED TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            MOVE SPACES TO WS-FINDINGS-FILENAME.
            STRING WS-REJLIST-FILENAME DELIMITED BY SPACE
                   '.rdv'              DELIMITED BY SIZE
                   INTO WS-FINDINGS-FILENAME
            END-STRING.
            PERFORM COPY-FINDINGS-PROCEDURE.
            PERFORM WRITE-STEP-LINE-PROCEDURE.
            PERFORM END-OF-STEP-PROCEDURE.

      *----------------------------------------------------------------
      * Step 6 - the aging pass. rejage runs over each file's reject
      * queue so the day ends with a fresh picture of what is still
      * sitting unworked; a queue that never existed (a day with no
      * rejects) reports clean through rejage itself.
        RUN-AGING-STEP-PROCEDURE.
            MOVE 'N' TO WS-STEP-FAILED-SW.
            MOVE ZERO TO WS-FAIL-COUNT.
            DISPLAY 'DAYEND: STEP 6 REJECT AGING'.
            PERFORM RUN-AGING-FILE-PROCEDURE
                VARYING FT-IDX FROM 1 BY 1
                UNTIL FT-IDX > FILE-TABLE-COUNT.
      * still resumes in the right place; a failed step leaves the
      * checkpoint alone and fails the run.
        END-OF-STEP-PROCEDURE.
            MOVE 'N' TO WS-STEP-WARNED-SW.
            IF STEP-FAILED
                SET RUN-FAILED TO TRUE
            ELSE
            END-IF.

        WRITE-STEP-LINE-PROCEDURE.
            EVALUATE TRUE
                WHEN STEP-FAILED
                    MOVE 'FAIL' TO WS-VERDICT-TEXT
                WHEN STORE-MISSING AND WS-RESUME-STEP = 3
                    MOVE 'FAIL' TO WS-VERDICT-TEXT
                WHEN STEP-WARNED
                    MOVE 'WARN' TO WS-VERDICT-TEXT
                WHEN OTHER
                    MOVE 'PASS' TO WS-VERDICT-TEXT
            END-EVALUATE.
            MOVE SPACES TO REPORT-LINE.
            EVALUATE WS-RESUME-STEP
                WHEN 0
                           WS-VERDICT-TEXT          DELIMITED BY SIZE
                           INTO REPORT-LINE
                    END-STRING
                WHEN 2
                    STRING 'STEP 3 TENDER RECONCILIATION '
                                                    DELIMITED BY SIZE
                           WS-VERDICT-TEXT          DELIMITED BY SIZE
                           INTO REPORT-LINE
                    END-STRING
                WHEN 3
                    STRING 'STEP 4 STORE COMPLETENESS '
                                                    DELIMITED BY SIZE
                           WS-VERDICT-TEXT          DELIMITED BY SIZE
                           INTO REPORT-LINE
                    END-STRING
                WHEN 4
                    STRING 'STEP 5 REJECT RE-DRIVE ' DELIMITED BY SIZE
                           WS-VERDICT-TEXT          DELIMITED BY SIZE
                           INTO REPORT-LINE
                    END-STRING
                WHEN OTHER
                    STRING 'STEP 6 REJECT AGING '   DELIMITED BY SIZE
                           WS-VERDICT-TEXT          DELIMITED BY SIZE
                           INTO REPORT-LINE
                    END-STRING
            WRITE REPORT-LINE.

        WRITE-FILE-LINE-PROCEDURE.
            EVALUATE TRUE
                WHEN WS-STEP-RC = 0
                    MOVE 'PASS' TO WS-VERDICT-TEXT
                WHEN WS-STEP-RC = 4 AND WARN-RC-ALLOWED
                    MOVE 'WARN' TO WS-VERDICT-TEXT
                WHEN OTHER
                    MOVE 'FAIL' TO WS-VERDICT-TEXT
            END-EVALUATE.
            MOVE SPACES TO REPORT-LINE.
            STRING '  FILE='             DELIMITED BY SIZE
                   WS-CURRENT-FILENAME   DELIMITED BY SPACE

      * A resumed run extends the report the failed run started, so
      * one report still tells the whole cycle's story; a fresh
      * cycle starts a fresh report, once the last cycle's report
      * has been added to the history.
        OPEN-DAYEND-REPORT-PROCEDURE.
            IF WS-RESUME-STEP > 0
                OPEN EXTEND DAYEND-REPORT
                    OPEN OUTPUT DAYEND-REPORT
                END-IF
            ELSE
                PERFORM SAVE-DAYEND-REPORT-PROCEDURE
                OPEN OUTPUT DAYEND-REPORT
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            END-STRING.
            WRITE REPORT-LINE.

      * The last cycle's report, complete with any resumed runs,
      * copied line for line onto the end of the history; no report
      * yet (the first cycle) is nothing to save.
        SAVE-DAYEND-REPORT-PROCEDURE.
            OPEN INPUT DAYEND-REPORT.
            IF WS-RPT-FILE-STATUS = '00'
                OPEN EXTEND DAYEND-HISTORY-FILE
                IF HST-FILE-NOT-FOUND
                    OPEN OUTPUT DAYEND-HISTORY-FILE
                END-IF
                IF WS-HST-FILE-STATUS = '00'
                    MOVE 'N' TO WS-EOF
                    PERFORM SAVE-DAYEND-LINE-PROCEDURE
                        UNTIL WS-EOF = 'Y'
                    CLOSE DAYEND-HISTORY-FILE
                ELSE
                    DISPLAY 'DAYEND: CANNOT OPEN DAY-END HISTORY '
                            WS-HISTORY-FILENAME
                END-IF
                CLOSE DAYEND-REPORT
            END-IF.

        SAVE-DAYEND-LINE-PROCEDURE.
            READ DAYEND-REPORT
                AT END
                    MOVE 'Y' TO WS-EOF
                NOT AT END
                    WRITE HISTORY-LINE FROM REPORT-LINE
            END-READ.

        CLOSE-DAYEND-REPORT-PROCEDURE.
            MOVE SPACES TO REPORT-LINE.
            IF RUN-FAILED OR STORE-MISSING
                MOVE 'RESULT: FAIL' TO REPORT-LINE
            ELSE
                MOVE 'RESULT: PASS' TO REPORT-LINE
