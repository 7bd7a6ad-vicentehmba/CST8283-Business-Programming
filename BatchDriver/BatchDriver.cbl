      * UNATTENDED RUNS: when ../BATCH-PARMS.TXT exists the driver
      *            skips the menu and runs the steps named on its
      *            STEPS line (1=entry 2=consolidate+reformat
      *            3=convert 4=Lab2 5=Lab3 6=close/balance
      *            7=reorganize the student master) - each callee
      *            reads the same parameter file for its own answers.
      *            Without the file, the interactive menu behaves as
      *            always.
      * WEEKEND:   step 7, MASTER-REORG, runs only on a Saturday or
      *            Sunday, after the master is released by the rest of
      *            the chain. Unattended runs take it when STEPS names
      *            7; at the menu the operator is offered it.
      * FINANCE:   a second, separately selectable stream runs the
      *            morning finance steps in dependency order -
      *            1=LOCKBOX-IMPORT 2=PAYMENT-POSTING 3=SUSPENSE-REPORT
      *            4=TUITION-AGING 5=REFUND-RUN. Each step runs only
      *            when the step before it last ended RC=0000, so an
      *            out-of-balance lockbox file stops the chain before
      *            posting. Unattended runs take it from a
      *            FINANCE-STEPS line on ../BATCH-PARMS.TXT (a parm
      *            file with only that line runs the finance stream
      *            alone); at the menu it is option 2. It restarts
      *            from its own failed step the same way the nightly
      *            stream does.
      *            Step start/end times and RETURN-CODEs are appended
      *            to ../BATCH-JOB-LOG.TXT either way.
      ******************************************************************
       01 WS-BATCH-MODE       PIC X VALUE 'N'.
       *> Which steps an unattended run executes, from the STEPS parm
       *> line: 1=entry 2=consolidate+reformat 3=convert 4=Lab2
       *> 5=Lab3 6=close/balance 7=weekend reorganization. Default
       *> is every nightly step, matching the interactive menu; the
       *> weekend step is opt-in.
       01 WS-RUN-STEPS        PIC X(10) VALUE "123456".
       *> Finance stream selection from the FINANCE-STEPS parm line:
       *> 1=lockbox import 2=payment posting 3=suspense report
       *> 4=tuition aging 5=refund run. The selection is kept apart
       *> from the working copy a restart narrows, so a second run in
       *> the same menu session starts from the full selection.
       01 WS-FINANCE-STEPS-SELECTED PIC X(10) VALUE "12345".
       01 WS-RUN-FINANCE-STEPS PIC X(10).
       01 WS-NIGHTLY-STEPS-GIVEN PIC X VALUE 'N'.
       01 WS-FINANCE-STEPS-GIVEN PIC X VALUE 'N'.
       01 WS-RUN-NIGHTLY      PIC X VALUE 'Y'.
       01 WS-PARM-KEYWORD     PIC X(20).
       01 WS-PARM-VALUE       PIC X(60).
       01 WS-PARM-EOF         PIC X.
       01 WS-TODAY-DATE       PIC 9(8).
       01 WS-PROCEED-WITH-RUN PIC X.
       01 WS-OVERRIDE-ANSWER  PIC X.
       01 WS-DAY-OF-WEEK      PIC 9.
       *> Restart-from-failed-step state, rebuilt each startup from
       *> BATCH-JOB-LOG.TXT: per step digit, the stamps of its most
       *> recent START and END lines and whether that END carried
               10 WS-HIST-LAST-END PIC X(16).
               10 WS-HIST-END-OK PIC X.
       01 WS-HIST-SUB PIC 9.
       *> The same per-step history for the finance stream.
       01 WS-FIN-STEP-HISTORY.
           05 WS-FIN-HIST-ROW OCCURS 5 TIMES.
               10 WS-FIN-HIST-LAST-START PIC X(16).
               10 WS-FIN-HIST-LAST-END PIC X(16).
               10 WS-FIN-HIST-END-OK PIC X.
       01 WS-FIN-DIGIT PIC 9.
       01 WS-FIN-PREV-DIGIT PIC 9.
       01 WS-FIN-FAILED-STEP PIC 9 VALUE ZERO.
       01 WS-FIN-PREVIOUS-OK PIC X.
       01 WS-FIN-PREVIOUS-NAME PIC X(30).
       01 WS-FAILED-STEP PIC 9 VALUE ZERO.
       01 WS-RESTART-MODE PIC X VALUE 'N'.
       01 WS-RESTART-ANSWER PIC X.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           *> A parm file naming only FINANCE-STEPS schedules the
           *> finance stream alone; the nightly restart scan is for
           *> runs that will take the nightly steps.
           IF WS-BATCH-MODE = 'Y'
               AND WS-FINANCE-STEPS-GIVEN = 'Y'
               AND WS-NIGHTLY-STEPS-GIVEN = 'N'
               MOVE 'N' TO WS-RUN-NIGHTLY
           END-IF.
           IF WS-RUN-NIGHTLY = 'Y'
               PERFORM 700-CHECK-RESTART-NEEDED
           END-IF.
           IF WS-BATCH-MODE = 'Y'
               *> Scheduled run - no operator, no menu. Finance first,
               *> so the nightly close proves the day's posting.
               IF WS-FINANCE-STEPS-GIVEN = 'Y'
                   PERFORM 900-RUN-FINANCE-STREAM
               END-IF
               IF WS-RUN-NIGHTLY = 'Y'
                   PERFORM 300-RUN-NIGHTLY-BATCH
               END-IF
           ELSE
               PERFORM UNTIL WS-CONTINUE = 'N' OR WS-CONTINUE = 'n'
                   PERFORM 200-DISPLAY-MENU
                       WHEN 1
                           PERFORM 300-RUN-NIGHTLY-BATCH
                       WHEN 2
                           PERFORM 900-RUN-FINANCE-STREAM
                       WHEN 3
                           MOVE 'N' TO WS-CONTINUE
                       WHEN OTHER
                           DISPLAY "Invalid selection - choose 1, 2 "
                               "or 3."
                   END-EVALUATE
               END-PERFORM
           END-IF.
           DISPLAY "==========================================".
           DISPLAY "NIGHTLY BATCH DRIVER".
           DISPLAY "1. Run nightly batch (all steps in order)".
           DISPLAY "2. Run finance job stream (lockbox through "
               "refunds)".
           DISPLAY "3. Exit".
           DISPLAY "==========================================".

       300-RUN-NIGHTLY-BATCH.
           PERFORM 380-CHECK-DAY-CLOSED.
           IF WS-PROCEED-WITH-RUN = 'Y'
               PERFORM 803-CHECK-REORG-FAILED
           END-IF.
           IF WS-PROCEED-WITH-RUN = 'Y'
               PERFORM 305-RUN-BATCH-STEPS
           END-IF.
           *> updaters stand aside until the release below. A flag
           *> left by a crashed run is simply overwritten here; the
           *> stale-signal override lives in the online programs.
           *> Only a failed MASTER-REORG's hold is never overwritten
           *> (see 803).
           PERFORM 805-DECLARE-MASTER-BUSY.
           MOVE "1" TO WS-STEP-DIGIT.
           PERFORM 370-CHECK-STEP-SELECTED.

           PERFORM 810-RELEASE-MASTER.

           MOVE "7" TO WS-STEP-DIGIT.
           PERFORM 370-CHECK-STEP-SELECTED.
           PERFORM 360-RUN-WEEKEND-REORG.

       360-RUN-WEEKEND-REORG.
           *> Runs after the release above - MASTER-REORG refuses a
           *> held master and takes the signal itself while it
           *> rebuilds the file. It stays out of the restart scan on
           *> purpose: a failed reorganization leaves its registered
           *> backup for BACKUP-RESTORE, and must not lock the next
           *> night's steps out behind a weekend-only step.
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
           IF WS-DAY-OF-WEEK < 6
               IF WS-STEP-WANTED = 'Y'
                   DISPLAY "MASTER-REORG IS A WEEKEND STEP - SKIPPED "
                       "ON A WEEKDAY"
               END-IF
           ELSE
               IF WS-BATCH-MODE = 'N' AND WS-STEP-WANTED = 'N'
                   DISPLAY "Weekend - reorganize the student master "
                       "as well? (Y/N)"
                   ACCEPT WS-OVERRIDE-ANSWER
                   IF WS-OVERRIDE-ANSWER = 'Y'
                       OR WS-OVERRIDE-ANSWER = 'y'
                       MOVE 'Y' TO WS-STEP-WANTED
                   END-IF
               END-IF
               IF WS-STEP-WANTED = 'Y'
                   MOVE "MASTER-REORG" TO WS-STEP-NAME
                   PERFORM 410-LOG-STEP-START
                   MOVE 0 TO RETURN-CODE
                   CALL "MASTER-REORG"
                   PERFORM 400-REPORT-STEP-RESULT
                   CANCEL "MASTER-REORG"
               END-IF
           END-IF.

       803-CHECK-REORG-FAILED.
           *> MASTER-REORG leaves this holder when its rebuild failed
           *> - the master is half written until BACKUP-RESTORE puts
           *> the backup back, so the batch must not run over it.
           OPEN INPUT MASTER-IN-USE-FILE.
           IF WS-IN-USE-FILE-STATUS = "00"
               READ MASTER-IN-USE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF IU-HOLDER = "MASTER-REORG-FAILED"
                           DISPLAY "MASTER-REORG FAILED ON "
                               IU-HELD-DATE " - STUFILE-INDEXED.TXT "
                               "IS HALF REBUILT"
                           DISPLAY "NIGHTLY BATCH REFUSED - RESTORE "
                               "WITH BACKUP-RESTORE, OPTION R"
                           MOVE 'N' TO WS-PROCEED-WITH-RUN
                           MOVE 1 TO RETURN-CODE
                       END-IF
               END-READ
               CLOSE MASTER-IN-USE-FILE
           END-IF.

       805-DECLARE-MASTER-BUSY.
           ACCEPT WS-IN-USE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-IN-USE-TIME FROM TIME.
                           IF WS-PARM-KEYWORD = "STEPS"
                               MOVE WS-PARM-VALUE(1:10)
                                   TO WS-RUN-STEPS
                               MOVE 'Y' TO WS-NIGHTLY-STEPS-GIVEN
                           END-IF
                           IF WS-PARM-KEYWORD = "FINANCE-STEPS"
                               MOVE WS-PARM-VALUE(1:10)
                                   TO WS-FINANCE-STEPS-SELECTED
                               MOVE 'Y' TO WS-FINANCE-STEPS-GIVEN
                           END-IF
                           IF WS-PARM-KEYWORD = "OPERATOR"
                               MOVE WS-PARM-VALUE(1:8)
               CLOSE BATCH-PARM-FILE
               DISPLAY "BATCH-PARMS.TXT FOUND - UNATTENDED RUN, "
                   "STEPS " WS-RUN-STEPS
               IF WS-FINANCE-STEPS-GIVEN = 'Y'
                   DISPLAY "FINANCE STEPS " WS-FINANCE-STEPS-SELECTED
               END-IF
           END-IF.

       600-OPERATOR-SIGN-ON.
               MOVE SPACES TO WS-HIST-LAST-END(WS-HIST-SUB)
               MOVE 'N' TO WS-HIST-END-OK(WS-HIST-SUB)
           END-PERFORM.
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > 5
               MOVE SPACES TO WS-FIN-HIST-LAST-START(WS-HIST-SUB)
               MOVE SPACES TO WS-FIN-HIST-LAST-END(WS-HIST-SUB)
               MOVE 'N' TO WS-FIN-HIST-END-OK(WS-HIST-SUB)
           END-PERFORM.
           OPEN INPUT JOB-LOG-FILE.
           IF WS-JOB-LOG-STATUS = "00"
               MOVE 'N' TO WS-LOG-EOF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   PERFORM 718-MAP-FINANCE-STEP-NAME
                   IF WS-PARSE-DIGIT > ZERO
                       PERFORM 719-TABLE-FINANCE-LOG-LINE
                   END-IF
               END-IF
           END-IF.

                   MOVE 0 TO WS-PARSE-DIGIT
           END-EVALUATE.

       718-MAP-FINANCE-STEP-NAME.
           EVALUATE WS-PARSE-NAME
               WHEN "LOCKBOX-IMPORT"
                   MOVE 1 TO WS-PARSE-DIGIT
               WHEN "PAYMENT-POSTING"
                   MOVE 2 TO WS-PARSE-DIGIT
               WHEN "SUSPENSE-REPORT"
                   MOVE 3 TO WS-PARSE-DIGIT
               WHEN "TUITION-AGING"
                   MOVE 4 TO WS-PARSE-DIGIT
               WHEN "REFUND-RUN"
                   MOVE 5 TO WS-PARSE-DIGIT
               WHEN OTHER
                   MOVE 0 TO WS-PARSE-DIGIT
           END-EVALUATE.

       719-TABLE-FINANCE-LOG-LINE.
           EVALUATE WS-PARSE-WORD4
               WHEN "START"
                   MOVE WS-PARSE-STAMP TO
                       WS-FIN-HIST-LAST-START(WS-PARSE-DIGIT)
               WHEN "END"
                   MOVE WS-PARSE-STAMP TO
                       WS-FIN-HIST-LAST-END(WS-PARSE-DIGIT)
                   IF WS-PARSE-RC = "RC=0000"
                       MOVE 'Y' TO WS-FIN-HIST-END-OK(WS-PARSE-DIGIT)
                   ELSE
                       MOVE 'N' TO WS-FIN-HIST-END-OK(WS-PARSE-DIGIT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       720-FIND-FAILED-STEP.
           *> Earliest step whose most recent START was never
           *> followed by a clean END - either the END is missing
               END-IF
           END-PERFORM.

       940-CHECK-FINANCE-STEP-SELECTED.
           MOVE 'N' TO WS-STEP-WANTED.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 10
               IF WS-RUN-FINANCE-STEPS(WS-STEP-SUB:1) = WS-STEP-DIGIT
                   MOVE 'Y' TO WS-STEP-WANTED
               END-IF
           END-PERFORM.

       900-RUN-FINANCE-STREAM.
           *> The finance steps take their own master in-use checks,
           *> so the stream does not hold the signal the way the
           *> nightly chain does - PAYMENT-POSTING and REFUND-RUN
           *> would refuse a master held by the driver itself.
           IF WS-ROLES-IN-USE = 'Y'
               AND WS-SIGNON-ROLE NOT = "FINANCE"
               AND WS-SIGNON-ROLE NOT = "OPERATIONS"
               DISPLAY "THE FINANCE STREAM IS CONFINED TO THE "
                   "FINANCE AND OPERATIONS ROLES - NOT RUN"
               PERFORM 440-LOG-REFUSED-ATTEMPT
           ELSE
               MOVE WS-FINANCE-STEPS-SELECTED TO WS-RUN-FINANCE-STEPS
               PERFORM 710-SCAN-JOB-LOG
               PERFORM 905-CHECK-FINANCE-RESTART
               PERFORM 910-RUN-ONE-FINANCE-STEP
                   VARYING WS-FIN-DIGIT FROM 1 BY 1
                   UNTIL WS-FIN-DIGIT > 5
               CANCEL "LOCKBOX-IMPORT"
               CANCEL "PAYMENT-POSTING"
               CANCEL "SUSPENSE-REPORT"
               CANCEL "TUITION-AGING"
               CANCEL "REFUND-RUN"
           END-IF.

       905-CHECK-FINANCE-RESTART.
           *> Earliest finance step whose most recent START was never
           *> followed by a clean END, as 720 does for the nightly.
           MOVE ZERO TO WS-FIN-FAILED-STEP.
           PERFORM VARYING WS-HIST-SUB FROM 5 BY -1
                   UNTIL WS-HIST-SUB < 1
               IF WS-FIN-HIST-LAST-START(WS-HIST-SUB) NOT = SPACES
                   IF WS-FIN-HIST-LAST-END(WS-HIST-SUB) <
                           WS-FIN-HIST-LAST-START(WS-HIST-SUB)
                       OR WS-FIN-HIST-END-OK(WS-HIST-SUB) NOT = 'Y'
                       MOVE WS-HIST-SUB TO WS-FIN-FAILED-STEP
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FIN-FAILED-STEP > ZERO
               DISPLAY "LAST FINANCE RUN ENDED IN A FAILED STEP "
                   WS-FIN-FAILED-STEP " (START WITHOUT A CLEAN END "
                   "ON BATCH-JOB-LOG.TXT)"
               IF WS-BATCH-MODE = 'Y'
                   MOVE 'Y' TO WS-RESTART-ANSWER
                   DISPLAY "UNATTENDED RUN - RESTARTING THE FINANCE "
                       "STREAM FROM THE FAILED STEP AUTOMATICALLY"
               ELSE
                   DISPLAY "Restart finance from step "
                       WS-FIN-FAILED-STEP
                       " with earlier steps locked out? (Y/N)"
                   ACCEPT WS-RESTART-ANSWER
               END-IF
               IF WS-RESTART-ANSWER = 'Y'
                   OR WS-RESTART-ANSWER = 'y'
                   MOVE SPACES TO WS-RESTART-STEPS
                   MOVE ZERO TO WS-RESTART-SUB
                   PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                           UNTIL WS-HIST-SUB > 5
                       IF WS-HIST-SUB NOT < WS-FIN-FAILED-STEP
                           MOVE WS-HIST-SUB TO WS-STEP-DIGIT
                           PERFORM 940-CHECK-FINANCE-STEP-SELECTED
                           IF WS-STEP-WANTED = 'Y'
                               ADD 1 TO WS-RESTART-SUB
                               MOVE WS-STEP-DIGIT TO
                                   WS-RESTART-STEPS(WS-RESTART-SUB:1)
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE WS-RESTART-STEPS TO WS-RUN-FINANCE-STEPS
                   DISPLAY "FINANCE RESTART STEPS: "
                       WS-RUN-FINANCE-STEPS
               END-IF
           END-IF.

       910-RUN-ONE-FINANCE-STEP.
           MOVE WS-FIN-DIGIT TO WS-STEP-DIGIT.
           PERFORM 940-CHECK-FINANCE-STEP-SELECTED.
           IF WS-STEP-WANTED = 'Y'
               *> The step it depends on must have last ended clean -
               *> in this run, or in the run a restart picks up from.
               MOVE 'Y' TO WS-FIN-PREVIOUS-OK
               IF WS-FIN-DIGIT > 1
                   COMPUTE WS-FIN-PREV-DIGIT = WS-FIN-DIGIT - 1
                   IF WS-FIN-HIST-END-OK(WS-FIN-PREV-DIGIT) NOT = 'Y'
                       OR WS-FIN-HIST-LAST-END(WS-FIN-PREV-DIGIT) <
                           WS-FIN-HIST-LAST-START(WS-FIN-PREV-DIGIT)
                       MOVE 'N' TO WS-FIN-PREVIOUS-OK
                   END-IF
                   MOVE WS-FIN-PREV-DIGIT TO WS-PARSE-DIGIT
                   PERFORM 920-NAME-FINANCE-STEP
                   MOVE WS-STEP-NAME TO WS-FIN-PREVIOUS-NAME
               END-IF
               MOVE WS-FIN-DIGIT TO WS-PARSE-DIGIT
               PERFORM 920-NAME-FINANCE-STEP
               IF WS-FIN-PREVIOUS-OK = 'N'
                   DISPLAY FUNCTION TRIM(WS-STEP-NAME) " NOT RUN - "
                       FUNCTION TRIM(WS-FIN-PREVIOUS-NAME)
                       " DID NOT END RC=0000"
                   PERFORM 930-LOG-STEP-SKIPPED
                   *> A skipped step has not ended clean either, so the
                   *> steps after it are held back in turn.
                   MOVE 'N' TO WS-FIN-HIST-END-OK(WS-FIN-DIGIT)
               ELSE
                   PERFORM 410-LOG-STEP-START
                   MOVE WS-LOG-DATE-TIME
                       TO WS-FIN-HIST-LAST-START(WS-FIN-DIGIT)
                   MOVE 0 TO RETURN-CODE
                   EVALUATE WS-FIN-DIGIT
                       WHEN 1
                           CALL "LOCKBOX-IMPORT"
                       WHEN 2
                           CALL "PAYMENT-POSTING"
                       WHEN 3
                           CALL "SUSPENSE-REPORT"
                       WHEN 4
                           CALL "TUITION-AGING"
                       WHEN 5
                           CALL "REFUND-RUN"
                   END-EVALUATE
                   PERFORM 400-REPORT-STEP-RESULT
                   MOVE WS-LOG-DATE-TIME
                       TO WS-FIN-HIST-LAST-END(WS-FIN-DIGIT)
                   IF WS-SAVED-RETURN-CODE = 0
                       MOVE 'Y' TO WS-FIN-HIST-END-OK(WS-FIN-DIGIT)
                   ELSE
                       MOVE 'N' TO WS-FIN-HIST-END-OK(WS-FIN-DIGIT)
                   END-IF
               END-IF
           END-IF.

       920-NAME-FINANCE-STEP.
           EVALUATE WS-PARSE-DIGIT
               WHEN 1
                   MOVE "LOCKBOX-IMPORT" TO WS-STEP-NAME
               WHEN 2
                   MOVE "PAYMENT-POSTING" TO WS-STEP-NAME
               WHEN 3
                   MOVE "SUSPENSE-REPORT" TO WS-STEP-NAME
               WHEN 4
                   MOVE "TUITION-AGING" TO WS-STEP-NAME
               WHEN 5
                   MOVE "REFUND-RUN" TO WS-STEP-NAME
           END-EVALUATE.

       930-LOG-STEP-SKIPPED.
           *> No START is written, so the restart scan still points
           *> at the step that actually failed.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE SPACES TO WS-LOG-LINE.
           STRING WS-LOG-DATE-TIME " STEP " WS-STEP-NAME " SKIPPED "
               WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING.
           PERFORM 430-WRITE-JOB-LOG.

       END PROGRAM BATCH-DRIVER.
