           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNL-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC EXTRACT-DD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRACT-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERT-STATUS.

           SELECT AUTH-FILE ASSIGN TO "AUTHOPR1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUTH-STATUS.

           SELECT DUAL-LOG-FILE ASSIGN TO "DUALLOG1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DUAL-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JRNL-FILE.
       FD ALERT-FILE.
       01 ALERT-RECORD PIC X(132).

       FD AUTH-FILE.
       01 AUTH-RECORD PIC X(80).

       FD DUAL-LOG-FILE.
       01 DUAL-LOG-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 XTRREG-STATUS      PIC XX.
       01 PRV-STATUS         PIC XX.
       COPY RUNCTL.
       COPY CALCAL.
       COPY CALTHR.
       COPY AUTHOPR.
       COPY NITEXFER.

       01 DISPLAY-FLOOR      PIC -9(4).
       01 DISPLAY-P2-RECS    PIC ZZZ9.
       01 WORST-RC           PIC 9(4) VALUE ZERO.
       01 EXTRACT-STATUS     PIC XX.
      *    A BACKFILL night writes its own extract, ddname NITXmmdd,
      *    so every night in the range reaches corporate.
       01 EXTRACT-DD-NAME    PIC X(8) VALUE "NITEXTR1".
      *    MODE=BACKFILL range: the CALNDR01 business days from
      *    FROMDATE= to TODATE=, oldest first, with each night's
      *    outcome (C completed, F failed, N not run) and RC for
      *    the summary.  At most 31 nights - the dated ddnames
      *    carry only month and day, and a month of nights is as
      *    many DD sets as the job should be asked to carry.
      *    State B is a night that posted but did not balance.
       01 BKF-COUNT          PIC 9(2) VALUE ZERO.
       01 BKF-IDX            PIC 9(2).
       01 BKF-DONE           PIC 9(2) VALUE ZERO.
       01 BKF-RANGE-BAD      PIC X VALUE 'N'.
       01 BKF-STOPPED        PIC X VALUE 'N'.
       01 BKF-RESTART-DATE   PIC 9(8) VALUE ZERO.
       01 BKF-NEXT-DATE      PIC 9(8) VALUE ZERO.
       01 BKF-WORST-RC       PIC 9(4) VALUE ZERO.
       01 BKF-BAL-RC         PIC 9(4) VALUE ZERO.
       01 BKF-START-SAVE     PIC 9(8) VALUE ZERO.
       01 BKF-DAY-INT        PIC 9(8).
       01 BKF-END-INT        PIC 9(8).
       01 BKF-DISPLAY-RC     PIC ZZZ9.
       01 BKF-NIGHT-TABLE.
           05 BKF-NIGHT OCCURS 31 TIMES.
               10 BKF-NIGHT-DATE   PIC 9(8).
               10 BKF-NIGHT-RC     PIC 9(4).
               10 BKF-NIGHT-STATE  PIC X.
      *    Machine-readable interface extract for corporate
      *    reporting - layout and hash rule in NITEXTR.cpy.
       COPY NITEXTR.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT JRNL-START-SAVE FROM TIME
           ACCEPT JRNL-DATE-SAVE FROM DATE YYYYMMDD
           MOVE 'N' TO RUN-BKF-ACTIVE
           PERFORM LOAD-RUN-CONTROL
      *    The control-deck audit runs before even the bad-card
      *    exit: a mangled MODE card is exactly the deck corruption
      *    the audit exists to journal and alert on, so it must be
      *    on record before the chain refuses to run under it.  A
      *    LATE run's one-off deck is left out of the audit, so the
      *    next night is compared with the last real night's cards.
           IF NOT MODE-LATE
               MOVE ZERO TO RETURN-CODE
               CALL "D1CAUD"
               PERFORM TRACK-WORST-RC
           END-IF
           IF RUNCTL-BAD = 'Y'
               MOVE 16 TO WORST-RC
               MOVE 16 TO RETURN-CODE
                       RUN-CTL-DATE
               END-IF
           END-IF
           IF RUN-BACKFILL = 'Y'
               PERFORM RUN-BACKFILL-RANGE
               STOP RUN
           END-IF
           PERFORM RUN-ONE-NIGHT
           STOP RUN.

      *    One night of the chain under RUN-CTL-DATE (left zero by
      *    a non-PROD run with no DATE= card, meaning today).
       RUN-ONE-NIGHT.
           IF RUN-CTL-DATE NOT = ZERO
               MOVE RUN-CTL-DATE TO JRNL-DATE-SAVE
           ELSE
               PERFORM ANALYZE-RESTART-JOURNAL
               PERFORM PLAN-RESTART-STEPS
           END-IF
      *    A late-arrival run carries only the calibration feeds
      *    that missed their night; the floor posting for the date
      *    stands as it was made.
           IF MODE-LATE
               MOVE 'N' TO RUN-STEP-D1
               DISPLAY "LATE run - calibration feeds for " RUN-CTL-DATE
                   " only, D1 not run"
           END-IF
      *    RC 1-7 from a step is a warning (e.g. a file failed
      *    envelope validation and was skipped whole) - the rest of
      *    the chain still runs and the worst RC is carried out of
                   DISPLAY "D1 failed - skipping ReadFile and D1T2"
               END-IF
           END-IF
      *    A PARTS= night has already run ReadFile and D1T2 in the
      *    partition jobs; D1MERGE consolidates them in place of
      *    both steps and journals them under their own names.  A
      *    WHATIF night writes no partition datasets, and a LATE run
      *    is never partitioned, so both still run the list whole.
           IF RUN-PARTS > ZERO AND NOT MODE-WHATIF AND NOT MODE-LATE
               IF CHAIN-STOPPED = 'N' AND
                  (RUN-STEP-RF = 'Y' OR RUN-STEP-T2 = 'Y')
                   MOVE ZERO TO RETURN-CODE
                   CALL "D1MERGE"
                   PERFORM TRACK-WORST-RC
                   IF RETURN-CODE >= 8
                       DISPLAY "D1MERGE failed - partitions not "
                           "consolidated"
                   END-IF
               END-IF
               MOVE 'N' TO RUN-STEP-RF
               MOVE 'N' TO RUN-STEP-T2
           END-IF
           IF CHAIN-STOPPED = 'N' AND RUN-STEP-RF = 'Y'
               MOVE ZERO TO RETURN-CODE
               CALL "ReadFile"
               IF RETURN-CODE >= 8
                   DISPLAY "D1T2 failed"
               END-IF
           END-IF
      *    With the night's transmissions registered, the expected-
      *    feed schedule is checked against them - after a LATE run
      *    too, so the report shows the late feeds arrived.  A
      *    failed calibration step has not registered everything it
      *    read, so the check would only cry wolf.
           IF NOT MODE-WHATIF AND WORST-RC < 8
               MOVE ZERO TO RETURN-CODE
               CALL "D1FEED"
               PERFORM TRACK-WORST-RC
           END-IF.

           MOVE NITE-FLOOR-RESULT TO DISPLAY-FLOOR
           DISPLAY "Part two (word) total ....: " DISPLAY-P2-TOTAL
           DISPLAY "Part two records processed: " DISPLAY-P2-RECS
           PERFORM VARIANCE-GATE
           IF MODE-LATE
               DISPLAY "LATE run - corporate extract not produced, "
                   "late figures are on DEPTHST1 for " RUN-CTL-DATE
           ELSE
               PERFORM WRITE-NIGHTLY-EXTRACT
           END-IF
           PERFORM SAVE-NIGHT-FIGURES
      *    A month-end-flagged night runs the month-end steps in the
      *    same chain instead of waiting on a separate manual
      *    submission; a failed night skips them - there is nothing
      *    trustworthy to report on yet.
           IF CAL-MONTH-END = 'Y' AND NOT MODE-WHATIF
              AND NOT MODE-LATE AND WORST-RC < 8
               DISPLAY "Month-end night - running month-end steps"
               MOVE ZERO TO RETURN-CODE
               CALL "D1TREND"
               MOVE ZERO TO RETURN-CODE
               CALL "D1CHGBK"
               PERFORM TRACK-WORST-RC
               MOVE ZERO TO RETURN-CODE
               CALL "D1SCORE"
               PERFORM TRACK-WORST-RC
               MOVE ZERO TO RETURN-CODE
               CALL "D1SOD"
               PERFORM TRACK-WORST-RC
           END-IF
           MOVE WORST-RC TO RETURN-CODE
           PERFORM JOURNAL-THIS-STEP.

      *    MODE=BACKFILL catches the chain up after an outage: one
      *    full night per CALNDR01 business day from FROMDATE= to
      *    TODATE=, oldest first.  Each night runs exactly as PROD
      *    under its own date - its own dated input (BRKTmmdd,
      *    CALFmmdd), journal records, ledger batch, DEPTHST1
      *    postings, variance gate and NITEXTR1 extract (NITXmmdd),
      *    and D1 still refuses a date the ledger already holds -
      *    and the range stops at the first night that ends at RC 8
      *    or above.  Each night that completes is balanced at once
      *    by D1BAL and D1FBAL, while its detail, reject, checkpoint
      *    and floor report datasets still hold that night - the
      *    next night overwrites them - and an out-of-balance night
      *    stops the range too.  The CALLed programs are CANCELled
      *    after every night so the next one starts from fresh
      *    storage.
       RUN-BACKFILL-RANGE.
           MOVE WORST-RC TO BKF-WORST-RC.
           MOVE JRNL-START-SAVE TO BKF-START-SAVE.
           PERFORM BUILD-BACKFILL-NIGHTS.
           IF BKF-RANGE-BAD = 'Y'
               MOVE 16 TO BKF-WORST-RC
           ELSE
               DISPLAY "===== BACKFILL " RUN-FROM-DATE " to "
                   RUN-TO-DATE " - " BKF-COUNT
                   " business nights ====="
               PERFORM RUN-BACKFILL-NIGHT
                   VARYING BKF-IDX FROM 1 BY 1
                   UNTIL BKF-IDX > BKF-COUNT OR BKF-STOPPED = 'Y'
               PERFORM PRINT-BACKFILL-SUMMARY
           END-IF.
           MOVE 'N' TO RUN-BKF-ACTIVE.
           PERFORM JOURNAL-BACKFILL.
           MOVE BKF-WORST-RC TO RETURN-CODE.

      *    The range must end on a business day, so the run date
      *    the deck stands for - TODATE= - is a night the range
      *    posts.
       BUILD-BACKFILL-NIGHTS.
           MOVE ZERO TO BKF-COUNT.
           COMPUTE BKF-DAY-INT =
               FUNCTION INTEGER-OF-DATE (RUN-FROM-DATE).
           COMPUTE BKF-END-INT =
               FUNCTION INTEGER-OF-DATE (RUN-TO-DATE).
           IF BKF-DAY-INT = ZERO OR BKF-END-INT = ZERO
               MOVE 'Y' TO BKF-RANGE-BAD
               DISPLAY "BACKFILL FROMDATE=/TODATE= are not valid "
                   "calendar dates - nothing run"
           END-IF.
           PERFORM UNTIL BKF-DAY-INT > BKF-END-INT
                   OR BKF-RANGE-BAD = 'Y'
               COMPUTE CAL-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER (BKF-DAY-INT)
               PERFORM FIND-CALENDAR-DAY
               IF CAL-FOUND = ZERO OR
                  CAL-DAY-TYPE (CAL-FOUND) = 'B'
                   IF BKF-COUNT = 31
                       MOVE 'Y' TO BKF-RANGE-BAD
                       DISPLAY "BACKFILL range holds more than 31 "
                           "business nights - split it into shorter "
                           "ranges"
                   ELSE
                       ADD 1 TO BKF-COUNT
                       MOVE CAL-DATE-WORK
                           TO BKF-NIGHT-DATE (BKF-COUNT)
                       MOVE ZERO TO BKF-NIGHT-RC (BKF-COUNT)
                       MOVE 'N' TO BKF-NIGHT-STATE (BKF-COUNT)
                   END-IF
               END-IF
               ADD 1 TO BKF-DAY-INT
           END-PERFORM.
           IF BKF-RANGE-BAD = 'N'
               IF BKF-COUNT = ZERO
                   MOVE 'Y' TO BKF-RANGE-BAD
                   DISPLAY "BACKFILL range holds no business days "
                       "- nothing run"
               ELSE
                   IF BKF-NIGHT-DATE (BKF-COUNT) NOT = RUN-TO-DATE
                       MOVE 'Y' TO BKF-RANGE-BAD
                       DISPLAY "BACKFILL TODATE= " RUN-TO-DATE
                           " is not a business day - end the range "
                           "on the last night to be posted"
                   END-IF
               END-IF
           END-IF.

      *    The night's date goes into the EXTERNAL hand-off so every
      *    CALLed program's LOAD-RUN-CONTROL picks it up, and the
      *    per-night bookkeeping starts clean.
       RUN-BACKFILL-NIGHT.
           MOVE BKF-NIGHT-DATE (BKF-IDX) TO RUN-CTL-DATE.
           MOVE RUN-CTL-DATE TO RUN-BKF-DATE.
           MOVE 'Y' TO RUN-BKF-ACTIVE.
           MOVE 'Y' TO RUN-BKF-NIGHT.
           MOVE RUN-CTL-DATE (5:4) TO RUN-BKF-MMDD.
           MOVE SPACES TO EXTRACT-DD-NAME.
           STRING "NITX" DELIMITED BY SIZE
                  RUN-BKF-MMDD DELIMITED BY SIZE
                  INTO EXTRACT-DD-NAME.
           ACCEPT JRNL-START-SAVE FROM TIME.
           MOVE ZERO TO WORST-RC.
           MOVE ZERO TO BKF-BAL-RC.
           MOVE 'N' TO CHAIN-STOPPED.
           MOVE 'N' TO VAR-HOLD.
           MOVE 'N' TO PRV-LOADED.
           MOVE 'Y' TO RUN-STEP-D1.
           MOVE 'Y' TO RUN-STEP-RF.
           MOVE 'Y' TO RUN-STEP-T2.
           PERFORM RUN-ONE-NIGHT.
           IF WORST-RC < 8
               PERFORM BALANCE-BACKFILL-NIGHT
           END-IF.
           MOVE WORST-RC TO BKF-NIGHT-RC (BKF-IDX).
           IF WORST-RC > BKF-WORST-RC
               MOVE WORST-RC TO BKF-WORST-RC
           END-IF.
           IF WORST-RC >= 8
               MOVE 'Y' TO BKF-STOPPED
               MOVE RUN-CTL-DATE TO BKF-RESTART-DATE
               IF BKF-IDX < BKF-COUNT
                   MOVE BKF-NIGHT-DATE (BKF-IDX + 1) TO BKF-NEXT-DATE
               END-IF
               IF BKF-BAL-RC >= 8
                   MOVE 'B' TO BKF-NIGHT-STATE (BKF-IDX)
                   DISPLAY "BACKFILL stopped - night " RUN-CTL-DATE
                       " out of balance, later nights not run"
               ELSE
                   MOVE 'F' TO BKF-NIGHT-STATE (BKF-IDX)
                   DISPLAY "BACKFILL stopped - night " RUN-CTL-DATE
                       " failed, later nights not run"
               END-IF
           ELSE
               MOVE 'C' TO BKF-NIGHT-STATE (BKF-IDX)
               ADD 1 TO BKF-DONE
           END-IF.
           CANCEL "D1".
           CANCEL "ReadFile".
           CANCEL "D1T2".
           CANCEL "D1FEED".
           CANCEL "D1TREND".
           CANCEL "D1CHGBK".
           CANCEL "D1SCORE".
           CANCEL "D1SOD".
           CANCEL "D1BAL".
           CANCEL "D1FBAL".

      *    The balancing steps load the same BACKFILL deck and pick
      *    the night's date up from the EXTERNAL hand-off, writing
      *    their reports to the night's CALBmmdd and FBALmmdd DDs.
      *    Their RC joins the night's, so RC 8 from either stops the
      *    range like a failed night.
       BALANCE-BACKFILL-NIGHT.
           MOVE ZERO TO BKF-BAL-RC.
           MOVE ZERO TO RETURN-CODE.
           CALL "D1BAL".
           IF RETURN-CODE > BKF-BAL-RC
               MOVE RETURN-CODE TO BKF-BAL-RC
           END-IF.
           PERFORM TRACK-WORST-RC.
           MOVE ZERO TO RETURN-CODE.
           CALL "D1FBAL".
           IF RETURN-CODE > BKF-BAL-RC
               MOVE RETURN-CODE TO BKF-BAL-RC
           END-IF.
           PERFORM TRACK-WORST-RC.
           IF BKF-BAL-RC >= 8
               DISPLAY "Night " RUN-CTL-DATE " is out of balance - "
                   "see CALB" RUN-BKF-MMDD " and FBAL" RUN-BKF-MMDD
           END-IF.

       PRINT-BACKFILL-SUMMARY.
           DISPLAY "===== Backfill summary FROMDATE=" RUN-FROM-DATE
               " TODATE=" RUN-TO-DATE " =====".
           PERFORM VARYING BKF-IDX FROM 1 BY 1
               UNTIL BKF-IDX > BKF-COUNT
               MOVE BKF-NIGHT-RC (BKF-IDX) TO BKF-DISPLAY-RC
               EVALUATE BKF-NIGHT-STATE (BKF-IDX)
                   WHEN 'C'
                       DISPLAY "Night " BKF-NIGHT-DATE (BKF-IDX)
                           "  RC=" BKF-DISPLAY-RC "  completed"
                   WHEN 'F'
                       DISPLAY "Night " BKF-NIGHT-DATE (BKF-IDX)
                           "  RC=" BKF-DISPLAY-RC "  FAILED"
                   WHEN 'B'
                       DISPLAY "Night " BKF-NIGHT-DATE (BKF-IDX)
                           "  RC=" BKF-DISPLAY-RC "  OUT OF BALANCE"
                   WHEN OTHER
                       DISPLAY "Night " BKF-NIGHT-DATE (BKF-IDX)
                           "          not run"
               END-EVALUATE
           END-PERFORM.
           DISPLAY "Nights completed .........: " BKF-DONE " of "
               BKF-COUNT.
      *    The failed night's own completed steps are on the run
      *    journal, so it resumes as a RESTART of that date - a
      *    fresh PROD pass would be refused once D1 has posted it -
      *    and the rest of the range follows as a new BACKFILL.  An
      *    out-of-balance night has run every step, so there is
      *    nothing to restart: once the imbalance is explained the
      *    range simply carries on from the next night.
           IF BKF-STOPPED = 'Y'
               DISPLAY "Restart from .............: "
                   BKF-RESTART-DATE
               IF BKF-BAL-RC >= 8
                   DISPLAY "  night posted but out of balance - "
                       "explain it before going on"
               ELSE
                   DISPLAY "  resubmit MODE=RESTART DATE="
                       BKF-RESTART-DATE
               END-IF
               IF BKF-NEXT-DATE NOT = ZERO
                   DISPLAY "  then MODE=BACKFILL FROMDATE="
                       BKF-NEXT-DATE " TODATE=" RUN-TO-DATE
               END-IF
           ELSE
               DISPLAY "Every night in the range completed - no "
                   "restart needed"
           END-IF.

      *    One D1BKFL record closes the range on the run journal,
      *    under the night it stopped on (or the last night posted)
      *    so D1STAT prints it on that night's page.
       JOURNAL-BACKFILL.
           MOVE "D1BKFL" TO JRNL-PROGRAM.
           IF BKF-STOPPED = 'Y'
               MOVE BKF-RESTART-DATE TO JRNL-RUN-DATE
           ELSE
               IF BKF-RANGE-BAD = 'Y'
                   MOVE JRNL-DATE-SAVE TO JRNL-RUN-DATE
               ELSE
                   MOVE RUN-TO-DATE TO JRNL-RUN-DATE
               END-IF
           END-IF.
           MOVE BKF-START-SAVE TO JRNL-START-TIME.
           ACCEPT JRNL-END-TIME FROM TIME.
           MOVE BKF-WORST-RC TO JRNL-RETURN-CODE.
           MOVE SPACES TO JRNL-COUNTS.
           IF BKF-RANGE-BAD = 'Y'
               MOVE "BAD BACKFILL RANGE - NOTHING RUN" TO JRNL-COUNTS
           ELSE
               STRING "FROM=" DELIMITED BY SIZE
                      RUN-FROM-DATE DELIMITED BY SIZE
                      " NIGHTS=" DELIMITED BY SIZE
                      BKF-COUNT DELIMITED BY SIZE
                      " DONE=" DELIMITED BY SIZE
                      BKF-DONE DELIMITED BY SIZE
                      " RESTART=" DELIMITED BY SIZE
                      BKF-RESTART-DATE DELIMITED BY SIZE
                      INTO JRNL-COUNTS
           END-IF.
           PERFORM WRITE-JOURNAL-RECORD.

      *    A failed night (RC 8+) must not ship corporate a valid-
      *    looking extract of zeros - the trailer would verify and
                   DISPLAY "night failed - corporate extract not "
                       "produced"
               ELSE
                   IF VAR-HOLD = 'Y' AND RUN-XTR-RELEASE = 'Y'
                       PERFORM CHECK-EXTRACT-RELEASE
                   END-IF
                   IF VAR-HOLD = 'Y' AND RUN-XTR-RELEASE NOT = 'Y'
                       DISPLAY "variance gate held the corporate "
                           "extract - release with XTRREL=Y once "
                               "XTRREL=Y - extract released"
                       END-IF
                       PERFORM WRITE-NIGHTLY-EXTRACT-FILE
                       IF VAR-HOLD = 'Y'
                           PERFORM LOG-EXTRACT-RELEASE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    The release is logged TAKEN only once the extract is
      *    actually written; an extract DD that would not open
      *    leaves the card on DUALLOG1 as NOTPROD with the reason,
      *    so the segregation report does not count a release that
      *    shipped nothing.
       LOG-EXTRACT-RELEASE.
           IF EXTRACT-STATUS = "00"
               MOVE "TAKEN" TO DUAL-DISP
           ELSE
               MOVE "NOTPROD" TO DUAL-DISP
               MOVE SPACES TO DUAL-REASON
               STRING EXTRACT-DD-NAME DELIMITED BY SPACE
                      " NOT OPENED, NOT PRODUCED" DELIMITED BY SIZE
                      INTO DUAL-REASON
           END-IF.
           PERFORM WRITE-DUAL-CONTROL-LOG.

      *    Releasing a held extract is under dual control: the
      *    XTRREL=Y card must name an authorized submitter and a
      *    different authorized approver, or the release is refused
      *    (alerted and logged on DUALLOG1) and the extract stays
      *    held exactly as if no release card had been keyed.
       CHECK-EXTRACT-RELEASE.
           IF AUTH-COUNT = ZERO
               PERFORM LOAD-AUTH-OPERATORS
           END-IF.
           MOVE "D1NIGHT" TO DUAL-PROGRAM.
           MOVE "XTRREL" TO DUAL-ACTION.
           MOVE RUN-XTR-SUBMITTER TO DUAL-SUBMITTER.
           MOVE RUN-XTR-APPROVER TO DUAL-APPROVER.
           MOVE SPACES TO DUAL-DETAIL.
           STRING "EXTRACT RELEASE NIGHT=" DELIMITED BY SIZE
                  JRNL-DATE-SAVE DELIMITED BY SIZE
                  INTO DUAL-DETAIL.
           PERFORM CHECK-DUAL-CONTROL.
           IF DUAL-REASON NOT = SPACES
               MOVE 'N' TO RUN-XTR-RELEASE
           END-IF.

      *    Tonight's headline figures against the prior night's,
      *    each within its own THRESH01 tolerance.  The comparison
      *    always prints on the operations summary so the trend is
      *    release.  A figure whose prior value is zero has no
      *    meaningful percentage and is reported unjudged.
       VARIANCE-GATE.
           IF MODE-WHATIF OR MODE-LATE OR WORST-RC >= 8
               CONTINUE
           ELSE
               PERFORM LOAD-THRESHOLDS
      *    A successful production night becomes tomorrow's
      *    baseline; a WHATIF or failed night must not - its zeros
      *    would make every figure of the next real night look like
      *    a breach.  A LATE run's figures are only the late files',
      *    so they are no baseline either.
       SAVE-NIGHT-FIGURES.
           IF MODE-WHATIF OR MODE-LATE OR WORST-RC >= 8
               CONTINUE
           ELSE
               OPEN OUTPUT PRV-FILE
       WRITE-NIGHTLY-EXTRACT-FILE.
           OPEN OUTPUT EXTRACT-FILE.
           IF EXTRACT-STATUS NOT = "00"
               DISPLAY EXTRACT-DD-NAME " could not be opened - "
                   "corporate extract not produced"
               IF WORST-RC < 4
                   MOVE 4 TO WORST-RC
               END-IF
           ELSE
               MOVE JRNL-DATE-SAVE TO XTR-HDR-DATE
               MOVE SPACES TO XTR-HDR-CORR
               WRITE EXTRACT-RECORD FROM XTR-HEADER
               MOVE NITE-FLOOR-RESULT TO XTR-FLOOR
               MOVE NITE-BASEMENT-POS TO XTR-BASEMENT
               END-IF
           ELSE
               MOVE JRNL-DATE-SAVE TO XTRR-DATE
               MOVE ZERO TO XTRR-CORR-SEQ
               MOVE XTR-HASH TO XTRR-HASH
               ACCEPT XTRR-PROD-DATE FROM DATE YYYYMMDD
               ACCEPT XTRR-PROD-TIME FROM TIME
           END-IF.

       JOURNAL-THIS-STEP.
           IF MODE-LATE
               MOVE "D1LATE" TO JRNL-PROGRAM
           ELSE
               MOVE "D1NIGHT" TO JRNL-PROGRAM
           END-IF.
           MOVE JRNL-DATE-SAVE TO JRNL-RUN-DATE.
           MOVE JRNL-START-SAVE TO JRNL-START-TIME.
           ACCEPT JRNL-END-TIME FROM TIME.
       COPY CALCALP.

       COPY CALTHRP.

       COPY AUTHOPRP.

       COPY AUTHCHKP.
