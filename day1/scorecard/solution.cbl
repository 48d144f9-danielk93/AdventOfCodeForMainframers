       IDENTIFICATION DIVISION.
       PROGRAM-ID. D1SCORE.

      *    Month-end department data-quality scorecard: one page per
      *    department on DQSCORE1, addressed to the owning contact
      *    on CALDEPM1, so data control can take it to the worst
      *    senders before the quarterly review.  Each page carries:
      *      - the reject rate night by night for the month, from
      *        the keyed DEPTHST1 history (both feeds together), the
      *        month's rate and the prior month's for comparison;
      *      - the department's still-pending CALSUSP1 entries with
      *        their ages in nights, the oldest listed first;
      *      - rejects repaired through D1RCYC and written off
      *        through D1SUSP during the month, and the average
      *        nights from reject to repair;
      *      - the department's rank on the month's reject rate
      *        against the other departments (1 = cleanest).
      *    A department whose rate is worse than the prior month's
      *    by more than the WORSEPTS= tolerance is flagged on its
      *    page and on the closing ranking page.  SCORCTL1 cards:
      *        MONTH=yyyymm        month to score (default: the
      *                            month of the processing night)
      *        WORSEPTS=nnn.nn     percentage points of tolerance
      *                            before a rise is flagged
      *                            (default 000.00 - any rise)
      *    The suspense text names the department the way the
      *    nightly programs read it (bytes 1-3 ahead of a '|', else
      *    the legacy '***'); a code not active on the master is
      *    scored under '???' exactly as DEPTHST1 holds it.  Run in
      *    the month-end chain with D1TREND and D1CHGBK, or on its
      *    own to score another month.  The processing night comes
      *    from RUNCTL01 and CALNDR01 as it does for the rest of the
      *    chain (today when neither is there) and heads the report
      *    as MODE=xxx RUNDATE=, the stamp D1DIST checks.  RC 16 =
      *    DEPTHST1 not available or a bad RUNCTL01 card, RC 4 =
      *    CALSUSP1 not available (suspense sections left empty).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DHST-FILE ASSIGN TO "DEPTHST1"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DHST-KEY
           FILE STATUS IS DHST-STATUS.

           SELECT SUSP-FILE ASSIGN TO "CALSUSP1"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUSP-KEY
           FILE STATUS IS SUSPF-STATUS.

           SELECT SCTL-FILE ASSIGN TO "SCORCTL1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCTL-STATUS.

           SELECT SCORE-FILE ASSIGN TO "DQSCORE1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCORE-STATUS.

           SELECT DEPTM-FILE ASSIGN TO "CALDEPM1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPTM-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNCTL-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALNDR01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DHST-FILE.
       COPY DEPTHST.

       FD SUSP-FILE.
       COPY CALSUSP.

       FD SCTL-FILE.
       01 SCTL-RECORD PIC X(40).

       FD SCORE-FILE.
       01 SCORE-RECORD PIC X(132).

       FD DEPTM-FILE.
       01 DEPTM-RECORD PIC X(80).

       FD RUNCTL-FILE.
       01 RUNCTL-RECORD PIC X(40).

       FD CAL-FILE.
       01 CAL-RECORD PIC X(20).

       WORKING-STORAGE SECTION.
       01 DHST-STATUS       PIC XX.
       01 SUSPF-STATUS      PIC XX.
       01 SCTL-STATUS       PIC XX.
       01 SCORE-STATUS      PIC XX.
       01 SCTL-EOF          PIC X VALUE 'N'.
       01 DHST-EOF          PIC X VALUE 'N'.
       01 SUSP-EOF          PIC X VALUE 'N'.
       COPY CALDEPT.
       COPY CALDEPM.
       COPY RUNCTL.
       COPY CALCAL.
       01 TODAY-DATE        PIC 9(8) VALUE ZERO.
       01 TODAY-INT         PIC 9(8).
       01 NIGHT-INT         PIC 9(8).
       01 AGE-NIGHTS        PIC 9(4).
       01 SC-MONTH          PIC 9(6) VALUE ZERO.
       01 SC-MONTH-R REDEFINES SC-MONTH.
           05 SC-MONTH-YYYY    PIC 9(4).
           05 SC-MONTH-MM      PIC 9(2).
       01 SC-PRV-MONTH      PIC 9(6) VALUE ZERO.
       01 SC-WORSE-PTS      PIC 9(3)V99 VALUE ZERO.
       01 HIST-MONTH        PIC 9(6).
       01 DISP-MONTH        PIC 9(6).
       01 SC-RANKED         PIC 9(3) VALUE ZERO.
       01 SC-WORSE-COUNT    PIC 9(3) VALUE ZERO.
       01 SC-RANK-WORK      PIC 9(3).
       01 SC-OTHER          PIC 9(3).
       01 SC-NIDX           PIC 9(2).
       01 SC-NFOUND         PIC 9(2).
       01 SC-LIDX           PIC 9(2).
       01 SC-RATE-WORK      PIC 9(3)V99.
       01 SC-RISE           PIC S9(3)V99.
       01 SC-AVG-REPAIR     PIC 9(4)V9.
      *    One entry per department: master departments first (in
      *    master order, so every active department gets a page
      *    even in a quiet month), then any code the history or the
      *    suspense file turns up.  SC-NIGHT holds the month's
      *    nights in DEPTHST1 key (date) order; SC-LIST the first
      *    20 pending entries met in suspense key order, which is
      *    feed then oldest night first.
       01 SC-COUNT          PIC 9(3) VALUE ZERO.
       01 SC-IDX            PIC 9(3).
       01 SC-FOUND          PIC 9(3).
       01 SC-TABLE.
           05 SC-ENTRY OCCURS 100 TIMES.
               10 SC-CODE          PIC X(3).
               10 SC-RECS          PIC 9(8).
               10 SC-REJ           PIC 9(8).
               10 SC-PRV-RECS      PIC 9(8).
               10 SC-PRV-REJ       PIC 9(8).
               10 SC-RATE          PIC 9(3)V99.
               10 SC-PRV-RATE      PIC 9(3)V99.
               10 SC-WORSE         PIC X.
               10 SC-RANK          PIC 9(3).
               10 SC-PEND          PIC 9(6).
               10 SC-AGE-0-5       PIC 9(6).
               10 SC-AGE-6-10      PIC 9(6).
               10 SC-AGE-11-30     PIC 9(6).
               10 SC-AGE-OVER-30   PIC 9(6).
               10 SC-OLDEST        PIC 9(4).
               10 SC-REPAIRED      PIC 9(6).
               10 SC-REPAIR-NIGHTS PIC 9(8).
               10 SC-WRITTEN-OFF   PIC 9(6).
               10 SC-NIGHT-COUNT   PIC 9(2).
               10 SC-NIGHT OCCURS 31 TIMES.
                   15 SC-N-DATE       PIC 9(8).
                   15 SC-N-RECS       PIC 9(6).
                   15 SC-N-REJ        PIC 9(6).
               10 SC-LIST-COUNT    PIC 9(2).
               10 SC-LIST OCCURS 20 TIMES.
                   15 SC-L-FEED       PIC X.
                   15 SC-L-NIGHT      PIC 9(8).
                   15 SC-L-SEQ        PIC 9(6).
                   15 SC-L-AGE        PIC 9(4).
       01 DISPLAY-RECS      PIC ZZZZZZZ9.
       01 DISPLAY-REJ       PIC ZZZZZZZ9.
       01 DISPLAY-RATE      PIC ZZ9.99.
       01 DISPLAY-PRV-RATE  PIC ZZ9.99.
       01 DISPLAY-RISE      PIC -ZZ9.99.
       01 DISPLAY-COUNT     PIC ZZZZZ9.
       01 DISPLAY-AGE       PIC ZZZ9.
       01 DISPLAY-AVG       PIC ZZZ9.9.
       01 DISPLAY-RANK      PIC ZZ9.
       01 DISPLAY-RANKED    PIC ZZ9.
       01 DISPLAY-A1        PIC ZZZZZ9.
       01 DISPLAY-A2        PIC ZZZZZ9.
       01 DISPLAY-A3        PIC ZZZZZ9.
       01 DISPLAY-A4        PIC ZZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LOAD-RUN-CONTROL.
           IF RUNCTL-BAD = 'Y'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (TODAY-DATE).
           IF MODE-PROD AND RUN-CTL-DATE = ZERO
               PERFORM LOAD-PROC-CALENDAR
               IF CAL-LOADED = 'Y'
                   MOVE TODAY-DATE TO CAL-DATE-WORK
                   PERFORM DERIVE-PROCESSING-DATE
                   MOVE CAL-DERIVED-DATE TO RUN-CTL-DATE
               END-IF
           END-IF.
           IF RUN-CTL-DATE = ZERO
               MOVE TODAY-DATE TO RUN-CTL-DATE
           END-IF.
      *    The month of the processing night - a month-end night
      *    caught up by a BACKFILL scores its own month; a MONTH=
      *    card still has the last word.
           MOVE RUN-CTL-DATE (1:6) TO SC-MONTH.
           PERFORM LOAD-SCORE-CONTROL.
           IF SC-MONTH-MM = 1
               COMPUTE SC-PRV-MONTH = SC-MONTH - 89
           ELSE
               COMPUTE SC-PRV-MONTH = SC-MONTH - 1
           END-IF.
           OPEN INPUT DHST-FILE.
           IF DHST-STATUS NOT = "00"
               DISPLAY "DEPTHST1 not available - no history to score"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SCORE-FILE.
           IF SCORE-STATUS NOT = "00"
               DISPLAY "DQSCORE1 could not be opened for output"
               CLOSE DHST-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO SCORE-RECORD.
           STRING "MODE=" DELIMITED BY SIZE
                  RUN-MODE DELIMITED BY SIZE
                  "  RUNDATE=" DELIMITED BY SIZE
                  RUN-CTL-DATE DELIMITED BY SIZE
                  INTO SCORE-RECORD.
           WRITE SCORE-RECORD.
           PERFORM LOAD-DEPT-MASTER.
           PERFORM SEED-MASTER-DEPARTMENTS.
           PERFORM UNTIL DHST-EOF = 'Y'
               READ DHST-FILE
                   AT END
                       MOVE 'Y' TO DHST-EOF
                   NOT AT END
                       MOVE DHST-RUN-DATE (1:6) TO HIST-MONTH
                       IF HIST-MONTH = SC-MONTH OR
                          HIST-MONTH = SC-PRV-MONTH
                           PERFORM ACCUMULATE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DHST-FILE.
           PERFORM SCAN-SUSPENSE-FILE.
           PERFORM RATE-AND-FLAG-DEPARTMENTS.
           PERFORM RANK-DEPARTMENTS.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SC-COUNT
               PERFORM WRITE-DEPARTMENT-PAGE
           END-PERFORM.
           PERFORM WRITE-RANKING-PAGE.
           CLOSE SCORE-FILE.
           DISPLAY "===== D1SCORE control totals =====".
           DISPLAY "Month scored...........: " SC-MONTH.
           DISPLAY "Department pages.......: " SC-COUNT.
           DISPLAY "Departments ranked.....: " SC-RANKED.
           DISPLAY "Flagged as worsening...: " SC-WORSE-COUNT.
           GOBACK.

       LOAD-SCORE-CONTROL.
           OPEN INPUT SCTL-FILE.
           IF SCTL-STATUS = "00"
               PERFORM UNTIL SCTL-EOF = 'Y'
                   READ SCTL-FILE
                       AT END
                           MOVE 'Y' TO SCTL-EOF
                       NOT AT END
                           EVALUATE TRUE
                               WHEN SCTL-RECORD (1:6) = "MONTH="
                                   IF SCTL-RECORD (7:6) IS NUMERIC
                                       MOVE SCTL-RECORD (7:6)
                                           TO SC-MONTH
                                   END-IF
                               WHEN SCTL-RECORD (1:9) = "WORSEPTS="
                                   COMPUTE SC-WORSE-PTS =
                                       FUNCTION NUMVAL
                                       (SCTL-RECORD (10:6))
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SCTL-FILE
           END-IF.

       SEED-MASTER-DEPARTMENTS.
           PERFORM VARYING DEPTM-IDX FROM 1 BY 1
               UNTIL DEPTM-IDX > DEPTM-COUNT
               IF DEPTM-ACTIVE (DEPTM-IDX) = 'A'
                   MOVE DEPTM-CODE (DEPTM-IDX) TO DEPT-CODE-WORK
                   PERFORM FIND-SCORE-ENTRY
               END-IF
           END-PERFORM.

      *    Looks DEPT-CODE-WORK up in the scorecard table, adding it
      *    on first sight; SC-FOUND is zero only when the table is
      *    full.
       FIND-SCORE-ENTRY.
           MOVE ZERO TO SC-FOUND.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SC-COUNT OR SC-FOUND > ZERO
               IF SC-CODE (SC-IDX) = DEPT-CODE-WORK
                   MOVE SC-IDX TO SC-FOUND
               END-IF
           END-PERFORM.
           IF SC-FOUND = ZERO
               IF SC-COUNT < 100
                   ADD 1 TO SC-COUNT
                   INITIALIZE SC-ENTRY (SC-COUNT)
                   MOVE DEPT-CODE-WORK TO SC-CODE (SC-COUNT)
                   MOVE 'N' TO SC-WORSE (SC-COUNT)
                   MOVE SC-COUNT TO SC-FOUND
               ELSE
                   DISPLAY "Scorecard table full - " DEPT-CODE-WORK
                       " not scored"
               END-IF
           END-IF.

      *    Both feeds post under the same department and night, so
      *    they share one night line - the department's rate is
      *    over everything it sent that night.
       ACCUMULATE-HISTORY-RECORD.
           MOVE DHST-DEPT-CODE TO DEPT-CODE-WORK.
           PERFORM FIND-SCORE-ENTRY.
           IF SC-FOUND > ZERO
               IF HIST-MONTH = SC-PRV-MONTH
                   ADD DHST-RECS TO SC-PRV-RECS (SC-FOUND)
                   ADD DHST-REJECTS TO SC-PRV-REJ (SC-FOUND)
               ELSE
                   ADD DHST-RECS TO SC-RECS (SC-FOUND)
                   ADD DHST-REJECTS TO SC-REJ (SC-FOUND)
                   PERFORM FIND-NIGHT-LINE
                   IF SC-NFOUND > ZERO
                       ADD DHST-RECS
                           TO SC-N-RECS (SC-FOUND SC-NFOUND)
                       ADD DHST-REJECTS
                           TO SC-N-REJ (SC-FOUND SC-NFOUND)
                   END-IF
               END-IF
           END-IF.

       FIND-NIGHT-LINE.
           MOVE ZERO TO SC-NFOUND.
           PERFORM VARYING SC-NIDX FROM 1 BY 1
               UNTIL SC-NIDX > SC-NIGHT-COUNT (SC-FOUND)
                   OR SC-NFOUND > ZERO
               IF SC-N-DATE (SC-FOUND SC-NIDX) = DHST-RUN-DATE
                   MOVE SC-NIDX TO SC-NFOUND
               END-IF
           END-PERFORM.
           IF SC-NFOUND = ZERO AND SC-NIGHT-COUNT (SC-FOUND) < 31
               ADD 1 TO SC-NIGHT-COUNT (SC-FOUND)
               MOVE SC-NIGHT-COUNT (SC-FOUND) TO SC-NFOUND
               MOVE DHST-RUN-DATE TO SC-N-DATE (SC-FOUND SC-NFOUND)
               MOVE ZERO TO SC-N-RECS (SC-FOUND SC-NFOUND)
               MOVE ZERO TO SC-N-REJ (SC-FOUND SC-NFOUND)
           END-IF.

      *    Pending entries count whatever night they came from -
      *    they are what the department still owes.  Repairs and
      *    write-offs count in the month their disposition was
      *    keyed.
       SCAN-SUSPENSE-FILE.
           OPEN INPUT SUSP-FILE.
           IF SUSPF-STATUS NOT = "00"
               DISPLAY "CALSUSP1 not available - suspense sections "
                   "left empty"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL SUSP-EOF = 'Y'
                   READ SUSP-FILE
                       AT END
                           MOVE 'Y' TO SUSP-EOF
                       NOT AT END
                           PERFORM SCORE-SUSPENSE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SUSP-FILE
           END-IF.

       SCORE-SUSPENSE-ENTRY.
           IF SUSP-TEXT (4:1) = '|' AND SUSP-TEXT (1:3) NOT = SPACES
               MOVE SUSP-TEXT (1:3) TO DEPT-CODE-WORK
           ELSE
               MOVE "***" TO DEPT-CODE-WORK
           END-IF.
           IF DEPTM-LOADED = 'Y' AND DEPT-CODE-WORK NOT = "***"
               PERFORM FIND-DEPT-MASTER
               IF DEPTM-FOUND = ZERO OR
                  (DEPTM-FOUND > ZERO AND
                   DEPTM-ACTIVE (DEPTM-FOUND) NOT = 'A')
                   MOVE "???" TO DEPT-CODE-WORK
               END-IF
           END-IF.
           MOVE SUSP-DISP-DATE (1:6) TO DISP-MONTH.
           EVALUATE SUSP-STATE
               WHEN 'P'
                   PERFORM FIND-SCORE-ENTRY
                   IF SC-FOUND > ZERO
                       PERFORM NOTE-PENDING-ENTRY
                   END-IF
               WHEN 'R'
                   IF DISP-MONTH = SC-MONTH
                       PERFORM FIND-SCORE-ENTRY
                       IF SC-FOUND > ZERO
                           ADD 1 TO SC-REPAIRED (SC-FOUND)
                           COMPUTE SC-REPAIR-NIGHTS (SC-FOUND) =
                               SC-REPAIR-NIGHTS (SC-FOUND) +
                               FUNCTION INTEGER-OF-DATE
                                   (SUSP-DISP-DATE) -
                               FUNCTION INTEGER-OF-DATE
                                   (SUSP-NIGHT)
                       END-IF
                   END-IF
               WHEN 'W'
                   IF DISP-MONTH = SC-MONTH
                       PERFORM FIND-SCORE-ENTRY
                       IF SC-FOUND > ZERO
                           ADD 1 TO SC-WRITTEN-OFF (SC-FOUND)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Ages are nights outstanding as of today, the same
      *    reckoning the D1SUSP aging report prints.
       NOTE-PENDING-ENTRY.
           COMPUTE NIGHT-INT =
               FUNCTION INTEGER-OF-DATE (SUSP-NIGHT).
           COMPUTE AGE-NIGHTS = TODAY-INT - NIGHT-INT.
           ADD 1 TO SC-PEND (SC-FOUND).
           EVALUATE TRUE
               WHEN AGE-NIGHTS <= 5
                   ADD 1 TO SC-AGE-0-5 (SC-FOUND)
               WHEN AGE-NIGHTS <= 10
                   ADD 1 TO SC-AGE-6-10 (SC-FOUND)
               WHEN AGE-NIGHTS <= 30
                   ADD 1 TO SC-AGE-11-30 (SC-FOUND)
               WHEN OTHER
                   ADD 1 TO SC-AGE-OVER-30 (SC-FOUND)
           END-EVALUATE.
           IF AGE-NIGHTS > SC-OLDEST (SC-FOUND)
               MOVE AGE-NIGHTS TO SC-OLDEST (SC-FOUND)
           END-IF.
           IF SC-LIST-COUNT (SC-FOUND) < 20
               ADD 1 TO SC-LIST-COUNT (SC-FOUND)
               MOVE SC-LIST-COUNT (SC-FOUND) TO SC-LIDX
               MOVE SUSP-FEED TO SC-L-FEED (SC-FOUND SC-LIDX)
               MOVE SUSP-NIGHT TO SC-L-NIGHT (SC-FOUND SC-LIDX)
               MOVE SUSP-SEQ TO SC-L-SEQ (SC-FOUND SC-LIDX)
               MOVE AGE-NIGHTS TO SC-L-AGE (SC-FOUND SC-LIDX)
           END-IF.

      *    A department with no prior-month records has nothing to
      *    worsen from and is never flagged.
       RATE-AND-FLAG-DEPARTMENTS.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SC-COUNT
               IF SC-RECS (SC-IDX) > ZERO
                   COMPUTE SC-RATE (SC-IDX) ROUNDED =
                       SC-REJ (SC-IDX) * 100 / SC-RECS (SC-IDX)
               END-IF
               IF SC-PRV-RECS (SC-IDX) > ZERO
                   COMPUTE SC-PRV-RATE (SC-IDX) ROUNDED =
                       SC-PRV-REJ (SC-IDX) * 100 /
                       SC-PRV-RECS (SC-IDX)
                   IF SC-RECS (SC-IDX) > ZERO AND
                      SC-RATE (SC-IDX) >
                      SC-PRV-RATE (SC-IDX) + SC-WORSE-PTS
                       MOVE 'Y' TO SC-WORSE (SC-IDX)
                       ADD 1 TO SC-WORSE-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      *    Only real departments that sent records this month are
      *    ranked - the legacy '***' and suspense '???' buckets are
      *    nobody's to improve.  Equal rates share a rank.
       RANK-DEPARTMENTS.
           MOVE ZERO TO SC-RANKED.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SC-COUNT
               IF SC-RECS (SC-IDX) > ZERO AND
                  SC-CODE (SC-IDX) NOT = "***" AND
                  SC-CODE (SC-IDX) NOT = "???"
                   ADD 1 TO SC-RANKED
               END-IF
           END-PERFORM.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SC-COUNT
               MOVE ZERO TO SC-RANK (SC-IDX)
               IF SC-RECS (SC-IDX) > ZERO AND
                  SC-CODE (SC-IDX) NOT = "***" AND
                  SC-CODE (SC-IDX) NOT = "???"
                   MOVE 1 TO SC-RANK-WORK
                   PERFORM VARYING SC-OTHER FROM 1 BY 1
                       UNTIL SC-OTHER > SC-COUNT
                       IF SC-RECS (SC-OTHER) > ZERO AND
                          SC-CODE (SC-OTHER) NOT = "***" AND
                          SC-CODE (SC-OTHER) NOT = "???" AND
                          SC-RATE (SC-OTHER) < SC-RATE (SC-IDX)
                           ADD 1 TO SC-RANK-WORK
                       END-IF
                   END-PERFORM
                   MOVE SC-RANK-WORK TO SC-RANK (SC-IDX)
               END-IF
           END-PERFORM.

      *    Each department's page opens on a rule line so the
      *    print room can burst the report per contact.
       WRITE-DEPARTMENT-PAGE.
           PERFORM WRITE-PAGE-RULE.
           MOVE SC-CODE (SC-IDX) TO DEPT-CODE-WORK.
           PERFORM RESOLVE-DEPT-NAME.
           MOVE SPACES TO SCORE-RECORD.
           STRING "DATA-QUALITY SCORECARD  MONTH=" DELIMITED BY SIZE
                  SC-MONTH DELIMITED BY SIZE
                  "  DEPT=" DELIMITED BY SIZE
                  SC-CODE (SC-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DEPT-NAME-WORK DELIMITED BY SIZE
                  INTO SCORE-RECORD.
           WRITE SCORE-RECORD.
           MOVE SPACES TO SCORE-RECORD.
           PERFORM FIND-DEPT-MASTER.
           IF DEPTM-FOUND > ZERO AND
              DEPTM-CONTACT (DEPTM-FOUND) NOT = SPACES
               STRING "FOR THE ATTENTION OF: " DELIMITED BY SIZE
                      DEPTM-CONTACT (DEPTM-FOUND) DELIMITED BY SIZE
                      INTO SCORE-RECORD
           ELSE
               MOVE "FOR THE ATTENTION OF: DATA CONTROL"
                   TO SCORE-RECORD
           END-IF.
           STRING "  PREPARED " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO SCORE-RECORD (70:).
           WRITE SCORE-RECORD.
           PERFORM WRITE-NIGHT-SECTION.
           PERFORM WRITE-SUSPENSE-SECTION.
           PERFORM WRITE-STANDING-SECTION.

       WRITE-NIGHT-SECTION.
           MOVE SPACES TO SCORE-RECORD.
           WRITE SCORE-RECORD.
           MOVE "REJECT RATE BY NIGHT" TO SCORE-RECORD.
           WRITE SCORE-RECORD.
           IF SC-NIGHT-COUNT (SC-IDX) = ZERO
               MOVE "  NO RECORDS RECEIVED THIS MONTH"
                   TO SCORE-RECORD
               WRITE SCORE-RECORD
           END-IF.
           PERFORM VARYING SC-NIDX FROM 1 BY 1
               UNTIL SC-NIDX > SC-NIGHT-COUNT (SC-IDX)
               MOVE ZERO TO SC-RATE-WORK
               IF SC-N-RECS (SC-IDX SC-NIDX) > ZERO
                   COMPUTE SC-RATE-WORK ROUNDED =
                       SC-N-REJ (SC-IDX SC-NIDX) * 100 /
                       SC-N-RECS (SC-IDX SC-NIDX)
               END-IF
               MOVE SC-N-RECS (SC-IDX SC-NIDX) TO DISPLAY-RECS
               MOVE SC-N-REJ (SC-IDX SC-NIDX) TO DISPLAY-REJ
               MOVE SC-RATE-WORK TO DISPLAY-RATE
               MOVE SPACES TO SCORE-RECORD
               STRING "  NIGHT=" DELIMITED BY SIZE
                      SC-N-DATE (SC-IDX SC-NIDX) DELIMITED BY SIZE
                      "  RECORDS=" DELIMITED BY SIZE
                      DISPLAY-RECS DELIMITED BY SIZE
                      "  REJECTS=" DELIMITED BY SIZE
                      DISPLAY-REJ DELIMITED BY SIZE
                      "  RATE=" DELIMITED BY SIZE
                      DISPLAY-RATE DELIMITED BY SIZE
                      " PCT" DELIMITED BY SIZE
                      INTO SCORE-RECORD
               WRITE SCORE-RECORD
           END-PERFORM.
           MOVE SC-RECS (SC-IDX) TO DISPLAY-RECS.
           MOVE SC-REJ (SC-IDX) TO DISPLAY-REJ.
           MOVE SC-RATE (SC-IDX) TO DISPLAY-RATE.
           MOVE SPACES TO SCORE-RECORD.
           STRING "  MONTH " DELIMITED BY SIZE
                  SC-MONTH DELIMITED BY SIZE
                  "    RECORDS=" DELIMITED BY SIZE
                  DISPLAY-RECS DELIMITED BY SIZE
                  "  REJECTS=" DELIMITED BY SIZE
                  DISPLAY-REJ DELIMITED BY SIZE
                  "  RATE=" DELIMITED BY SIZE
                  DISPLAY-RATE DELIMITED BY SIZE
                  " PCT" DELIMITED BY SIZE
                  INTO SCORE-RECORD.
           WRITE SCORE-RECORD.
           MOVE SC-PRV-RECS (SC-IDX) TO DISPLAY-RECS.
           MOVE SC-PRV-REJ (SC-IDX) TO DISPLAY-REJ.
           MOVE SC-PRV-RATE (SC-IDX) TO DISPLAY-PRV-RATE.
           MOVE SPACES TO SCORE-RECORD.
           STRING "  PRIOR " DELIMITED BY SIZE
                  SC-PRV-MONTH DELIMITED BY SIZE
                  "    RECORDS=" DELIMITED BY SIZE
                  DISPLAY-RECS DELIMITED BY SIZE
                  "  REJECTS=" DELIMITED BY SIZE
                  DISPLAY-REJ DELIMITED BY SIZE
                  "  RATE=" DELIMITED BY SIZE
                  DISPLAY-PRV-RATE DELIMITED BY SIZE
                  " PCT" DELIMITED BY SIZE
                  INTO SCORE-RECORD.
           WRITE SCORE-RECORD.
           MOVE SPACES TO SCORE-RECORD.
           IF SC-PRV-RECS (SC-IDX) = ZERO OR SC-RECS (SC-IDX) = ZERO
               MOVE "  TREND: NOT JUDGED - NO RECORDS IN ONE MONTH"
                   TO SCORE-RECORD
           ELSE
               COMPUTE SC-RISE =
                   SC-RATE (SC-IDX) - SC-PRV-RATE (SC-IDX)
               MOVE SC-RISE TO DISPLAY-RISE
               IF SC-WORSE (SC-IDX) = 'Y'
                   STRING "  TREND: *** WORSENING *** REJECT RATE "
                          DELIMITED BY SIZE
                          "CHANGE ON PRIOR MONTH " DELIMITED BY SIZE
                          DISPLAY-RISE DELIMITED BY SIZE
                          " POINTS" DELIMITED BY SIZE
                          INTO SCORE-RECORD
               ELSE
                   STRING "  TREND: NOT WORSENING - REJECT RATE "
                          DELIMITED BY SIZE
                          "CHANGE ON PRIOR MONTH " DELIMITED BY SIZE
                          DISPLAY-RISE DELIMITED BY SIZE
                          " POINTS" DELIMITED BY SIZE
                          INTO SCORE-RECORD
               END-IF
           END-IF.
           WRITE SCORE-RECORD.

       WRITE-SUSPENSE-SECTION.
           MOVE SPACES TO SCORE-RECORD.
           WRITE SCORE-RECORD.
           MOVE SPACES TO SCORE-RECORD.
           STRING "REJECT SUSPENSE (CALSUSP1) AS OF " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO SCORE-RECORD.
           WRITE SCORE-RECORD.
           MOVE SC-PEND (SC-IDX) TO DISPLAY-COUNT.
           MOVE SC-AGE-0-5 (SC-IDX) TO DISPLAY-A1.
           MOVE SC-AGE-6-10 (SC-IDX) TO DISPLAY-A2.
           MOVE SC-AGE-11-30 (SC-IDX) TO DISPLAY-A3.
           MOVE SC-AGE-OVER-30 (SC-IDX) TO DISPLAY-A4.
           MOVE SC-OLDEST (SC-IDX) TO DISPLAY-AGE.
           MOVE SPACES TO SCORE-RECORD.
           STRING "  PENDING=" DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  "  AGED 0-5=" DELIMITED BY SIZE
                  DISPLAY-A1 DELIMITED BY SIZE
                  "  6-10=" DELIMITED BY SIZE
                  DISPLAY-A2 DELIMITED BY SIZE
                  "  11-30=" DELIMITED BY SIZE
                  DISPLAY-A3 DELIMITED BY SIZE
                  "  OVER 30=" DELIMITED BY SIZE
                  DISPLAY-A4 DELIMITED BY SIZE
                  "  OLDEST=" DELIMITED BY SIZE
                  DISPLAY-AGE DELIMITED BY SIZE
                  " NIGHTS" DELIMITED BY SIZE
                  INTO SCORE-RECORD.
           WRITE SCORE-RECORD.
           PERFORM VARYING SC-LIDX FROM 1 BY 1
               UNTIL SC-LIDX > SC-LIST-COUNT (SC-IDX)
               MOVE SC-L-AGE (SC-IDX SC-LIDX) TO DISPLAY-AGE
               MOVE SPACES TO SCORE-RECORD
               STRING "    PENDING  FEED=" DELIMITED BY SIZE
                      SC-L-FEED (SC-IDX SC-LIDX) DELIMITED BY SIZE
                      " NIGHT=" DELIMITED BY SIZE
                      SC-L-NIGHT (SC-IDX SC-LIDX) DELIMITED BY SIZE
                      " SEQ=" DELIMITED BY SIZE
                      SC-L-SEQ (SC-IDX SC-LIDX) DELIMITED BY SIZE
                      " AGE=" DELIMITED BY SIZE
                      DISPLAY-AGE DELIMITED BY SIZE
                      " NIGHTS" DELIMITED BY SIZE
                      INTO SCORE-RECORD
               WRITE SCORE-RECORD
           END-PERFORM.
           IF SC-PEND (SC-IDX) > SC-LIST-COUNT (SC-IDX)
               MOVE "    (FIRST 20 LISTED - SEE THE D1SUSP AGING"
                   TO SCORE-RECORD
               MOVE "REPORT FOR THE REST)" TO SCORE-RECORD (46:)
               WRITE SCORE-RECORD
           END-IF.
           MOVE SPACES TO SCORE-RECORD.
           MOVE SC-REPAIRED (SC-IDX) TO DISPLAY-A1.
           MOVE SC-WRITTEN-OFF (SC-IDX) TO DISPLAY-A2.
           STRING "  THIS MONTH  REPAIRED (D1RCYC)=" DELIMITED BY SIZE
                  DISPLAY-A1 DELIMITED BY SIZE
                  "  WRITTEN OFF (D1SUSP)=" DELIMITED BY SIZE
                  DISPLAY-A2 DELIMITED BY SIZE
                  INTO SCORE-RECORD.
           WRITE SCORE-RECORD.
           MOVE SPACES TO SCORE-RECORD.
           IF SC-REPAIRED (SC-IDX) = ZERO
               MOVE "  AVERAGE NIGHTS FROM REJECT TO REPAIR: NONE"
                   TO SCORE-RECORD
           ELSE
               COMPUTE SC-AVG-REPAIR ROUNDED =
                   SC-REPAIR-NIGHTS (SC-IDX) / SC-REPAIRED (SC-IDX)
               MOVE SC-AVG-REPAIR TO DISPLAY-AVG
               STRING "  AVERAGE NIGHTS FROM REJECT TO REPAIR="
                      DELIMITED BY SIZE
                      DISPLAY-AVG DELIMITED BY SIZE
                      INTO SCORE-RECORD
           END-IF.
           WRITE SCORE-RECORD.

       WRITE-STANDING-SECTION.
           MOVE SPACES TO SCORE-RECORD.
           WRITE SCORE-RECORD.
           MOVE SPACES TO SCORE-RECORD.
           IF SC-RANK (SC-IDX) = ZERO
               MOVE "STANDING: NOT RANKED" TO SCORE-RECORD
           ELSE
               MOVE SC-RANK (SC-IDX) TO DISPLAY-RANK
               MOVE SC-RANKED TO DISPLAY-RANKED
               STRING "STANDING: RANK " DELIMITED BY SIZE
                      DISPLAY-RANK DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      DISPLAY-RANKED DELIMITED BY SIZE
                      " DEPARTMENTS ON THE MONTH'S REJECT RATE "
                      DELIMITED BY SIZE
                      "(1 = CLEANEST)" DELIMITED BY SIZE
                      INTO SCORE-RECORD
           END-IF.
           WRITE SCORE-RECORD.

      *    Closing page for data control: the ranked departments
      *    cleanest first, each with its rate, prior rate and
      *    worsening flag.
       WRITE-RANKING-PAGE.
           PERFORM WRITE-PAGE-RULE.
           MOVE SPACES TO SCORE-RECORD.
           STRING "DATA-QUALITY RANKING  MONTH=" DELIMITED BY SIZE
                  SC-MONTH DELIMITED BY SIZE
                  "  (1 = CLEANEST)" DELIMITED BY SIZE
                  INTO SCORE-RECORD.
           WRITE SCORE-RECORD.
           PERFORM VARYING SC-RANK-WORK FROM 1 BY 1
               UNTIL SC-RANK-WORK > SC-RANKED
               PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > SC-COUNT
                   IF SC-RANK (SC-IDX) = SC-RANK-WORK
                       PERFORM WRITE-RANKING-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO SCORE-RECORD.
           WRITE SCORE-RECORD.
           MOVE SC-RANKED TO DISPLAY-RANKED.
           MOVE SC-WORSE-COUNT TO DISPLAY-RANK.
           MOVE SPACES TO SCORE-RECORD.
           STRING "DEPARTMENTS RANKED=" DELIMITED BY SIZE
                  DISPLAY-RANKED DELIMITED BY SIZE
                  "  FLAGGED WORSENING=" DELIMITED BY SIZE
                  DISPLAY-RANK DELIMITED BY SIZE
                  INTO SCORE-RECORD.
           WRITE SCORE-RECORD.
           MOVE "END OF REPORT" TO SCORE-RECORD.
           WRITE SCORE-RECORD.

       WRITE-RANKING-LINE.
           MOVE SC-CODE (SC-IDX) TO DEPT-CODE-WORK.
           PERFORM RESOLVE-DEPT-NAME.
           MOVE SC-RANK (SC-IDX) TO DISPLAY-RANK.
           MOVE SC-RATE (SC-IDX) TO DISPLAY-RATE.
           MOVE SC-PRV-RATE (SC-IDX) TO DISPLAY-PRV-RATE.
           MOVE SPACES TO SCORE-RECORD.
           STRING "  " DELIMITED BY SIZE
                  DISPLAY-RANK DELIMITED BY SIZE
                  "  DEPT=" DELIMITED BY SIZE
                  SC-CODE (SC-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DEPT-NAME-WORK DELIMITED BY SIZE
                  "  RATE=" DELIMITED BY SIZE
                  DISPLAY-RATE DELIMITED BY SIZE
                  "  PRIOR=" DELIMITED BY SIZE
                  DISPLAY-PRV-RATE DELIMITED BY SIZE
                  INTO SCORE-RECORD.
           IF SC-WORSE (SC-IDX) = 'Y'
               MOVE "*** WORSENING" TO SCORE-RECORD (84:13)
           END-IF.
           WRITE SCORE-RECORD.

       WRITE-PAGE-RULE.
           MOVE ALL "=" TO SCORE-RECORD.
           WRITE SCORE-RECORD.

       COPY CALDEPMP.

       COPY RUNCTLP.

       COPY CALCALP.
