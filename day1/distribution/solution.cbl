       IDENTIFICATION DIVISION.
       PROGRAM-ID. D1DIST.

      *    Morning report distribution.  Splits the suite's printed
      *    outputs into one bundle per recipient from the DISTCTL1
      *    control deck, so each group gets the reports it is
      *    entitled to and nothing else.  Cards (fixed columns, '*'
      *    in column 1 is a comment):
      *        RPT ddname   w title     a report: DD name (5-12),
      *                                 when it is expected (14) -
      *                                 N every night, M month-end
      *                                 night only, O only when
      *                                 run on request - and its
      *                                 title (16-55)
      *        REC recipid  name        a recipient: ID (5-12), which
      *                                 is also the DD name of its
      *                                 bundle, and name (14-53)
      *        SND ddname   recipid     entitles the recipient (14-21)
      *                                 to the report (5-12)
      *    Every report is read once up front for its line count and
      *    run date, taken from its header only: the RUNDATE= on a
      *    MODE= header line (the stamp of every program that runs
      *    in the night chain, month-end steps included), or an
      *    AS OF or PREPARED stamp on its first two title lines
      *    (the morning programs' stamp), eight digits either way.
      *    The night being distributed is the processing date: the
      *    DATE= card if keyed, else the run date of the latest
      *    D1NIGHT record on RUNJRNL1, else the CALNDR01 business
      *    day.  A RUNDATE= stamp must be that night and an AS OF
      *    or PREPARED stamp today; anything older is withheld
      *    rather than sent as new.  Each bundle opens with a
      *    banner page and a table of contents - every report the
      *    recipient is entitled to, its run date, line count and
      *    whether it is enclosed - then the enclosed reports, each
      *    behind a separator.
      *    DISTLOG1 is appended with one line per report per
      *    recipient (SENT, WITHHELD, MISSING or NOBUNDLE).  A
      *    report expected tonight that is missing, empty or stale
      *    is flagged on SYSOUT and the log, with a WARNING operator
      *    alert.  Month-end reports are expected when the night
      *    being distributed is flagged month-end on CALNDR01.
      *    RC 16 = no DISTCTL1, RC 8 = a bundle could not be written,
      *    RC 4 = expected report not produced, or a bad card.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DCTL-FILE ASSIGN TO "DISTCTL1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DCTL-STATUS.

           SELECT RPT-FILE ASSIGN TO DYNAMIC RPT-DD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.

           SELECT BNDL-FILE ASSIGN TO DYNAMIC BNDL-DD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BNDL-STATUS.

           SELECT DLOG-FILE ASSIGN TO "DISTLOG1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DLOG-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNCTL-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALNDR01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAL-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNL-STATUS.

           SELECT THR-FILE ASSIGN TO "THRESH01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS THR-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPALERT1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DCTL-FILE.
       01 DCTL-RECORD.
           05 DCTL-VERB         PIC X(3).
           05 FILLER            PIC X.
           05 DCTL-NAME         PIC X(8).
           05 FILLER            PIC X.
           05 DCTL-TEXT         PIC X(40).
           05 FILLER            PIC X(27).
       01 DCTL-RPT-CARD REDEFINES DCTL-RECORD.
           05 FILLER            PIC X(13).
           05 DCTL-WHEN         PIC X.
           05 FILLER            PIC X.
           05 DCTL-TITLE        PIC X(40).
           05 FILLER            PIC X(25).

       FD RPT-FILE.
       01 RPT-RECORD PIC X(132).

       FD BNDL-FILE.
       01 BNDL-RECORD PIC X(132).

       FD DLOG-FILE.
       01 DLOG-RECORD PIC X(132).

       FD RUNCTL-FILE.
       01 RUNCTL-RECORD PIC X(40).

       FD CAL-FILE.
       01 CAL-RECORD PIC X(20).

       FD JRNL-FILE.
       01 JRNL-OUT-RECORD PIC X(100).

       FD THR-FILE.
       01 THR-RECORD PIC X(40).

       FD ALERT-FILE.
       01 ALERT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY CALCAL.
       COPY CALTHR.
       COPY RUNJRNL.
       01 JRNL-STATUS       PIC XX.
       01 JRNL-EOF          PIC X VALUE 'N'.
       01 JRNL-NIGHT        PIC 9(8) VALUE ZERO.
       01 DCTL-STATUS       PIC XX.
       01 RPT-STATUS        PIC XX.
       01 BNDL-STATUS       PIC XX.
       01 DLOG-STATUS       PIC XX.
       01 DCTL-EOF          PIC X VALUE 'N'.
       01 RPT-EOF           PIC X.
       01 RPT-DD-NAME       PIC X(8).
       01 BNDL-DD-NAME      PIC X(8).
       01 TODAY-DATE        PIC 9(8).
       01 NOW-TIME          PIC 9(8).
       01 PROC-DATE         PIC 9(8).
       01 BAD-CARDS         PIC 9(4) VALUE ZERO.
       01 NOT-PRODUCED      PIC 9(4) VALUE ZERO.
       01 BUNDLES-WRITTEN   PIC 9(4) VALUE ZERO.
       01 BUNDLES-FAILED    PIC 9(4) VALUE ZERO.
       01 UNSENT-REPORTS    PIC 9(4) VALUE ZERO.
       01 COPIES-SENT       PIC 9(6) VALUE ZERO.
      *    Reports named on RPT cards, with what the up-front read
      *    found: P present for tonight, M missing, E empty, S stale
      *    (run date not tonight's).  DR-STAMP-KIND says which date
      *    the stamp is proved against - N the night (RUNDATE=), T
      *    today (AS OF, PREPARED).
       01 DR-COUNT          PIC 9(2) VALUE ZERO.
       01 DR-IDX            PIC 9(2).
       01 DR-FOUND          PIC 9(2).
       01 DR-TABLE.
           05 DR-ENTRY OCCURS 60 TIMES.
               10 DR-DD           PIC X(8).
               10 DR-WHEN         PIC X.
               10 DR-TITLE        PIC X(40).
               10 DR-STATE        PIC X.
                   88 DR-PRESENT  VALUE 'P'.
               10 DR-EXPECTED     PIC X.
               10 DR-LINES        PIC 9(7).
               10 DR-RUN-DATE     PIC X(8).
               10 DR-STAMP-KIND   PIC X.
               10 DR-SENT-TO      PIC 9(2).
      *    Recipients named on REC cards.
       01 DP-COUNT          PIC 9(2) VALUE ZERO.
       01 DP-IDX            PIC 9(2).
       01 DP-FOUND          PIC 9(2).
       01 DP-TABLE.
           05 DP-ENTRY OCCURS 20 TIMES.
               10 DP-ID           PIC X(8).
               10 DP-NAME         PIC X(40).
      *    Entitlements from SND cards, kept as pairs of subscripts.
       01 DS-COUNT          PIC 9(3) VALUE ZERO.
       01 DS-IDX            PIC 9(3).
       01 DS-TABLE.
           05 DS-ENTRY OCCURS 400 TIMES.
               10 DS-REPORT       PIC 9(2).
               10 DS-RECIP        PIC 9(2).
       01 SND-CARDS-HELD.
           05 SND-CARD OCCURS 400 TIMES.
               10 SND-CARD-RPT    PIC X(8).
               10 SND-CARD-RECIP  PIC X(8).
       01 SND-HELD-COUNT    PIC 9(3) VALUE ZERO.
       01 SCAN-LINE-NO      PIC 9(7).
       01 SCAN-POS          PIC 9(3).
       01 SCAN-STAMP        PIC X(8).
       01 RECIP-REPORTS     PIC 9(2).
       01 RECIP-ENCLOSED    PIC 9(2).
       01 TOC-DISPOSITION   PIC X(32).
       01 DISPLAY-LINES     PIC Z(6)9.
       01 DISPLAY-COUNT     PIC ZZZ9.
       01 DISPLAY-COUNT2    PIC ZZZ9.
      *    DISTLOG1 record image (fixed columns, appended across
      *    mornings like DUALLOG1).  Disposition SENT, WITHHELD,
      *    MISSING or NOBUNDLE per recipient, and NOTPROD once, with
      *    no recipient, for a report expected tonight that did not
      *    arrive.
       01 DLOG-STRUCT.
           05 DLG-DATE          PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DLG-TIME          PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DLG-PROC-DATE     PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DLG-RECIP         PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DLG-REPORT        PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DLG-DISP          PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DLG-RUN-DATE      PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DLG-LINES         PIC 9(7).
           05 FILLER            PIC X VALUE SPACE.
           05 DLG-NOTE          PIC X(40).
       01 DLOG-LINE         PIC X(132).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LOAD-RUN-CONTROL.
           IF RUNCTL-BAD = 'Y'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE RUN-CTL-DATE TO PROC-DATE.
           IF PROC-DATE = ZERO
               PERFORM FIND-LAST-NIGHT-RUN
               MOVE JRNL-NIGHT TO PROC-DATE
           END-IF.
           PERFORM LOAD-PROC-CALENDAR.
           IF PROC-DATE = ZERO
               MOVE TODAY-DATE TO PROC-DATE
               IF CAL-LOADED = 'Y' AND MODE-PROD
                   MOVE PROC-DATE TO CAL-DATE-WORK
                   PERFORM DERIVE-PROCESSING-DATE
                   MOVE CAL-DERIVED-DATE TO PROC-DATE
               END-IF
           END-IF.
      *    However the night was found, its own calendar entry
      *    decides whether month-end reports are expected.
           MOVE 'N' TO CAL-MONTH-END.
           IF CAL-LOADED = 'Y'
               MOVE PROC-DATE TO CAL-DATE-WORK
               PERFORM FIND-CALENDAR-DAY
               IF CAL-FOUND > ZERO AND
                  CAL-DAY-MEFLAG (CAL-FOUND) = 'E'
                   MOVE 'Y' TO CAL-MONTH-END
               END-IF
           END-IF.
           PERFORM LOAD-THRESHOLDS.
           PERFORM LOAD-DISTRIBUTION-CONTROL.
           IF DR-COUNT = ZERO OR DP-COUNT = ZERO
               DISPLAY "DISTCTL1 missing or names no reports and "
                   "recipients - nothing distributed"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING DR-IDX FROM 1 BY 1
               UNTIL DR-IDX > DR-COUNT
               PERFORM SCAN-ONE-REPORT
           END-PERFORM.
           PERFORM VARYING DP-IDX FROM 1 BY 1
               UNTIL DP-IDX > DP-COUNT
               PERFORM BUILD-ONE-BUNDLE
           END-PERFORM.
           PERFORM VARYING DR-IDX FROM 1 BY 1
               UNTIL DR-IDX > DR-COUNT
               PERFORM FLAG-ONE-REPORT
           END-PERFORM.
           DISPLAY "===== D1DIST control totals =====".
           DISPLAY "Processing date.........: " PROC-DATE.
           DISPLAY "Reports defined.........: " DR-COUNT.
           DISPLAY "Recipients..............: " DP-COUNT.
           DISPLAY "Bundles written.........: " BUNDLES-WRITTEN.
           DISPLAY "Bundles not written.....: " BUNDLES-FAILED.
           DISPLAY "Report copies sent......: " COPIES-SENT.
           DISPLAY "Expected, not produced..: " NOT-PRODUCED.
           DISPLAY "Produced, no recipient..: " UNSENT-REPORTS.
           DISPLAY "Control cards rejected..: " BAD-CARDS.
           IF BUNDLES-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT-PRODUCED > ZERO OR BAD-CARDS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *    The last D1NIGHT record on the journal is the night whose
      *    reports are on the current generations.  LATE runs
      *    journal as D1LATE and rewrite no nightly report, so they
      *    do not count.
       FIND-LAST-NIGHT-RUN.
           MOVE ZERO TO JRNL-NIGHT.
           OPEN INPUT JRNL-FILE.
           IF JRNL-STATUS = "00"
               MOVE 'N' TO JRNL-EOF
               PERFORM UNTIL JRNL-EOF = 'Y'
                   READ JRNL-FILE INTO JRNL-RECORD
                       AT END
                           MOVE 'Y' TO JRNL-EOF
                       NOT AT END
                           IF JRNL-PROGRAM = "D1NIGHT" AND
                              JRNL-RUN-DATE IS NUMERIC
                               MOVE JRNL-RUN-DATE TO JRNL-NIGHT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JRNL-FILE
           END-IF.

      *    SND cards are held until every RPT and REC card is in,
      *    so the deck may list them in any order.
       LOAD-DISTRIBUTION-CONTROL.
           OPEN INPUT DCTL-FILE.
           IF DCTL-STATUS = "00"
               PERFORM UNTIL DCTL-EOF = 'Y'
                   READ DCTL-FILE
                       AT END
                           MOVE 'Y' TO DCTL-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE DCTL-FILE
               PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > SND-HELD-COUNT
                   PERFORM RESOLVE-ONE-ENTITLEMENT
               END-PERFORM
           END-IF.

       LOAD-ONE-CARD.
           EVALUATE TRUE
               WHEN DCTL-RECORD = SPACES OR DCTL-VERB (1:1) = "*"
                   CONTINUE
               WHEN DCTL-VERB = "RPT" AND DCTL-NAME NOT = SPACES AND
                    (DCTL-WHEN = 'N' OR DCTL-WHEN = 'M' OR
                     DCTL-WHEN = 'O')
                   IF DR-COUNT < 60
                       ADD 1 TO DR-COUNT
                       MOVE DCTL-NAME TO DR-DD (DR-COUNT)
                       MOVE DCTL-WHEN TO DR-WHEN (DR-COUNT)
                       MOVE DCTL-TITLE TO DR-TITLE (DR-COUNT)
                       MOVE ZERO TO DR-SENT-TO (DR-COUNT)
                   ELSE
                       PERFORM REJECT-CONTROL-CARD
                   END-IF
               WHEN DCTL-VERB = "REC" AND DCTL-NAME NOT = SPACES
                   IF DP-COUNT < 20
                       ADD 1 TO DP-COUNT
                       MOVE DCTL-NAME TO DP-ID (DP-COUNT)
                       MOVE DCTL-TEXT TO DP-NAME (DP-COUNT)
                   ELSE
                       PERFORM REJECT-CONTROL-CARD
                   END-IF
               WHEN DCTL-VERB = "SND" AND DCTL-NAME NOT = SPACES AND
                    DCTL-TEXT (1:8) NOT = SPACES
                   IF SND-HELD-COUNT < 400
                       ADD 1 TO SND-HELD-COUNT
                       MOVE DCTL-NAME TO SND-CARD-RPT (SND-HELD-COUNT)
                       MOVE DCTL-TEXT (1:8)
                           TO SND-CARD-RECIP (SND-HELD-COUNT)
                   ELSE
                       PERFORM REJECT-CONTROL-CARD
                   END-IF
               WHEN OTHER
                   PERFORM REJECT-CONTROL-CARD
           END-EVALUATE.

       REJECT-CONTROL-CARD.
           ADD 1 TO BAD-CARDS.
           DISPLAY "DISTCTL1 card rejected: " DCTL-RECORD.

      *    An entitlement naming a report or recipient the deck
      *    never defined cannot be honoured; it is rejected, never
      *    guessed at.
       RESOLVE-ONE-ENTITLEMENT.
           MOVE ZERO TO DR-FOUND.
           PERFORM VARYING DR-IDX FROM 1 BY 1
               UNTIL DR-IDX > DR-COUNT OR DR-FOUND > ZERO
               IF DR-DD (DR-IDX) = SND-CARD-RPT (DS-IDX)
                   MOVE DR-IDX TO DR-FOUND
               END-IF
           END-PERFORM.
           MOVE ZERO TO DP-FOUND.
           PERFORM VARYING DP-IDX FROM 1 BY 1
               UNTIL DP-IDX > DP-COUNT OR DP-FOUND > ZERO
               IF DP-ID (DP-IDX) = SND-CARD-RECIP (DS-IDX)
                   MOVE DP-IDX TO DP-FOUND
               END-IF
           END-PERFORM.
           IF DR-FOUND = ZERO OR DP-FOUND = ZERO
               ADD 1 TO BAD-CARDS
               DISPLAY "DISTCTL1 SND card rejected - report or "
                   "recipient not defined: "
                   SND-CARD-RPT (DS-IDX) " " SND-CARD-RECIP (DS-IDX)
           ELSE
               ADD 1 TO DS-COUNT
               MOVE DR-FOUND TO DS-REPORT (DS-COUNT)
               MOVE DP-FOUND TO DS-RECIP (DS-COUNT)
           END-IF.

       SCAN-ONE-REPORT.
           MOVE ZERO TO DR-LINES (DR-IDX).
           MOVE SPACES TO DR-RUN-DATE (DR-IDX).
           MOVE SPACE TO DR-STAMP-KIND (DR-IDX).
           MOVE 'N' TO DR-EXPECTED (DR-IDX).
           IF DR-WHEN (DR-IDX) = 'N' OR
              (DR-WHEN (DR-IDX) = 'M' AND CAL-MONTH-END = 'Y')
               MOVE 'Y' TO DR-EXPECTED (DR-IDX)
           END-IF.
           MOVE DR-DD (DR-IDX) TO RPT-DD-NAME.
           OPEN INPUT RPT-FILE.
           IF RPT-STATUS NOT = "00"
               MOVE 'M' TO DR-STATE (DR-IDX)
           ELSE
               MOVE 'N' TO RPT-EOF
               PERFORM UNTIL RPT-EOF = 'Y'
                   READ RPT-FILE
                       AT END
                           MOVE 'Y' TO RPT-EOF
                       NOT AT END
                           ADD 1 TO DR-LINES (DR-IDX)
                           IF DR-LINES (DR-IDX) NOT > 20 AND
                              DR-RUN-DATE (DR-IDX) = SPACES
                               PERFORM FIND-RUN-DATE-STAMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPT-FILE
               EVALUATE TRUE
                   WHEN DR-LINES (DR-IDX) = ZERO
                       MOVE 'E' TO DR-STATE (DR-IDX)
                   WHEN DR-STAMP-KIND (DR-IDX) = 'N' AND
                        DR-RUN-DATE (DR-IDX) NOT = PROC-DATE
                       MOVE 'S' TO DR-STATE (DR-IDX)
                   WHEN DR-STAMP-KIND (DR-IDX) = 'T' AND
                        DR-RUN-DATE (DR-IDX) NOT = TODAY-DATE
                       MOVE 'S' TO DR-STATE (DR-IDX)
                   WHEN OTHER
                       MOVE 'P' TO DR-STATE (DR-IDX)
               END-EVALUATE
           END-IF.

      *    The nightly programs stamp their header as MODE=xxx
      *    RUNDATE=yyyymmdd; the morning programs put AS OF (or
      *    PREPARED) on a title line.  Only those header stamps
      *    count - a RUNDATE= on a detail line (FLRTRND1 lists one
      *    per ledger entry) or an AS OF heading a later section is
      *    not the report's date.  A report with none is sent
      *    undated.
       FIND-RUN-DATE-STAMP.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
               UNTIL SCAN-POS > 115 OR DR-RUN-DATE (DR-IDX) NOT = SPACES
               MOVE SPACES TO SCAN-STAMP
               MOVE SPACE TO DR-STAMP-KIND (DR-IDX)
               EVALUATE TRUE
                   WHEN RPT-RECORD (SCAN-POS:8) = "RUNDATE=" AND
                        RPT-RECORD (1:5) = "MODE="
                       MOVE RPT-RECORD (SCAN-POS + 8:8) TO SCAN-STAMP
                       MOVE 'N' TO DR-STAMP-KIND (DR-IDX)
                   WHEN RPT-RECORD (SCAN-POS:6) = "AS OF " AND
                        DR-LINES (DR-IDX) NOT > 2
                       MOVE RPT-RECORD (SCAN-POS + 6:8) TO SCAN-STAMP
                       MOVE 'T' TO DR-STAMP-KIND (DR-IDX)
                   WHEN RPT-RECORD (SCAN-POS:9) = "PREPARED " AND
                        DR-LINES (DR-IDX) NOT > 2
                       MOVE RPT-RECORD (SCAN-POS + 9:8) TO SCAN-STAMP
                       MOVE 'T' TO DR-STAMP-KIND (DR-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF SCAN-STAMP IS NUMERIC
                   MOVE SCAN-STAMP TO DR-RUN-DATE (DR-IDX)
               ELSE
                   MOVE SPACE TO DR-STAMP-KIND (DR-IDX)
               END-IF
           END-PERFORM.

       BUILD-ONE-BUNDLE.
           MOVE DP-ID (DP-IDX) TO BNDL-DD-NAME.
           OPEN OUTPUT BNDL-FILE.
           IF BNDL-STATUS NOT = "00"
               ADD 1 TO BUNDLES-FAILED
               DISPLAY "Bundle DD " BNDL-DD-NAME " could not be opened"
                   " - nothing sent to " DP-NAME (DP-IDX)
               PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > DS-COUNT
                   IF DS-RECIP (DS-IDX) = DP-IDX
                       MOVE DS-REPORT (DS-IDX) TO DR-IDX
                       MOVE DP-ID (DP-IDX) TO DLG-RECIP
                       MOVE "NOBUNDLE" TO DLG-DISP
                       MOVE "BUNDLE DD COULD NOT BE OPENED" TO DLG-NOTE
                       PERFORM WRITE-DISTRIBUTION-LOG
                   END-IF
               END-PERFORM
           ELSE
               ADD 1 TO BUNDLES-WRITTEN
               PERFORM WRITE-BUNDLE-BANNER
               PERFORM WRITE-BUNDLE-CONTENTS
               PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > DS-COUNT
                   IF DS-RECIP (DS-IDX) = DP-IDX
                       MOVE DS-REPORT (DS-IDX) TO DR-IDX
                       PERFORM ENCLOSE-ONE-REPORT
                   END-IF
               END-PERFORM
               PERFORM WRITE-BUNDLE-RULE
               MOVE SPACES TO BNDL-RECORD
               STRING "END OF BUNDLE FOR " DELIMITED BY SIZE
                      DP-ID (DP-IDX) DELIMITED BY SPACE
                      INTO BNDL-RECORD
               WRITE BNDL-RECORD
               CLOSE BNDL-FILE
           END-IF.

       WRITE-BUNDLE-BANNER.
           PERFORM WRITE-BUNDLE-RULE.
           MOVE "AOC DAY1 MORNING REPORT DISTRIBUTION" TO BNDL-RECORD.
           WRITE BNDL-RECORD.
           PERFORM WRITE-BUNDLE-RULE.
           MOVE SPACES TO BNDL-RECORD.
           WRITE BNDL-RECORD.
           MOVE SPACES TO BNDL-RECORD.
           STRING "RECIPIENT.......: " DELIMITED BY SIZE
                  DP-ID (DP-IDX) DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  DP-NAME (DP-IDX) DELIMITED BY SIZE
                  INTO BNDL-RECORD.
           WRITE BNDL-RECORD.
           MOVE SPACES TO BNDL-RECORD.
           STRING "PROCESSING DATE.: " DELIMITED BY SIZE
                  PROC-DATE DELIMITED BY SIZE
                  INTO BNDL-RECORD.
           WRITE BNDL-RECORD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE SPACES TO BNDL-RECORD.
           STRING "DISTRIBUTED.....: " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOW-TIME (1:6) DELIMITED BY SIZE
                  INTO BNDL-RECORD.
           WRITE BNDL-RECORD.
           MOVE SPACES TO BNDL-RECORD.
           STRING "MODE............: " DELIMITED BY SIZE
                  RUN-MODE DELIMITED BY SIZE
                  INTO BNDL-RECORD.
           WRITE BNDL-RECORD.
           MOVE SPACES TO BNDL-RECORD.
           WRITE BNDL-RECORD.

      *    The contents list every report the recipient is entitled
      *    to, enclosed or not, so a missing one is noticed by the
      *    people who rely on it.
       WRITE-BUNDLE-CONTENTS.
           MOVE "CONTENTS" TO BNDL-RECORD.
           WRITE BNDL-RECORD.
           MOVE SPACES TO BNDL-RECORD.
           STRING "  REPORT    TITLE                                   "
                  DELIMITED BY SIZE
                  "  RUN DATE    LINES  STATUS" DELIMITED BY SIZE
                  INTO BNDL-RECORD.
           WRITE BNDL-RECORD.
           MOVE ZERO TO RECIP-REPORTS.
           MOVE ZERO TO RECIP-ENCLOSED.
           PERFORM VARYING DS-IDX FROM 1 BY 1
               UNTIL DS-IDX > DS-COUNT
               IF DS-RECIP (DS-IDX) = DP-IDX
                   MOVE DS-REPORT (DS-IDX) TO DR-IDX
                   PERFORM WRITE-CONTENTS-LINE
               END-IF
           END-PERFORM.
           IF RECIP-REPORTS = ZERO
               MOVE "  NO REPORTS ARE DISTRIBUTED TO THIS RECIPIENT"
                   TO BNDL-RECORD
               WRITE BNDL-RECORD
           END-IF.
           MOVE RECIP-REPORTS TO DISPLAY-COUNT.
           MOVE RECIP-ENCLOSED TO DISPLAY-COUNT2.
           MOVE SPACES TO BNDL-RECORD.
           STRING "  REPORTS LISTED=" DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  "  ENCLOSED=" DELIMITED BY SIZE
                  DISPLAY-COUNT2 DELIMITED BY SIZE
                  INTO BNDL-RECORD.
           WRITE BNDL-RECORD.

       WRITE-CONTENTS-LINE.
           ADD 1 TO RECIP-REPORTS.
           EVALUATE TRUE
               WHEN DR-PRESENT (DR-IDX)
                   ADD 1 TO RECIP-ENCLOSED
                   MOVE "ENCLOSED" TO TOC-DISPOSITION
               WHEN DR-STATE (DR-IDX) = 'S'
                   MOVE "NOT RUN TONIGHT - WITHHELD" TO TOC-DISPOSITION
               WHEN DR-STATE (DR-IDX) = 'E'
                   MOVE "EMPTY - NOT ENCLOSED" TO TOC-DISPOSITION
               WHEN OTHER
                   MOVE "NOT PRODUCED" TO TOC-DISPOSITION
           END-EVALUATE.
           IF DR-EXPECTED (DR-IDX) = 'Y' AND NOT DR-PRESENT (DR-IDX)
               IF DR-STATE (DR-IDX) = 'S'
                   MOVE "*** NOT RUN TONIGHT - WITHHELD"
                       TO TOC-DISPOSITION
               ELSE
                   MOVE "*** EXPECTED, NOT PRODUCED"
                       TO TOC-DISPOSITION
               END-IF
           END-IF.
           MOVE DR-LINES (DR-IDX) TO DISPLAY-LINES.
           MOVE SPACES TO BNDL-RECORD.
           MOVE DR-DD (DR-IDX) TO BNDL-RECORD (3:8).
           MOVE DR-TITLE (DR-IDX) TO BNDL-RECORD (13:40).
           IF DR-RUN-DATE (DR-IDX) = SPACES
               MOVE "UNDATED" TO BNDL-RECORD (55:8)
           ELSE
               MOVE DR-RUN-DATE (DR-IDX) TO BNDL-RECORD (55:8)
           END-IF.
           MOVE DISPLAY-LINES TO BNDL-RECORD (64:7).
           MOVE TOC-DISPOSITION TO BNDL-RECORD (73:32).
           WRITE BNDL-RECORD.

       ENCLOSE-ONE-REPORT.
           IF DR-PRESENT (DR-IDX)
               PERFORM WRITE-BUNDLE-RULE
               MOVE DR-LINES (DR-IDX) TO DISPLAY-LINES
               MOVE SPACES TO BNDL-RECORD
               STRING "REPORT " DELIMITED BY SIZE
                      DR-DD (DR-IDX) DELIMITED BY SPACE
                      " - " DELIMITED BY SIZE
                      DR-TITLE (DR-IDX) DELIMITED BY SIZE
                      "  RUN DATE " DELIMITED BY SIZE
                      DR-RUN-DATE (DR-IDX) DELIMITED BY SIZE
                      "  LINES " DELIMITED BY SIZE
                      DISPLAY-LINES DELIMITED BY SIZE
                      INTO BNDL-RECORD
               WRITE BNDL-RECORD
               PERFORM WRITE-BUNDLE-RULE
               MOVE DR-DD (DR-IDX) TO RPT-DD-NAME
               OPEN INPUT RPT-FILE
               MOVE ZERO TO SCAN-LINE-NO
               IF RPT-STATUS = "00"
                   MOVE 'N' TO RPT-EOF
                   PERFORM UNTIL RPT-EOF = 'Y'
                       READ RPT-FILE
                           AT END
                               MOVE 'Y' TO RPT-EOF
                           NOT AT END
                               ADD 1 TO SCAN-LINE-NO
                               WRITE BNDL-RECORD FROM RPT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RPT-FILE
               END-IF
               ADD 1 TO COPIES-SENT
               ADD 1 TO DR-SENT-TO (DR-IDX)
               MOVE "SENT" TO DLG-DISP
               MOVE SPACES TO DLG-NOTE
               IF SCAN-LINE-NO NOT = DR-LINES (DR-IDX)
                   MOVE "LINE COUNT CHANGED WHILE COPYING"
                       TO DLG-NOTE
               END-IF
           ELSE
               IF DR-STATE (DR-IDX) = 'S'
                   MOVE "WITHHELD" TO DLG-DISP
                   MOVE "RUN DATE OLDER THAN THIS DISTRIBUTION"
                       TO DLG-NOTE
               ELSE
                   MOVE "MISSING" TO DLG-DISP
                   IF DR-STATE (DR-IDX) = 'E'
                       MOVE "REPORT EMPTY" TO DLG-NOTE
                   ELSE
                       MOVE "REPORT NOT AVAILABLE" TO DLG-NOTE
                   END-IF
               END-IF
               IF DR-EXPECTED (DR-IDX) = 'Y' AND
                  DR-STATE (DR-IDX) NOT = 'S'
                   MOVE "EXPECTED TONIGHT - NOT PRODUCED"
                       TO DLG-NOTE
               END-IF
           END-IF.
           MOVE DP-ID (DP-IDX) TO DLG-RECIP.
           PERFORM WRITE-DISTRIBUTION-LOG.

       WRITE-BUNDLE-RULE.
           MOVE ALL "=" TO BNDL-RECORD.
           WRITE BNDL-RECORD.

      *    Once per report, after the bundles: an expected report
      *    that did not arrive is logged against no recipient and
      *    alerted, whoever it was meant for.
       FLAG-ONE-REPORT.
           IF DR-EXPECTED (DR-IDX) = 'Y' AND NOT DR-PRESENT (DR-IDX)
               ADD 1 TO NOT-PRODUCED
               MOVE SPACES TO DLG-RECIP
               MOVE "NOTPROD" TO DLG-DISP
               MOVE "EXPECTED TONIGHT - NOT PRODUCED" TO DLG-NOTE
               PERFORM WRITE-DISTRIBUTION-LOG
               MOVE SPACES TO ALERT-TEXT
               STRING "WARNING  REPORT NOT PRODUCED DD="
                      DELIMITED BY SIZE
                      DR-DD (DR-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      DR-TITLE (DR-IDX) DELIMITED BY SIZE
                      INTO ALERT-TEXT
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           IF DR-PRESENT (DR-IDX) AND DR-SENT-TO (DR-IDX) = ZERO
               ADD 1 TO UNSENT-REPORTS
               DISPLAY "Report " DR-DD (DR-IDX)
                   " produced but sent to no recipient"
           END-IF.

       WRITE-DISTRIBUTION-LOG.
           ACCEPT DLG-DATE FROM DATE YYYYMMDD.
           ACCEPT DLG-TIME FROM TIME.
           MOVE PROC-DATE TO DLG-PROC-DATE.
           MOVE DR-DD (DR-IDX) TO DLG-REPORT.
           MOVE DR-RUN-DATE (DR-IDX) TO DLG-RUN-DATE.
           MOVE DR-LINES (DR-IDX) TO DLG-LINES.
           MOVE DLOG-STRUCT TO DLOG-LINE.
           OPEN EXTEND DLOG-FILE.
           IF DLOG-STATUS NOT = "00"
               OPEN OUTPUT DLOG-FILE
           END-IF.
           IF DLOG-STATUS NOT = "00"
               DISPLAY "DISTLOG1 could not be opened - " DLOG-LINE
           ELSE
               WRITE DLOG-RECORD FROM DLOG-LINE
               CLOSE DLOG-FILE
           END-IF.

       COPY RUNCTLP.
       COPY CALCALP.
       COPY CALTHRP.
