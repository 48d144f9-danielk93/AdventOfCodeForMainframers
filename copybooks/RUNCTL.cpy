      *                   figures from their journaled counts; D1
      *                   replaces the date's ledger entries the way
      *                   RERUN does
      *     MODE=LATE     late-arrival run - the calibration feeds
      *                   that missed their night are processed
      *                   under that night's DATE= (required): their
      *                   department figures are added to the
      *                   night's DEPTHST1 records, they register on
      *                   XMITREG1 as late arrivals, and the floor
      *                   program, ledger and corporate extract are
      *                   left alone
      *     MODE=BACKFILL catch up after an outage - with FROMDATE=
      *                   and TODATE= cards (and no DATE=) D1NIGHT
      *                   runs the whole chain once for each CALNDR01
      *                   business day in the range, oldest first,
      *                   each night exactly as PROD for its own
      *                   date, stopping at the first night that
      *                   fails at RC 8 or above.  RUN-MODE carries
      *                   PROD; RUN-BACKFILL marks the range
      *     DATE=yyyymmdd the run date to process (defaults to today)
      * A missing RUNCTL01 runs as PROD for today, exactly as the
      * suite behaved before run modes existed.  An unrecognized
           88 MODE-RERUN   VALUE "RERUN".
           88 MODE-WHATIF  VALUE "WHATIF".
           88 MODE-RESTART VALUE "RESTART".
           88 MODE-LATE    VALUE "LATE".
       01 RUN-CTL-DATE  PIC 9(8) VALUE ZERO.
      * XTRREL=Y releases a corporate extract the night-over-night
      * variance gate held - keyed by the operator after the swing
      * is explained, never left in the deck.  The release is under
      * dual control and the card names who keyed it and who
      * approved it (AUTHOPR1 operator IDs, see AUTHOPR.cpy):
      *     XTRREL=Y SUB=ssssssss APR=aaaaaaaa
       01 RUN-XTR-RELEASE PIC X VALUE 'N'.
       01 RUN-XTR-SUBMITTER PIC X(8) VALUE SPACES.
       01 RUN-XTR-APPROVER  PIC X(8) VALUE SPACES.
      * PARTS=nn splits the night's CALFLIST datasets across nn
      * partitions (at most 8): dataset n of the list belongs to
      * partition ((n - 1) mod nn) + 1.  Each partition job step
      * runs ReadFile and D1T2 under its own PART=nn card against
      * its own checkpoint, detail, reject and totals datasets, and
      * D1NIGHT then CALLs D1MERGE in place of ReadFile and D1T2 to
      * consolidate them.  No PARTS= card runs the list whole, as
      * before.
       01 RUN-PARTS       PIC 9(2) VALUE ZERO.
       01 RUN-PART-NO     PIC 9(2) VALUE ZERO.
      * FROMDATE=/TODATE= bound a MODE=BACKFILL range.  Before
      * each night's CALLs D1NIGHT fills the EXTERNAL hand-off below
      * with the business day about to run; LOAD-RUN-CONTROL in a
      * CALLed program then takes that night as its run date and
      * sets RUN-BKF-NIGHT, and the month/day goes to RUN-BKF-MMDD
      * for the dated input ddnames (BRKTmmdd, CALFmmdd).  A step
      * run on its own under a BACKFILL deck runs for TODATE=.
       01 RUN-BACKFILL    PIC X VALUE 'N'.
       01 RUN-FROM-DATE   PIC 9(8) VALUE ZERO.
       01 RUN-TO-DATE     PIC 9(8) VALUE ZERO.
       01 RUN-BKF-NIGHT   PIC X VALUE 'N'.
       01 RUN-BKF-MMDD    PIC X(4) VALUE SPACES.
       01 RUN-BKF-XFER-AREA EXTERNAL.
           05 RUN-BKF-ACTIVE   PIC X.
           05 RUN-BKF-DATE     PIC 9(8).
