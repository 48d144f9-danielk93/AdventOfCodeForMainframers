       IDENTIFICATION DIVISION.
       PROGRAM-ID. D1FEED.

      *    Expected-feed schedule check, CALLed by D1NIGHT once the
      *    calibration steps have run (and runnable as its own job
      *    step).  FEEDSCH1 says which calibration datasets each
      *    sending department owes on which CALNDR01 business days;
      *    XMITREG1 says which ones were actually processed and for
      *    which night.  For the run date and the business days
      *    before it (THRESH01 FEEDDAYS=, default 5) every feed due
      *    is checked off as received, late (processed after its
      *    night closed, by a MODE=LATE run) or missing, and the
      *    late and missing ones are listed by night on FEEDRPT1.
      *    A feed missing on the run date itself raises an operator
      *    alert routed to the transmissions group; on earlier nights
      *    it stays on the report until it arrives or drops out of
      *    the window, without alerting again.  A site without a
      *    schedule runs exactly as before.
      *    RC 4 = a feed in the window is still missing, or a
      *    schedule card was unusable.
      *
      *    FEEDSCH1 cards (a '*' in byte 1 is a comment):
      *        bytes  1-40  dataset name as CALFLIST names it; a
      *                     trailing '*' matches any name beginning
      *                     with the text ahead of it
      *        bytes 42-44  sending department code
      *        byte  46     due rule - 'B' every business day,
      *                     'F' first business day of the month,
      *                     'M' the month-end processing night,
      *                     '1' to '7' business days falling on
      *                     that weekday (1 Monday ... 7 Sunday)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNCTL-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALNDR01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAL-STATUS.

           SELECT THR-FILE ASSIGN TO "THRESH01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS THR-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPALERT1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERT-STATUS.

           SELECT DEPTM-FILE ASSIGN TO "CALDEPM1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPTM-STATUS.

           SELECT SCHED-FILE ASSIGN TO "FEEDSCH1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCHED-STATUS.

           SELECT XREG-FILE ASSIGN TO "XMITREG1"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS XREG-KEY
           FILE STATUS IS XREG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "FEEDRPT1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNCTL-FILE.
       01 RUNCTL-RECORD PIC X(40).

       FD CAL-FILE.
       01 CAL-RECORD PIC X(20).

       FD THR-FILE.
       01 THR-RECORD PIC X(40).

       FD ALERT-FILE.
       01 ALERT-RECORD PIC X(132).

       FD DEPTM-FILE.
       01 DEPTM-RECORD PIC X(80).

       FD SCHED-FILE.
       01 SCHED-RECORD PIC X(80).

       FD XREG-FILE.
       COPY CALXREG.

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD JRNL-FILE.
       01 JRNL-OUT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 SCHED-STATUS      PIC XX.
       01 XREG-STATUS       PIC XX.
       01 REPORT-STATUS     PIC XX.
       01 JRNL-STATUS       PIC XX.
       01 JRNL-START-SAVE   PIC 9(8) VALUE ZERO.
       01 JRNL-DATE-SAVE    PIC 9(8) VALUE ZERO.
       01 SCHED-EOF         PIC X.
       01 XREG-EOF          PIC X.
       01 REPORT-OPEN       PIC X VALUE 'N'.
      *    The schedule as loaded - one entry per usable card.
       01 SCHED-CARD-NO     PIC 9(4) VALUE ZERO.
       01 SCHED-BAD-COUNT   PIC 9(4) VALUE ZERO.
       01 SCHED-COUNT       PIC 9(3) VALUE ZERO.
       01 SCHED-IDX         PIC 9(3).
       01 SCHED-TABLE.
           05 SCHED-ENTRY OCCURS 200 TIMES.
               10 SCHED-DSN       PIC X(40).
               10 SCHED-PFX-LEN   PIC 9(2).
               10 SCHED-DEPT      PIC X(3).
               10 SCHED-RULE      PIC X.
       01 SCHED-STAR-POS    PIC 9(2).
      *    The business days being reported, newest (the run date)
      *    first, each with what the due rules need to know of it.
       01 NIGHT-COUNT       PIC 9(2) VALUE ZERO.
       01 NIGHT-IDX         PIC 9(2).
       01 NIGHT-TABLE.
           05 NIGHT-ENTRY OCCURS 31 TIMES.
               10 NIGHT-DATE      PIC 9(8).
               10 NIGHT-WEEKDAY   PIC 9.
               10 NIGHT-MEFLAG    PIC X.
               10 NIGHT-FIRST     PIC X.
       01 WINDOW-START      PIC 9(8).
       01 WALK-DATE         PIC 9(8).
       01 WALK-INT          PIC 9(8).
       01 WALK-TRIES        PIC 9(3).
       01 WEEK-QUOTIENT     PIC 9(8).
       01 WEEK-REMAINDER    PIC 9.
      *    Every registration on XMITREG1 that counted toward a
      *    night inside the window.
       01 ARRV-COUNT        PIC 9(4) VALUE ZERO.
       01 ARRV-IDX          PIC 9(4).
       01 ARRV-FULL         PIC X VALUE 'N'.
       01 ARRV-TABLE.
           05 ARRV-ENTRY OCCURS 1000 TIMES.
               10 ARRV-NIGHT      PIC 9(8).
               10 ARRV-DSN        PIC X(40).
               10 ARRV-LATE       PIC X.
               10 ARRV-PROC-DATE  PIC 9(8).
       01 FEED-DUE          PIC X.
       01 FEED-STATE        PIC X(8).
       01 FEED-PROC-DATE    PIC 9(8).
       01 NIGHT-DUE         PIC 9(4).
       01 NIGHT-RCVD        PIC 9(4).
       01 NIGHT-LATE        PIC 9(4).
       01 NIGHT-MISSING     PIC 9(4).
       01 DUE-COUNT         PIC 9(4) VALUE ZERO.
       01 RCVD-COUNT        PIC 9(4) VALUE ZERO.
       01 LATE-COUNT        PIC 9(4) VALUE ZERO.
       01 MISSING-COUNT     PIC 9(4) VALUE ZERO.
       01 ALERT-COUNT       PIC 9(4) VALUE ZERO.
       01 DISPLAY-DAYS      PIC Z9.
       01 DISPLAY-ENTRIES   PIC ZZ9.
       01 DISPLAY-DUE       PIC ZZZ9.
       01 DISPLAY-RCVD      PIC ZZZ9.
       01 DISPLAY-LATE      PIC ZZZ9.
       01 DISPLAY-MISSING   PIC ZZZ9.
       COPY RUNJRNL.
       COPY RUNCTL.
       COPY CALCAL.
       COPY CALTHR.
       COPY CALDEPT.
       COPY CALDEPM.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT JRNL-START-SAVE FROM TIME.
           ACCEPT JRNL-DATE-SAVE FROM DATE YYYYMMDD.
           MOVE ZERO TO RETURN-CODE.
           PERFORM LOAD-RUN-CONTROL.
           IF RUNCTL-BAD = 'Y'
               MOVE 16 TO RETURN-CODE
               PERFORM JOURNAL-THIS-STEP
               GOBACK
           END-IF.
      *    The calendar is needed whatever the mode - it is what
      *    says which days were business days - and a PROD run with
      *    no DATE= card derives its date from it exactly as the
      *    rest of the chain does.
           PERFORM LOAD-PROC-CALENDAR.
           IF MODE-PROD AND RUN-CTL-DATE = ZERO AND CAL-LOADED = 'Y'
               MOVE JRNL-DATE-SAVE TO CAL-DATE-WORK
               PERFORM DERIVE-PROCESSING-DATE
               MOVE CAL-DERIVED-DATE TO RUN-CTL-DATE
           END-IF.
           IF RUN-CTL-DATE NOT = ZERO
               MOVE RUN-CTL-DATE TO JRNL-DATE-SAVE
           ELSE
               MOVE JRNL-DATE-SAVE TO RUN-CTL-DATE
           END-IF.
           DISPLAY "Run mode: " RUN-MODE "  Run date: " RUN-CTL-DATE.
           PERFORM LOAD-THRESHOLDS.
           IF THR-FEED-DAYS < 1
               MOVE 1 TO THR-FEED-DAYS
           END-IF.
           IF THR-FEED-DAYS > 31
               MOVE 31 TO THR-FEED-DAYS
           END-IF.
           PERFORM LOAD-FEED-SCHEDULE.
           IF SCHED-STATUS NOT = "00" AND SCHED-COUNT = ZERO
               DISPLAY "FEEDSCH1 not available - expected feeds not "
                   "checked"
               PERFORM JOURNAL-THIS-STEP
               GOBACK
           END-IF.
           PERFORM LOAD-DEPT-MASTER.
           PERFORM BUILD-NIGHT-WINDOW.
           PERFORM LOAD-ARRIVALS.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS = "00"
               MOVE 'Y' TO REPORT-OPEN
               PERFORM WRITE-REPORT-HEADER
           ELSE
               DISPLAY "FEEDRPT1 could not be opened - missing and "
                   "late feeds on SYSOUT and alerts only"
           END-IF.
           PERFORM VARYING NIGHT-IDX FROM NIGHT-COUNT BY -1
               UNTIL NIGHT-IDX < 1
               PERFORM CHECK-ONE-NIGHT
           END-PERFORM.
           MOVE DUE-COUNT TO DISPLAY-DUE.
           MOVE RCVD-COUNT TO DISPLAY-RCVD.
           MOVE LATE-COUNT TO DISPLAY-LATE.
           MOVE MISSING-COUNT TO DISPLAY-MISSING.
           IF REPORT-OPEN = 'Y'
               MOVE SPACES TO REPORT-RECORD
               STRING "END OF REPORT  DUE=" DELIMITED BY SIZE
                      DISPLAY-DUE DELIMITED BY SIZE
                      "  RECEIVED=" DELIMITED BY SIZE
                      DISPLAY-RCVD DELIMITED BY SIZE
                      "  LATE=" DELIMITED BY SIZE
                      DISPLAY-LATE DELIMITED BY SIZE
                      "  MISSING=" DELIMITED BY SIZE
                      DISPLAY-MISSING DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           END-IF.
           DISPLAY "===== D1FEED control totals =====".
           DISPLAY "Schedule entries.....: " SCHED-COUNT.
           DISPLAY "Schedule cards unused: " SCHED-BAD-COUNT.
           DISPLAY "Nights checked.......: " NIGHT-COUNT.
           DISPLAY "Feeds due............: " DUE-COUNT.
           DISPLAY "Feeds received.......: " RCVD-COUNT.
           DISPLAY "Feeds received late..: " LATE-COUNT.
           DISPLAY "Feeds missing........: " MISSING-COUNT.
           DISPLAY "Missing-feed alerts..: " ALERT-COUNT.
           IF (MISSING-COUNT > ZERO OR SCHED-BAD-COUNT > ZERO
               OR REPORT-OPEN = 'N') AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM JOURNAL-THIS-STEP.
           GOBACK.

      *    A card that cannot be understood is named on SYSOUT and
      *    skipped - the feed it meant to describe is then simply
      *    not checked, which the RC 4 makes visible.
       LOAD-FEED-SCHEDULE.
           OPEN INPUT SCHED-FILE.
           IF SCHED-STATUS = "00"
               MOVE 'N' TO SCHED-EOF
               PERFORM UNTIL SCHED-EOF = 'Y'
                   READ SCHED-FILE
                       AT END
                           MOVE 'Y' TO SCHED-EOF
                       NOT AT END
                           ADD 1 TO SCHED-CARD-NO
                           IF SCHED-RECORD (1:1) NOT = '*' AND
                              SCHED-RECORD NOT = SPACES
                               PERFORM STORE-SCHEDULE-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHED-FILE
           END-IF.

       STORE-SCHEDULE-CARD.
           IF SCHED-RECORD (1:40) = SPACES OR
              SCHED-RECORD (42:3) = SPACES OR
              (SCHED-RECORD (46:1) NOT = 'B' AND
               SCHED-RECORD (46:1) NOT = 'F' AND
               SCHED-RECORD (46:1) NOT = 'M' AND
               (SCHED-RECORD (46:1) < '1' OR
                SCHED-RECORD (46:1) > '7'))
               ADD 1 TO SCHED-BAD-COUNT
               DISPLAY "FEEDSCH1 card " SCHED-CARD-NO " ignored - "
                   "dataset, department or due rule missing or "
                   "invalid"
           ELSE
               IF SCHED-COUNT >= 200
                   ADD 1 TO SCHED-BAD-COUNT
                   DISPLAY "FEEDSCH1 card " SCHED-CARD-NO " ignored - "
                       "more than 200 scheduled feeds"
               ELSE
                   ADD 1 TO SCHED-COUNT
                   MOVE SCHED-RECORD (1:40) TO SCHED-DSN (SCHED-COUNT)
                   MOVE SCHED-RECORD (42:3)
                       TO SCHED-DEPT (SCHED-COUNT)
                   MOVE SCHED-RECORD (46:1)
                       TO SCHED-RULE (SCHED-COUNT)
                   MOVE ZERO TO SCHED-STAR-POS
                   INSPECT SCHED-RECORD (1:40) TALLYING SCHED-STAR-POS
                       FOR CHARACTERS BEFORE INITIAL '*'
                   IF SCHED-STAR-POS < 40
                       MOVE SCHED-STAR-POS
                           TO SCHED-PFX-LEN (SCHED-COUNT)
                   ELSE
                       MOVE ZERO TO SCHED-PFX-LEN (SCHED-COUNT)
                   END-IF
               END-IF
           END-IF.

      *    Walks back from the run date collecting business days
      *    (a date the calendar does not list counts as one, as
      *    everywhere else in the suite), at most two months back so
      *    a calendar of nothing but holidays cannot loop forever.
       BUILD-NIGHT-WINDOW.
           MOVE RUN-CTL-DATE TO WALK-DATE.
           MOVE ZERO TO WALK-TRIES.
           PERFORM UNTIL NIGHT-COUNT >= THR-FEED-DAYS
               OR WALK-TRIES > 62
               MOVE WALK-DATE TO CAL-DATE-WORK
               PERFORM FIND-CALENDAR-DAY
               IF CAL-FOUND = ZERO OR CAL-DAY-TYPE (CAL-FOUND) = 'B'
                   ADD 1 TO NIGHT-COUNT
                   PERFORM STORE-WINDOW-NIGHT
               END-IF
               ADD 1 TO WALK-TRIES
               COMPUTE WALK-INT =
                   FUNCTION INTEGER-OF-DATE (WALK-DATE) - 1
               COMPUTE WALK-DATE = FUNCTION DATE-OF-INTEGER (WALK-INT)
           END-PERFORM.
           IF NIGHT-COUNT > ZERO
               MOVE NIGHT-DATE (NIGHT-COUNT) TO WINDOW-START
           ELSE
               MOVE RUN-CTL-DATE TO WINDOW-START
           END-IF.

      *    Day 1 of the integer calendar (1601-01-01) was a Monday.
      *    A night is the first business day of its month when the
      *    business day before it falls in an earlier month.
       STORE-WINDOW-NIGHT.
           MOVE WALK-DATE TO NIGHT-DATE (NIGHT-COUNT).
           MOVE 'N' TO NIGHT-MEFLAG (NIGHT-COUNT).
           IF CAL-FOUND > ZERO
               MOVE CAL-DAY-MEFLAG (CAL-FOUND)
                   TO NIGHT-MEFLAG (NIGHT-COUNT)
           END-IF.
           COMPUTE WALK-INT = FUNCTION INTEGER-OF-DATE (WALK-DATE) - 1.
           DIVIDE WALK-INT BY 7 GIVING WEEK-QUOTIENT
               REMAINDER WEEK-REMAINDER.
           COMPUTE NIGHT-WEEKDAY (NIGHT-COUNT) = WEEK-REMAINDER + 1.
           COMPUTE CAL-DATE-WORK = FUNCTION DATE-OF-INTEGER (WALK-INT).
           PERFORM DERIVE-PROCESSING-DATE.
           IF CAL-DERIVED-DATE (1:6) NOT = WALK-DATE (1:6)
               MOVE 'Y' TO NIGHT-FIRST (NIGHT-COUNT)
           ELSE
               MOVE 'N' TO NIGHT-FIRST (NIGHT-COUNT)
           END-IF.

      *    The register is keyed by header date, not by night, so it
      *    is read end to end; only registrations that counted
      *    toward a night in the window are kept.
       LOAD-ARRIVALS.
           OPEN INPUT XREG-FILE.
           IF XREG-STATUS NOT = "00"
               DISPLAY "XMITREG1 not available - every scheduled "
                   "feed reports missing"
           ELSE
               MOVE 'N' TO XREG-EOF
               PERFORM UNTIL XREG-EOF = 'Y'
                   READ XREG-FILE
                       AT END
                           MOVE 'Y' TO XREG-EOF
                       NOT AT END
                           IF XREG-RUN-DATE IS NUMERIC AND
                              XREG-RUN-DATE >= WINDOW-START AND
                              XREG-RUN-DATE <= RUN-CTL-DATE
                               PERFORM STORE-ARRIVAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREG-FILE
           END-IF.

       STORE-ARRIVAL.
           IF ARRV-COUNT >= 1000
               IF ARRV-FULL = 'N'
                   MOVE 'Y' TO ARRV-FULL
                   DISPLAY "More than 1000 registrations in the "
                       "window - later ones not seen, shorten "
                       "FEEDDAYS="
               END-IF
           ELSE
               ADD 1 TO ARRV-COUNT
               MOVE XREG-RUN-DATE TO ARRV-NIGHT (ARRV-COUNT)
               MOVE XREG-DSN TO ARRV-DSN (ARRV-COUNT)
               MOVE XREG-ARRIVAL TO ARRV-LATE (ARRV-COUNT)
               MOVE XREG-PROC-DATE TO ARRV-PROC-DATE (ARRV-COUNT)
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "EXPECTED-FEED SCHEDULE - MISSING AND LATE FEEDS"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE NIGHT-COUNT TO DISPLAY-DAYS.
           MOVE SCHED-COUNT TO DISPLAY-ENTRIES.
           MOVE SPACES TO REPORT-RECORD.
           STRING "MODE=" DELIMITED BY SIZE
                  RUN-MODE DELIMITED BY SIZE
                  "  RUNDATE=" DELIMITED BY SIZE
                  RUN-CTL-DATE DELIMITED BY SIZE
                  "  NIGHTS=" DELIMITED BY SIZE
                  DISPLAY-DAYS DELIMITED BY SIZE
                  " FROM " DELIMITED BY SIZE
                  WINDOW-START DELIMITED BY SIZE
                  "  SCHEDULED FEEDS=" DELIMITED BY SIZE
                  DISPLAY-ENTRIES DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *    Nights print oldest first; received feeds are only
      *    counted, late and missing ones are listed.
       CHECK-ONE-NIGHT.
           MOVE ZERO TO NIGHT-DUE.
           MOVE ZERO TO NIGHT-RCVD.
           MOVE ZERO TO NIGHT-LATE.
           MOVE ZERO TO NIGHT-MISSING.
           IF REPORT-OPEN = 'Y'
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "NIGHT=" DELIMITED BY SIZE
                      NIGHT-DATE (NIGHT-IDX) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               IF NIGHT-MEFLAG (NIGHT-IDX) = 'E'
                   MOVE "MONTH-END" TO REPORT-RECORD (17:9)
               END-IF
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
               UNTIL SCHED-IDX > SCHED-COUNT
               PERFORM CHECK-ONE-FEED
           END-PERFORM.
           MOVE NIGHT-DUE TO DISPLAY-DUE.
           MOVE NIGHT-RCVD TO DISPLAY-RCVD.
           MOVE NIGHT-LATE TO DISPLAY-LATE.
           MOVE NIGHT-MISSING TO DISPLAY-MISSING.
           IF REPORT-OPEN = 'Y'
               MOVE SPACES TO REPORT-RECORD
               STRING "  DUE=" DELIMITED BY SIZE
                      DISPLAY-DUE DELIMITED BY SIZE
                      "  RECEIVED=" DELIMITED BY SIZE
                      DISPLAY-RCVD DELIMITED BY SIZE
                      "  LATE=" DELIMITED BY SIZE
                      DISPLAY-LATE DELIMITED BY SIZE
                      "  MISSING=" DELIMITED BY SIZE
                      DISPLAY-MISSING DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           ADD NIGHT-DUE TO DUE-COUNT.
           ADD NIGHT-RCVD TO RCVD-COUNT.
           ADD NIGHT-LATE TO LATE-COUNT.
           ADD NIGHT-MISSING TO MISSING-COUNT.

       CHECK-ONE-FEED.
           PERFORM TEST-FEED-DUE.
           IF FEED-DUE = 'Y'
               ADD 1 TO NIGHT-DUE
               PERFORM FIND-FEED-ARRIVAL
               EVALUATE FEED-STATE
                   WHEN "RECEIVED"
                       ADD 1 TO NIGHT-RCVD
                   WHEN "LATE"
                       ADD 1 TO NIGHT-LATE
                       PERFORM WRITE-FEED-LINE
                   WHEN OTHER
                       ADD 1 TO NIGHT-MISSING
                       PERFORM WRITE-FEED-LINE
                       PERFORM ALERT-MISSING-FEED
               END-EVALUATE
           END-IF.

       TEST-FEED-DUE.
           MOVE 'N' TO FEED-DUE.
           EVALUATE SCHED-RULE (SCHED-IDX)
               WHEN 'B'
                   MOVE 'Y' TO FEED-DUE
               WHEN 'F'
                   MOVE NIGHT-FIRST (NIGHT-IDX) TO FEED-DUE
               WHEN 'M'
                   IF NIGHT-MEFLAG (NIGHT-IDX) = 'E'
                       MOVE 'Y' TO FEED-DUE
                   END-IF
               WHEN OTHER
                   IF SCHED-RULE (SCHED-IDX) =
                      NIGHT-WEEKDAY (NIGHT-IDX)
                       MOVE 'Y' TO FEED-DUE
                   END-IF
           END-EVALUATE.

      *    A registration in time for the night beats a late one -
      *    a feed re-sent late after an on-time copy was processed
      *    was received, not late.
       FIND-FEED-ARRIVAL.
           MOVE "MISSING" TO FEED-STATE.
           MOVE ZERO TO FEED-PROC-DATE.
           PERFORM VARYING ARRV-IDX FROM 1 BY 1
               UNTIL ARRV-IDX > ARRV-COUNT OR FEED-STATE = "RECEIVED"
               IF ARRV-NIGHT (ARRV-IDX) = NIGHT-DATE (NIGHT-IDX)
                   IF (SCHED-PFX-LEN (SCHED-IDX) = ZERO AND
                       ARRV-DSN (ARRV-IDX) = SCHED-DSN (SCHED-IDX))
                      OR
                      (SCHED-PFX-LEN (SCHED-IDX) > ZERO AND
                       ARRV-DSN (ARRV-IDX)
                           (1:SCHED-PFX-LEN (SCHED-IDX)) =
                       SCHED-DSN (SCHED-IDX)
                           (1:SCHED-PFX-LEN (SCHED-IDX)))
                       IF ARRV-LATE (ARRV-IDX) = 'L'
                           MOVE "LATE" TO FEED-STATE
                           MOVE ARRV-PROC-DATE (ARRV-IDX)
                               TO FEED-PROC-DATE
                       ELSE
                           MOVE "RECEIVED" TO FEED-STATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-FEED-LINE.
           MOVE SCHED-DEPT (SCHED-IDX) TO DEPT-CODE-WORK.
           PERFORM RESOLVE-DEPT-NAME.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  " DELIMITED BY SIZE
                  FEED-STATE DELIMITED BY SIZE
                  " DEPT=" DELIMITED BY SIZE
                  DEPT-CODE-WORK DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DEPT-NAME-WORK DELIMITED BY SIZE
                  "  DSN=" DELIMITED BY SIZE
                  SCHED-DSN (SCHED-IDX) DELIMITED BY SPACE
                  INTO REPORT-RECORD.
           IF FEED-STATE = "LATE"
               MOVE "PROCESSED=" TO REPORT-RECORD (100:10)
               MOVE FEED-PROC-DATE TO REPORT-RECORD (110:8)
           END-IF.
           IF REPORT-OPEN = 'Y'
               WRITE REPORT-RECORD
           ELSE
               DISPLAY NIGHT-DATE (NIGHT-IDX) REPORT-RECORD
           END-IF.

      *    Only the run date's own missing feeds alert: an earlier
      *    night's were alerted on that night, and a late-arrival
      *    run is the answer to an alert already raised.
       ALERT-MISSING-FEED.
           IF NIGHT-DATE (NIGHT-IDX) = RUN-CTL-DATE AND
              NOT MODE-LATE AND NOT MODE-WHATIF
               ADD 1 TO ALERT-COUNT
               MOVE SPACES TO ALERT-TEXT
               STRING "WARNING  TRANSMISSION MISSING NIGHT="
                      DELIMITED BY SIZE
                      RUN-CTL-DATE DELIMITED BY SIZE
                      " DEPT=" DELIMITED BY SIZE
                      SCHED-DEPT (SCHED-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SCHED-DSN (SCHED-IDX) DELIMITED BY SPACE
                      INTO ALERT-TEXT
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.

       JOURNAL-THIS-STEP.
           MOVE "D1FEED" TO JRNL-PROGRAM.
           MOVE JRNL-DATE-SAVE TO JRNL-RUN-DATE.
           MOVE JRNL-START-SAVE TO JRNL-START-TIME.
           ACCEPT JRNL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO JRNL-RETURN-CODE.
           MOVE SPACES TO JRNL-COUNTS.
           IF RUNCTL-BAD = 'Y'
               MOVE "BAD RUN-CONTROL CARD" TO JRNL-COUNTS
           ELSE
               STRING "MODE=" DELIMITED BY SIZE
                      RUN-MODE DELIMITED BY SIZE
                      " DUE=" DELIMITED BY SIZE
                      DUE-COUNT DELIMITED BY SIZE
                      " RCVD=" DELIMITED BY SIZE
                      RCVD-COUNT DELIMITED BY SIZE
                      " LATE=" DELIMITED BY SIZE
                      LATE-COUNT DELIMITED BY SIZE
                      " MISS=" DELIMITED BY SIZE
                      MISSING-COUNT DELIMITED BY SIZE
                      INTO JRNL-COUNTS
           END-IF.
           PERFORM WRITE-JOURNAL-RECORD.

       COPY RUNJRNLP.

       COPY RUNCTLP.

       COPY CALCALP.

       COPY CALTHRP.

       COPY CALDEPMP.
