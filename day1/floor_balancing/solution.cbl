       IDENTIFICATION DIVISION.
       PROGRAM-ID. D1FBAL.

      *    Floor-side end-of-night balancing, the companion to D1BAL
      *    on the calibration side.  BRKTIN01 is re-read from the
      *    top and every SET= group re-scanned independently of D1:
      *    final floor, first basement position, stream length and
      *    highest/lowest floor.  Those figures are then proved
      *    against what D1 left behind -
      *        FLRLEDG1  the entries posted for the processing date,
      *                  all under one batch number, one per set
      *                  D1 certified, floor and basement matching
      *        FLROCC1   per-floor position counts adding up to
      *                  each set's stream length
      *        FLRPROF1  max/min floor agreeing with the re-scan
      *    A set FLRPROF1 marks withheld must have no ledger entry.
      *    Every disagreement writes an OUT line to FLRBAL01 and
      *    ends the step with RC 8, so the archive step is bypassed
      *    exactly as it is for a calibration-side imbalance.  The
      *    processing date is derived the way D1 derives it (DATE=
      *    card, else the CALNDR01 business day on a PROD run).  A
      *    WHATIF night posts nothing, so the report says so and the
      *    step ends RC 0.
      *    D1NIGHT also CALLs the step after every night of a
      *    BACKFILL range, while that night's FLRPROF1 and FLROCC1
      *    are still in place; the re-scan then reads the night's
      *    own BRKTmmdd deck, as D1 did, and the report goes to its
      *    FBALmmdd DD instead of FLRBAL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRKT-FILE ASSIGN TO DYNAMIC BRKT-DD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BRKT-STATUS.

           SELECT OPTIONAL CTL-FILE ASSIGN TO "BRKTCTL1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "FLRLEDG1"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDG-KEY
           FILE STATUS IS LEDGER-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "FLRPROF1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROFILE-STATUS.

           SELECT OCC-FILE ASSIGN TO "FLROCC1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OCC-STATUS.

           SELECT BALANCE-FILE ASSIGN TO DYNAMIC BALANCE-DD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BALANCE-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNCTL-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALNDR01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BRKT-FILE.
       01 BRKT-LINE PIC X(2000).

       FD CTL-FILE.
       01 CTL-RECORD PIC X(20).

       FD LEDGER-FILE.
       COPY FLRLEDGR.

       FD PROFILE-FILE.
       01 PROFILE-RECORD PIC X(132).

       FD OCC-FILE.
       01 OCC-RECORD PIC X(132).

       FD BALANCE-FILE.
       01 BALANCE-RECORD PIC X(132).

       FD RUNCTL-FILE.
       01 RUNCTL-RECORD PIC X(40).

       FD CAL-FILE.
       01 CAL-RECORD PIC X(20).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY CALCAL.
       01 BRKT-STATUS       PIC XX.
       01 CTL-STATUS        PIC XX.
       01 LEDGER-STATUS     PIC XX.
       01 PROFILE-STATUS    PIC XX.
       01 OCC-STATUS        PIC XX.
       01 BALANCE-STATUS    PIC XX.
       01 BRKT-DD-NAME      PIC X(8) VALUE "BRKTIN01".
       01 BALANCE-DD-NAME   PIC X(8) VALUE "FLRBAL01".
       01 RUN-DATE          PIC 9(8).
       01 TODAY-DATE        PIC 9(8).
       01 BRKT-EOF          PIC X VALUE 'N'.
       01 CTL-EOF           PIC X VALUE 'N'.
       01 PROFILE-EOF       PIC X VALUE 'N'.
       01 OCC-EOF           PIC X VALUE 'N'.
       01 LEDGER-EOF        PIC X VALUE 'N'.
       01 BRACKET-CHARS-SET PIC X VALUE 'N'.
       01 UP-CHAR           PIC X VALUE '('.
       01 DOWN-CHAR         PIC X VALUE ')'.
       01 TRIMMED-LINE      PIC X(2000).
       01 TRIMMED-LEN       PIC 9(4) VALUE ZERO.
       01 CHAR-POS          PIC 9(4).
       01 SET-NAME-WORK     PIC X(8) VALUE "DEFAULT".
       01 SET-OPEN          PIC X VALUE 'N'.
       01 SET-OVERFLOW      PIC 9(4) VALUE ZERO.
       01 CUR-SET           PIC 9(3) VALUE ZERO.
       01 NIGHT-BATCH       PIC 9(6) VALUE ZERO.
       01 LEDGER-ENTRIES    PIC 9(4) VALUE ZERO.
       01 DISCREPANCY-COUNT PIC 9(4) VALUE ZERO.
       01 CHECK-NAME        PIC X(40).
       01 EXPECTED-VALUE    PIC S9(9).
       01 ACTUAL-VALUE      PIC S9(9).
       01 DISPLAY-EXPECTED  PIC -(8)9.
       01 DISPLAY-ACTUAL    PIC -(8)9.
       01 DISPLAY-DISCREP   PIC ZZZ9.
       01 DISPLAY-BATCH     PIC ZZZZZ9.
       01 DISPLAY-COUNT     PIC ZZZ9.
       01 PROFILE-DATE      PIC X(8) VALUE SPACES.
       01 OCC-DATE          PIC X(8) VALUE SPACES.
       01 REPORT-DATE-TEXT  PIC X(8).
      *    One entry per SET= group re-scanned off BRKTIN01, with
      *    the figures D1's own outputs are proved against.  The
      *    PROF/OCC/LEDG fields fill in as each of D1's outputs is
      *    read back; FSET-WITHHELD comes off FLRPROF1's withheld
      *    line for the set.
       01 FSET-COUNT        PIC 9(3) VALUE ZERO.
       01 FSET-IDX          PIC 9(3).
       01 FSET-FOUND        PIC 9(3).
       01 FSET-NAME-WORK    PIC X(8).
       01 FSET-TABLE.
           05 FSET-ENTRY OCCURS 50 TIMES.
               10 FSET-NAME       PIC X(8).
               10 FSET-FLOOR      PIC S9(4).
               10 FSET-BASEMENT   PIC 9(9).
               10 FSET-LENGTH     PIC 9(9).
               10 FSET-MAX        PIC S9(4).
               10 FSET-MIN        PIC S9(4).
               10 FSET-WITHHELD   PIC X.
               10 FSET-PROF-SEEN  PIC X.
               10 FSET-PROF-MAX   PIC S9(4).
               10 FSET-PROF-MIN   PIC S9(4).
               10 FSET-OCC-SEEN   PIC X.
               10 FSET-OCC-SUM    PIC 9(9).
               10 FSET-LEDG-SEEN  PIC X.
               10 FSET-LEDG-FLOOR PIC S9(4).
               10 FSET-LEDG-BSMT  PIC 9(9).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LOAD-RUN-CONTROL.
           IF RUNCTL-BAD = 'Y'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
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
           MOVE RUN-CTL-DATE TO RUN-DATE.
           IF RUN-BKF-NIGHT = 'Y'
               MOVE SPACES TO BRKT-DD-NAME
               STRING "BRKT" DELIMITED BY SIZE
                      RUN-BKF-MMDD DELIMITED BY SIZE
                      INTO BRKT-DD-NAME
               MOVE SPACES TO BALANCE-DD-NAME
               STRING "FBAL" DELIMITED BY SIZE
                      RUN-BKF-MMDD DELIMITED BY SIZE
                      INTO BALANCE-DD-NAME
           END-IF.
           OPEN OUTPUT BALANCE-FILE.
           IF BALANCE-STATUS NOT = "00"
               DISPLAY BALANCE-DD-NAME " could not be opened for "
                   "output"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "FLOOR LEDGER BALANCING REPORT" TO BALANCE-RECORD.
           WRITE BALANCE-RECORD.
           MOVE SPACES TO BALANCE-RECORD.
           STRING "MODE=" DELIMITED BY SIZE
                  RUN-MODE DELIMITED BY SIZE
                  "  RUNDATE=" DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  INTO BALANCE-RECORD.
           WRITE BALANCE-RECORD.
           IF MODE-WHATIF
               MOVE "WHATIF RUN - NOTHING TO BALANCE"
                   TO BALANCE-RECORD
               WRITE BALANCE-RECORD
               CLOSE BALANCE-FILE
               DISPLAY "WHATIF run - nothing to balance"
               GOBACK
           END-IF.

           PERFORM LOAD-BRACKET-CONTROL.
           PERFORM RESCAN-BRACKET-FEED.
           PERFORM READ-BACK-PROFILE.
           PERFORM READ-BACK-OCCUPANCY.
           PERFORM READ-BACK-LEDGER.

           MOVE SPACES TO BALANCE-RECORD.
           WRITE BALANCE-RECORD.
           MOVE "PER-SET BALANCING" TO BALANCE-RECORD.
           WRITE BALANCE-RECORD.
           PERFORM VARYING FSET-IDX FROM 1 BY 1
               UNTIL FSET-IDX > FSET-COUNT
               PERFORM BALANCE-ONE-SET
           END-PERFORM.

           MOVE DISCREPANCY-COUNT TO DISPLAY-DISCREP.
           MOVE SPACES TO BALANCE-RECORD.
           IF DISCREPANCY-COUNT = ZERO
               MOVE "RESULT    FLOOR LEDGER IS IN BALANCE"
                   TO BALANCE-RECORD
           ELSE
               STRING "RESULT    FLOOR LEDGER IS OUT OF BALANCE - "
                      DELIMITED BY SIZE
                      DISPLAY-DISCREP DELIMITED BY SIZE
                      " DISCREPANCIES" DELIMITED BY SIZE
                      INTO BALANCE-RECORD
           END-IF.
           WRITE BALANCE-RECORD.
           CLOSE BALANCE-FILE.

           DISPLAY "===== D1FBAL control totals =====".
           DISPLAY "Sets re-derived..........: " FSET-COUNT.
           DISPLAY "Ledger entries for date..: " LEDGER-ENTRIES.
           DISPLAY "Night batch number.......: " NIGHT-BATCH.
           DISPLAY "Discrepancies............: " DISCREPANCY-COUNT.
           IF DISCREPANCY-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Same deck and same rules D1 reads: the first plain card
      *    names the up/down characters, GARBPCT= cards are D1's
      *    business and are skipped here.
       LOAD-BRACKET-CONTROL.
           OPEN INPUT CTL-FILE.
           IF CTL-STATUS = "00"
               PERFORM UNTIL CTL-EOF = 'Y'
                   READ CTL-FILE
                       AT END
                           MOVE 'Y' TO CTL-EOF
                       NOT AT END
                           IF CTL-RECORD (1:8) NOT = "GARBPCT="
                              AND BRACKET-CHARS-SET = 'N'
                               MOVE 'Y' TO BRACKET-CHARS-SET
                               IF CTL-RECORD (1:1) NOT = SPACE
                                   MOVE CTL-RECORD (1:1) TO UP-CHAR
                               END-IF
                               IF CTL-RECORD (2:1) NOT = SPACE
                                   MOVE CTL-RECORD (2:1) TO DOWN-CHAR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTL-FILE
           END-IF.

      *    The re-scan walks the feed record by record exactly as D1
      *    does - trimmed content only, SET= headers opening a new
      *    group, a headerless feed running as DEFAULT - but keeps
      *    only the figures D1's outputs are proved against.
       RESCAN-BRACKET-FEED.
           OPEN INPUT BRKT-FILE.
           IF BRKT-STATUS NOT = "00"
               ADD 1 TO DISCREPANCY-COUNT
               MOVE SPACES TO BALANCE-RECORD
               STRING "OUT       " DELIMITED BY SIZE
                      BRKT-DD-NAME DELIMITED BY SIZE
                      " NOT AVAILABLE" DELIMITED BY SIZE
                      INTO BALANCE-RECORD
               WRITE BALANCE-RECORD
           ELSE
               PERFORM UNTIL BRKT-EOF = 'Y'
                   READ BRKT-FILE
                       AT END
                           MOVE 'Y' TO BRKT-EOF
                       NOT AT END
                           MOVE FUNCTION TRIM (BRKT-LINE)
                               TO TRIMMED-LINE
                           MOVE FUNCTION LENGTH
                               (FUNCTION TRIM (BRKT-LINE))
                               TO TRIMMED-LEN
                           IF TRIMMED-LINE (1:4) = "SET="
                               MOVE TRIMMED-LINE (5:8) TO SET-NAME-WORK
                               PERFORM OPEN-RESCAN-SET
                           ELSE
                               IF TRIMMED-LEN > 0
                                   IF SET-OPEN = 'N'
                                       PERFORM OPEN-RESCAN-SET
                                   END-IF
                                   PERFORM RESCAN-ONE-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRKT-FILE
               IF FSET-COUNT = ZERO AND SET-OVERFLOW = ZERO
                   PERFORM OPEN-RESCAN-SET
               END-IF
           END-IF.
           IF SET-OVERFLOW > ZERO
               ADD 1 TO DISCREPANCY-COUNT
               MOVE SET-OVERFLOW TO DISPLAY-COUNT
               MOVE SPACES TO BALANCE-RECORD
               STRING "OUT       SET TABLE FULL - SETS NOT BALANCED="
                      DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      INTO BALANCE-RECORD
               WRITE BALANCE-RECORD
           END-IF.

       OPEN-RESCAN-SET.
           MOVE 'Y' TO SET-OPEN.
           IF FSET-COUNT < 50
               ADD 1 TO FSET-COUNT
               MOVE FSET-COUNT TO CUR-SET
               MOVE SET-NAME-WORK TO FSET-NAME (CUR-SET)
               MOVE ZERO TO FSET-FLOOR (CUR-SET)
               MOVE ZERO TO FSET-BASEMENT (CUR-SET)
               MOVE ZERO TO FSET-LENGTH (CUR-SET)
               MOVE ZERO TO FSET-MAX (CUR-SET)
               MOVE ZERO TO FSET-MIN (CUR-SET)
               MOVE 'N' TO FSET-WITHHELD (CUR-SET)
               MOVE 'N' TO FSET-PROF-SEEN (CUR-SET)
               MOVE ZERO TO FSET-PROF-MAX (CUR-SET)
               MOVE ZERO TO FSET-PROF-MIN (CUR-SET)
               MOVE 'N' TO FSET-OCC-SEEN (CUR-SET)
               MOVE ZERO TO FSET-OCC-SUM (CUR-SET)
               MOVE 'N' TO FSET-LEDG-SEEN (CUR-SET)
               MOVE ZERO TO FSET-LEDG-FLOOR (CUR-SET)
               MOVE ZERO TO FSET-LEDG-BSMT (CUR-SET)
           ELSE
               MOVE ZERO TO CUR-SET
               ADD 1 TO SET-OVERFLOW
           END-IF.

       RESCAN-ONE-RECORD.
           IF CUR-SET > ZERO
               PERFORM VARYING CHAR-POS FROM 1 BY 1
                   UNTIL CHAR-POS > TRIMMED-LEN
                   ADD 1 TO FSET-LENGTH (CUR-SET)
                   EVALUATE TRUE
                       WHEN TRIMMED-LINE (CHAR-POS:1) = UP-CHAR
                           ADD 1 TO FSET-FLOOR (CUR-SET)
                           IF FSET-FLOOR (CUR-SET) > FSET-MAX (CUR-SET)
                               MOVE FSET-FLOOR (CUR-SET)
                                   TO FSET-MAX (CUR-SET)
                           END-IF
                       WHEN TRIMMED-LINE (CHAR-POS:1) = DOWN-CHAR
                           SUBTRACT 1 FROM FSET-FLOOR (CUR-SET)
                           IF FSET-FLOOR (CUR-SET) < FSET-MIN (CUR-SET)
                               MOVE FSET-FLOOR (CUR-SET)
                                   TO FSET-MIN (CUR-SET)
                           END-IF
                           IF FSET-FLOOR (CUR-SET) < 0 AND
                              FSET-BASEMENT (CUR-SET) = ZERO
                               MOVE FSET-LENGTH (CUR-SET)
                                   TO FSET-BASEMENT (CUR-SET)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
           END-IF.

       FIND-FSET-ENTRY.
           MOVE ZERO TO FSET-FOUND.
           PERFORM VARYING FSET-IDX FROM 1 BY 1
               UNTIL FSET-IDX > FSET-COUNT OR FSET-FOUND > ZERO
               IF FSET-NAME (FSET-IDX) = FSET-NAME-WORK
                   MOVE FSET-IDX TO FSET-FOUND
               END-IF
           END-PERFORM.

      *    FLRPROF1 lines D1 writes per set: the SET= header, then
      *    "  MAX FLOOR=" / "  MIN FLOOR=" with the floor at bytes
      *    13-17, and a "  SET WITHHELD" line when the set was not
      *    certified.  The MODE= line's RUNDATE must be tonight's -
      *    a stale generation proves nothing.
       READ-BACK-PROFILE.
           MOVE ZERO TO FSET-FOUND.
           OPEN INPUT PROFILE-FILE.
           IF PROFILE-STATUS NOT = "00"
               ADD 1 TO DISCREPANCY-COUNT
               MOVE "OUT       FLRPROF1 NOT AVAILABLE" TO BALANCE-RECORD
               WRITE BALANCE-RECORD
           ELSE
               PERFORM UNTIL PROFILE-EOF = 'Y'
                   READ PROFILE-FILE
                       AT END
                           MOVE 'Y' TO PROFILE-EOF
                       NOT AT END
                           PERFORM NOTE-PROFILE-LINE
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
               MOVE PROFILE-DATE TO REPORT-DATE-TEXT
               MOVE "FLRPROF1" TO CHECK-NAME
               PERFORM CHECK-REPORT-DATE
           END-IF.

       NOTE-PROFILE-LINE.
           EVALUATE TRUE
               WHEN PROFILE-RECORD (1:5) = "MODE="
                   MOVE PROFILE-RECORD (23:8) TO PROFILE-DATE
               WHEN PROFILE-RECORD (1:4) = "SET="
                   MOVE PROFILE-RECORD (5:8) TO FSET-NAME-WORK
                   PERFORM FIND-FSET-ENTRY
                   IF FSET-FOUND > ZERO
                       MOVE 'Y' TO FSET-PROF-SEEN (FSET-FOUND)
                   ELSE
                       PERFORM WRITE-UNKNOWN-SET-LINE
                   END-IF
               WHEN PROFILE-RECORD (1:12) = "  MAX FLOOR="
                    AND FSET-FOUND > ZERO
                   COMPUTE FSET-PROF-MAX (FSET-FOUND) =
                       FUNCTION NUMVAL (PROFILE-RECORD (13:5))
               WHEN PROFILE-RECORD (1:12) = "  MIN FLOOR="
                    AND FSET-FOUND > ZERO
                   COMPUTE FSET-PROF-MIN (FSET-FOUND) =
                       FUNCTION NUMVAL (PROFILE-RECORD (13:5))
               WHEN PROFILE-RECORD (1:14) = "  SET WITHHELD"
                    AND FSET-FOUND > ZERO
                   MOVE 'Y' TO FSET-WITHHELD (FSET-FOUND)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    FLROCC1 per set: a "SET=name  STREAM POSITIONS=" line,
      *    then one "  FLOOR=" line per floor with its positions at
      *    bytes 26-34, plus a table-full line carrying positions
      *    that did not fit.  The combined page closes the last set
      *    and is not itself balanced here.
       READ-BACK-OCCUPANCY.
           MOVE ZERO TO FSET-FOUND.
           OPEN INPUT OCC-FILE.
           IF OCC-STATUS NOT = "00"
               ADD 1 TO DISCREPANCY-COUNT
               MOVE "OUT       FLROCC1 NOT AVAILABLE" TO BALANCE-RECORD
               WRITE BALANCE-RECORD
           ELSE
               PERFORM UNTIL OCC-EOF = 'Y'
                   READ OCC-FILE
                       AT END
                           MOVE 'Y' TO OCC-EOF
                       NOT AT END
                           PERFORM NOTE-OCCUPANCY-LINE
                   END-READ
               END-PERFORM
               CLOSE OCC-FILE
               MOVE OCC-DATE TO REPORT-DATE-TEXT
               MOVE "FLROCC1" TO CHECK-NAME
               PERFORM CHECK-REPORT-DATE
           END-IF.

       NOTE-OCCUPANCY-LINE.
           EVALUATE TRUE
               WHEN OCC-RECORD (1:5) = "MODE="
                   MOVE OCC-RECORD (23:8) TO OCC-DATE
               WHEN OCC-RECORD (1:4) = "SET="
                   MOVE OCC-RECORD (5:8) TO FSET-NAME-WORK
                   PERFORM FIND-FSET-ENTRY
                   IF FSET-FOUND > ZERO
                       MOVE 'Y' TO FSET-OCC-SEEN (FSET-FOUND)
                   ELSE
                       PERFORM WRITE-UNKNOWN-SET-LINE
                   END-IF
               WHEN OCC-RECORD (1:17) = "ALL SETS COMBINED"
                   MOVE ZERO TO FSET-FOUND
               WHEN OCC-RECORD (1:8) = "  FLOOR="
                    AND FSET-FOUND > ZERO
                   COMPUTE FSET-OCC-SUM (FSET-FOUND) =
                       FSET-OCC-SUM (FSET-FOUND) +
                       FUNCTION NUMVAL (OCC-RECORD (26:9))
               WHEN OCC-RECORD (1:20) = "  FLOOR TABLE FULL -"
                    AND FSET-FOUND > ZERO
                   COMPUTE FSET-OCC-SUM (FSET-FOUND) =
                       FSET-OCC-SUM (FSET-FOUND) +
                       FUNCTION NUMVAL (OCC-RECORD (43:9))
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-UNKNOWN-SET-LINE.
           ADD 1 TO DISCREPANCY-COUNT.
           MOVE SPACES TO BALANCE-RECORD.
           STRING "OUT       SET=" DELIMITED BY SIZE
                  FSET-NAME-WORK DELIMITED BY SIZE
                  " REPORTED BUT NOT ON BRKTIN01" DELIMITED BY SIZE
                  INTO BALANCE-RECORD.
           WRITE BALANCE-RECORD.

       CHECK-REPORT-DATE.
           IF REPORT-DATE-TEXT NOT = RUN-DATE
               ADD 1 TO DISCREPANCY-COUNT
               MOVE SPACES TO BALANCE-RECORD
               STRING "OUT       " DELIMITED BY SIZE
                      CHECK-NAME DELIMITED BY SPACE
                      " RUNDATE=" DELIMITED BY SIZE
                      REPORT-DATE-TEXT DELIMITED BY SIZE
                      " IS NOT TONIGHT'S REPORT" DELIMITED BY SIZE
                      INTO BALANCE-RECORD
               WRITE BALANCE-RECORD
           END-IF.

      *    Tonight's entries are found with the same keyed START at
      *    (date, batch zero) D1 and D1LINQ use; every one of them
      *    must carry the same batch number.
       READ-BACK-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS NOT = "00"
               ADD 1 TO DISCREPANCY-COUNT
               MOVE "OUT       FLRLEDG1 NOT AVAILABLE" TO BALANCE-RECORD
               WRITE BALANCE-RECORD
           ELSE
               MOVE RUN-DATE TO LEDG-RUN-DATE
               MOVE ZEROS TO LEDG-BATCH-ID
               MOVE LOW-VALUES TO LEDG-SET-NAME
               START LEDGER-FILE KEY NOT < LEDG-KEY
                   INVALID KEY
                       MOVE 'Y' TO LEDGER-EOF
               END-START
               PERFORM UNTIL LEDGER-EOF = 'Y'
                   READ LEDGER-FILE NEXT
                       AT END
                           MOVE 'Y' TO LEDGER-EOF
                       NOT AT END
                           IF LEDG-RUN-DATE = RUN-DATE
                               PERFORM NOTE-LEDGER-ENTRY
                           ELSE
                               MOVE 'Y' TO LEDGER-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
               MOVE NIGHT-BATCH TO DISPLAY-BATCH
               MOVE LEDGER-ENTRIES TO DISPLAY-COUNT
               MOVE SPACES TO BALANCE-RECORD
               STRING "INFO      FLRLEDG1 BATCH=" DELIMITED BY SIZE
                      DISPLAY-BATCH DELIMITED BY SIZE
                      "  ENTRIES FOR DATE=" DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      INTO BALANCE-RECORD
               WRITE BALANCE-RECORD
           END-IF.

       NOTE-LEDGER-ENTRY.
           ADD 1 TO LEDGER-ENTRIES.
           IF NIGHT-BATCH = ZERO
               MOVE LEDG-BATCH-ID TO NIGHT-BATCH
           END-IF.
           IF LEDG-BATCH-ID NOT = NIGHT-BATCH
               ADD 1 TO DISCREPANCY-COUNT
               MOVE LEDG-BATCH-ID TO DISPLAY-BATCH
               MOVE SPACES TO BALANCE-RECORD
               STRING "OUT       SET=" DELIMITED BY SIZE
                      LEDG-SET-NAME DELIMITED BY SIZE
                      " POSTED UNDER SECOND BATCH=" DELIMITED BY SIZE
                      DISPLAY-BATCH DELIMITED BY SIZE
                      INTO BALANCE-RECORD
               WRITE BALANCE-RECORD
           END-IF.
           MOVE LEDG-SET-NAME TO FSET-NAME-WORK.
           PERFORM FIND-FSET-ENTRY.
           IF FSET-FOUND = ZERO
               ADD 1 TO DISCREPANCY-COUNT
               MOVE SPACES TO BALANCE-RECORD
               STRING "OUT       SET=" DELIMITED BY SIZE
                      LEDG-SET-NAME DELIMITED BY SIZE
                      " POSTED TO FLRLEDG1 BUT NOT ON BRKTIN01"
                      DELIMITED BY SIZE
                      INTO BALANCE-RECORD
               WRITE BALANCE-RECORD
           ELSE
               MOVE 'Y' TO FSET-LEDG-SEEN (FSET-FOUND)
      *        An entry since corrected through D1LMNT still
      *        balances on the figures D1 originally posted.
               IF LEDG-ADJUSTED = 'Y'
                   MOVE LEDG-ORIG-FLOOR TO FSET-LEDG-FLOOR (FSET-FOUND)
                   MOVE LEDG-ORIG-BASEMENT
                       TO FSET-LEDG-BSMT (FSET-FOUND)
               ELSE
                   MOVE LEDG-FLOOR TO FSET-LEDG-FLOOR (FSET-FOUND)
                   MOVE LEDG-BASEMENT TO FSET-LEDG-BSMT (FSET-FOUND)
               END-IF
           END-IF.

      *    Per set: a certified set must be on the ledger with the
      *    re-derived floor and basement, a withheld set must not
      *    be; both must agree with FLRPROF1's max/min and have
      *    their FLROCC1 positions add up to the stream length.
       BALANCE-ONE-SET.
           MOVE SPACES TO CHECK-NAME.
           IF FSET-WITHHELD (FSET-IDX) = 'Y'
               IF FSET-LEDG-SEEN (FSET-IDX) = 'Y'
                   ADD 1 TO DISCREPANCY-COUNT
                   MOVE SPACES TO BALANCE-RECORD
                   STRING "OUT       SET=" DELIMITED BY SIZE
                          FSET-NAME (FSET-IDX) DELIMITED BY SIZE
                          " WITHHELD ON FLRPROF1 BUT POSTED TO FLRLEDG1"
                          DELIMITED BY SIZE
                          INTO BALANCE-RECORD
                   WRITE BALANCE-RECORD
               ELSE
                   MOVE SPACES TO BALANCE-RECORD
                   STRING "BALANCED  SET=" DELIMITED BY SIZE
                          FSET-NAME (FSET-IDX) DELIMITED BY SIZE
                          " WITHHELD - NO LEDGER ENTRY, AS EXPECTED"
                          DELIMITED BY SIZE
                          INTO BALANCE-RECORD
                   WRITE BALANCE-RECORD
               END-IF
           ELSE
               IF FSET-LEDG-SEEN (FSET-IDX) = 'N'
                   ADD 1 TO DISCREPANCY-COUNT
                   MOVE SPACES TO BALANCE-RECORD
                   STRING "OUT       SET=" DELIMITED BY SIZE
                          FSET-NAME (FSET-IDX) DELIMITED BY SIZE
                          " HAS NO FLRLEDG1 ENTRY FOR THE DATE"
                          DELIMITED BY SIZE
                          INTO BALANCE-RECORD
                   WRITE BALANCE-RECORD
               ELSE
                   STRING "SET=" DELIMITED BY SIZE
                          FSET-NAME (FSET-IDX) DELIMITED BY SIZE
                          " LEDGER FLOOR" DELIMITED BY SIZE
                          INTO CHECK-NAME
                   MOVE FSET-LEDG-FLOOR (FSET-IDX) TO EXPECTED-VALUE
                   MOVE FSET-FLOOR (FSET-IDX) TO ACTUAL-VALUE
                   PERFORM BALANCE-ONE-FIGURE
                   MOVE SPACES TO CHECK-NAME
                   STRING "SET=" DELIMITED BY SIZE
                          FSET-NAME (FSET-IDX) DELIMITED BY SIZE
                          " LEDGER BASEMENT" DELIMITED BY SIZE
                          INTO CHECK-NAME
                   MOVE FSET-LEDG-BSMT (FSET-IDX) TO EXPECTED-VALUE
                   MOVE FSET-BASEMENT (FSET-IDX) TO ACTUAL-VALUE
                   PERFORM BALANCE-ONE-FIGURE
               END-IF
           END-IF.
           IF FSET-PROF-SEEN (FSET-IDX) = 'N'
               MOVE FSET-NAME (FSET-IDX) TO FSET-NAME-WORK
               MOVE "FLRPROF1" TO CHECK-NAME
               PERFORM WRITE-MISSING-SECTION-LINE
           ELSE
               MOVE SPACES TO CHECK-NAME
               STRING "SET=" DELIMITED BY SIZE
                      FSET-NAME (FSET-IDX) DELIMITED BY SIZE
                      " PROFILE MAX FLOOR" DELIMITED BY SIZE
                      INTO CHECK-NAME
               MOVE FSET-PROF-MAX (FSET-IDX) TO EXPECTED-VALUE
               MOVE FSET-MAX (FSET-IDX) TO ACTUAL-VALUE
               PERFORM BALANCE-ONE-FIGURE
               MOVE SPACES TO CHECK-NAME
               STRING "SET=" DELIMITED BY SIZE
                      FSET-NAME (FSET-IDX) DELIMITED BY SIZE
                      " PROFILE MIN FLOOR" DELIMITED BY SIZE
                      INTO CHECK-NAME
               MOVE FSET-PROF-MIN (FSET-IDX) TO EXPECTED-VALUE
               MOVE FSET-MIN (FSET-IDX) TO ACTUAL-VALUE
               PERFORM BALANCE-ONE-FIGURE
           END-IF.
           IF FSET-OCC-SEEN (FSET-IDX) = 'N'
               MOVE FSET-NAME (FSET-IDX) TO FSET-NAME-WORK
               MOVE "FLROCC1" TO CHECK-NAME
               PERFORM WRITE-MISSING-SECTION-LINE
           ELSE
               MOVE SPACES TO CHECK-NAME
               STRING "SET=" DELIMITED BY SIZE
                      FSET-NAME (FSET-IDX) DELIMITED BY SIZE
                      " OCCUPANCY POSITIONS" DELIMITED BY SIZE
                      INTO CHECK-NAME
               MOVE FSET-OCC-SUM (FSET-IDX) TO EXPECTED-VALUE
               MOVE FSET-LENGTH (FSET-IDX) TO ACTUAL-VALUE
               PERFORM BALANCE-ONE-FIGURE
           END-IF.

       WRITE-MISSING-SECTION-LINE.
           ADD 1 TO DISCREPANCY-COUNT.
           MOVE SPACES TO BALANCE-RECORD.
           STRING "OUT       SET=" DELIMITED BY SIZE
                  FSET-NAME-WORK DELIMITED BY SIZE
                  " HAS NO SECTION ON " DELIMITED BY SIZE
                  CHECK-NAME DELIMITED BY SPACE
                  INTO BALANCE-RECORD.
           WRITE BALANCE-RECORD.

       BALANCE-ONE-FIGURE.
           MOVE EXPECTED-VALUE TO DISPLAY-EXPECTED.
           MOVE ACTUAL-VALUE TO DISPLAY-ACTUAL.
           MOVE SPACES TO BALANCE-RECORD.
           IF ACTUAL-VALUE = EXPECTED-VALUE
               STRING "BALANCED  " DELIMITED BY SIZE
                      CHECK-NAME DELIMITED BY SIZE
                      "  VALUE=" DELIMITED BY SIZE
                      DISPLAY-ACTUAL DELIMITED BY SIZE
                      INTO BALANCE-RECORD
           ELSE
               ADD 1 TO DISCREPANCY-COUNT
               STRING "OUT       " DELIMITED BY SIZE
                      CHECK-NAME DELIMITED BY SIZE
                      "  REPORTED=" DELIMITED BY SIZE
                      DISPLAY-EXPECTED DELIMITED BY SIZE
                      "  RE-DERIVED=" DELIMITED BY SIZE
                      DISPLAY-ACTUAL DELIMITED BY SIZE
                      INTO BALANCE-RECORD
           END-IF.
           WRITE BALANCE-RECORD.

       COPY RUNCTLP.

       COPY CALCALP.
