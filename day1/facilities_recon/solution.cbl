       IDENTIFICATION DIVISION.
       PROGRAM-ID. D1FACREC.

      *    Daily reconciliation of the floor ledger against the
      *    facilities building-management system - the one outside
      *    check on FLRLEDG1, which is meant to be the system of
      *    record for where each elevator bank finished the day.
      *    FACEOD01 is facilities' end-of-day file, one line per
      *    bank per day:
      *        bytes  1-8   date (yyyymmdd)
      *        bytes 10-17  set / bank name, as on the SET= header
      *        bytes 19-23  recorded floor, signed (+0012, -0003)
      *        byte  25     basement kind - P position, T time,
      *                     blank never reached the basement
      *        bytes 27-35  first basement position (P) or time
      *                     hhmmss in bytes 27-32 (T)
      *    Each line is matched by date and set name against the
      *    live FLRLEDG1 entries for that date (a reversed entry is
      *    not a position; an adjusted entry is compared on its
      *    corrected figures).  FACREC01 lists every set as MATCH,
      *    WITHIN TOL or DISAGREE with the floor and basement gaps,
      *    and every set found on one side only.  A basement given
      *    as a time cannot be compared with a stream position and
      *    is shown, not judged.  The tolerances and the persistent
      *    run length are THRESH01 cards (FACFLRTOL=, FACBSMTOL=,
      *    FACREPEAT=; see CALTHR.cpy).
      *    FACHIST1 keeps a running record per set - days compared,
      *    matched, floor and basement disagreements, days on one
      *    side only, the current run of disagreeing days, the
      *    worst floor gap and the last fourteen days' results - so
      *    one bank that keeps disagreeing stands out.  A day
      *    already in a set's history is reported again on a rerun
      *    but not counted twice.  A disagreement beyond tolerance,
      *    or a set disagreeing FACREPEAT days running, raises a
      *    WARNING operator alert routed to facilities.
      *    RC 16 = FACEOD01 or FLRLEDG1 not available, RC 8 = alert
      *    raised, RC 4 = disagreements within tolerance, sets on
      *    one side only or unreadable facilities lines.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAC-FILE ASSIGN TO "FACEOD01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FAC-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "FLRLEDG1"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDG-KEY
           FILE STATUS IS LEDGER-STATUS.

           SELECT HIST-FILE ASSIGN TO "FACHIST1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "FACREC01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

           SELECT THR-FILE ASSIGN TO "THRESH01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS THR-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPALERT1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FAC-FILE.
       01 FAC-RECORD.
           05 FAC-DATE          PIC X(8).
           05 FILLER            PIC X.
           05 FAC-SET           PIC X(8).
           05 FILLER            PIC X.
           05 FAC-FLOOR         PIC X(5).
           05 FILLER            PIC X.
           05 FAC-BSMT-KIND     PIC X.
           05 FILLER            PIC X.
           05 FAC-BSMT          PIC X(9).
           05 FILLER            PIC X(45).

       FD LEDGER-FILE.
       COPY FLRLEDGR.

      *    One record per set ever compared, rewritten whole each
      *    run.  FH-RECENT holds the latest result first: '.' match,
      *    'T' within tolerance, 'X' beyond tolerance, 'L' on the
      *    ledger only, 'F' on the facilities file only.
       FD HIST-FILE.
       01 HIST-RECORD.
           05 FH-SET            PIC X(8).
           05 FH-LAST-DATE      PIC 9(8).
           05 FH-COMPARED       PIC 9(6).
           05 FH-MATCHED        PIC 9(6).
           05 FH-FLOOR-MISS     PIC 9(6).
           05 FH-BSMT-MISS      PIC 9(6).
           05 FH-ONE-SIDED      PIC 9(6).
           05 FH-STREAK         PIC 9(4).
           05 FH-WORST-GAP      PIC 9(4).
           05 FH-LAST-MISS      PIC 9(8).
           05 FH-RECENT         PIC X(14).
           05 FILLER            PIC X(4).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD THR-FILE.
       01 THR-RECORD PIC X(40).

       FD ALERT-FILE.
       01 ALERT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY CALTHR.
       01 FAC-STATUS        PIC XX.
       01 LEDGER-STATUS     PIC XX.
       01 HIST-STATUS       PIC XX.
       01 REPORT-STATUS     PIC XX.
       01 FAC-EOF           PIC X VALUE 'N'.
       01 LEDGER-EOF        PIC X.
       01 HIST-EOF          PIC X VALUE 'N'.
       01 TODAY-DATE        PIC 9(8).
       01 FAC-LINES         PIC 9(6) VALUE ZERO.
       01 BAD-LINES         PIC 9(6) VALUE ZERO.
       01 LEDGER-ENTRIES    PIC 9(6) VALUE ZERO.
       01 MATCH-COUNT       PIC 9(6) VALUE ZERO.
       01 TOL-COUNT         PIC 9(6) VALUE ZERO.
       01 DISAGREE-COUNT    PIC 9(6) VALUE ZERO.
       01 LEDGER-ONLY-COUNT PIC 9(6) VALUE ZERO.
       01 FAC-ONLY-COUNT    PIC 9(6) VALUE ZERO.
       01 ALERT-COUNT       PIC 9(6) VALUE ZERO.
       01 RERUN-COUNT       PIC 9(6) VALUE ZERO.
      *    Dates on the facilities file, put in ascending order so
      *    each set's history is posted day by day.
       01 FD-COUNT          PIC 9(2) VALUE ZERO.
       01 FD-IDX            PIC 9(2).
       01 FD-IDX2           PIC 9(2).
       01 FD-FOUND          PIC 9(2).
       01 FD-SWAP           PIC 9(8).
       01 FD-TABLE.
           05 FD-DATE OCCURS 31 TIMES PIC 9(8).
       01 FD-OVERFLOW       PIC 9(6) VALUE ZERO.
      *    One row per date and set, filled from either side.
       01 FR-COUNT          PIC 9(3) VALUE ZERO.
       01 FR-IDX            PIC 9(3).
       01 FR-FOUND          PIC 9(3).
       01 FR-DATE-WORK      PIC 9(8).
       01 FR-SET-WORK       PIC X(8).
       01 FR-OVERFLOW       PIC 9(6) VALUE ZERO.
       01 FR-TABLE.
           05 FR-ENTRY OCCURS 500 TIMES.
               10 FR-DATE         PIC 9(8).
               10 FR-SET          PIC X(8).
               10 FR-FAC-SEEN     PIC X.
               10 FR-FAC-FLOOR    PIC S9(4).
               10 FR-FAC-KIND     PIC X.
               10 FR-FAC-BSMT     PIC 9(9).
               10 FR-LEDG-SEEN    PIC X.
               10 FR-LEDG-FLOOR   PIC S9(4).
               10 FR-LEDG-BSMT    PIC 9(9).
               10 FR-FLR-GAP      PIC 9(4).
               10 FR-BSM-GAP      PIC 9(9).
               10 FR-RESULT       PIC X(13).
               10 FR-CODE         PIC X.
      *    FACHIST1 in memory.
       01 FHT-COUNT         PIC 9(3) VALUE ZERO.
       01 FHT-IDX           PIC 9(3).
       01 FHT-FOUND         PIC 9(3).
       01 FHT-OVERFLOW      PIC 9(6) VALUE ZERO.
       01 FHT-TABLE.
           05 FHT-ENTRY OCCURS 200 TIMES.
               10 FHT-SET         PIC X(8).
               10 FHT-LAST-DATE   PIC 9(8).
               10 FHT-COMPARED    PIC 9(6).
               10 FHT-MATCHED     PIC 9(6).
               10 FHT-FLOOR-MISS  PIC 9(6).
               10 FHT-BSMT-MISS   PIC 9(6).
               10 FHT-ONE-SIDED   PIC 9(6).
               10 FHT-STREAK      PIC 9(4).
               10 FHT-WORST-GAP   PIC 9(4).
               10 FHT-LAST-MISS   PIC 9(8).
               10 FHT-RECENT      PIC X(14).
               10 FHT-ALERTED     PIC X.
       01 RECENT-WORK       PIC X(14).
       01 GAP-WORK          PIC S9(9).
       01 DISPLAY-FLOOR     PIC -(4)9.
       01 DISPLAY-FLOOR2    PIC -(4)9.
       01 DISPLAY-BSMT      PIC Z(8)9.
       01 DISPLAY-BSMT2     PIC Z(8)9.
       01 DISPLAY-GAP       PIC ZZZ9.
       01 DISPLAY-BGAP      PIC Z(8)9.
       01 DISPLAY-COUNT     PIC ZZZZZ9.
       01 DISPLAY-COUNT2    PIC ZZZZZ9.
       01 DISPLAY-COUNT3    PIC ZZZZZ9.
       01 DISPLAY-COUNT4    PIC ZZZZZ9.
       01 DISPLAY-COUNT5    PIC ZZZZZ9.
       01 DISPLAY-STREAK    PIC ZZZ9.
       01 LEDGER-SIDE-TEXT  PIC X(24).
       01 FAC-SIDE-TEXT     PIC X(24).
       01 HIST-NOT-WRITTEN  PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-THRESHOLDS.
           OPEN INPUT FAC-FILE.
           IF FAC-STATUS NOT = "00"
               DISPLAY "FACEOD01 not available - nothing to reconcile"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FAC-EOF = 'Y'
               READ FAC-FILE
                   AT END
                       MOVE 'Y' TO FAC-EOF
                   NOT AT END
                       IF FAC-RECORD NOT = SPACES
                           PERFORM LOAD-FACILITY-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FAC-FILE.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS NOT = "00"
               DISPLAY "FLRLEDG1 not available - nothing to reconcile"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SORT-FACILITY-DATES.
           PERFORM VARYING FD-IDX FROM 1 BY 1
               UNTIL FD-IDX > FD-COUNT
               PERFORM LOAD-LEDGER-DATE
           END-PERFORM.
           CLOSE LEDGER-FILE.
           PERFORM LOAD-SET-HISTORY.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "FACREC01 could not be opened for output"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "FLOOR LEDGER / FACILITIES RECONCILIATION  AS OF "
                  DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE THR-FAC-FLR-TOL TO DISPLAY-GAP.
           MOVE THR-FAC-BSM-TOL TO DISPLAY-BGAP.
           MOVE THR-FAC-REPEAT TO DISPLAY-STREAK.
           MOVE SPACES TO REPORT-RECORD.
           STRING "TOLERANCE  FLOOR=" DELIMITED BY SIZE
                  DISPLAY-GAP DELIMITED BY SIZE
                  "  BASEMENT POSITION=" DELIMITED BY SIZE
                  DISPLAY-BGAP DELIMITED BY SIZE
                  "  PERSISTENT AFTER DAYS=" DELIMITED BY SIZE
                  DISPLAY-STREAK DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING FD-IDX FROM 1 BY 1
               UNTIL FD-IDX > FD-COUNT
               PERFORM RECONCILE-ONE-DATE
           END-PERFORM.
           PERFORM WRITE-HISTORY-SECTION.
           PERFORM WRITE-RECONCILE-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "END OF REPORT" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           PERFORM REWRITE-SET-HISTORY.
           DISPLAY "===== D1FACREC control totals =====".
           DISPLAY "Facilities lines read...: " FAC-LINES.
           DISPLAY "Unreadable lines........: " BAD-LINES.
           DISPLAY "Ledger entries compared.: " LEDGER-ENTRIES.
           DISPLAY "Sets matched............: " MATCH-COUNT.
           DISPLAY "Within tolerance........: " TOL-COUNT.
           DISPLAY "Beyond tolerance........: " DISAGREE-COUNT.
           DISPLAY "On ledger only..........: " LEDGER-ONLY-COUNT.
           DISPLAY "On facilities only......: " FAC-ONLY-COUNT.
           DISPLAY "Operator alerts.........: " ALERT-COUNT.
           IF ALERT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TOL-COUNT > ZERO OR LEDGER-ONLY-COUNT > ZERO OR
                  FAC-ONLY-COUNT > ZERO OR BAD-LINES > ZERO OR
                  FR-OVERFLOW > ZERO OR FD-OVERFLOW > ZERO OR
                  FHT-OVERFLOW > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF HIST-NOT-WRITTEN = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    A line without a valid date, a set name or a numeric
      *    floor is counted as unreadable and shown on SYSOUT; it
      *    cannot be matched to anything.
       LOAD-FACILITY-LINE.
           ADD 1 TO FAC-LINES.
           IF FAC-DATE IS NOT NUMERIC OR FAC-SET = SPACES OR
              FAC-FLOOR (2:4) IS NOT NUMERIC OR
              (FAC-FLOOR (1:1) NOT = '+' AND
               FAC-FLOOR (1:1) NOT = '-' AND
               FAC-FLOOR (1:1) IS NOT NUMERIC)
               ADD 1 TO BAD-LINES
               DISPLAY "FACEOD01 line unreadable: " FAC-RECORD
           ELSE
               MOVE FAC-DATE TO FR-DATE-WORK
               MOVE FAC-SET TO FR-SET-WORK
               PERFORM NOTE-FACILITY-DATE
               IF FD-FOUND > ZERO
                   PERFORM FIND-RECON-ROW
                   IF FR-FOUND > ZERO
                       MOVE 'Y' TO FR-FAC-SEEN (FR-FOUND)
                       COMPUTE FR-FAC-FLOOR (FR-FOUND) =
                           FUNCTION NUMVAL (FAC-FLOOR)
                       MOVE FAC-BSMT-KIND TO FR-FAC-KIND (FR-FOUND)
                       MOVE ZERO TO FR-FAC-BSMT (FR-FOUND)
                       IF FAC-BSMT-KIND = 'P' AND
                          FAC-BSMT IS NUMERIC
                           MOVE FAC-BSMT TO FR-FAC-BSMT (FR-FOUND)
                       END-IF
                       IF FAC-BSMT-KIND = 'T' AND
                          FAC-BSMT (1:6) IS NUMERIC
                           MOVE FAC-BSMT (1:6) TO FR-FAC-BSMT (FR-FOUND)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       NOTE-FACILITY-DATE.
           MOVE ZERO TO FD-FOUND.
           PERFORM VARYING FD-IDX FROM 1 BY 1
               UNTIL FD-IDX > FD-COUNT OR FD-FOUND > ZERO
               IF FD-DATE (FD-IDX) = FR-DATE-WORK
                   MOVE FD-IDX TO FD-FOUND
               END-IF
           END-PERFORM.
           IF FD-FOUND = ZERO
               IF FD-COUNT < 31
                   ADD 1 TO FD-COUNT
                   MOVE FR-DATE-WORK TO FD-DATE (FD-COUNT)
                   MOVE FD-COUNT TO FD-FOUND
               ELSE
                   ADD 1 TO FD-OVERFLOW
                   DISPLAY "Date table full - line not reconciled: "
                       FAC-RECORD
               END-IF
           END-IF.

      *    Finds the row for FR-DATE-WORK / FR-SET-WORK, adding it
      *    empty when it is new.
       FIND-RECON-ROW.
           MOVE ZERO TO FR-FOUND.
           PERFORM VARYING FR-IDX FROM 1 BY 1
               UNTIL FR-IDX > FR-COUNT OR FR-FOUND > ZERO
               IF FR-DATE (FR-IDX) = FR-DATE-WORK AND
                  FR-SET (FR-IDX) = FR-SET-WORK
                   MOVE FR-IDX TO FR-FOUND
               END-IF
           END-PERFORM.
           IF FR-FOUND = ZERO
               IF FR-COUNT < 500
                   ADD 1 TO FR-COUNT
                   MOVE FR-COUNT TO FR-FOUND
                   MOVE FR-DATE-WORK TO FR-DATE (FR-FOUND)
                   MOVE FR-SET-WORK TO FR-SET (FR-FOUND)
                   MOVE 'N' TO FR-FAC-SEEN (FR-FOUND)
                   MOVE ZERO TO FR-FAC-FLOOR (FR-FOUND)
                   MOVE SPACE TO FR-FAC-KIND (FR-FOUND)
                   MOVE ZERO TO FR-FAC-BSMT (FR-FOUND)
                   MOVE 'N' TO FR-LEDG-SEEN (FR-FOUND)
                   MOVE ZERO TO FR-LEDG-FLOOR (FR-FOUND)
                   MOVE ZERO TO FR-LEDG-BSMT (FR-FOUND)
                   MOVE ZERO TO FR-FLR-GAP (FR-FOUND)
                   MOVE ZERO TO FR-BSM-GAP (FR-FOUND)
                   MOVE SPACES TO FR-RESULT (FR-FOUND)
                   MOVE SPACE TO FR-CODE (FR-FOUND)
               ELSE
                   ADD 1 TO FR-OVERFLOW
                   DISPLAY "Set table full - not reconciled: "
                       FR-DATE-WORK " " FR-SET-WORK
               END-IF
           END-IF.

       SORT-FACILITY-DATES.
           PERFORM VARYING FD-IDX FROM 1 BY 1
               UNTIL FD-IDX >= FD-COUNT
               PERFORM VARYING FD-IDX2 FROM FD-IDX BY 1
                   UNTIL FD-IDX2 > FD-COUNT
                   IF FD-DATE (FD-IDX2) < FD-DATE (FD-IDX)
                       MOVE FD-DATE (FD-IDX) TO FD-SWAP
                       MOVE FD-DATE (FD-IDX2) TO FD-DATE (FD-IDX)
                       MOVE FD-SWAP TO FD-DATE (FD-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    The date's entries are found with the same keyed START
      *    at (date, batch zero) D1FBAL and D1LINQ use.  A rerun
      *    replaces a date's entries, so a set appears once; should
      *    two batches carry it, the later one is the position.
       LOAD-LEDGER-DATE.
           MOVE 'N' TO LEDGER-EOF.
           MOVE FD-DATE (FD-IDX) TO LEDG-RUN-DATE.
           MOVE ZEROS TO LEDG-BATCH-ID.
           MOVE LOW-VALUES TO LEDG-SET-NAME.
           START LEDGER-FILE KEY NOT < LEDG-KEY
               INVALID KEY
                   MOVE 'Y' TO LEDGER-EOF
           END-START.
           PERFORM UNTIL LEDGER-EOF = 'Y'
               READ LEDGER-FILE NEXT
                   AT END
                       MOVE 'Y' TO LEDGER-EOF
                   NOT AT END
                       IF LEDG-RUN-DATE = FD-DATE (FD-IDX)
                           IF LEDG-ENTRY-STATUS NOT = 'R'
                               PERFORM NOTE-LEDGER-ENTRY
                           END-IF
                       ELSE
                           MOVE 'Y' TO LEDGER-EOF
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-LEDGER-ENTRY.
           ADD 1 TO LEDGER-ENTRIES.
           MOVE LEDG-RUN-DATE TO FR-DATE-WORK.
           MOVE LEDG-SET-NAME TO FR-SET-WORK.
           PERFORM FIND-RECON-ROW.
           IF FR-FOUND > ZERO
               MOVE 'Y' TO FR-LEDG-SEEN (FR-FOUND)
               MOVE LEDG-FLOOR TO FR-LEDG-FLOOR (FR-FOUND)
               MOVE LEDG-BASEMENT TO FR-LEDG-BSMT (FR-FOUND)
           END-IF.

       LOAD-SET-HISTORY.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS = "00"
               PERFORM UNTIL HIST-EOF = 'Y'
                   READ HIST-FILE
                       AT END
                           MOVE 'Y' TO HIST-EOF
                       NOT AT END
                           IF FH-SET NOT = SPACES
                               PERFORM LOAD-ONE-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           ELSE
               DISPLAY "FACHIST1 not available - history starts today"
           END-IF.

       LOAD-ONE-HISTORY.
           IF FHT-COUNT < 200
               ADD 1 TO FHT-COUNT
               MOVE FH-SET TO FHT-SET (FHT-COUNT)
               MOVE FH-LAST-DATE TO FHT-LAST-DATE (FHT-COUNT)
               MOVE FH-COMPARED TO FHT-COMPARED (FHT-COUNT)
               MOVE FH-MATCHED TO FHT-MATCHED (FHT-COUNT)
               MOVE FH-FLOOR-MISS TO FHT-FLOOR-MISS (FHT-COUNT)
               MOVE FH-BSMT-MISS TO FHT-BSMT-MISS (FHT-COUNT)
               MOVE FH-ONE-SIDED TO FHT-ONE-SIDED (FHT-COUNT)
               MOVE FH-STREAK TO FHT-STREAK (FHT-COUNT)
               MOVE FH-WORST-GAP TO FHT-WORST-GAP (FHT-COUNT)
               MOVE FH-LAST-MISS TO FHT-LAST-MISS (FHT-COUNT)
               MOVE FH-RECENT TO FHT-RECENT (FHT-COUNT)
               MOVE 'N' TO FHT-ALERTED (FHT-COUNT)
           ELSE
               ADD 1 TO FHT-OVERFLOW
           END-IF.

       FIND-HISTORY-SET.
           MOVE ZERO TO FHT-FOUND.
           PERFORM VARYING FHT-IDX FROM 1 BY 1
               UNTIL FHT-IDX > FHT-COUNT OR FHT-FOUND > ZERO
               IF FHT-SET (FHT-IDX) = FR-SET (FR-IDX)
                   MOVE FHT-IDX TO FHT-FOUND
               END-IF
           END-PERFORM.
           IF FHT-FOUND = ZERO
               IF FHT-COUNT < 200
                   ADD 1 TO FHT-COUNT
                   MOVE FHT-COUNT TO FHT-FOUND
                   MOVE FR-SET (FR-IDX) TO FHT-SET (FHT-FOUND)
                   MOVE ZERO TO FHT-LAST-DATE (FHT-FOUND)
                   MOVE ZERO TO FHT-COMPARED (FHT-FOUND)
                   MOVE ZERO TO FHT-MATCHED (FHT-FOUND)
                   MOVE ZERO TO FHT-FLOOR-MISS (FHT-FOUND)
                   MOVE ZERO TO FHT-BSMT-MISS (FHT-FOUND)
                   MOVE ZERO TO FHT-ONE-SIDED (FHT-FOUND)
                   MOVE ZERO TO FHT-STREAK (FHT-FOUND)
                   MOVE ZERO TO FHT-WORST-GAP (FHT-FOUND)
                   MOVE ZERO TO FHT-LAST-MISS (FHT-FOUND)
                   MOVE SPACES TO FHT-RECENT (FHT-FOUND)
                   MOVE 'N' TO FHT-ALERTED (FHT-FOUND)
               ELSE
                   ADD 1 TO FHT-OVERFLOW
               END-IF
           END-IF.

       RECONCILE-ONE-DATE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "DATE=" DELIMITED BY SIZE
                  FD-DATE (FD-IDX) DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING FR-IDX FROM 1 BY 1
               UNTIL FR-IDX > FR-COUNT
               IF FR-DATE (FR-IDX) = FD-DATE (FD-IDX)
                   PERFORM COMPARE-ONE-SET
                   PERFORM WRITE-SET-LINE
                   PERFORM POST-SET-HISTORY
               END-IF
           END-PERFORM.

      *    Gaps are the distance between the two figures whichever
      *    side is higher.  The ledger's basement of zero means the
      *    set never went below the ground floor, which is what a
      *    blank facilities basement says too.
       COMPARE-ONE-SET.
           EVALUATE TRUE
               WHEN FR-LEDG-SEEN (FR-IDX) = 'N'
                   MOVE "FACILITY ONLY" TO FR-RESULT (FR-IDX)
                   MOVE 'F' TO FR-CODE (FR-IDX)
                   ADD 1 TO FAC-ONLY-COUNT
               WHEN FR-FAC-SEEN (FR-IDX) = 'N'
                   MOVE "LEDGER ONLY" TO FR-RESULT (FR-IDX)
                   MOVE 'L' TO FR-CODE (FR-IDX)
                   ADD 1 TO LEDGER-ONLY-COUNT
               WHEN OTHER
                   COMPUTE GAP-WORK = FR-FAC-FLOOR (FR-IDX) -
                       FR-LEDG-FLOOR (FR-IDX)
                   IF GAP-WORK < ZERO
                       COMPUTE GAP-WORK = ZERO - GAP-WORK
                   END-IF
                   MOVE GAP-WORK TO FR-FLR-GAP (FR-IDX)
                   IF FR-FAC-KIND (FR-IDX) NOT = 'T'
                       COMPUTE GAP-WORK = FR-FAC-BSMT (FR-IDX) -
                           FR-LEDG-BSMT (FR-IDX)
                       IF GAP-WORK < ZERO
                           COMPUTE GAP-WORK = ZERO - GAP-WORK
                       END-IF
                       MOVE GAP-WORK TO FR-BSM-GAP (FR-IDX)
                   END-IF
                   EVALUATE TRUE
                       WHEN FR-FLR-GAP (FR-IDX) = ZERO AND
                            FR-BSM-GAP (FR-IDX) = ZERO
                           MOVE "MATCH" TO FR-RESULT (FR-IDX)
                           MOVE '.' TO FR-CODE (FR-IDX)
                           ADD 1 TO MATCH-COUNT
                       WHEN FR-FLR-GAP (FR-IDX) NOT > THR-FAC-FLR-TOL
                            AND FR-BSM-GAP (FR-IDX) NOT >
                                THR-FAC-BSM-TOL
                           MOVE "WITHIN TOL" TO FR-RESULT (FR-IDX)
                           MOVE 'T' TO FR-CODE (FR-IDX)
                           ADD 1 TO TOL-COUNT
                       WHEN OTHER
                           MOVE "DISAGREE" TO FR-RESULT (FR-IDX)
                           MOVE 'X' TO FR-CODE (FR-IDX)
                           ADD 1 TO DISAGREE-COUNT
                   END-EVALUATE
           END-EVALUATE.

       WRITE-SET-LINE.
           MOVE SPACES TO LEDGER-SIDE-TEXT.
           MOVE SPACES TO FAC-SIDE-TEXT.
           IF FR-LEDG-SEEN (FR-IDX) = 'Y'
               MOVE FR-LEDG-FLOOR (FR-IDX) TO DISPLAY-FLOOR
               MOVE FR-LEDG-BSMT (FR-IDX) TO DISPLAY-BSMT
               STRING "FLR=" DELIMITED BY SIZE
                      DISPLAY-FLOOR DELIMITED BY SIZE
                      " BSMT=" DELIMITED BY SIZE
                      DISPLAY-BSMT DELIMITED BY SIZE
                      INTO LEDGER-SIDE-TEXT
           ELSE
               MOVE "NO ENTRY" TO LEDGER-SIDE-TEXT
           END-IF.
           IF FR-FAC-SEEN (FR-IDX) = 'Y'
               MOVE FR-FAC-FLOOR (FR-IDX) TO DISPLAY-FLOOR2
               MOVE FR-FAC-BSMT (FR-IDX) TO DISPLAY-BSMT2
               IF FR-FAC-KIND (FR-IDX) = 'T'
                   STRING "FLR=" DELIMITED BY SIZE
                          DISPLAY-FLOOR2 DELIMITED BY SIZE
                          " TIME=" DELIMITED BY SIZE
                          DISPLAY-BSMT2 DELIMITED BY SIZE
                          INTO FAC-SIDE-TEXT
               ELSE
                   STRING "FLR=" DELIMITED BY SIZE
                          DISPLAY-FLOOR2 DELIMITED BY SIZE
                          " BSMT=" DELIMITED BY SIZE
                          DISPLAY-BSMT2 DELIMITED BY SIZE
                          INTO FAC-SIDE-TEXT
               END-IF
           ELSE
               MOVE "NO LINE" TO FAC-SIDE-TEXT
           END-IF.
           MOVE FR-FLR-GAP (FR-IDX) TO DISPLAY-GAP.
           MOVE FR-BSM-GAP (FR-IDX) TO DISPLAY-BGAP.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  SET=" DELIMITED BY SIZE
                  FR-SET (FR-IDX) DELIMITED BY SIZE
                  "  LEDGER " DELIMITED BY SIZE
                  LEDGER-SIDE-TEXT DELIMITED BY SIZE
                  "  FACILITY " DELIMITED BY SIZE
                  FAC-SIDE-TEXT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           IF FR-LEDG-SEEN (FR-IDX) = 'Y' AND
              FR-FAC-SEEN (FR-IDX) = 'Y'
               MOVE "GAP FLR=" TO REPORT-RECORD (88:8)
               MOVE DISPLAY-GAP TO REPORT-RECORD (96:4)
               IF FR-FAC-KIND (FR-IDX) = 'T'
                   MOVE " BSMT=N/A" TO REPORT-RECORD (100:9)
               ELSE
                   MOVE " BSMT=" TO REPORT-RECORD (100:6)
                   MOVE DISPLAY-BGAP TO REPORT-RECORD (106:9)
               END-IF
           END-IF.
           MOVE FR-RESULT (FR-IDX) TO REPORT-RECORD (117:13).
           WRITE REPORT-RECORD.

      *    A date at or before the set's last posted date is a
      *    rerun and leaves the history as it was.
       POST-SET-HISTORY.
           PERFORM FIND-HISTORY-SET.
           IF FHT-FOUND > ZERO
               IF FR-DATE (FR-IDX) > FHT-LAST-DATE (FHT-FOUND)
                   PERFORM UPDATE-SET-HISTORY
               ELSE
                   ADD 1 TO RERUN-COUNT
               END-IF
           END-IF.
           IF FR-CODE (FR-IDX) = 'X'
               PERFORM RAISE-GAP-ALERT
           END-IF.
           IF FHT-FOUND > ZERO
               IF FHT-STREAK (FHT-FOUND) >= THR-FAC-REPEAT AND
                  THR-FAC-REPEAT > ZERO AND
                  FHT-ALERTED (FHT-FOUND) = 'N'
                   PERFORM RAISE-PERSISTENT-ALERT
               END-IF
           END-IF.

       UPDATE-SET-HISTORY.
           MOVE FR-DATE (FR-IDX) TO FHT-LAST-DATE (FHT-FOUND).
           MOVE FHT-RECENT (FHT-FOUND) (1:13) TO RECENT-WORK.
           MOVE FR-CODE (FR-IDX) TO FHT-RECENT (FHT-FOUND) (1:1).
           MOVE RECENT-WORK (1:13) TO FHT-RECENT (FHT-FOUND) (2:13).
           IF FR-CODE (FR-IDX) = 'F' OR FR-CODE (FR-IDX) = 'L'
               ADD 1 TO FHT-ONE-SIDED (FHT-FOUND)
               ADD 1 TO FHT-STREAK (FHT-FOUND)
               MOVE FR-DATE (FR-IDX) TO FHT-LAST-MISS (FHT-FOUND)
           ELSE
               ADD 1 TO FHT-COMPARED (FHT-FOUND)
               IF FR-CODE (FR-IDX) = '.'
                   ADD 1 TO FHT-MATCHED (FHT-FOUND)
                   MOVE ZERO TO FHT-STREAK (FHT-FOUND)
               ELSE
                   ADD 1 TO FHT-STREAK (FHT-FOUND)
                   MOVE FR-DATE (FR-IDX) TO FHT-LAST-MISS (FHT-FOUND)
                   IF FR-FLR-GAP (FR-IDX) > ZERO
                       ADD 1 TO FHT-FLOOR-MISS (FHT-FOUND)
                   END-IF
                   IF FR-BSM-GAP (FR-IDX) > ZERO
                       ADD 1 TO FHT-BSMT-MISS (FHT-FOUND)
                   END-IF
                   IF FR-FLR-GAP (FR-IDX) > FHT-WORST-GAP (FHT-FOUND)
                       MOVE FR-FLR-GAP (FR-IDX)
                           TO FHT-WORST-GAP (FHT-FOUND)
                   END-IF
               END-IF
           END-IF.

       RAISE-GAP-ALERT.
           ADD 1 TO ALERT-COUNT.
           MOVE FR-FLR-GAP (FR-IDX) TO DISPLAY-GAP.
           MOVE FR-BSM-GAP (FR-IDX) TO DISPLAY-BGAP.
           MOVE SPACES TO ALERT-TEXT.
           STRING "WARNING  BUILDING SYSTEM GAP SET=" DELIMITED BY SIZE
                  FR-SET (FR-IDX) DELIMITED BY SPACE
                  " DATE=" DELIMITED BY SIZE
                  FR-DATE (FR-IDX) DELIMITED BY SIZE
                  " FLR GAP=" DELIMITED BY SIZE
                  DISPLAY-GAP DELIMITED BY SIZE
                  " BSMT GAP=" DELIMITED BY SIZE
                  DISPLAY-BGAP DELIMITED BY SIZE
                  INTO ALERT-TEXT.
           PERFORM WRITE-OPERATOR-ALERT.

       RAISE-PERSISTENT-ALERT.
           ADD 1 TO ALERT-COUNT.
           MOVE 'Y' TO FHT-ALERTED (FHT-FOUND).
           MOVE FHT-STREAK (FHT-FOUND) TO DISPLAY-STREAK.
           MOVE SPACES TO ALERT-TEXT.
           STRING "WARNING  BUILDING SYSTEM DISAGREES SET="
                  DELIMITED BY SIZE
                  FHT-SET (FHT-FOUND) DELIMITED BY SPACE
                  " DAYS RUNNING=" DELIMITED BY SIZE
                  DISPLAY-STREAK DELIMITED BY SIZE
                  INTO ALERT-TEXT.
           PERFORM WRITE-OPERATOR-ALERT.

      *    Every set ever compared, so a bank that keeps
      *    disagreeing is visible even on a day it matched.
       WRITE-HISTORY-SECTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "RUNNING HISTORY BY SET" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  SET       COMPARED MATCHED FLR-MISS BSMT-MISS "
                  DELIMITED BY SIZE
                  "ONE-SIDE  RUN WORST  LAST MISS  RECENT (NEWEST "
                  DELIMITED BY SIZE
                  "FIRST)" DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING FHT-IDX FROM 1 BY 1
               UNTIL FHT-IDX > FHT-COUNT
               PERFORM WRITE-HISTORY-LINE
           END-PERFORM.
           IF FHT-OVERFLOW > ZERO
               MOVE FHT-OVERFLOW TO DISPLAY-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  *** HISTORY TABLE FULL - SETS NOT TRACKED="
                      DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-HISTORY-LINE.
           MOVE FHT-COMPARED (FHT-IDX) TO DISPLAY-COUNT.
           MOVE FHT-MATCHED (FHT-IDX) TO DISPLAY-COUNT2.
           MOVE FHT-FLOOR-MISS (FHT-IDX) TO DISPLAY-COUNT3.
           MOVE FHT-BSMT-MISS (FHT-IDX) TO DISPLAY-COUNT4.
           MOVE FHT-ONE-SIDED (FHT-IDX) TO DISPLAY-COUNT5.
           MOVE FHT-STREAK (FHT-IDX) TO DISPLAY-STREAK.
           MOVE FHT-WORST-GAP (FHT-IDX) TO DISPLAY-GAP.
           MOVE SPACES TO REPORT-RECORD.
           MOVE FHT-SET (FHT-IDX) TO REPORT-RECORD (3:8).
           MOVE DISPLAY-COUNT TO REPORT-RECORD (13:6).
           MOVE DISPLAY-COUNT2 TO REPORT-RECORD (20:6).
           MOVE DISPLAY-COUNT3 TO REPORT-RECORD (29:6).
           MOVE DISPLAY-COUNT4 TO REPORT-RECORD (38:6).
           MOVE DISPLAY-COUNT5 TO REPORT-RECORD (46:6).
           MOVE DISPLAY-STREAK TO REPORT-RECORD (53:4).
           MOVE DISPLAY-GAP TO REPORT-RECORD (58:4).
           IF FHT-LAST-MISS (FHT-IDX) > ZERO
               MOVE FHT-LAST-MISS (FHT-IDX) TO REPORT-RECORD (64:8)
           END-IF.
           MOVE FHT-RECENT (FHT-IDX) TO REPORT-RECORD (75:14).
           IF FHT-STREAK (FHT-IDX) >= THR-FAC-REPEAT AND
              THR-FAC-REPEAT > ZERO
               MOVE "*** PERSISTENT" TO REPORT-RECORD (91:14)
           END-IF.
           WRITE REPORT-RECORD.

       WRITE-RECONCILE-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TOTALS" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE FAC-LINES TO DISPLAY-COUNT.
           MOVE BAD-LINES TO DISPLAY-COUNT2.
           MOVE LEDGER-ENTRIES TO DISPLAY-COUNT3.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  FACILITIES LINES=" DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  "  UNREADABLE=" DELIMITED BY SIZE
                  DISPLAY-COUNT2 DELIMITED BY SIZE
                  "  LEDGER ENTRIES=" DELIMITED BY SIZE
                  DISPLAY-COUNT3 DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE MATCH-COUNT TO DISPLAY-COUNT.
           MOVE TOL-COUNT TO DISPLAY-COUNT2.
           MOVE DISAGREE-COUNT TO DISPLAY-COUNT3.
           MOVE LEDGER-ONLY-COUNT TO DISPLAY-COUNT4.
           MOVE FAC-ONLY-COUNT TO DISPLAY-COUNT5.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  MATCHED=" DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  "  WITHIN TOL=" DELIMITED BY SIZE
                  DISPLAY-COUNT2 DELIMITED BY SIZE
                  "  DISAGREE=" DELIMITED BY SIZE
                  DISPLAY-COUNT3 DELIMITED BY SIZE
                  "  LEDGER ONLY=" DELIMITED BY SIZE
                  DISPLAY-COUNT4 DELIMITED BY SIZE
                  "  FACILITY ONLY=" DELIMITED BY SIZE
                  DISPLAY-COUNT5 DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF RERUN-COUNT > ZERO
               MOVE RERUN-COUNT TO DISPLAY-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  ALREADY IN HISTORY (RERUN), NOT COUNTED AGAIN="
                      DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           IF FR-OVERFLOW > ZERO OR FD-OVERFLOW > ZERO
               MOVE "  *** TABLE FULL - SOME SETS NOT RECONCILED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           IF DISAGREE-COUNT = ZERO AND LEDGER-ONLY-COUNT = ZERO AND
              FAC-ONLY-COUNT = ZERO AND TOL-COUNT = ZERO
               MOVE "RESULT    LEDGER AGREES WITH THE BUILDING SYSTEM"
                   TO REPORT-RECORD
           ELSE
               MOVE "RESULT    LEDGER AND BUILDING SYSTEM DISAGREE"
                   TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

      *    Rewritten whole, the way D1DEPTM rewrites CALDEPM1; a
      *    history that cannot be written loses today's counts, so
      *    the step says so with RC 8.
       REWRITE-SET-HISTORY.
           OPEN OUTPUT HIST-FILE.
           IF HIST-STATUS NOT = "00"
               DISPLAY "FACHIST1 could not be opened for output - "
                   "history not updated"
               MOVE 'Y' TO HIST-NOT-WRITTEN
           ELSE
               PERFORM VARYING FHT-IDX FROM 1 BY 1
                   UNTIL FHT-IDX > FHT-COUNT
                   MOVE SPACES TO HIST-RECORD
                   MOVE FHT-SET (FHT-IDX) TO FH-SET
                   MOVE FHT-LAST-DATE (FHT-IDX) TO FH-LAST-DATE
                   MOVE FHT-COMPARED (FHT-IDX) TO FH-COMPARED
                   MOVE FHT-MATCHED (FHT-IDX) TO FH-MATCHED
                   MOVE FHT-FLOOR-MISS (FHT-IDX) TO FH-FLOOR-MISS
                   MOVE FHT-BSMT-MISS (FHT-IDX) TO FH-BSMT-MISS
                   MOVE FHT-ONE-SIDED (FHT-IDX) TO FH-ONE-SIDED
                   MOVE FHT-STREAK (FHT-IDX) TO FH-STREAK
                   MOVE FHT-WORST-GAP (FHT-IDX) TO FH-WORST-GAP
                   MOVE FHT-LAST-MISS (FHT-IDX) TO FH-LAST-MISS
                   MOVE FHT-RECENT (FHT-IDX) TO FH-RECENT
                   WRITE HIST-RECORD
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

       COPY CALTHRP.
