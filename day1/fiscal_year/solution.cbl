       IDENTIFICATION DIVISION.
       PROGRAM-ID. D1FYEAR.

      *    Fiscal-year annual report for year-end audit and the
      *    annual facilities review.  Reads the live keyed FLRLEDG1
      *    and the FLRLEDGH purge history together - nothing is
      *    restored - plus the keyed DEPTHST1 department history,
      *    and prints on FYRPT01:
      *      - per instruction set, each fiscal month's floor
      *        results (runs, runs into the basement, high, low and
      *        average floor) beside the same month of the prior
      *        fiscal year, with quarter subtotals and the year;
      *      - per department, each fiscal month's calibration
      *        total, records and rejects (both feeds together)
      *        beside the prior fiscal year, with quarter subtotals
      *        and the year;
      *      - how many ledger entries were taken from each source,
      *        so every figure can be traced back.
      *    FYCTL01 cards:
      *        FYSTART=mm    first calendar month of the fiscal year
      *                      (default 01)
      *        FYEAR=yyyy    the fiscal year to report, named by the
      *                      calendar year it starts in (default:
      *                      the last fiscal year completed)
      *    An entry D1ARCH restored is on both the live ledger and
      *    FLRLEDGH; it is counted once, from the live ledger.  An
      *    entry restored and purged again appears twice on
      *    FLRLEDGH; the later line is the one counted.  Reversed
      *    entries are left out as D1TREND leaves them out;
      *    adjusted entries count on their corrected figures.
      *    RC 16 = FLRLEDG1 not available or a control card is
      *    invalid, RC 8 = DEPTHST1 not available (department
      *    section empty), RC 4 = FLRLEDGH not available (live
      *    entries only) or more archived entries than could be
      *    checked for repeats.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCTL-FILE ASSIGN TO "FYCTL01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FCTL-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "FLRLEDG1"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDG-KEY
           FILE STATUS IS LEDGER-STATUS.

           SELECT HIST-FILE ASSIGN TO "FLRLEDGH"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIST-STATUS.

           SELECT DHST-FILE ASSIGN TO "DEPTHST1"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DHST-KEY
           FILE STATUS IS DHST-STATUS.

           SELECT DEPTM-FILE ASSIGN TO "CALDEPM1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPTM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "FYRPT01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FCTL-FILE.
       01 FCTL-RECORD PIC X(40).

       FD LEDGER-FILE.
       COPY FLRLEDGR.

       FD HIST-FILE.
       01 HIST-RECORD PIC X(80).

       FD DHST-FILE.
       COPY DEPTHST.

       FD DEPTM-FILE.
       01 DEPTM-RECORD PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 FCTL-STATUS       PIC XX.
       01 LEDGER-STATUS     PIC XX.
       01 HIST-STATUS       PIC XX.
       01 DHST-STATUS       PIC XX.
       01 REPORT-STATUS     PIC XX.
       01 FCTL-EOF          PIC X VALUE 'N'.
       01 LEDGER-EOF        PIC X VALUE 'N'.
       01 HIST-EOF          PIC X VALUE 'N'.
       01 DHST-EOF          PIC X VALUE 'N'.
       01 FCTL-BAD          PIC X VALUE 'N'.
       01 HIST-MISSING      PIC X VALUE 'N'.
       01 DHST-MISSING      PIC X VALUE 'N'.
       COPY CALDEPT.
       COPY CALDEPM.
       01 TODAY-DATE        PIC 9(8).
       01 TODAY-R REDEFINES TODAY-DATE.
           05 TODAY-YYYY       PIC 9(4).
           05 TODAY-MM         PIC 9(2).
           05 TODAY-DD         PIC 9(2).
      *    The fiscal period.  Months are numbered yyyy*12+mm-1 so a
      *    year boundary is ordinary arithmetic; FY-BASE is the
      *    prior fiscal year's first month, so month slots 1-12 are
      *    the prior year and 13-24 the year being reported.
       01 FY-START-MM       PIC 9(2) VALUE 1.
       01 FY-YEAR           PIC 9(4) VALUE ZERO.
       01 FY-BASE           PIC 9(6).
       01 FY-MONTH-NUM      PIC 9(6).
       01 FY-MIDX           PIC 9(2).
       01 FY-M              PIC 9(2).
       01 FY-Q              PIC 9(1).
       01 FY-FROM-DATE      PIC 9(8).
       01 FY-TO-DATE        PIC 9(8).
       01 FY-CUR-FROM       PIC 9(8).
       01 FY-LABEL-YYYY     PIC 9(4).
       01 FY-LABEL-MM       PIC 9(2).
       01 FY-LABELS.
           05 FY-LABEL OCCURS 24 TIMES PIC 9(6).
       01 FY-DATE-WORK      PIC 9(8).
       01 FY-DATE-R REDEFINES FY-DATE-WORK.
           05 FY-DATE-YYYY     PIC 9(4).
           05 FY-DATE-MM       PIC 9(2).
           05 FY-DATE-DD       PIC 9(2).
      *    The entry being counted, whichever source it came from.
       01 ENTRY-SET         PIC X(8).
       01 ENTRY-FLOOR       PIC S9(4).
       01 ENTRY-BASEMENT    PIC 9(9).
      *    Instruction sets in order of first appearance, with the
      *    24 month slots described above.
       01 FS-COUNT          PIC 9(2) VALUE ZERO.
       01 FS-IDX            PIC 9(2).
       01 FS-FOUND          PIC 9(2).
       01 FS-DROPPED        PIC 9(6) VALUE ZERO.
       01 FS-TABLE.
           05 FS-ENTRY OCCURS 50 TIMES.
               10 FS-NAME          PIC X(8).
               10 FS-MONTH OCCURS 24 TIMES.
                   15 FS-RUNS         PIC 9(5).
                   15 FS-BSMT         PIC 9(5).
                   15 FS-HIGH         PIC S9(4).
                   15 FS-LOW          PIC S9(4).
                   15 FS-SUM          PIC S9(8).
      *    Departments: master codes first, in master order, then
      *    any other code the history turns up.
       01 FD-COUNT          PIC 9(3) VALUE ZERO.
       01 FD-IDX            PIC 9(3).
       01 FD-FOUND          PIC 9(3).
       01 FD-TABLE.
           05 FD-ENTRY OCCURS 100 TIMES.
               10 FD-CODE          PIC X(3).
               10 FD-ANY           PIC X.
               10 FD-MONTH OCCURS 24 TIMES.
                   15 FD-TOTAL        PIC 9(10).
                   15 FD-RECS         PIC 9(8).
                   15 FD-REJ          PIC 9(8).
      *    Archived entries in the period that are not on the live
      *    ledger, held until the whole history has been read so a
      *    repeated key keeps only its latest image.
       01 AK-COUNT          PIC 9(5) VALUE ZERO.
       01 AK-IDX            PIC 9(5).
       01 AK-FOUND          PIC 9(5).
       01 AK-TABLE.
           05 AK-ENTRY OCCURS 8000 TIMES.
               10 AK-KEY           PIC X(22).
               10 AK-FLOOR         PIC S9(4).
               10 AK-BASEMENT      PIC 9(9).
               10 AK-STATUS        PIC X.
      *    Image of the archived LEDGER-RECORD, as D1ARCH reads it;
      *    lines archived before the ledger carried entry status
      *    read back space-filled, i.e. live and unadjusted.
       01 ARCH-ENTRY.
           05 ARCH-KEY.
               10 ARCH-RUN-DATE    PIC 9(8).
               10 ARCH-BATCH-ID    PIC 9(6).
               10 ARCH-SET-NAME    PIC X(8).
           05 ARCH-DATA.
               10 ARCH-FLOOR       PIC S9(4) SIGN LEADING SEPARATE.
               10 ARCH-BASEMENT    PIC 9(9).
               10 ARCH-ENTRY-STATUS PIC X.
               10 ARCH-ADJUSTED    PIC X.
               10 FILLER           PIC X(42).
      *    Source trace counts.  Subscript 1 = prior fiscal year,
      *    2 = the year reported.
       01 SRC-COUNTS.
           05 SRC-YEAR OCCURS 2 TIMES.
               10 SRC-LIVE         PIC 9(7).
               10 SRC-LIVE-REV     PIC 9(7).
               10 SRC-ARCH         PIC 9(7).
               10 SRC-ARCH-REV     PIC 9(7).
               10 SRC-DHST         PIC 9(7).
       01 SRC-Y             PIC 9(1).
       01 SRC-ARCH-LINES    PIC 9(7) VALUE ZERO.
       01 SRC-ARCH-OUTSIDE  PIC 9(7) VALUE ZERO.
       01 SRC-ARCH-BAD      PIC 9(7) VALUE ZERO.
       01 SRC-ARCH-ON-LIVE  PIC 9(7) VALUE ZERO.
       01 SRC-ARCH-REPEAT   PIC 9(7) VALUE ZERO.
       01 SRC-ARCH-UNCHECKED PIC 9(7) VALUE ZERO.
      *    Print accumulators: 1 = the line, 2 = the quarter,
      *    3 = the year; side 1 = prior fiscal year, 2 = this one.
       01 SA-I              PIC 9(1).
       01 SA-S              PIC 9(1).
       01 SA-TABLE.
           05 SA-ACC OCCURS 3 TIMES.
               10 SA-SIDE OCCURS 2 TIMES.
                   15 SA-RUNS         PIC 9(6).
                   15 SA-BSMT         PIC 9(6).
                   15 SA-HIGH         PIC S9(4).
                   15 SA-LOW          PIC S9(4).
                   15 SA-SUM          PIC S9(9).
       01 SA-SRC.
           05 SA-SRC-RUNS       PIC 9(6).
           05 SA-SRC-BSMT       PIC 9(6).
           05 SA-SRC-HIGH       PIC S9(4).
           05 SA-SRC-LOW        PIC S9(4).
           05 SA-SRC-SUM        PIC S9(9).
       01 DA-TABLE.
           05 DA-ACC OCCURS 3 TIMES.
               10 DA-SIDE OCCURS 2 TIMES.
                   15 DA-TOTAL        PIC 9(11).
                   15 DA-RECS         PIC 9(9).
                   15 DA-REJ          PIC 9(9).
       01 AVG-WORK          PIC S9(4)V99.
       01 PRV-AVG-WORK      PIC S9(4)V99.
       01 RATE-WORK         PIC 9(3)V99.
       01 PRV-RATE-WORK     PIC 9(3)V99.
       01 LINE-LABEL        PIC X(8).
       01 PRV-LINE-LABEL    PIC X(8).
       01 DISPLAY-RUNS      PIC ZZZZZ9.
       01 DISPLAY-FLOOR     PIC -ZZZ9.
       01 DISPLAY-AVG       PIC -ZZZ9.99.
       01 DISPLAY-RUN-CHG   PIC +(6)9.
       01 DISPLAY-AVG-CHG   PIC +(5)9.99.
       01 DISPLAY-TOTAL     PIC Z(10)9.
       01 DISPLAY-RECS      PIC Z(8)9.
       01 DISPLAY-RATE      PIC ZZ9.99.
       01 DISPLAY-TOT-CHG   PIC +(11)9.
       01 DISPLAY-RATE-CHG  PIC +ZZ9.99.
       01 DISPLAY-COUNT     PIC Z(6)9.
       01 CHANGE-WORK       PIC S9(11).
       01 AVG-CHG-WORK      PIC S9(5)V99.
       01 RATE-CHG-WORK     PIC S9(3)V99.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-FISCAL-CONTROL.
           IF FCTL-BAD = 'Y'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SET-FISCAL-PERIOD.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS NOT = "00"
               DISPLAY "FLRLEDG1 not available - cannot build the "
                   "fiscal-year report"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "FYRPT01 could not be opened for output"
               CLOSE LEDGER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           INITIALIZE SRC-COUNTS.
           PERFORM LOAD-DEPT-MASTER.
           PERFORM VARYING DEPTM-IDX FROM 1 BY 1
               UNTIL DEPTM-IDX > DEPTM-COUNT
               MOVE DEPTM-CODE (DEPTM-IDX) TO DEPT-CODE-WORK
               PERFORM FIND-FY-DEPT
           END-PERFORM.
           PERFORM READ-LIVE-LEDGER.
           PERFORM READ-ARCHIVED-LEDGER.
           CLOSE LEDGER-FILE.
           PERFORM VARYING AK-IDX FROM 1 BY 1
               UNTIL AK-IDX > AK-COUNT
               PERFORM COUNT-ARCHIVED-ENTRY
           END-PERFORM.
           PERFORM READ-DEPT-HISTORY.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-SET-SECTION.
           PERFORM WRITE-DEPT-SECTION.
           PERFORM WRITE-SOURCE-SECTION.
           MOVE "END OF REPORT" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           DISPLAY "===== D1FYEAR control totals =====".
           DISPLAY "Fiscal year from........: " FY-CUR-FROM.
           DISPLAY "Fiscal year to..........: " FY-TO-DATE.
           DISPLAY "Live entries, this year.: " SRC-LIVE (2).
           DISPLAY "Archived, this year.....: " SRC-ARCH (2).
           DISPLAY "Live entries, prior year: " SRC-LIVE (1).
           DISPLAY "Archived, prior year....: " SRC-ARCH (1).
           DISPLAY "Instruction sets........: " FS-COUNT.
           DISPLAY "Departments.............: " FD-COUNT.
           EVALUATE TRUE
               WHEN DHST-MISSING = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN HIST-MISSING = 'Y' OR SRC-ARCH-UNCHECKED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           STOP RUN.

      *    A card that is present but wrong stops the run - a
      *    year-end report for the wrong year is worse than none.
       LOAD-FISCAL-CONTROL.
           OPEN INPUT FCTL-FILE.
           IF FCTL-STATUS = "00"
               PERFORM UNTIL FCTL-EOF = 'Y'
                   READ FCTL-FILE
                       AT END
                           MOVE 'Y' TO FCTL-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-FISCAL-CARD
                   END-READ
               END-PERFORM
               CLOSE FCTL-FILE
           END-IF.

       LOAD-ONE-FISCAL-CARD.
           EVALUATE TRUE
               WHEN FCTL-RECORD = SPACES OR FCTL-RECORD (1:1) = "*"
                   CONTINUE
               WHEN FCTL-RECORD (1:8) = "FYSTART="
                   IF FCTL-RECORD (9:2) IS NUMERIC AND
                      FCTL-RECORD (9:2) >= "01" AND
                      FCTL-RECORD (9:2) <= "12"
                       MOVE FCTL-RECORD (9:2) TO FY-START-MM
                   ELSE
                       MOVE 'Y' TO FCTL-BAD
                       DISPLAY "FYCTL01 card invalid: " FCTL-RECORD
                   END-IF
               WHEN FCTL-RECORD (1:6) = "FYEAR="
                   IF FCTL-RECORD (7:4) IS NUMERIC AND
                      FCTL-RECORD (7:4) > "1900"
                       MOVE FCTL-RECORD (7:4) TO FY-YEAR
                   ELSE
                       MOVE 'Y' TO FCTL-BAD
                       DISPLAY "FYCTL01 card invalid: " FCTL-RECORD
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO FCTL-BAD
                   DISPLAY "FYCTL01 card not recognized: " FCTL-RECORD
           END-EVALUATE.

      *    With no FYEAR= card the report is for the last fiscal
      *    year completed: the one before the year today falls in.
       SET-FISCAL-PERIOD.
           IF FY-YEAR = ZERO
               IF TODAY-MM >= FY-START-MM
                   COMPUTE FY-YEAR = TODAY-YYYY - 1
               ELSE
                   COMPUTE FY-YEAR = TODAY-YYYY - 2
               END-IF
           END-IF.
           COMPUTE FY-BASE = (FY-YEAR - 1) * 12 + FY-START-MM - 1.
           PERFORM VARYING FY-MIDX FROM 1 BY 1 UNTIL FY-MIDX > 24
               COMPUTE FY-MONTH-NUM = FY-BASE + FY-MIDX - 1
               DIVIDE FY-MONTH-NUM BY 12 GIVING FY-LABEL-YYYY
                   REMAINDER FY-LABEL-MM
               ADD 1 TO FY-LABEL-MM
               COMPUTE FY-LABEL (FY-MIDX) =
                   FY-LABEL-YYYY * 100 + FY-LABEL-MM
           END-PERFORM.
           COMPUTE FY-FROM-DATE = FY-LABEL (1) * 100 + 1.
           COMPUTE FY-CUR-FROM = FY-LABEL (13) * 100 + 1.
           COMPUTE FY-TO-DATE = FY-LABEL (24) * 100 + 31.

      *    FY-DATE-WORK in, FY-MIDX out (zero outside the two
      *    fiscal years).
       FIND-FISCAL-MONTH.
           MOVE ZERO TO FY-MIDX.
           IF FY-DATE-WORK >= FY-FROM-DATE AND
              FY-DATE-WORK <= FY-TO-DATE
               COMPUTE FY-MONTH-NUM =
                   FY-DATE-YYYY * 12 + FY-DATE-MM - 1
               COMPUTE FY-MIDX = FY-MONTH-NUM - FY-BASE + 1
           END-IF.
           IF FY-MIDX > 12
               MOVE 2 TO SRC-Y
           ELSE
               MOVE 1 TO SRC-Y
           END-IF.

      *    The live ledger is read by key from the first day of the
      *    prior fiscal year, as D1FACREC reads a date's entries.
       READ-LIVE-LEDGER.
           MOVE FY-FROM-DATE TO LEDG-RUN-DATE.
           MOVE ZERO TO LEDG-BATCH-ID.
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
                       IF LEDG-RUN-DATE > FY-TO-DATE
                           MOVE 'Y' TO LEDGER-EOF
                       ELSE
                           PERFORM TAKE-LIVE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-LIVE-ENTRY.
           MOVE LEDG-RUN-DATE TO FY-DATE-WORK.
           PERFORM FIND-FISCAL-MONTH.
           IF FY-MIDX > ZERO AND LEDG-KEY NOT = ZEROS
               IF LEDG-ENTRY-STATUS = 'R'
                   ADD 1 TO SRC-LIVE-REV (SRC-Y)
               ELSE
                   ADD 1 TO SRC-LIVE (SRC-Y)
                   MOVE LEDG-SET-NAME TO ENTRY-SET
                   MOVE LEDG-FLOOR TO ENTRY-FLOOR
                   MOVE LEDG-BASEMENT TO ENTRY-BASEMENT
                   PERFORM ACCUMULATE-FLOOR-ENTRY
               END-IF
           END-IF.

       READ-ARCHIVED-LEDGER.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS NOT = "00"
               MOVE 'Y' TO HIST-MISSING
               DISPLAY "FLRLEDGH not available - live ledger "
                   "entries only"
           ELSE
               PERFORM UNTIL HIST-EOF = 'Y'
                   READ HIST-FILE
                       AT END
                           MOVE 'Y' TO HIST-EOF
                       NOT AT END
                           ADD 1 TO SRC-ARCH-LINES
                           PERFORM HOLD-ARCHIVED-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

      *    An archived entry whose key is still on the live ledger
      *    was restored and has already been counted from there.
       HOLD-ARCHIVED-ENTRY.
           MOVE HIST-RECORD TO ARCH-ENTRY.
           IF ARCH-RUN-DATE NOT NUMERIC
               ADD 1 TO SRC-ARCH-BAD
           ELSE
               MOVE ARCH-RUN-DATE TO FY-DATE-WORK
               PERFORM FIND-FISCAL-MONTH
               IF FY-MIDX = ZERO
                   ADD 1 TO SRC-ARCH-OUTSIDE
               ELSE
                   MOVE ARCH-KEY TO LEDG-KEY
                   READ LEDGER-FILE
                       INVALID KEY
                           PERFORM KEEP-ARCHIVED-ENTRY
                       NOT INVALID KEY
                           ADD 1 TO SRC-ARCH-ON-LIVE
                   END-READ
               END-IF
           END-IF.

       KEEP-ARCHIVED-ENTRY.
           MOVE ZERO TO AK-FOUND.
           PERFORM VARYING AK-IDX FROM 1 BY 1
               UNTIL AK-IDX > AK-COUNT OR AK-FOUND > ZERO
               IF AK-KEY (AK-IDX) = ARCH-KEY
                   MOVE AK-IDX TO AK-FOUND
               END-IF
           END-PERFORM.
           IF AK-FOUND > ZERO
               ADD 1 TO SRC-ARCH-REPEAT
           ELSE
               IF AK-COUNT < 8000
                   ADD 1 TO AK-COUNT
                   MOVE AK-COUNT TO AK-FOUND
               END-IF
           END-IF.
           IF AK-FOUND > ZERO
               MOVE ARCH-KEY TO AK-KEY (AK-FOUND)
               MOVE ARCH-FLOOR TO AK-FLOOR (AK-FOUND)
               MOVE ARCH-BASEMENT TO AK-BASEMENT (AK-FOUND)
               MOVE ARCH-ENTRY-STATUS TO AK-STATUS (AK-FOUND)
           ELSE
               ADD 1 TO SRC-ARCH-UNCHECKED
               PERFORM COUNT-UNCHECKED-ENTRY
           END-IF.

      *    Past the table's capacity an entry is counted as read,
      *    without the repeat check; the trace section says so.
       COUNT-UNCHECKED-ENTRY.
           IF ARCH-ENTRY-STATUS = 'R'
               ADD 1 TO SRC-ARCH-REV (SRC-Y)
           ELSE
               ADD 1 TO SRC-ARCH (SRC-Y)
               MOVE ARCH-SET-NAME TO ENTRY-SET
               MOVE ARCH-FLOOR TO ENTRY-FLOOR
               MOVE ARCH-BASEMENT TO ENTRY-BASEMENT
               PERFORM ACCUMULATE-FLOOR-ENTRY
           END-IF.

       COUNT-ARCHIVED-ENTRY.
           MOVE AK-KEY (AK-IDX) TO ARCH-KEY.
           MOVE ARCH-RUN-DATE TO FY-DATE-WORK.
           PERFORM FIND-FISCAL-MONTH.
           IF AK-STATUS (AK-IDX) = 'R'
               ADD 1 TO SRC-ARCH-REV (SRC-Y)
           ELSE
               ADD 1 TO SRC-ARCH (SRC-Y)
               MOVE ARCH-SET-NAME TO ENTRY-SET
               MOVE AK-FLOOR (AK-IDX) TO ENTRY-FLOOR
               MOVE AK-BASEMENT (AK-IDX) TO ENTRY-BASEMENT
               PERFORM ACCUMULATE-FLOOR-ENTRY
           END-IF.

      *    ENTRY-SET / ENTRY-FLOOR / ENTRY-BASEMENT into month slot
      *    FY-MIDX of the set's line.
       ACCUMULATE-FLOOR-ENTRY.
           MOVE ZERO TO FS-FOUND.
           PERFORM VARYING FS-IDX FROM 1 BY 1
               UNTIL FS-IDX > FS-COUNT OR FS-FOUND > ZERO
               IF FS-NAME (FS-IDX) = ENTRY-SET
                   MOVE FS-IDX TO FS-FOUND
               END-IF
           END-PERFORM.
           IF FS-FOUND = ZERO
               IF FS-COUNT < 50
                   ADD 1 TO FS-COUNT
                   INITIALIZE FS-ENTRY (FS-COUNT)
                   MOVE ENTRY-SET TO FS-NAME (FS-COUNT)
                   MOVE FS-COUNT TO FS-FOUND
               ELSE
                   ADD 1 TO FS-DROPPED
               END-IF
           END-IF.
           IF FS-FOUND > ZERO
               IF FS-RUNS (FS-FOUND FY-MIDX) = ZERO
                   MOVE ENTRY-FLOOR TO FS-HIGH (FS-FOUND FY-MIDX)
                   MOVE ENTRY-FLOOR TO FS-LOW (FS-FOUND FY-MIDX)
               ELSE
                   IF ENTRY-FLOOR > FS-HIGH (FS-FOUND FY-MIDX)
                       MOVE ENTRY-FLOOR TO FS-HIGH (FS-FOUND FY-MIDX)
                   END-IF
                   IF ENTRY-FLOOR < FS-LOW (FS-FOUND FY-MIDX)
                       MOVE ENTRY-FLOOR TO FS-LOW (FS-FOUND FY-MIDX)
                   END-IF
               END-IF
               ADD 1 TO FS-RUNS (FS-FOUND FY-MIDX)
               ADD ENTRY-FLOOR TO FS-SUM (FS-FOUND FY-MIDX)
               IF ENTRY-BASEMENT > ZERO
                   ADD 1 TO FS-BSMT (FS-FOUND FY-MIDX)
               END-IF
           END-IF.

       READ-DEPT-HISTORY.
           OPEN INPUT DHST-FILE.
           IF DHST-STATUS NOT = "00"
               MOVE 'Y' TO DHST-MISSING
               DISPLAY "DEPTHST1 not available - department section "
                   "left empty"
           ELSE
               PERFORM UNTIL DHST-EOF = 'Y'
                   READ DHST-FILE
                       AT END
                           MOVE 'Y' TO DHST-EOF
                       NOT AT END
                           MOVE DHST-RUN-DATE TO FY-DATE-WORK
                           PERFORM FIND-FISCAL-MONTH
                           IF FY-MIDX > ZERO
                               PERFORM ACCUMULATE-DEPT-RECORD
                           END-IF
               END-READ
               END-PERFORM
               CLOSE DHST-FILE
           END-IF.

       ACCUMULATE-DEPT-RECORD.
           ADD 1 TO SRC-DHST (SRC-Y).
           MOVE DHST-DEPT-CODE TO DEPT-CODE-WORK.
           PERFORM FIND-FY-DEPT.
           IF FD-FOUND > ZERO
               MOVE 'Y' TO FD-ANY (FD-FOUND)
               ADD DHST-TOTAL TO FD-TOTAL (FD-FOUND FY-MIDX)
               ADD DHST-RECS TO FD-RECS (FD-FOUND FY-MIDX)
               ADD DHST-REJECTS TO FD-REJ (FD-FOUND FY-MIDX)
           END-IF.

       FIND-FY-DEPT.
           MOVE ZERO TO FD-FOUND.
           PERFORM VARYING FD-IDX FROM 1 BY 1
               UNTIL FD-IDX > FD-COUNT OR FD-FOUND > ZERO
               IF FD-CODE (FD-IDX) = DEPT-CODE-WORK
                   MOVE FD-IDX TO FD-FOUND
               END-IF
           END-PERFORM.
           IF FD-FOUND = ZERO
               IF FD-COUNT < 100
                   ADD 1 TO FD-COUNT
                   INITIALIZE FD-ENTRY (FD-COUNT)
                   MOVE DEPT-CODE-WORK TO FD-CODE (FD-COUNT)
                   MOVE 'N' TO FD-ANY (FD-COUNT)
                   MOVE FD-COUNT TO FD-FOUND
               ELSE
                   DISPLAY "Department table full - " DEPT-CODE-WORK
                       " not reported"
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-RECORD.
           STRING "FISCAL-YEAR REPORT  FY" DELIMITED BY SIZE
                  FY-YEAR DELIMITED BY SIZE
                  "  PERIOD " DELIMITED BY SIZE
                  FY-LABEL (13) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FY-LABEL (24) DELIMITED BY SIZE
                  "  PRIOR YEAR " DELIMITED BY SIZE
                  FY-LABEL (1) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FY-LABEL (12) DELIMITED BY SIZE
                  "  PREPARED " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF HIST-MISSING = 'Y'
               MOVE "*** FLRLEDGH NOT AVAILABLE - LIVE LEDGER ONLY ***"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *    One block per instruction set: twelve fiscal months with
      *    the prior year's same month alongside, a subtotal after
      *    each quarter and the year at the foot.
       WRITE-SET-SECTION.
           PERFORM WRITE-PAGE-RULE.
           MOVE "FLOOR RESULTS BY INSTRUCTION SET" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF FS-COUNT = ZERO
               MOVE "  NO LEDGER ENTRIES IN EITHER FISCAL YEAR"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING FS-IDX FROM 1 BY 1
               UNTIL FS-IDX > FS-COUNT
               PERFORM WRITE-ONE-SET
           END-PERFORM.

       WRITE-ONE-SET.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "INSTRUCTION SET " DELIMITED BY SIZE
                  FS-NAME (FS-IDX) DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "MONTH" TO REPORT-RECORD (3:5).
           MOVE "RUNS" TO REPORT-RECORD (15:4).
           MOVE "BSMT" TO REPORT-RECORD (22:4).
           MOVE "HIGH" TO REPORT-RECORD (28:4).
           MOVE "LOW" TO REPORT-RECORD (35:3).
           MOVE "AVG" TO REPORT-RECORD (44:3).
           MOVE "PRIOR YR" TO REPORT-RECORD (51:8).
           MOVE "RUNS" TO REPORT-RECORD (63:4).
           MOVE "BSMT" TO REPORT-RECORD (70:4).
           MOVE "AVG" TO REPORT-RECORD (80:3).
           MOVE "RUNS CHG" TO REPORT-RECORD (85:8).
           MOVE "AVG CHG" TO REPORT-RECORD (97:7).
           WRITE REPORT-RECORD.
           INITIALIZE SA-TABLE.
           PERFORM VARYING FY-M FROM 1 BY 1 UNTIL FY-M > 12
               INITIALIZE SA-ACC (1)
               MOVE 1 TO SA-I
               MOVE 1 TO SA-S
               COMPUTE FY-MIDX = FY-M
               PERFORM MERGE-SET-MONTH
               MOVE 2 TO SA-S
               COMPUTE FY-MIDX = FY-M + 12
               PERFORM MERGE-SET-MONTH
               MOVE FY-LABEL (FY-M + 12) TO LINE-LABEL
               MOVE FY-LABEL (FY-M) TO PRV-LINE-LABEL
               MOVE 1 TO SA-I
               PERFORM WRITE-SET-LINE
               PERFORM ROLL-SET-LINE
               DIVIDE FY-M BY 3 GIVING FY-Q REMAINDER FY-MIDX
               IF FY-MIDX = ZERO
                   MOVE SPACES TO LINE-LABEL
                   STRING "QTR " DELIMITED BY SIZE
                          FY-Q DELIMITED BY SIZE
                          INTO LINE-LABEL
                   MOVE LINE-LABEL TO PRV-LINE-LABEL
                   MOVE 2 TO SA-I
                   PERFORM WRITE-SET-LINE
                   INITIALIZE SA-ACC (2)
               END-IF
           END-PERFORM.
           MOVE "FY TOTAL" TO LINE-LABEL.
           MOVE "FY TOTAL" TO PRV-LINE-LABEL.
           MOVE 3 TO SA-I.
           PERFORM WRITE-SET-LINE.

       MERGE-SET-MONTH.
           MOVE FS-RUNS (FS-IDX FY-MIDX) TO SA-SRC-RUNS.
           MOVE FS-BSMT (FS-IDX FY-MIDX) TO SA-SRC-BSMT.
           MOVE FS-HIGH (FS-IDX FY-MIDX) TO SA-SRC-HIGH.
           MOVE FS-LOW (FS-IDX FY-MIDX) TO SA-SRC-LOW.
           MOVE FS-SUM (FS-IDX FY-MIDX) TO SA-SRC-SUM.
           PERFORM MERGE-SET-SOURCE.

       ROLL-SET-LINE.
           PERFORM VARYING SA-S FROM 1 BY 1 UNTIL SA-S > 2
               MOVE SA-RUNS (1 SA-S) TO SA-SRC-RUNS
               MOVE SA-BSMT (1 SA-S) TO SA-SRC-BSMT
               MOVE SA-HIGH (1 SA-S) TO SA-SRC-HIGH
               MOVE SA-LOW (1 SA-S) TO SA-SRC-LOW
               MOVE SA-SUM (1 SA-S) TO SA-SRC-SUM
               MOVE 2 TO SA-I
               PERFORM MERGE-SET-SOURCE
               MOVE 3 TO SA-I
               PERFORM MERGE-SET-SOURCE
           END-PERFORM.

      *    SA-SRC into accumulator SA-I, side SA-S; high and low
      *    only count where there were runs.
       MERGE-SET-SOURCE.
           IF SA-SRC-RUNS > ZERO
               IF SA-RUNS (SA-I SA-S) = ZERO
                   MOVE SA-SRC-HIGH TO SA-HIGH (SA-I SA-S)
                   MOVE SA-SRC-LOW TO SA-LOW (SA-I SA-S)
               ELSE
                   IF SA-SRC-HIGH > SA-HIGH (SA-I SA-S)
                       MOVE SA-SRC-HIGH TO SA-HIGH (SA-I SA-S)
                   END-IF
                   IF SA-SRC-LOW < SA-LOW (SA-I SA-S)
                       MOVE SA-SRC-LOW TO SA-LOW (SA-I SA-S)
                   END-IF
               END-IF
               ADD SA-SRC-RUNS TO SA-RUNS (SA-I SA-S)
               ADD SA-SRC-BSMT TO SA-BSMT (SA-I SA-S)
               ADD SA-SRC-SUM TO SA-SUM (SA-I SA-S)
           END-IF.

       WRITE-SET-LINE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE LINE-LABEL TO REPORT-RECORD (3:8).
           MOVE ZERO TO AVG-WORK.
           MOVE ZERO TO PRV-AVG-WORK.
           MOVE SA-RUNS (SA-I 2) TO DISPLAY-RUNS.
           MOVE DISPLAY-RUNS TO REPORT-RECORD (13:6).
           MOVE SA-BSMT (SA-I 2) TO DISPLAY-RUNS.
           MOVE DISPLAY-RUNS TO REPORT-RECORD (20:6).
           IF SA-RUNS (SA-I 2) > ZERO
               MOVE SA-HIGH (SA-I 2) TO DISPLAY-FLOOR
               MOVE DISPLAY-FLOOR TO REPORT-RECORD (27:5)
               MOVE SA-LOW (SA-I 2) TO DISPLAY-FLOOR
               MOVE DISPLAY-FLOOR TO REPORT-RECORD (33:5)
               COMPUTE AVG-WORK ROUNDED =
                   SA-SUM (SA-I 2) / SA-RUNS (SA-I 2)
               MOVE AVG-WORK TO DISPLAY-AVG
               MOVE DISPLAY-AVG TO REPORT-RECORD (39:8)
           END-IF.
           MOVE PRV-LINE-LABEL TO REPORT-RECORD (51:8).
           MOVE SA-RUNS (SA-I 1) TO DISPLAY-RUNS.
           MOVE DISPLAY-RUNS TO REPORT-RECORD (61:6).
           MOVE SA-BSMT (SA-I 1) TO DISPLAY-RUNS.
           MOVE DISPLAY-RUNS TO REPORT-RECORD (68:6).
           IF SA-RUNS (SA-I 1) > ZERO
               COMPUTE PRV-AVG-WORK ROUNDED =
                   SA-SUM (SA-I 1) / SA-RUNS (SA-I 1)
               MOVE PRV-AVG-WORK TO DISPLAY-AVG
               MOVE DISPLAY-AVG TO REPORT-RECORD (75:8)
           END-IF.
           COMPUTE CHANGE-WORK = SA-RUNS (SA-I 2) - SA-RUNS (SA-I 1).
           MOVE CHANGE-WORK TO DISPLAY-RUN-CHG.
           MOVE DISPLAY-RUN-CHG TO REPORT-RECORD (86:7).
           IF SA-RUNS (SA-I 2) > ZERO AND SA-RUNS (SA-I 1) > ZERO
               COMPUTE AVG-CHG-WORK = AVG-WORK - PRV-AVG-WORK
               MOVE AVG-CHG-WORK TO DISPLAY-AVG-CHG
               MOVE DISPLAY-AVG-CHG TO REPORT-RECORD (95:9)
           END-IF.
           WRITE REPORT-RECORD.

      *    One block per department with history in either year,
      *    laid out like the instruction-set blocks.
       WRITE-DEPT-SECTION.
           PERFORM WRITE-PAGE-RULE.
           MOVE "CALIBRATION TOTALS BY DEPARTMENT (BOTH FEEDS)"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF DHST-MISSING = 'Y'
               MOVE "  *** DEPTHST1 NOT AVAILABLE ***" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING FD-IDX FROM 1 BY 1
               UNTIL FD-IDX > FD-COUNT
               IF FD-ANY (FD-IDX) = 'Y'
                   PERFORM WRITE-ONE-DEPT
               END-IF
           END-PERFORM.

       WRITE-ONE-DEPT.
           MOVE FD-CODE (FD-IDX) TO DEPT-CODE-WORK.
           PERFORM RESOLVE-DEPT-NAME.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "DEPARTMENT " DELIMITED BY SIZE
                  FD-CODE (FD-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DEPT-NAME-WORK DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "MONTH" TO REPORT-RECORD (3:5).
           MOVE "TOTAL" TO REPORT-RECORD (19:5).
           MOVE "RECORDS" TO REPORT-RECORD (28:7).
           MOVE "REJECTS" TO REPORT-RECORD (39:7).
           MOVE "REJ %" TO REPORT-RECORD (49:5).
           MOVE "PRIOR YR" TO REPORT-RECORD (57:8).
           MOVE "TOTAL" TO REPORT-RECORD (73:5).
           MOVE "RECORDS" TO REPORT-RECORD (82:7).
           MOVE "REJECTS" TO REPORT-RECORD (93:7).
           MOVE "REJ %" TO REPORT-RECORD (103:5).
           MOVE "TOTAL CHG" TO REPORT-RECORD (113:9).
           MOVE "% CHG" TO REPORT-RECORD (126:5).
           WRITE REPORT-RECORD.
           INITIALIZE DA-TABLE.
           PERFORM VARYING FY-M FROM 1 BY 1 UNTIL FY-M > 12
               INITIALIZE DA-ACC (1)
               PERFORM VARYING SA-S FROM 1 BY 1 UNTIL SA-S > 2
                   COMPUTE FY-MIDX = FY-M + (SA-S - 1) * 12
                   MOVE FD-TOTAL (FD-IDX FY-MIDX) TO DA-TOTAL (1 SA-S)
                   MOVE FD-RECS (FD-IDX FY-MIDX) TO DA-RECS (1 SA-S)
                   MOVE FD-REJ (FD-IDX FY-MIDX) TO DA-REJ (1 SA-S)
                   ADD DA-TOTAL (1 SA-S) TO DA-TOTAL (2 SA-S)
                                            DA-TOTAL (3 SA-S)
                   ADD DA-RECS (1 SA-S) TO DA-RECS (2 SA-S)
                                           DA-RECS (3 SA-S)
                   ADD DA-REJ (1 SA-S) TO DA-REJ (2 SA-S)
                                          DA-REJ (3 SA-S)
               END-PERFORM
               MOVE FY-LABEL (FY-M + 12) TO LINE-LABEL
               MOVE FY-LABEL (FY-M) TO PRV-LINE-LABEL
               MOVE 1 TO SA-I
               PERFORM WRITE-DEPT-LINE
               DIVIDE FY-M BY 3 GIVING FY-Q REMAINDER FY-MIDX
               IF FY-MIDX = ZERO
                   MOVE SPACES TO LINE-LABEL
                   STRING "QTR " DELIMITED BY SIZE
                          FY-Q DELIMITED BY SIZE
                          INTO LINE-LABEL
                   MOVE LINE-LABEL TO PRV-LINE-LABEL
                   MOVE 2 TO SA-I
                   PERFORM WRITE-DEPT-LINE
                   INITIALIZE DA-ACC (2)
               END-IF
           END-PERFORM.
           MOVE "FY TOTAL" TO LINE-LABEL.
           MOVE "FY TOTAL" TO PRV-LINE-LABEL.
           MOVE 3 TO SA-I.
           PERFORM WRITE-DEPT-LINE.

       WRITE-DEPT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE LINE-LABEL TO REPORT-RECORD (3:8).
           MOVE ZERO TO RATE-WORK.
           MOVE ZERO TO PRV-RATE-WORK.
           IF DA-RECS (SA-I 2) > ZERO
               COMPUTE RATE-WORK ROUNDED =
                   DA-REJ (SA-I 2) * 100 / DA-RECS (SA-I 2)
           END-IF.
           IF DA-RECS (SA-I 1) > ZERO
               COMPUTE PRV-RATE-WORK ROUNDED =
                   DA-REJ (SA-I 1) * 100 / DA-RECS (SA-I 1)
           END-IF.
           MOVE DA-TOTAL (SA-I 2) TO DISPLAY-TOTAL.
           MOVE DISPLAY-TOTAL TO REPORT-RECORD (13:11).
           MOVE DA-RECS (SA-I 2) TO DISPLAY-RECS.
           MOVE DISPLAY-RECS TO REPORT-RECORD (26:9).
           MOVE DA-REJ (SA-I 2) TO DISPLAY-RECS.
           MOVE DISPLAY-RECS TO REPORT-RECORD (37:9).
           MOVE RATE-WORK TO DISPLAY-RATE.
           MOVE DISPLAY-RATE TO REPORT-RECORD (48:6).
           MOVE PRV-LINE-LABEL TO REPORT-RECORD (57:8).
           MOVE DA-TOTAL (SA-I 1) TO DISPLAY-TOTAL.
           MOVE DISPLAY-TOTAL TO REPORT-RECORD (67:11).
           MOVE DA-RECS (SA-I 1) TO DISPLAY-RECS.
           MOVE DISPLAY-RECS TO REPORT-RECORD (80:9).
           MOVE DA-REJ (SA-I 1) TO DISPLAY-RECS.
           MOVE DISPLAY-RECS TO REPORT-RECORD (91:9).
           MOVE PRV-RATE-WORK TO DISPLAY-RATE.
           MOVE DISPLAY-RATE TO REPORT-RECORD (102:6).
           COMPUTE CHANGE-WORK =
               DA-TOTAL (SA-I 2) - DA-TOTAL (SA-I 1).
           MOVE CHANGE-WORK TO DISPLAY-TOT-CHG.
           MOVE DISPLAY-TOT-CHG TO REPORT-RECORD (110:12).
           IF DA-RECS (SA-I 2) > ZERO AND DA-RECS (SA-I 1) > ZERO
               COMPUTE RATE-CHG-WORK = RATE-WORK - PRV-RATE-WORK
               MOVE RATE-CHG-WORK TO DISPLAY-RATE-CHG
               MOVE DISPLAY-RATE-CHG TO REPORT-RECORD (124:7)
           END-IF.
           WRITE REPORT-RECORD.

      *    Where every counted ledger entry came from, so the floor
      *    figures can be proved back to the ledger and the archive.
       WRITE-SOURCE-SECTION.
           PERFORM WRITE-PAGE-RULE.
           MOVE "SOURCES READ" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "THIS YEAR" TO REPORT-RECORD (50:9).
           MOVE "PRIOR YEAR" TO REPORT-RECORD (62:10).
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "  LIVE LEDGER FLRLEDG1 ENTRIES COUNTED"
               TO REPORT-RECORD.
           MOVE SRC-LIVE (2) TO DISPLAY-COUNT.
           MOVE DISPLAY-COUNT TO REPORT-RECORD (52:7).
           MOVE SRC-LIVE (1) TO DISPLAY-COUNT.
           MOVE DISPLAY-COUNT TO REPORT-RECORD (65:7).
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "  LIVE LEDGER FLRLEDG1 REVERSED, LEFT OUT"
               TO REPORT-RECORD.
           MOVE SRC-LIVE-REV (2) TO DISPLAY-COUNT.
           MOVE DISPLAY-COUNT TO REPORT-RECORD (52:7).
           MOVE SRC-LIVE-REV (1) TO DISPLAY-COUNT.
           MOVE DISPLAY-COUNT TO REPORT-RECORD (65:7).
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "  ARCHIVE FLRLEDGH ENTRIES COUNTED" TO REPORT-RECORD.
           MOVE SRC-ARCH (2) TO DISPLAY-COUNT.
           MOVE DISPLAY-COUNT TO REPORT-RECORD (52:7).
           MOVE SRC-ARCH (1) TO DISPLAY-COUNT.
           MOVE DISPLAY-COUNT TO REPORT-RECORD (65:7).
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "  ARCHIVE FLRLEDGH REVERSED, LEFT OUT"
               TO REPORT-RECORD.
           MOVE SRC-ARCH-REV (2) TO DISPLAY-COUNT.
           MOVE DISPLAY-COUNT TO REPORT-RECORD (52:7).
           MOVE SRC-ARCH-REV (1) TO DISPLAY-COUNT.
           MOVE DISPLAY-COUNT TO REPORT-RECORD (65:7).
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "  DEPTHST1 HISTORY RECORDS COUNTED" TO REPORT-RECORD.
           MOVE SRC-DHST (2) TO DISPLAY-COUNT.
           MOVE DISPLAY-COUNT TO REPORT-RECORD (52:7).
           MOVE SRC-DHST (1) TO DISPLAY-COUNT.
           MOVE DISPLAY-COUNT TO REPORT-RECORD (65:7).
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SRC-ARCH-LINES TO DISPLAY-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  FLRLEDGH LINES READ=" DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SRC-ARCH-OUTSIDE TO DISPLAY-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    OUTSIDE THE TWO FISCAL YEARS......="
                  DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SRC-ARCH-ON-LIVE TO DISPLAY-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    RESTORED, COUNTED FROM LIVE LEDGER="
                  DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SRC-ARCH-REPEAT TO DISPLAY-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    ARCHIVED AGAIN, EARLIER LINE DROPPED="
                  DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SRC-ARCH-BAD TO DISPLAY-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    UNREADABLE (NO RUN DATE)..........="
                  DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF SRC-ARCH-UNCHECKED > ZERO
               MOVE SRC-ARCH-UNCHECKED TO DISPLAY-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "    *** COUNTED WITHOUT REPEAT CHECK="
                  DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           IF FS-DROPPED > ZERO
               MOVE FS-DROPPED TO DISPLAY-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  *** ENTRIES FOR SETS BEYOND 50 NOT REPORTED="
                      DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-PAGE-RULE.
           MOVE ALL "=" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       COPY CALDEPMP.
