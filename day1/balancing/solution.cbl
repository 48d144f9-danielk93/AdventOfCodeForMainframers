      *    writes nothing for this step to prove, so the report says
      *    so and the step ends RC 0 instead of balancing the empty
      *    reject file against the last production run's totals.
      *    A duplicate held out of the totals leaves a HELD= line in
      *    the detail report instead of a contribution; it counts
      *    toward its file's FILETOTAL records and the held lines
      *    are proved against the checkpoint's held count.
      *    D1NIGHT also CALLs the step after every night of a
      *    BACKFILL range, while that night's datasets are still in
      *    place; the report then goes to the night's own CALBmmdd
      *    DD instead of CALBAL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TOTALS-STATUS.

           SELECT BALANCE-FILE ASSIGN TO DYNAMIC BALANCE-DD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BALANCE-STATUS.

       01 TOTALS-STATUS     PIC XX.
       01 TOTALS-LOADED     PIC X VALUE 'N'.
       01 BALANCE-STATUS    PIC XX.
       01 BALANCE-DD-NAME   PIC X(8) VALUE "CALBAL01".
       01 DETAIL-EOF        PIC X VALUE 'N'.
       01 REJECT-EOF        PIC X VALUE 'N'.
       01 REJECT2-EOF       PIC X VALUE 'N'.
       01 ONE-VAL           PIC 9.
       01 DTL-TOTAL         PIC 9(8) VALUE ZERO.
       01 DTL-CONTRIB-COUNT PIC 9(6) VALUE ZERO.
       01 DTL-HELD-COUNT    PIC 9(6) VALUE ZERO.
       01 REJ1-COUNT        PIC 9(6) VALUE ZERO.
       01 REJ1-SEEN         PIC X VALUE 'N'.
       01 REJ2-COUNT        PIC 9(6) VALUE ZERO.
               10 BALF-READDED    PIC 9(8).
               10 BALF-CONTRIBS   PIC 9(6).
               10 BALF-REJECTS    PIC 9(6).
               10 BALF-HELD       PIC 9(6).
               10 BALF-TRL-RECS   PIC 9(6).
               10 BALF-TRL-SUBT   PIC 9(8).
               10 BALF-HAS-TRL    PIC X.
           PERFORM LOAD-RUN-CONTROL.
           IF RUNCTL-BAD = 'Y'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF RUN-CTL-DATE = ZERO
               ACCEPT RUN-CTL-DATE FROM DATE YYYYMMDD
           END-IF.
           IF RUN-BKF-NIGHT = 'Y'
               MOVE SPACES TO BALANCE-DD-NAME
               STRING "CALB" DELIMITED BY SIZE
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
           MOVE "NIGHTLY BALANCING REPORT" TO BALANCE-RECORD.
           WRITE BALANCE-RECORD.
               WRITE BALANCE-RECORD
               CLOSE BALANCE-FILE
               DISPLAY "WHATIF run - nothing to balance"
               GOBACK
           END-IF.

           PERFORM LOAD-CHECKPOINT.
               MOVE CKPT-REC-REJECT-CNT TO EXPECTED-VALUE
               MOVE REJ1-COUNT TO ACTUAL-VALUE
               PERFORM BALANCE-ONE-FIGURE
               IF CKPT-REC-DUP-HELD-CNT IS NUMERIC
                   MOVE "HELD DUPLICATES VS CHECKPOINT" TO CHECK-NAME
                   MOVE CKPT-REC-DUP-HELD-CNT TO EXPECTED-VALUE
                   MOVE DTL-HELD-COUNT TO ACTUAL-VALUE
                   PERFORM BALANCE-ONE-FIGURE
               END-IF
           END-IF.

           IF TOTALS-LOADED = 'Y'
           DISPLAY "Detail contribution lines: " DTL-CONTRIB-COUNT.
           DISPLAY "Detail total re-added....: " DTL-TOTAL.
           DISPLAY "CALREJ01 rejects counted.: " REJ1-COUNT.
           DISPLAY "Held duplicates counted..: " DTL-HELD-COUNT.
           DISPLAY "CAL2REJ rejects counted..: " REJ2-COUNT.
           DISPLAY "Discrepancies............: " DISCREPANCY-COUNT.
           IF DISCREPANCY-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-CHECKPOINT.
           OPEN INPUT CKPT-FILE.
                                   ADD ONE-VAL TO DTL-TOTAL
                                   ADD 1 TO DTL-CONTRIB-COUNT
                                   PERFORM NOTE-CONTRIB-SOURCE
                               WHEN DETAIL-RECORD (101:7) = "  HELD="
                                   ADD 1 TO DTL-HELD-COUNT
                                   PERFORM NOTE-HELD-SOURCE
                               WHEN DETAIL-RECORD (1:14) =
                                    "FILETOTAL SRC="
                                   PERFORM NOTE-FILETOTAL-LINE
                   MOVE ZERO TO BALF-READDED (BALF-COUNT)
                   MOVE ZERO TO BALF-CONTRIBS (BALF-COUNT)
                   MOVE ZERO TO BALF-REJECTS (BALF-COUNT)
                   MOVE ZERO TO BALF-HELD (BALF-COUNT)
                   MOVE ZERO TO BALF-TRL-RECS (BALF-COUNT)
                   MOVE ZERO TO BALF-TRL-SUBT (BALF-COUNT)
                   MOVE 'N' TO BALF-HAS-TRL (BALF-COUNT)
               END-IF
           END-IF.

       NOTE-HELD-SOURCE.
           IF DETAIL-RECORD (133:6) = "  SRC="
               MOVE DETAIL-RECORD TO SRC-SCAN-LINE
               MOVE 139 TO SRC-SCAN-POS
               PERFORM EXTRACT-SOURCE-NAME
               IF BALF-FOUND > ZERO
                   ADD 1 TO BALF-HELD (BALF-FOUND)
               END-IF
           END-IF.

       NOTE-FILETOTAL-LINE.
           MOVE DETAIL-RECORD TO SRC-SCAN-LINE.
           MOVE ZERO TO SRC-SCAN-HIT.
               IF BALF-READDED (BALF-IDX) =
                      BALF-TRL-SUBT (BALF-IDX) AND
                  BALF-CONTRIBS (BALF-IDX) +
                      BALF-REJECTS (BALF-IDX) +
                      BALF-HELD (BALF-IDX) =
                      BALF-TRL-RECS (BALF-IDX)
                   STRING "BALANCED  FILE=" DELIMITED BY SIZE
                          BALF-NAME (BALF-IDX) DELIMITED BY SPACE
                   MOVE BALF-TRL-RECS (BALF-IDX) TO DISPLAY-EXPECTED
                   COMPUTE ACTUAL-VALUE =
                       BALF-CONTRIBS (BALF-IDX) +
                       BALF-REJECTS (BALF-IDX) +
                       BALF-HELD (BALF-IDX)
                   MOVE ACTUAL-VALUE TO DISPLAY-ACTUAL
                   MOVE SPACES TO BALANCE-RECORD
                   STRING "          CONTROL RECORDS="
