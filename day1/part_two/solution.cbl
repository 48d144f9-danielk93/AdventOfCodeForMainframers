       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO DYNAMIC LIST-DD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIST-STATUS.

           RECORD KEY IS SUSP-KEY
           FILE STATUS IS SUSPF-STATUS.

           SELECT FPRT-FILE ASSIGN TO "CALFPRT1"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FPRT-KEY
           FILE STATUS IS FPRT-STATUS.

           SELECT DUP-FILE ASSIGN TO "CALDUP02"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIST-FILE.
       FD SUSP-FILE.
       COPY CALSUSP.

       FD FPRT-FILE.
       COPY CALFPRT.

       FD DUP-FILE.
       01 DUP-RECORD PIC X(250).

       WORKING-STORAGE SECTION.
       COPY CALSUSPW.
       COPY CALFPRTW.
       01 DHST-STATUS           PIC XX.
       01 DHST-FEED             PIC X VALUE '2'.
       01 XREG-STATUS           PIC XX.
       01 XREG-THIS-PROGRAM     PIC X(8) VALUE "D1T2".
       01 XREG-REPLAY-COUNT     PIC 9(4) VALUE ZERO.
       01 LIST-STATUS           PIC XX.
      *    A BACKFILL night reads its own dated dataset list,
      *    ddname CALFmmdd, in place of CALFLIST.
       01 LIST-DD-NAME          PIC X(8) VALUE "CALFLIST".
       01 WS-DATASET-NAME       PIC X(40) VALUE "CALIN02".
       01 USING-LIST            PIC X VALUE 'N'.
       01 FILE-LIST-EOF         PIC X VALUE 'N'.
       01 FILE-COUNT            PIC 9(4) VALUE ZERO.
       01 LIST-FILE-INDEX       PIC 9(4) VALUE ZERO.
       01 PART-INDEX-WORK       PIC 9(4).
       01 PART-QUOTIENT         PIC 9(4).
       01 PART-REMAINDER        PIC 9(2).
       01 FILE-IN-PARTITION     PIC X VALUE 'Y'.
       01 JRNL-PART-NAME.
           05 FILLER            PIC X(6) VALUE "T2PART".
           05 JRNL-PART-NO      PIC 9(2).
       01 FILE-SUBTOTAL         PIC 9(6).
       01 FILE-REC-SEQ          PIC 9(6) VALUE ZERO.
       01 DISPLAY-SUBTOTAL      PIC ZZZZZ9.
               MOVE JRNL-DATE-SAVE TO RUN-CTL-DATE
           END-IF
           DISPLAY "Run mode: " RUN-MODE "  Run date: " RUN-CTL-DATE
      *    Without its dated list a BACKFILL night has no input,
      *    and the single-dataset CALIN02 fallback would post some
      *    other night's figures under this date.
           IF RUN-BKF-NIGHT = 'Y'
               MOVE SPACES TO LIST-DD-NAME
               STRING "CALF" DELIMITED BY SIZE
                      RUN-BKF-MMDD DELIMITED BY SIZE
                      INTO LIST-DD-NAME
               OPEN INPUT LIST-FILE
               IF LIST-STATUS NOT = "00"
                   DISPLAY LIST-DD-NAME " not available - no "
                       "calibration input for " RUN-CTL-DATE
                   MOVE 16 TO RETURN-CODE
                   MOVE SPACES TO JRNL-COUNTS
                   STRING LIST-DD-NAME DELIMITED BY SIZE
                          " NOT AVAILABLE" DELIMITED BY SIZE
                          INTO JRNL-COUNTS
                   PERFORM WRITE-BAD-CARD-JOURNAL
                   GOBACK
               END-IF
               CLOSE LIST-FILE
           END-IF
           PERFORM LOAD-THRESHOLDS
           PERFORM LOAD-DEPT-MASTER
      *    The table image rides the CAL2TOT1 totals record, so
      *    every entry must hold writable characters, not just the
      *    entries a department has claimed.
           INITIALIZE DEPT-TABLE
           MOVE '2' TO SUSP-FEED-WORK
      *    A partition step leaves the suspense file, the department
      *    history and the night's quality gate to D1MERGE, which
      *    sees every partition's figures at once.
           IF NOT MODE-WHATIF AND RUN-PART-NO = ZERO
               PERFORM OPEN-SUSPENSE-FILE
           END-IF
           IF RUN-PART-NO > ZERO
               DISPLAY "Partition " RUN-PART-NO " of " RUN-PARTS
           END-IF
           COMPUTE WTAB-MAX =
               FUNCTION LENGTH(D1T2-WORD-TABLE) /
               FUNCTION LENGTH(D1T2-WENT(1))
               MOVE "NO-DIGIT LINES" TO REJECT-RECORD
               WRITE REJECT-RECORD
           END-IF
      *    Every data line is fingerprinted against the rest of the
      *    night's input and the recent nights' on CALFPRT1;
      *    suspects go to CALDUP02 and, under DUPACTION=HOLD, stay
      *    out of the totals.
           MOVE '2' TO FPRT-FEED-WORK
           MOVE "DUPLICATE-SUSPECT LINES - WORD-AWARE CALIBRATION"
               TO DUP-REPORT-TITLE
           PERFORM OPEN-FINGERPRINT-FILES
      *    The word-aware side sweeps the same CALFLIST input
      *    universe the digit side does, so the two totals in the
      *    nightly summary are computed over identical input; a
               MOVE 'N' TO USING-LIST
           END-IF
           IF USING-LIST = 'N'
               ADD 1 TO LIST-FILE-INDEX
               MOVE "CALIN02" TO WS-DATASET-NAME
               PERFORM CHECK-PARTITION-SHARE
               IF FILE-IN-PARTITION = 'Y'
                   PERFORM PROCESS-ONE-FILE
               END-IF
           ELSE
               PERFORM UNTIL FILE-LIST-EOF = 'Y'
                   READ LIST-FILE
                       AT END
                           MOVE 'Y' TO FILE-LIST-EOF
                       NOT AT END
                           ADD 1 TO LIST-FILE-INDEX
                           MOVE FUNCTION TRIM(LIST-RECORD)
                               TO WS-DATASET-NAME
                           PERFORM CHECK-PARTITION-SHARE
                           IF FILE-IN-PARTITION = 'Y'
                               PERFORM PROCESS-ONE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF
           PERFORM CLOSE-FINGERPRINT-FILES
           IF NOT MODE-WHATIF
               CLOSE REJECT-FILE
               PERFORM CLOSE-SUSPENSE-FILE
           END-IF
           IF USING-LIST = 'N' AND FILE-COUNT = ZERO AND
              ENV-FAIL-COUNT = ZERO AND FILE-IN-PARTITION = 'Y'
               DISPLAY "CALIN02 not available - cannot process "
                   "calibration lines"
               MOVE 16 TO RETURN-CODE
           DISPLAY 'Lowest line contribution......: ' DISPLAY-LOW
           DISPLAY 'Brute-force reconciliation mismatches: '
               BF-MISMATCH-COUNT
           DISPLAY 'Duplicate suspects: ' DUP-SUSPECT-COUNT
               '  held out of totals: ' DUP-HELD-COUNT
           IF RUN-PART-NO = ZERO
               PERFORM WRITE-DEPT-REPORT-FILE
           END-IF
           PERFORM WRITE-RUN-TOTALS
           MOVE TOTAL-SUM TO NITE-P2-TOTAL.
           MOVE LINE-COUNT TO NITE-P2-RECORDS.
           IF ENV-FAIL-COUNT > ZERO OR XREG-REPLAY-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF RUN-PART-NO = ZERO
               PERFORM EVALUATE-THRESHOLDS
               PERFORM EVALUATE-DUPLICATES
           END-IF.
           PERFORM REPORT-UNKNOWN-DEPT-CODES.
           PERFORM JOURNAL-THIS-STEP.
           GOBACK.
               END-IF
           END-IF.

      *    Suspected duplicates are a warning whichever action the
      *    site chose: held, the totals are right but a feed has a
      *    problem; reported only, the totals may be overstated.
       EVALUATE-DUPLICATES.
           IF DUP-SUSPECT-COUNT > ZERO
               MOVE SPACES TO ALERT-TEXT
               STRING "WARNING  D1T2 DUPLICATE LINES SUSPECTED="
                      DELIMITED BY SIZE
                      DUP-SUSPECT-COUNT DELIMITED BY SIZE
                      " HELD=" DELIMITED BY SIZE
                      DUP-HELD-COUNT DELIMITED BY SIZE
                      " - SEE CALDUP02" DELIMITED BY SIZE
                      INTO ALERT-TEXT
               PERFORM WRITE-OPERATOR-ALERT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       COPY CALTHRP.

       COPY RUNCTLP.
       COPY CALDEPVP.

       JOURNAL-THIS-STEP.
           PERFORM SET-JOURNAL-PROGRAM.
           MOVE JRNL-DATE-SAVE TO JRNL-RUN-DATE.
           MOVE JRNL-START-SAVE TO JRNL-START-TIME.
           ACCEPT JRNL-END-TIME FROM TIME.
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-BAD-CARD-JOURNAL.
           PERFORM SET-JOURNAL-PROGRAM.
           MOVE JRNL-DATE-SAVE TO JRNL-RUN-DATE.
           MOVE JRNL-START-SAVE TO JRNL-START-TIME.
           ACCEPT JRNL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO JRNL-RETURN-CODE.
           PERFORM WRITE-JOURNAL-RECORD.

      *    A partition step journals under its own name (T2PARTnn)
      *    so its partial counts are never mistaken for the night's
      *    D1T2 step - D1MERGE journals the consolidated one.
      *    A late-arrival run journals as T2LATE for the same
      *    reason: its counts are only the late files'.
       SET-JOURNAL-PROGRAM.
           IF RUN-PART-NO > ZERO
               MOVE RUN-PART-NO TO JRNL-PART-NO
               MOVE JRNL-PART-NAME TO JRNL-PROGRAM
           ELSE
               IF MODE-LATE
                   MOVE "T2LATE" TO JRNL-PROGRAM
               ELSE
                   MOVE "D1T2" TO JRNL-PROGRAM
               END-IF
           END-IF.

      *    Dataset n of the list belongs to partition
      *    ((n - 1) mod PARTS) + 1 - the same rule ReadFile applies,
      *    so both sides of a partition see identical input.
       CHECK-PARTITION-SHARE.
           MOVE 'Y' TO FILE-IN-PARTITION.
           IF RUN-PART-NO > ZERO
               COMPUTE PART-INDEX-WORK = LIST-FILE-INDEX - 1
               DIVIDE PART-INDEX-WORK BY RUN-PARTS
                   GIVING PART-QUOTIENT REMAINDER PART-REMAINDER
               IF PART-REMAINDER + 1 NOT = RUN-PART-NO
                   MOVE 'N' TO FILE-IN-PARTITION
               END-IF
           END-IF.

       COPY RUNJRNLP.

      *    The envelope pre-pass proves the file internally intact;
                                    LINE-FILE-RECORD (1:3) = "TRL"
                                   MOVE 'Y' TO EOF-FLAG
                               WHEN OTHER
                                   PERFORM PROCESS-DATA-LINE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               DISPLAY "  " WS-DATASET-NAME " not opened, skipped"
           END-IF.

      *    A department-coded line is code|text; only the text part
      *    is scanned (a code like A01 must not supply a digit),
      *    while ORIG-LINE keeps the whole record so a reject retains
      *    its code for the repair cycle.  A duplicate held out of
      *    the totals is not counted as a line processed at all.
       PROCESS-DATA-LINE.
           MOVE LINE-FILE-RECORD TO ORIG-LINE.
           IF LINE-FILE-RECORD (4:1) = '|' AND
              LINE-FILE-RECORD (1:3) NOT = SPACES
               MOVE LINE-FILE-RECORD (1:3) TO DEPT-CODE-WORK
               MOVE LINE-FILE-RECORD (5:96) TO CAL2-TEXT
               MOVE CAL2-TEXT TO INPUT-LINE
           ELSE
               MOVE "***" TO DEPT-CODE-WORK
               MOVE LINE-FILE-RECORD TO INPUT-LINE
           END-IF.
           ADD 1 TO FILE-REC-SEQ.
           MOVE INPUT-LINE TO FPRT-TEXT-WORK.
           MOVE ORIG-LINE TO FPRT-ORIG-WORK.
           MOVE FILE-REC-SEQ TO FPRT-SEQ-WORK.
           PERFORM CHECK-RECORD-FINGERPRINT.
           IF DUP-HOLD-RECORD = 'N'
               PERFORM VALIDATE-DEPT-CODE
               PERFORM FIND-DEPT-ENTRY
               IF DEPT-FOUND > ZERO
                   ADD 1 TO DEPT-RECS (DEPT-FOUND)
               END-IF
               ADD 1 TO LINE-COUNT
               PERFORM PROCESS-LINE
           END-IF.

       COPY CALENVP REPLACING ==ENV-INFILE== BY ==LINE-FILE==
                              ==ENV-INREC== BY ==LINE-FILE-RECORD==
                              ==ENV-INSTAT== BY ==LINE-STATUS==.

       COPY CALSUSPP.

       COPY CALFPRTP.

       WRITE-RUN-TOTALS.
           IF MODE-WHATIF
               DISPLAY "WHATIF run - reject file and run totals not "
                   MOVE TOTAL-SUM TO CAL2TOT-TOTAL
                   MOVE LINE-COUNT TO CAL2TOT-LINE-CNT
                   MOVE REJECT-COUNT TO CAL2TOT-REJECT-CNT
                   MOVE FILE-COUNT TO CAL2TOT-FILE-CNT
                   MOVE HIGH-CONTRIB TO CAL2TOT-HIGH
                   MOVE LOW-CONTRIB TO CAL2TOT-LOW
                   MOVE BF-MISMATCH-COUNT TO CAL2TOT-BF-MISMATCH
                   MOVE ENV-FAIL-COUNT TO CAL2TOT-ENV-FAIL-CNT
                   MOVE XREG-REPLAY-COUNT TO CAL2TOT-REPLAY-CNT
                   MOVE DEPTM-UNKNOWN-COUNT TO CAL2TOT-UNKNOWN-CNT
                   MOVE RUN-CTL-DATE TO CAL2TOT-RUN-DATE
                   MOVE RUN-PART-NO TO CAL2TOT-PART-NO
                   MOVE RUN-PARTS TO CAL2TOT-PARTS
                   MOVE DEPT-COUNT TO CAL2TOT-DEPT-CNT
                   MOVE DEPT-TABLE TO CAL2TOT-DEPT-TABLE
                   MOVE DUP-SUSPECT-COUNT TO CAL2TOT-DUP-SUSPECT-CNT
                   MOVE DUP-HELD-COUNT TO CAL2TOT-DUP-HELD-CNT
                   WRITE CAL2TOT-RECORD
                   CLOSE TOTALS-FILE
               END-IF
