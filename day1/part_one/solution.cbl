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

           SELECT DUP-FILE ASSIGN TO "CALDUP01"
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
       01 DHST-STATUS       PIC XX.
       01 DHST-FEED         PIC X VALUE '1'.
       01 XREG-STATUS       PIC XX.
       01 XREG-THIS-PROGRAM PIC X(8) VALUE "READFILE".
       01 XREG-REPLAY-COUNT PIC 9(4) VALUE ZERO.
       01 LIST-STATUS       PIC XX.
      *    A BACKFILL night reads its own dated dataset list,
      *    ddname CALFmmdd, in place of CALFLIST.
       01 LIST-DD-NAME      PIC X(8) VALUE "CALFLIST".
       01 YOUR-FILE-STATUS  PIC XX.
       01 WS-DATASET-NAME   PIC X(40) VALUE "INPUT01".
       01 USING-LIST        PIC X VALUE 'N'.
       01 CKPT-RESUME-RECS  PIC 9(6) VALUE ZERO.
       01 CKPT-RESUME-SUBTOTAL PIC 9(6) VALUE ZERO.
       01 CURRENT-FILE-INDEX PIC 9(4) VALUE ZERO.
       01 PART-INDEX-WORK   PIC 9(4).
       01 PART-QUOTIENT     PIC 9(4).
       01 PART-REMAINDER    PIC 9(2).
       01 FILE-IN-PARTITION PIC X VALUE 'Y'.
       01 JRNL-PART-NAME.
           05 FILLER        PIC X(6) VALUE "RFPART".
           05 JRNL-PART-NO  PIC 9(2).
       01 FILE-RECORD-COUNT PIC 9(6) VALUE ZERO.
       01 SKIP-REC          PIC X(100).
       01 CAL-TEXT          PIC X(100).
               MOVE JRNL-DATE-SAVE TO RUN-CTL-DATE
           END-IF.
           DISPLAY "Run mode: " RUN-MODE "  Run date: " RUN-CTL-DATE.
      *    Without its dated list a BACKFILL night has no input,
      *    and the single-dataset INPUT01 fallback would post some
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
           END-IF.
           PERFORM LOAD-THRESHOLDS.
           PERFORM LOAD-DEPT-MASTER.
           MOVE '1' TO SUSP-FEED-WORK.
      *    A partition step leaves the suspense file, the department
      *    history and the night's quality gate to D1MERGE, which
      *    sees every partition's figures at once.
           IF NOT MODE-WHATIF AND RUN-PART-NO = ZERO
               PERFORM OPEN-SUSPENSE-FILE
           END-IF.
           IF RUN-PART-NO > ZERO
               DISPLAY "Partition " RUN-PART-NO " of " RUN-PARTS
           END-IF.
      *    A WHATIF run proves the calculation without touching the
      *    production trail: the checkpoint is neither read nor
      *    advanced and the detail and reject files are left exactly
                   WRITE REJECT-RECORD
               END-IF
           END-IF.
      *    Every data record is fingerprinted against the rest of
      *    the night's input and the recent nights' on CALFPRT1;
      *    suspects go to CALDUP01 and, under DUPACTION=HOLD, stay
      *    out of the totals.
           MOVE '1' TO FPRT-FEED-WORK.
           MOVE "DUPLICATE-SUSPECT RECORDS - DIGIT CALIBRATION"
               TO DUP-REPORT-TITLE.
           MOVE CKPT-RESUME-MODE TO DUP-RESUME.
           PERFORM OPEN-FINGERPRINT-FILES.

           OPEN INPUT LIST-FILE.
           IF LIST-STATUS = "00"
           IF USING-LIST = 'N'
               ADD 1 TO CURRENT-FILE-INDEX
               MOVE "INPUT01" TO WS-DATASET-NAME
               PERFORM CHECK-PARTITION-SHARE
               IF FILE-IN-PARTITION = 'Y' AND
                  (CKPT-RESUME-MODE = 'N' OR
                   CURRENT-FILE-INDEX >= CKPT-RESUME-FILE-INDEX)
                   PERFORM PROCESS-ONE-FILE
               END-IF
           ELSE
                NOT AT END
                    ADD 1 TO CURRENT-FILE-INDEX
                    MOVE FUNCTION TRIM(LIST-RECORD) TO WS-DATASET-NAME
                    PERFORM CHECK-PARTITION-SHARE
                    IF FILE-IN-PARTITION = 'Y' AND
                       (CKPT-RESUME-MODE = 'N' OR
                        CURRENT-FILE-INDEX >= CKPT-RESUME-FILE-INDEX)
                        PERFORM PROCESS-ONE-FILE
                    END-IF
               END-READ
               CLOSE LIST-FILE
           END-IF.

           PERFORM CLOSE-FINGERPRINT-FILES.
           IF NOT MODE-WHATIF
               CLOSE DETAIL-FILE
               CLOSE REJECT-FILE
           DISPLAY "Files rejected as replays:" XREG-REPLAY-COUNT
           DISPLAY "Records processed:" RECORD-COUNT
           DISPLAY "Records rejected (no digit):" REJECT-COUNT
           DISPLAY "Duplicate suspects:" DUP-SUSPECT-COUNT
               "  held out of totals:" DUP-HELD-COUNT
           DISPLAY "Result:" RESULT
           DISPLAY "Average contribution per record: " DISPLAY-AVG
           DISPLAY "Highest record contribution.....: " DISPLAY-HIGH
           IF ENV-FAIL-COUNT > ZERO OR XREG-REPLAY-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF RUN-PART-NO = ZERO
               PERFORM WRITE-DEPT-REPORT-FILE
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
               STRING "WARNING  READFILE DUPLICATE RECORDS SUSPECTED="
                      DELIMITED BY SIZE
                      DUP-SUSPECT-COUNT DELIMITED BY SIZE
                      " HELD=" DELIMITED BY SIZE
                      DUP-HELD-COUNT DELIMITED BY SIZE
                      " - SEE CALDUP01" DELIMITED BY SIZE
                      INTO ALERT-TEXT
               PERFORM WRITE-OPERATOR-ALERT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       COPY CALTHRP.

      *    The write-nothing exits (bad run-control card, missing
      *    dated dataset list) journal with the counts text already
      *    set by the caller.
       WRITE-BAD-CARD-JOURNAL.
           PERFORM SET-JOURNAL-PROGRAM.
           MOVE JRNL-DATE-SAVE TO JRNL-RUN-DATE.
           MOVE JRNL-START-SAVE TO JRNL-START-TIME.
           ACCEPT JRNL-END-TIME FROM TIME.
           WRITE DETAIL-RECORD.

       JOURNAL-THIS-STEP.
           PERFORM SET-JOURNAL-PROGRAM.
           MOVE JRNL-DATE-SAVE TO JRNL-RUN-DATE.
           MOVE JRNL-START-SAVE TO JRNL-START-TIME.
           ACCEPT JRNL-END-TIME FROM TIME.
                  INTO JRNL-COUNTS.
           PERFORM WRITE-JOURNAL-RECORD.

      *    A partition step journals under its own name (RFPARTnn)
      *    so its partial counts are never mistaken for the night's
      *    READFILE step - D1MERGE journals the consolidated one.
      *    A late-arrival run journals as RFLATE for the same
      *    reason: its counts are only the late files'.
       SET-JOURNAL-PROGRAM.
           IF RUN-PART-NO > ZERO
               MOVE RUN-PART-NO TO JRNL-PART-NO
               MOVE JRNL-PART-NAME TO JRNL-PROGRAM
           ELSE
               IF MODE-LATE
                   MOVE "RFLATE" TO JRNL-PROGRAM
               ELSE
                   MOVE "READFILE" TO JRNL-PROGRAM
               END-IF
           END-IF.

      *    Dataset n of the list belongs to partition
      *    ((n - 1) mod PARTS) + 1, so the partitions share the
      *    list evenly and every dataset belongs to exactly one.
       CHECK-PARTITION-SHARE.
           MOVE 'Y' TO FILE-IN-PARTITION.
           IF RUN-PART-NO > ZERO
               COMPUTE PART-INDEX-WORK = CURRENT-FILE-INDEX - 1
               DIVIDE PART-INDEX-WORK BY RUN-PARTS
                   GIVING PART-QUOTIENT REMAINDER PART-REMAINDER
               IF PART-REMAINDER + 1 NOT = RUN-PART-NO
                   MOVE 'N' TO FILE-IN-PARTITION
               END-IF
           END-IF.

       COPY RUNJRNLP.

       COPY RUNCTLP.

       COPY CALSUSPP.

       COPY CALFPRTP.

       LOAD-CHECKPOINT.
           OPEN INPUT CKPT-FILE.
           IF CKPT-FILE-STATUS = "00"
                               MOVE CKPT-REC-DEPT-CNT TO DEPT-COUNT
                               MOVE CKPT-REC-DEPT-TABLE TO DEPT-TABLE
                           END-IF
                           IF CKPT-REC-ENV-FAIL-CNT IS NUMERIC
                               MOVE CKPT-REC-ENV-FAIL-CNT
                                   TO ENV-FAIL-COUNT
                               MOVE CKPT-REC-REPLAY-CNT
                                   TO XREG-REPLAY-COUNT
                               MOVE CKPT-REC-UNKNOWN-CNT
                                   TO DEPTM-UNKNOWN-COUNT
                           END-IF
                           IF CKPT-REC-DUP-SUSPECT-CNT IS NUMERIC
                               MOVE CKPT-REC-DUP-SUSPECT-CNT
                                   TO DUP-SUSPECT-COUNT
                               MOVE CKPT-REC-DUP-HELD-CNT
                                   TO DUP-HELD-COUNT
                           END-IF
                           DISPLAY "Resuming from checkpoint: file "
                               CKPT-RESUME-FILE-INDEX " record "
                               CKPT-RESUME-RECS
           MOVE REJECT-COUNT TO CKPT-REC-REJECT-CNT.
           MOVE DEPT-COUNT TO CKPT-REC-DEPT-CNT.
           MOVE DEPT-TABLE TO CKPT-REC-DEPT-TABLE.
           PERFORM SET-CHECKPOINT-IDENTITY.
           WRITE CKPT-RECORD.
           IF CKPT-FILE-STATUS NOT = "00"
               DISPLAY "CALCKPT1 write failed - file status "
           MOVE REJECT-COUNT TO CKPT-REC-REJECT-CNT.
           MOVE DEPT-COUNT TO CKPT-REC-DEPT-CNT.
           MOVE DEPT-TABLE TO CKPT-REC-DEPT-TABLE.
           PERFORM SET-CHECKPOINT-IDENTITY.
           WRITE CKPT-RECORD.
           IF CKPT-FILE-STATUS NOT = "00"
               DISPLAY "CALCKPT1 write failed - file status "
           END-IF.
           CLOSE CKPT-FILE.

       SET-CHECKPOINT-IDENTITY.
           MOVE RUN-CTL-DATE TO CKPT-REC-RUN-DATE.
           MOVE RUN-PART-NO TO CKPT-REC-PART-NO.
           MOVE RUN-PARTS TO CKPT-REC-PARTS.
           MOVE ENV-FAIL-COUNT TO CKPT-REC-ENV-FAIL-CNT.
           MOVE XREG-REPLAY-COUNT TO CKPT-REC-REPLAY-CNT.
           MOVE DEPTM-UNKNOWN-COUNT TO CKPT-REC-UNKNOWN-CNT.
           MOVE DUP-SUSPECT-COUNT TO CKPT-REC-DUP-SUSPECT-CNT.
           MOVE DUP-HELD-COUNT TO CKPT-REC-DUP-HELD-CNT.

      *  A department-coded record is code|text; only the text part
      *  is scanned for digits (a code like A01 must not supply the
      *  calibration value), while the reject file keeps the whole
                 MOVE "***" TO DEPT-CODE-WORK
                 MOVE YOUR-RECORD TO CAL-TEXT
             END-IF.
             COMPUTE DETAIL-SEQ = FILE-RECORD-COUNT + 1.
             MOVE CAL-TEXT TO FPRT-TEXT-WORK.
             MOVE YOUR-RECORD TO FPRT-ORIG-WORK.
             MOVE DETAIL-SEQ TO FPRT-SEQ-WORK.
             PERFORM CHECK-RECORD-FINGERPRINT.
             IF DUP-HOLD-RECORD = 'Y'
                 PERFORM HOLD-DUPLICATE-RECORD
             ELSE
                 PERFORM SCORE-CALIBRATION-RECORD
                 ADD 1 TO RECORD-COUNT
             END-IF.
             ADD 1 TO FILE-RECORD-COUNT.
             ADD 1 TO RECS-SINCE-CKPT.
             IF RECS-SINCE-CKPT >= CKPT-INTERVAL
                 IF NOT MODE-WHATIF
                     PERFORM SAVE-CHECKPOINT
                 END-IF
                 MOVE ZERO TO RECS-SINCE-CKPT
             END-IF.

      *    A held duplicate adds nothing to the totals, the record
      *    count or its department, but still leaves a HELD= line
      *    in the detail report so its dataset's FILETOTAL record
      *    count keeps balancing.
       HOLD-DUPLICATE-RECORD.
             IF NOT MODE-WHATIF
                 MOVE SPACES TO DETAIL-RECORD
                 STRING YOUR-RECORD DELIMITED BY SIZE
                        DUP-HELD-TAG DELIMITED BY SIZE
                        "  SRC=" DELIMITED BY SIZE
                        WS-DATASET-NAME DELIMITED BY SPACE
                        " SEQ=" DELIMITED BY SIZE
                        DETAIL-SEQ DELIMITED BY SIZE
                        INTO DETAIL-RECORD
                 WRITE DETAIL-RECORD
             END-IF.

       SCORE-CALIBRATION-RECORD.
             PERFORM VALIDATE-DEPT-CODE.
             PERFORM FIND-DEPT-ENTRY.
             IF DEPT-FOUND > ZERO
                 END-IF
             END-PERFORM.

             IF DIGIT-FOUND-FLAG = 'N'
                 ADD 1 TO REJECT-COUNT
                 IF DEPT-FOUND > ZERO
                     WRITE DETAIL-RECORD
                 END-IF
             END-IF.
