       IDENTIFICATION DIVISION.
       PROGRAM-ID. D1MERGE.

      *    Partition consolidation step.  When RUNCTL01 carries a
      *    PARTS=nn card the night's CALFLIST datasets are worked by
      *    nn parallel partition jobs, each running ReadFile and D1T2
      *    under its own PART=nn card against its own datasets:
      *        CALCKPnn  ReadFile checkpoint      CALDTPnn  detail
      *        CALRJPnn  ReadFile rejects         CAL2RPnn  D1T2 rejects
      *        CAL2TPnn  D1T2 run totals (with the department table)
      *        CALD1Pnn  ReadFile duplicate suspects
      *        CALD2Pnn  D1T2 duplicate suspects
      *        RUNJRPnn  partition journal  OPALRPnn  partition alerts
      *    D1NIGHT CALLs this program in place of ReadFile and D1T2.
      *    Every partition must show a completed run for tonight's
      *    date and its own partition number before anything is
      *    written; one that does not stops the night with an
      *    operator alert and RC 12, so a half-finished partition
      *    can never be consolidated as if it were the whole list.
      *    The partitions are then merged into the single CALDTL01,
      *    CALREJ01, CALCKPT1, CAL2REJ and CAL2TOT1 datasets D1BAL
      *    and D1RCYC read, the CALDEP01/CALDEP02 department reports
      *    and DEPTHST1 postings, the CALSUSP1 suspense entries and
      *    the NITE-XFER figures for the operations summary and the
      *    corporate extract.  The reject-rate and brute-force gates
      *    are judged on the consolidated figures and the steps are
      *    journaled as READFILE and D1T2 with the same counts a
      *    single run would have written, so balancing, restart and
      *    the chargeback tie-back come out identical whether the
      *    night ran as one partition or eight.  Merged detail lines
      *    follow partition order, so the running SUBTOTAL= on each
      *    contribution line is re-struck as the lines are copied.
      *    Each partition journals and raises its alerts into its
      *    own RUNJRPnn / OPALRPnn datasets so the partitions never
      *    wait on each other for the shared ones.  Those lines are
      *    appended to RUNJRNL1 and OPALERT1 here, before anything
      *    else, whether or not the night can be consolidated, and
      *    the partition datasets are then emptied so a rerun does
      *    not append them twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-FILE ASSIGN TO DYNAMIC PART-DD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PART-STATUS.

           SELECT DETAIL-FILE ASSIGN TO "CALDTL01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DETAIL-STATUS.

           SELECT REJECT-FILE ASSIGN TO "CALREJ01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJECT-STATUS.

           SELECT REJECT2-FILE ASSIGN TO "CAL2REJ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJECT2-STATUS.

           SELECT CKPT-FILE ASSIGN TO "CALCKPT1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CKPT-STATUS.

           SELECT TOTALS-FILE ASSIGN TO "CAL2TOT1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TOTALS-STATUS.

           SELECT DUP-FILE ASSIGN TO DYNAMIC DUP-DD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DUP-STATUS.

           SELECT DEPT-FILE ASSIGN TO DYNAMIC DEPT-DD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPT-STATUS.

           SELECT DEPTM-FILE ASSIGN TO "CALDEPM1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPTM-STATUS.

           SELECT DHST-FILE ASSIGN TO "DEPTHST1"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DHST-KEY
           FILE STATUS IS DHST-STATUS.

           SELECT SUSP-FILE ASSIGN TO "CALSUSP1"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUSP-KEY
           FILE STATUS IS SUSPF-STATUS.

           SELECT JRNL-FILE ASSIGN TO "RUNJRNL1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNL-STATUS.

           SELECT THR-FILE ASSIGN TO "THRESH01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS THR-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPALERT1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNCTL-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALNDR01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PART-FILE.
       01 PART-RECORD PIC X(1300).

       FD DETAIL-FILE.
       01 DETAIL-RECORD PIC X(200).

       FD REJECT-FILE.
       01 REJECT-RECORD PIC X(160).

       FD REJECT2-FILE.
       01 REJECT2-RECORD PIC X(160).

       FD CKPT-FILE.
       COPY CALCKPT.

       FD TOTALS-FILE.
       COPY CAL2TOT.

       FD DUP-FILE.
       01 DUP-RECORD PIC X(250).

       FD DEPT-FILE.
       01 DEPT-RECORD PIC X(132).

       FD DEPTM-FILE.
       01 DEPTM-RECORD PIC X(80).

       FD DHST-FILE.
       COPY DEPTHST.

       FD SUSP-FILE.
       COPY CALSUSP.

       FD JRNL-FILE.
       01 JRNL-OUT-RECORD PIC X(100).

       FD THR-FILE.
       01 THR-RECORD PIC X(40).

       FD ALERT-FILE.
       01 ALERT-RECORD PIC X(132).

       FD RUNCTL-FILE.
       01 RUNCTL-RECORD PIC X(40).

       FD CAL-FILE.
       01 CAL-RECORD PIC X(20).

       WORKING-STORAGE SECTION.
       COPY CALSUSPW.
       01 PART-STATUS        PIC XX.
       01 DETAIL-STATUS      PIC XX.
       01 REJECT-STATUS      PIC XX.
       01 REJECT2-STATUS     PIC XX.
       01 CKPT-STATUS        PIC XX.
       01 TOTALS-STATUS      PIC XX.
       01 DHST-STATUS        PIC XX.
       01 DHST-FEED          PIC X.
       01 PART-DD-NAME.
           05 PART-DD-PREFIX PIC X(6).
           05 PART-DD-NO     PIC 9(2).
       01 DEPT-DD-NAME       PIC X(8).
       01 DUP-DD-NAME        PIC X(8).
       01 DUP-STATUS         PIC XX.
       01 DUP-TITLE-WORK     PIC X(60).
       01 DUP-SUSPECT-WORK   PIC 9(6).
       01 DUP-HELD-WORK      PIC 9(6).
       01 DEPT-TITLE-WORK    PIC X(60).
       01 DEPT-ALL-TOTAL     PIC 9(8).
       01 DEPT-ALL-RECS      PIC 9(6).
       01 DEPT-ALL-REJ       PIC 9(6).
       01 PART-IDX           PIC 9(2).
       01 PART-EOF           PIC X.
       01 PART-LINE-NO       PIC 9(6).
       01 PART-BAD-COUNT     PIC 9(2) VALUE ZERO.
       01 PART-REASON        PIC X(40).
       01 PART-JRNL-LINES    PIC 9(6) VALUE ZERO.
       01 PART-ALERT-LINES   PIC 9(6) VALUE ZERO.
      *    Digit-side (ReadFile) figures summed over the partitions.
       01 RF-RESULT          PIC 9(6) VALUE ZERO.
       01 RF-RECORDS         PIC 9(4) VALUE ZERO.
       01 RF-FILES           PIC 9(4) VALUE ZERO.
       01 RF-LIST-INDEX      PIC 9(4) VALUE ZERO.
       01 RF-CONTRIBS        PIC 9(4) VALUE ZERO.
       01 RF-REJECTS         PIC 9(4) VALUE ZERO.
       01 RF-HIGH            PIC 9(2) VALUE ZERO.
       01 RF-LOW             PIC 9(2) VALUE 99.
       01 RF-ENV-FAIL        PIC 9(4) VALUE ZERO.
       01 RF-REPLAY          PIC 9(4) VALUE ZERO.
       01 RF-UNKNOWN         PIC 9(6) VALUE ZERO.
       01 RF-DUP-SUSPECT     PIC 9(6) VALUE ZERO.
       01 RF-DUP-HELD        PIC 9(6) VALUE ZERO.
       01 RF-RC              PIC 9(4) VALUE ZERO.
      *    Word-side (D1T2) figures summed over the partitions.
       01 T2-TOTAL           PIC 9(6) VALUE ZERO.
       01 T2-LINES           PIC 9(4) VALUE ZERO.
       01 T2-FILES           PIC 9(4) VALUE ZERO.
       01 T2-REJECTS         PIC 9(4) VALUE ZERO.
       01 T2-CONTRIBS        PIC 9(4) VALUE ZERO.
       01 T2-PART-CONTRIBS   PIC 9(4).
       01 T2-HIGH            PIC 9(2) VALUE ZERO.
       01 T2-LOW             PIC 9(2) VALUE 99.
       01 T2-BF-MISMATCH     PIC 9(4) VALUE ZERO.
       01 T2-ENV-FAIL        PIC 9(4) VALUE ZERO.
       01 T2-REPLAY          PIC 9(4) VALUE ZERO.
       01 T2-UNKNOWN         PIC 9(6) VALUE ZERO.
       01 T2-DUP-SUSPECT     PIC 9(6) VALUE ZERO.
       01 T2-DUP-HELD        PIC 9(6) VALUE ZERO.
       01 T2-RC              PIC 9(4) VALUE ZERO.
      *    Each partition's department table images, kept until the
      *    consolidation pass folds them into DEPT-TABLE.
       01 PART-DEPT-SAVE.
           05 PART-DEPT-ENTRY OCCURS 8 TIMES.
               10 RF-PART-DEPT-CNT   PIC 9(3).
               10 RF-PART-DEPT-TABLE PIC X(1150).
               10 T2-PART-DEPT-CNT   PIC 9(3).
               10 T2-PART-DEPT-TABLE PIC X(1150).
       01 PDEPT-COUNT        PIC 9(3).
       01 PDEPT-IDX          PIC 9(3).
       01 PDEPT-TABLE.
           05 PDEPT-ENTRY OCCURS 50 TIMES.
               10 PDEPT-CODE    PIC X(3).
               10 PDEPT-TOTAL   PIC 9(8).
               10 PDEPT-RECS    PIC 9(6).
               10 PDEPT-REJECTS PIC 9(6).
       01 RUNNING-TOTAL      PIC 9(6).
       01 TEN-VAL            PIC 9(2).
       01 ONE-VAL            PIC 9.
       01 DETAIL-SUBTOTAL    PIC ZZZZZ9.
       01 DETAIL-LINES       PIC 9(6) VALUE ZERO.
       01 REJ1-LINES         PIC 9(6) VALUE ZERO.
       01 REJ2-LINES         PIC 9(6) VALUE ZERO.
       01 REJ-SEQ-TEXT       PIC X(6).
       01 AVG-CONTRIB        PIC 9(4)V99 VALUE ZERO.
       01 DISPLAY-AVG        PIC ZZZ9.99.
       01 DISPLAY-HIGH       PIC Z9.
       01 DISPLAY-LOW        PIC Z9.
       01 DISPLAY-PARTS      PIC Z9.
       01 DISPLAY-WINDOW     PIC ZZ9.
      *    Reject-rate gate parameters, set per feed so one
      *    paragraph judges both sides with their own wording.
       01 GATE-PROGRAM       PIC X(8).
       01 GATE-REJECTS       PIC 9(4).
       01 GATE-RECORDS       PIC 9(4).
       01 GATE-TRAILER       PIC X(22).
       01 JRNL-STATUS        PIC XX.
       01 JRNL-START-SAVE    PIC 9(8) VALUE ZERO.
       01 JRNL-DATE-SAVE     PIC 9(8) VALUE ZERO.
       COPY RUNJRNL.
       COPY CALTHR.
       COPY RUNCTL.
       COPY CALCAL.
       COPY CALDEPT.
       COPY CALDEPM.
       COPY NITEXFER.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT JRNL-START-SAVE FROM TIME.
           ACCEPT JRNL-DATE-SAVE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL.
           IF RUNCTL-BAD = 'Y'
               MOVE 16 TO RETURN-CODE
               MOVE "D1MERGE" TO JRNL-PROGRAM
               MOVE "BAD RUN-CONTROL CARD" TO JRNL-COUNTS
               PERFORM WRITE-STEP-JOURNAL
               GOBACK
           END-IF.
      *    The processing date is derived exactly as ReadFile and
      *    D1T2 derive it, so the partition checkpoints and this
      *    step agree on which night they belong to.
           IF MODE-PROD AND RUN-CTL-DATE = ZERO
               PERFORM LOAD-PROC-CALENDAR
               IF CAL-LOADED = 'Y'
                   MOVE JRNL-DATE-SAVE TO CAL-DATE-WORK
                   PERFORM DERIVE-PROCESSING-DATE
                   MOVE CAL-DERIVED-DATE TO RUN-CTL-DATE
               END-IF
           END-IF.
           IF RUN-CTL-DATE NOT = ZERO
               MOVE RUN-CTL-DATE TO JRNL-DATE-SAVE
           ELSE
               MOVE JRNL-DATE-SAVE TO RUN-CTL-DATE
           END-IF.
           DISPLAY "Run mode: " RUN-MODE "  Run date: " RUN-CTL-DATE.
           IF RUN-PARTS = ZERO
               DISPLAY "RUNCTL01 carries no PARTS= card - nothing to "
                   "consolidate"
               MOVE 16 TO RETURN-CODE
               MOVE "D1MERGE" TO JRNL-PROGRAM
               MOVE "NO PARTS= CARD" TO JRNL-COUNTS
               PERFORM WRITE-STEP-JOURNAL
               GOBACK
           END-IF.
           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > RUN-PARTS
               PERFORM APPEND-PARTITION-JOURNAL
               PERFORM APPEND-PARTITION-ALERTS
           END-PERFORM.
           DISPLAY "Partition journal/alert lines...: " PART-JRNL-LINES
               " / " PART-ALERT-LINES.
           IF MODE-WHATIF
               DISPLAY "WHATIF run - partitions wrote nothing to "
                   "consolidate"
               GOBACK
           END-IF.
           MOVE RUN-PARTS TO DISPLAY-PARTS.
           DISPLAY "Consolidating " DISPLAY-PARTS " partitions".
           PERFORM LOAD-THRESHOLDS.
           PERFORM LOAD-DEPT-MASTER.
           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > RUN-PARTS
               PERFORM VERIFY-ONE-PARTITION
           END-PERFORM.
           IF PART-BAD-COUNT > ZERO
               MOVE 12 TO RETURN-CODE
               MOVE "READFILE" TO JRNL-PROGRAM
               PERFORM JOURNAL-NOT-CONSOLIDATED
               MOVE "D1T2" TO JRNL-PROGRAM
               PERFORM JOURNAL-NOT-CONSOLIDATED
               GOBACK
           END-IF.

           MOVE ZERO TO RETURN-CODE.
           PERFORM CONSOLIDATE-DIGIT-FEED.
           MOVE RETURN-CODE TO RF-RC.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CONSOLIDATE-WORD-FEED.
           MOVE RETURN-CODE TO T2-RC.

           MOVE RF-RESULT TO NITE-P1-TOTAL.
           MOVE RF-RECORDS TO NITE-P1-RECORDS.
           MOVE RF-FILES TO NITE-P1-FILES.
           MOVE T2-TOTAL TO NITE-P2-TOTAL.
           MOVE T2-LINES TO NITE-P2-RECORDS.

           DISPLAY "===== D1MERGE control totals =====".
           DISPLAY "Partitions consolidated.........: " DISPLAY-PARTS.
           DISPLAY "Detail lines merged.............: " DETAIL-LINES.
           DISPLAY "CALREJ01 reject lines merged....: " REJ1-LINES.
           DISPLAY "CAL2REJ reject lines merged.....: " REJ2-LINES.
           DISPLAY "Digit side files/records/rejects: " RF-FILES
               " / " RF-RECORDS " / " RF-REJECTS.
           DISPLAY "Digit side result...............: " RF-RESULT.
           DISPLAY "Word side files/lines/rejects...: " T2-FILES
               " / " T2-LINES " / " T2-REJECTS.
           DISPLAY "Word side total.................: " T2-TOTAL.
           DISPLAY "Duplicate suspects/held, digit..: " RF-DUP-SUSPECT
               " / " RF-DUP-HELD.
           DISPLAY "Duplicate suspects/held, word...: " T2-DUP-SUSPECT
               " / " T2-DUP-HELD.

           MOVE RF-RC TO RETURN-CODE.
           PERFORM JOURNAL-DIGIT-STEP.
           MOVE T2-RC TO RETURN-CODE.
           PERFORM JOURNAL-WORD-STEP.
           IF RF-RC > T2-RC
               MOVE RF-RC TO RETURN-CODE
           ELSE
               MOVE T2-RC TO RETURN-CODE
           END-IF.
           GOBACK.

      *    A partition is only consolidated once its checkpoint shows
      *    a completed run, for tonight's date, under its own
      *    partition number, and its totals record says the same of
      *    the word side.  The detail and reject datasets must be
      *    there to merge.
       VERIFY-ONE-PARTITION.
           MOVE SPACES TO PART-REASON.
           MOVE PART-IDX TO PART-DD-NO.
           MOVE "CALCKP" TO PART-DD-PREFIX.
           OPEN INPUT PART-FILE.
           IF PART-STATUS NOT = "00"
               MOVE "CHECKPOINT NOT AVAILABLE" TO PART-REASON
           ELSE
               READ PART-FILE INTO CKPT-RECORD
                   AT END
                       MOVE "CHECKPOINT IS EMPTY" TO PART-REASON
                   NOT AT END
                       PERFORM CHECK-PARTITION-CHECKPOINT
               END-READ
               CLOSE PART-FILE
           END-IF.
           IF PART-REASON = SPACES
               MOVE "CAL2TP" TO PART-DD-PREFIX
               OPEN INPUT PART-FILE
               IF PART-STATUS NOT = "00"
                   MOVE "RUN TOTALS NOT AVAILABLE" TO PART-REASON
               ELSE
                   READ PART-FILE INTO CAL2TOT-RECORD
                       AT END
                           MOVE "RUN TOTALS ARE EMPTY" TO PART-REASON
                       NOT AT END
                           PERFORM CHECK-PARTITION-TOTALS
                   END-READ
                   CLOSE PART-FILE
               END-IF
           END-IF.
           IF PART-REASON = SPACES
               MOVE "CALDTP" TO PART-DD-PREFIX
               PERFORM CHECK-PARTITION-DATASET
           END-IF.
           IF PART-REASON = SPACES
               MOVE "CALRJP" TO PART-DD-PREFIX
               PERFORM CHECK-PARTITION-DATASET
           END-IF.
           IF PART-REASON = SPACES
               MOVE "CAL2RP" TO PART-DD-PREFIX
               PERFORM CHECK-PARTITION-DATASET
           END-IF.
           IF PART-REASON NOT = SPACES
               ADD 1 TO PART-BAD-COUNT
               DISPLAY "Partition " PART-IDX " not consolidated - "
                   PART-REASON
               MOVE SPACES TO ALERT-TEXT
               STRING "ABORT    D1MERGE PARTITION " DELIMITED BY SIZE
                      PART-IDX DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PART-REASON DELIMITED BY "  "
                      " - NIGHT NOT CONSOLIDATED" DELIMITED BY SIZE
                      INTO ALERT-TEXT
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.

       CHECK-PARTITION-CHECKPOINT.
           EVALUATE TRUE
               WHEN CKPT-REC-STATUS NOT = 'C'
                   MOVE "CHECKPOINT SHOWS AN IN-FLIGHT RUN"
                       TO PART-REASON
               WHEN CKPT-REC-RUN-DATE IS NOT NUMERIC
                   MOVE "CHECKPOINT CARRIES NO RUN DATE"
                       TO PART-REASON
               WHEN CKPT-REC-RUN-DATE NOT = RUN-CTL-DATE
                   MOVE "CHECKPOINT IS FOR ANOTHER NIGHT"
                       TO PART-REASON
               WHEN CKPT-REC-PART-NO NOT = PART-IDX OR
                    CKPT-REC-PARTS NOT = RUN-PARTS
                   MOVE "CHECKPOINT IS FOR ANOTHER PARTITION"
                       TO PART-REASON
               WHEN OTHER
                   ADD CKPT-REC-RESULT TO RF-RESULT
                   ADD CKPT-REC-RECORD-CNT TO RF-RECORDS
                   ADD CKPT-REC-FILE-CNT TO RF-FILES
                   ADD CKPT-REC-CONTRIB-CNT TO RF-CONTRIBS
                   ADD CKPT-REC-REJECT-CNT TO RF-REJECTS
                   ADD CKPT-REC-ENV-FAIL-CNT TO RF-ENV-FAIL
                   ADD CKPT-REC-REPLAY-CNT TO RF-REPLAY
                   ADD CKPT-REC-UNKNOWN-CNT TO RF-UNKNOWN
                   IF CKPT-REC-DUP-SUSPECT-CNT IS NUMERIC
                       ADD CKPT-REC-DUP-SUSPECT-CNT TO RF-DUP-SUSPECT
                       ADD CKPT-REC-DUP-HELD-CNT TO RF-DUP-HELD
                   END-IF
                   IF CKPT-REC-FILE-INDEX > RF-LIST-INDEX
                       MOVE CKPT-REC-FILE-INDEX TO RF-LIST-INDEX
                   END-IF
                   IF CKPT-REC-CONTRIB-CNT > ZERO
                       IF CKPT-REC-HIGH-CONTRIB > RF-HIGH
                           MOVE CKPT-REC-HIGH-CONTRIB TO RF-HIGH
                       END-IF
                       IF CKPT-REC-LOW-CONTRIB < RF-LOW
                           MOVE CKPT-REC-LOW-CONTRIB TO RF-LOW
                       END-IF
                   END-IF
                   MOVE CKPT-REC-DEPT-CNT
                       TO RF-PART-DEPT-CNT (PART-IDX)
                   MOVE CKPT-REC-DEPT-TABLE
                       TO RF-PART-DEPT-TABLE (PART-IDX)
           END-EVALUATE.

       CHECK-PARTITION-TOTALS.
           EVALUATE TRUE
               WHEN CAL2TOT-RUN-DATE IS NOT NUMERIC
                   MOVE "RUN TOTALS CARRY NO RUN DATE"
                       TO PART-REASON
               WHEN CAL2TOT-RUN-DATE NOT = RUN-CTL-DATE
                   MOVE "RUN TOTALS ARE FOR ANOTHER NIGHT"
                       TO PART-REASON
               WHEN CAL2TOT-PART-NO NOT = PART-IDX OR
                    CAL2TOT-PARTS NOT = RUN-PARTS
                   MOVE "RUN TOTALS ARE FOR ANOTHER PARTITION"
                       TO PART-REASON
               WHEN OTHER
                   ADD CAL2TOT-TOTAL TO T2-TOTAL
                   ADD CAL2TOT-LINE-CNT TO T2-LINES
                   ADD CAL2TOT-REJECT-CNT TO T2-REJECTS
                   ADD CAL2TOT-FILE-CNT TO T2-FILES
                   ADD CAL2TOT-BF-MISMATCH TO T2-BF-MISMATCH
                   ADD CAL2TOT-ENV-FAIL-CNT TO T2-ENV-FAIL
                   ADD CAL2TOT-REPLAY-CNT TO T2-REPLAY
                   ADD CAL2TOT-UNKNOWN-CNT TO T2-UNKNOWN
                   IF CAL2TOT-DUP-SUSPECT-CNT IS NUMERIC
                       ADD CAL2TOT-DUP-SUSPECT-CNT TO T2-DUP-SUSPECT
                       ADD CAL2TOT-DUP-HELD-CNT TO T2-DUP-HELD
                   END-IF
                   SUBTRACT CAL2TOT-REJECT-CNT FROM CAL2TOT-LINE-CNT
                       GIVING T2-PART-CONTRIBS
                   ADD T2-PART-CONTRIBS TO T2-CONTRIBS
                   IF T2-PART-CONTRIBS > ZERO
                       IF CAL2TOT-HIGH > T2-HIGH
                           MOVE CAL2TOT-HIGH TO T2-HIGH
                       END-IF
                       IF CAL2TOT-LOW < T2-LOW
                           MOVE CAL2TOT-LOW TO T2-LOW
                       END-IF
                   END-IF
                   MOVE CAL2TOT-DEPT-CNT
                       TO T2-PART-DEPT-CNT (PART-IDX)
                   MOVE CAL2TOT-DEPT-TABLE
                       TO T2-PART-DEPT-TABLE (PART-IDX)
           END-EVALUATE.

       CHECK-PARTITION-DATASET.
           OPEN INPUT PART-FILE.
           IF PART-STATUS NOT = "00"
               MOVE SPACES TO PART-REASON
               STRING PART-DD-NAME DELIMITED BY SIZE
                      " NOT AVAILABLE" DELIMITED BY SIZE
                      INTO PART-REASON
           ELSE
               CLOSE PART-FILE
           END-IF.

      *    A partition dataset that is missing or already empty has
      *    nothing to append.  One that cannot be appended is left
      *    as it stands for the next run to pick up.
       APPEND-PARTITION-JOURNAL.
           MOVE "RUNJRP" TO PART-DD-PREFIX.
           MOVE PART-IDX TO PART-DD-NO.
           MOVE 'N' TO PART-EOF.
           OPEN INPUT PART-FILE.
           IF PART-STATUS = "00"
               OPEN EXTEND JRNL-FILE
               IF JRNL-STATUS NOT = "00"
                   OPEN OUTPUT JRNL-FILE
               END-IF
               IF JRNL-STATUS NOT = "00"
                   DISPLAY "RUNJRNL1 could not be opened - "
                       PART-DD-NAME " not appended"
                   CLOSE PART-FILE
               ELSE
                   PERFORM UNTIL PART-EOF = 'Y'
                       READ PART-FILE
                           AT END
                               MOVE 'Y' TO PART-EOF
                           NOT AT END
                               MOVE PART-RECORD (1:100)
                                   TO JRNL-OUT-RECORD
                               WRITE JRNL-OUT-RECORD
                               ADD 1 TO PART-JRNL-LINES
                       END-READ
                   END-PERFORM
                   CLOSE JRNL-FILE
                   CLOSE PART-FILE
                   OPEN OUTPUT PART-FILE
                   CLOSE PART-FILE
               END-IF
           END-IF.

       APPEND-PARTITION-ALERTS.
           MOVE "OPALRP" TO PART-DD-PREFIX.
           MOVE PART-IDX TO PART-DD-NO.
           MOVE 'N' TO PART-EOF.
           OPEN INPUT PART-FILE.
           IF PART-STATUS = "00"
               OPEN EXTEND ALERT-FILE
               IF ALERT-STATUS NOT = "00"
                   OPEN OUTPUT ALERT-FILE
               END-IF
               IF ALERT-STATUS NOT = "00"
                   DISPLAY "OPALERT1 could not be opened - "
                       PART-DD-NAME " not appended"
                   CLOSE PART-FILE
               ELSE
                   PERFORM UNTIL PART-EOF = 'Y'
                       READ PART-FILE
                           AT END
                               MOVE 'Y' TO PART-EOF
                           NOT AT END
                               MOVE PART-RECORD (1:132)
                                   TO ALERT-RECORD
                               WRITE ALERT-RECORD
                               ADD 1 TO PART-ALERT-LINES
                       END-READ
                   END-PERFORM
                   CLOSE ALERT-FILE
                   CLOSE PART-FILE
                   OPEN OUTPUT PART-FILE
                   CLOSE PART-FILE
               END-IF
           END-IF.

      *    The digit side: merged detail and reject reports, the
      *    completed checkpoint D1BAL proves them against, the
      *    department report and history, suspense and the gate.
       CONSOLIDATE-DIGIT-FEED.
           OPEN OUTPUT DETAIL-FILE.
           MOVE "RECORD TEXT" TO DETAIL-RECORD.
           WRITE DETAIL-RECORD.
           MOVE SPACES TO DETAIL-RECORD.
           STRING "MODE=" DELIMITED BY SIZE
                  RUN-MODE DELIMITED BY SIZE
                  "  RUNDATE=" DELIMITED BY SIZE
                  RUN-CTL-DATE DELIMITED BY SIZE
                  INTO DETAIL-RECORD.
           WRITE DETAIL-RECORD.
           MOVE ZERO TO RUNNING-TOTAL.
           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > RUN-PARTS
               PERFORM MERGE-PARTITION-DETAIL
           END-PERFORM.
           CLOSE DETAIL-FILE.

           MOVE '1' TO SUSP-FEED-WORK.
           PERFORM RESET-SUSPENSE-WORK.
           PERFORM OPEN-SUSPENSE-FILE.
           OPEN OUTPUT REJECT-FILE.
           MOVE "NO-DIGIT RECORDS" TO REJECT-RECORD.
           WRITE REJECT-RECORD.
           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > RUN-PARTS
               PERFORM MERGE-PARTITION-REJECTS
           END-PERFORM.
           CLOSE REJECT-FILE.
           PERFORM CLOSE-SUSPENSE-FILE.

           MOVE "CALDUP01" TO DUP-DD-NAME.
           MOVE "CALD1P" TO PART-DD-PREFIX.
           MOVE "DUPLICATE-SUSPECT RECORDS - DIGIT CALIBRATION"
               TO DUP-TITLE-WORK.
           MOVE RF-DUP-SUSPECT TO DUP-SUSPECT-WORK.
           MOVE RF-DUP-HELD TO DUP-HELD-WORK.
           PERFORM MERGE-DUPLICATE-REPORTS.

           INITIALIZE DEPT-TABLE.
           MOVE ZERO TO DEPT-COUNT.
           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > RUN-PARTS
               MOVE RF-PART-DEPT-CNT (PART-IDX) TO PDEPT-COUNT
               MOVE RF-PART-DEPT-TABLE (PART-IDX) TO PDEPT-TABLE
               PERFORM FOLD-PARTITION-DEPTS
           END-PERFORM.

           IF RF-CONTRIBS = ZERO
               MOVE ZERO TO RF-LOW
           END-IF.
           PERFORM WRITE-CONSOLIDATED-CHECKPOINT.

           MOVE "CALDEP01" TO DEPT-DD-NAME.
           MOVE "DEPARTMENT SUBTOTALS - DIGIT CALIBRATION"
               TO DEPT-TITLE-WORK.
           MOVE RF-RESULT TO DEPT-ALL-TOTAL.
           MOVE RF-RECORDS TO DEPT-ALL-RECS.
           MOVE RF-REJECTS TO DEPT-ALL-REJ.
           PERFORM WRITE-DEPT-REPORT-FILE.
           MOVE '1' TO DHST-FEED.
           PERFORM POST-DEPT-HISTORY.

           IF RF-ENV-FAIL > ZERO OR RF-REPLAY > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "READFILE" TO GATE-PROGRAM.
           MOVE RF-REJECTS TO GATE-REJECTS.
           MOVE RF-RECORDS TO GATE-RECORDS.
           MOVE " RECORDS, SEE CALREJ01" TO GATE-TRAILER.
           PERFORM EVALUATE-REJECT-GATE.
           IF RF-UNKNOWN > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF RF-DUP-SUSPECT > ZERO
               MOVE SPACES TO ALERT-TEXT
               STRING "WARNING  READFILE DUPLICATE RECORDS SUSPECTED="
                      DELIMITED BY SIZE
                      RF-DUP-SUSPECT DELIMITED BY SIZE
                      " HELD=" DELIMITED BY SIZE
                      RF-DUP-HELD DELIMITED BY SIZE
                      " - SEE CALDUP01" DELIMITED BY SIZE
                      INTO ALERT-TEXT
               PERFORM WRITE-OPERATOR-ALERT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF RF-CONTRIBS > ZERO
               DIVIDE RF-RESULT BY RF-CONTRIBS GIVING AVG-CONTRIB
                   ROUNDED
           END-IF.
           MOVE AVG-CONTRIB TO DISPLAY-AVG.
           MOVE RF-HIGH TO DISPLAY-HIGH.
           MOVE RF-LOW TO DISPLAY-LOW.
           DISPLAY "Digit side average contribution.: " DISPLAY-AVG.
           DISPLAY "Digit side highest contribution.: " DISPLAY-HIGH.
           DISPLAY "Digit side lowest contribution..: " DISPLAY-LOW.

      *    The word side: merged reject report, the run totals D1BAL
      *    and D1RCYC read, department report and history, suspense,
      *    the reject-rate gate and the brute-force abort.
       CONSOLIDATE-WORD-FEED.
           MOVE '2' TO SUSP-FEED-WORK.
           PERFORM RESET-SUSPENSE-WORK.
           PERFORM OPEN-SUSPENSE-FILE.
           OPEN OUTPUT REJECT2-FILE.
           MOVE "NO-DIGIT LINES" TO REJECT2-RECORD.
           WRITE REJECT2-RECORD.
           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > RUN-PARTS
               PERFORM MERGE-PARTITION-REJECTS2
           END-PERFORM.
           CLOSE REJECT2-FILE.
           PERFORM CLOSE-SUSPENSE-FILE.

           MOVE "CALDUP02" TO DUP-DD-NAME.
           MOVE "CALD2P" TO PART-DD-PREFIX.
           MOVE "DUPLICATE-SUSPECT LINES - WORD-AWARE CALIBRATION"
               TO DUP-TITLE-WORK.
           MOVE T2-DUP-SUSPECT TO DUP-SUSPECT-WORK.
           MOVE T2-DUP-HELD TO DUP-HELD-WORK.
           PERFORM MERGE-DUPLICATE-REPORTS.

           INITIALIZE DEPT-TABLE.
           MOVE ZERO TO DEPT-COUNT.
           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > RUN-PARTS
               MOVE T2-PART-DEPT-CNT (PART-IDX) TO PDEPT-COUNT
               MOVE T2-PART-DEPT-TABLE (PART-IDX) TO PDEPT-TABLE
               PERFORM FOLD-PARTITION-DEPTS
           END-PERFORM.

           IF T2-CONTRIBS = ZERO
               MOVE ZERO TO T2-LOW
           END-IF.
           PERFORM WRITE-CONSOLIDATED-TOTALS.

           MOVE "CALDEP02" TO DEPT-DD-NAME.
           MOVE "DEPARTMENT SUBTOTALS - WORD-AWARE CALIBRATION"
               TO DEPT-TITLE-WORK.
           MOVE T2-TOTAL TO DEPT-ALL-TOTAL.
           MOVE T2-LINES TO DEPT-ALL-RECS.
           MOVE T2-REJECTS TO DEPT-ALL-REJ.
           PERFORM WRITE-DEPT-REPORT-FILE.
           MOVE '2' TO DHST-FEED.
           PERFORM POST-DEPT-HISTORY.

           IF T2-ENV-FAIL > ZERO OR T2-REPLAY > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "D1T2" TO GATE-PROGRAM.
           MOVE T2-REJECTS TO GATE-REJECTS.
           MOVE T2-LINES TO GATE-RECORDS.
           MOVE " LINES, SEE CAL2REJ" TO GATE-TRAILER.
           PERFORM EVALUATE-REJECT-GATE.
           IF THR-BF-ABORT = 'Y' AND T2-BF-MISMATCH > ZERO
               MOVE SPACES TO ALERT-TEXT
               STRING "ABORT    D1T2 BRUTE-FORCE RECONCILIATION "
                      DELIMITED BY SIZE
                      "MISMATCHES=" DELIMITED BY SIZE
                      T2-BF-MISMATCH DELIMITED BY SIZE
                      " - WORD-AWARE TOTALS ARE NOT TRUSTWORTHY"
                      DELIMITED BY SIZE
                      INTO ALERT-TEXT
               PERFORM WRITE-OPERATOR-ALERT
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           IF T2-UNKNOWN > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF T2-DUP-SUSPECT > ZERO
               MOVE SPACES TO ALERT-TEXT
               STRING "WARNING  D1T2 DUPLICATE LINES SUSPECTED="
                      DELIMITED BY SIZE
                      T2-DUP-SUSPECT DELIMITED BY SIZE
                      " HELD=" DELIMITED BY SIZE
                      T2-DUP-HELD DELIMITED BY SIZE
                      " - SEE CALDUP02" DELIMITED BY SIZE
                      INTO ALERT-TEXT
               PERFORM WRITE-OPERATOR-ALERT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *    Header lines are only ever at the top of a partition's
      *    report (a resumed partition extends without a second
      *    header), so only the first two lines are tested.
       MERGE-PARTITION-DETAIL.
           MOVE "CALDTP" TO PART-DD-PREFIX.
           MOVE PART-IDX TO PART-DD-NO.
           MOVE 'N' TO PART-EOF.
           MOVE ZERO TO PART-LINE-NO.
           OPEN INPUT PART-FILE.
           PERFORM UNTIL PART-EOF = 'Y'
               READ PART-FILE
                   AT END
                       MOVE 'Y' TO PART-EOF
                   NOT AT END
                       ADD 1 TO PART-LINE-NO
                       IF PART-LINE-NO <= 2 AND
                          (PART-RECORD (1:200) = "RECORD TEXT" OR
                           PART-RECORD (1:5) = "MODE=")
                           CONTINUE
                       ELSE
                           PERFORM COPY-DETAIL-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PART-FILE.

      *    A contribution line carries TEN= and ONE= after the 100-
      *    byte record image, then the running SUBTOTAL= re-struck
      *    here in merged order; FILETOTAL control lines copy as
      *    they stand.
       COPY-DETAIL-LINE.
           MOVE PART-RECORD (1:200) TO DETAIL-RECORD.
           IF DETAIL-RECORD (101:6) = "  TEN="
               MOVE ZERO TO TEN-VAL
               MOVE ZERO TO ONE-VAL
               IF DETAIL-RECORD (107:2) NOT = SPACES
                   COMPUTE TEN-VAL =
                       FUNCTION NUMVAL (DETAIL-RECORD (107:2))
               END-IF
               IF DETAIL-RECORD (115:1) IS NUMERIC
                   MOVE DETAIL-RECORD (115:1) TO ONE-VAL
               END-IF
               ADD TEN-VAL TO RUNNING-TOTAL
               ADD ONE-VAL TO RUNNING-TOTAL
               MOVE RUNNING-TOTAL TO DETAIL-SUBTOTAL
               MOVE DETAIL-SUBTOTAL TO DETAIL-RECORD (127:6)
           END-IF.
           WRITE DETAIL-RECORD.
           ADD 1 TO DETAIL-LINES.

       MERGE-PARTITION-REJECTS.
           MOVE "CALRJP" TO PART-DD-PREFIX.
           MOVE PART-IDX TO PART-DD-NO.
           MOVE 'N' TO PART-EOF.
           MOVE ZERO TO PART-LINE-NO.
           OPEN INPUT PART-FILE.
           PERFORM UNTIL PART-EOF = 'Y'
               READ PART-FILE
                   AT END
                       MOVE 'Y' TO PART-EOF
                   NOT AT END
                       ADD 1 TO PART-LINE-NO
                       IF PART-LINE-NO = 1 AND
                          PART-RECORD (1:160) = "NO-DIGIT RECORDS"
                           CONTINUE
                       ELSE
                           MOVE PART-RECORD (1:160) TO REJECT-RECORD
                           WRITE REJECT-RECORD
                           ADD 1 TO REJ1-LINES
                           PERFORM SUSPEND-MERGED-REJECT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PART-FILE.

       MERGE-PARTITION-REJECTS2.
           MOVE "CAL2RP" TO PART-DD-PREFIX.
           MOVE PART-IDX TO PART-DD-NO.
           MOVE 'N' TO PART-EOF.
           MOVE ZERO TO PART-LINE-NO.
           OPEN INPUT PART-FILE.
           PERFORM UNTIL PART-EOF = 'Y'
               READ PART-FILE
                   AT END
                       MOVE 'Y' TO PART-EOF
                   NOT AT END
                       ADD 1 TO PART-LINE-NO
                       IF PART-LINE-NO = 1 AND
                          PART-RECORD (1:160) = "NO-DIGIT LINES"
                           CONTINUE
                       ELSE
                           MOVE PART-RECORD (1:160) TO REJECT2-RECORD
                           WRITE REJECT2-RECORD
                           ADD 1 TO REJ2-LINES
                           PERFORM SUSPEND-MERGED-REJECT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PART-FILE.

      *    A reject line is the 100-byte original record followed by
      *    its "  SRC=dataset SEQ=nnnnnn" provenance stamp - exactly
      *    what ReadFile and D1T2 put on the suspense file when they
      *    run the list whole.
       SUSPEND-MERGED-REJECT.
           MOVE PART-RECORD (1:100) TO SUSP-TEXT-WORK.
           MOVE SPACES TO SUSP-SRC-WORK.
           MOVE SPACES TO REJ-SEQ-TEXT.
           MOVE ZERO TO SUSP-SRCSEQ-WORK.
           IF PART-RECORD (101:6) = "  SRC="
               UNSTRING PART-RECORD (107:54) DELIMITED BY " SEQ="
                   INTO SUSP-SRC-WORK REJ-SEQ-TEXT
               END-UNSTRING
               IF REJ-SEQ-TEXT IS NUMERIC
                   MOVE REJ-SEQ-TEXT TO SUSP-SRCSEQ-WORK
               END-IF
           END-IF.
           PERFORM ADD-REJECT-TO-SUSPENSE.

      *    Caller sets DUP-DD-NAME, the partition DD prefix, the
      *    report title and the consolidated suspect and held counts.
      *    Each partition's two header lines and its own TOTAL line
      *    are dropped; a partition whose report is missing (it
      *    could not open one) is noted on SYSOUT, since its counts
      *    still ride its checkpoint or run totals.
       MERGE-DUPLICATE-REPORTS.
           OPEN OUTPUT DUP-FILE.
           IF DUP-STATUS NOT = "00"
               DISPLAY DUP-DD-NAME " could not be opened - "
                   "duplicate suspects not consolidated"
           ELSE
               MOVE DUP-TITLE-WORK TO DUP-RECORD
               WRITE DUP-RECORD
               MOVE THR-DUP-WINDOW TO DISPLAY-WINDOW
               MOVE SPACES TO DUP-RECORD
               STRING "MODE=" DELIMITED BY SIZE
                      RUN-MODE DELIMITED BY SIZE
                      "  RUNDATE=" DELIMITED BY SIZE
                      RUN-CTL-DATE DELIMITED BY SIZE
                      "  ACTION=" DELIMITED BY SIZE
                      THR-DUP-ACTION DELIMITED BY SPACE
                      "  WINDOW=" DELIMITED BY SIZE
                      DISPLAY-WINDOW DELIMITED BY SIZE
                      " NIGHTS" DELIMITED BY SIZE
                      INTO DUP-RECORD
               WRITE DUP-RECORD
               PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > RUN-PARTS
                   PERFORM MERGE-PARTITION-DUPLICATES
               END-PERFORM
               MOVE SPACES TO DUP-RECORD
               STRING "TOTAL SUSPECTS=" DELIMITED BY SIZE
                      DUP-SUSPECT-WORK DELIMITED BY SIZE
                      "  HELD=" DELIMITED BY SIZE
                      DUP-HELD-WORK DELIMITED BY SIZE
                      INTO DUP-RECORD
               WRITE DUP-RECORD
               CLOSE DUP-FILE
           END-IF.

       MERGE-PARTITION-DUPLICATES.
           MOVE PART-IDX TO PART-DD-NO.
           MOVE 'N' TO PART-EOF.
           MOVE ZERO TO PART-LINE-NO.
           OPEN INPUT PART-FILE.
           IF PART-STATUS NOT = "00"
               DISPLAY PART-DD-NAME " not available - partition "
                   PART-IDX " duplicate suspects not listed"
               MOVE 'Y' TO PART-EOF
           END-IF.
           PERFORM UNTIL PART-EOF = 'Y'
               READ PART-FILE
                   AT END
                       MOVE 'Y' TO PART-EOF
                   NOT AT END
                       ADD 1 TO PART-LINE-NO
                       IF PART-LINE-NO > 2 AND
                          PART-RECORD (1:15) NOT = "TOTAL SUSPECTS="
                           MOVE PART-RECORD (1:250) TO DUP-RECORD
                           WRITE DUP-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF PART-STATUS = "00" OR PART-STATUS = "10"
               CLOSE PART-FILE
           END-IF.

      *    Each feed primes its own pending texts and sequence.
       RESET-SUSPENSE-WORK.
           MOVE 1 TO SUSP-NEXT-SEQ.
           MOVE ZERO TO SUSP-PEND-COUNT.
           MOVE ZERO TO SUSP-ADDED-COUNT.
           MOVE ZERO TO SUSP-DUP-COUNT.

       FOLD-PARTITION-DEPTS.
           PERFORM VARYING PDEPT-IDX FROM 1 BY 1
               UNTIL PDEPT-IDX > PDEPT-COUNT
               MOVE PDEPT-CODE (PDEPT-IDX) TO DEPT-CODE-WORK
               PERFORM FIND-DEPT-ENTRY
               IF DEPT-FOUND > ZERO
                   ADD PDEPT-TOTAL (PDEPT-IDX)
                       TO DEPT-TOTAL (DEPT-FOUND)
                   ADD PDEPT-RECS (PDEPT-IDX)
                       TO DEPT-RECS (DEPT-FOUND)
                   ADD PDEPT-REJECTS (PDEPT-IDX)
                       TO DEPT-REJECTS (DEPT-FOUND)
               END-IF
           END-PERFORM.

      *    The consolidated checkpoint is the night's own: completed,
      *    partition number zero, the PARTS= count it was built from.
       WRITE-CONSOLIDATED-CHECKPOINT.
           OPEN OUTPUT CKPT-FILE.
           MOVE 'C' TO CKPT-REC-STATUS.
           MOVE RF-LIST-INDEX TO CKPT-REC-FILE-INDEX.
           MOVE ZERO TO CKPT-REC-FILE-RECS.
           MOVE ZERO TO CKPT-REC-FILE-SUBTOT.
           MOVE RF-RESULT TO CKPT-REC-RESULT.
           MOVE RF-RECORDS TO CKPT-REC-RECORD-CNT.
           MOVE RF-FILES TO CKPT-REC-FILE-CNT.
           MOVE RF-CONTRIBS TO CKPT-REC-CONTRIB-CNT.
           MOVE RF-HIGH TO CKPT-REC-HIGH-CONTRIB.
           MOVE RF-LOW TO CKPT-REC-LOW-CONTRIB.
           MOVE RF-REJECTS TO CKPT-REC-REJECT-CNT.
           MOVE DEPT-COUNT TO CKPT-REC-DEPT-CNT.
           MOVE DEPT-TABLE TO CKPT-REC-DEPT-TABLE.
           MOVE RUN-CTL-DATE TO CKPT-REC-RUN-DATE.
           MOVE ZERO TO CKPT-REC-PART-NO.
           MOVE RUN-PARTS TO CKPT-REC-PARTS.
           MOVE RF-ENV-FAIL TO CKPT-REC-ENV-FAIL-CNT.
           MOVE RF-REPLAY TO CKPT-REC-REPLAY-CNT.
           MOVE RF-UNKNOWN TO CKPT-REC-UNKNOWN-CNT.
           MOVE RF-DUP-SUSPECT TO CKPT-REC-DUP-SUSPECT-CNT.
           MOVE RF-DUP-HELD TO CKPT-REC-DUP-HELD-CNT.
           WRITE CKPT-RECORD.
           IF CKPT-STATUS NOT = "00"
               DISPLAY "CALCKPT1 write failed - file status "
                   CKPT-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE CKPT-FILE.

       WRITE-CONSOLIDATED-TOTALS.
           OPEN OUTPUT TOTALS-FILE.
           IF TOTALS-STATUS NOT = "00"
               DISPLAY "CAL2TOT1 could not be opened - run totals "
                   "not persisted"
           ELSE
               MOVE T2-TOTAL TO CAL2TOT-TOTAL
               MOVE T2-LINES TO CAL2TOT-LINE-CNT
               MOVE T2-REJECTS TO CAL2TOT-REJECT-CNT
               MOVE T2-FILES TO CAL2TOT-FILE-CNT
               MOVE T2-HIGH TO CAL2TOT-HIGH
               MOVE T2-LOW TO CAL2TOT-LOW
               MOVE T2-BF-MISMATCH TO CAL2TOT-BF-MISMATCH
               MOVE T2-ENV-FAIL TO CAL2TOT-ENV-FAIL-CNT
               MOVE T2-REPLAY TO CAL2TOT-REPLAY-CNT
               MOVE T2-UNKNOWN TO CAL2TOT-UNKNOWN-CNT
               MOVE RUN-CTL-DATE TO CAL2TOT-RUN-DATE
               MOVE ZERO TO CAL2TOT-PART-NO
               MOVE RUN-PARTS TO CAL2TOT-PARTS
               MOVE DEPT-COUNT TO CAL2TOT-DEPT-CNT
               MOVE DEPT-TABLE TO CAL2TOT-DEPT-TABLE
               MOVE T2-DUP-SUSPECT TO CAL2TOT-DUP-SUSPECT-CNT
               MOVE T2-DUP-HELD TO CAL2TOT-DUP-HELD-CNT
               WRITE CAL2TOT-RECORD
               CLOSE TOTALS-FILE
           END-IF.

      *    Caller sets DEPT-DD-NAME, DEPT-TITLE-WORK and the all-
      *    departments figures; the layout is the one ReadFile and
      *    D1T2 print.
       WRITE-DEPT-REPORT-FILE.
           OPEN OUTPUT DEPT-FILE.
           IF DEPT-STATUS NOT = "00"
               DISPLAY DEPT-DD-NAME " could not be opened - "
                   "department report not written"
           ELSE
               MOVE DEPT-TITLE-WORK TO DEPT-RECORD
               WRITE DEPT-RECORD
               MOVE SPACES TO DEPT-RECORD
               STRING "MODE=" DELIMITED BY SIZE
                      RUN-MODE DELIMITED BY SIZE
                      "  RUNDATE=" DELIMITED BY SIZE
                      RUN-CTL-DATE DELIMITED BY SIZE
                      INTO DEPT-RECORD
               WRITE DEPT-RECORD
               PERFORM WRITE-DEPT-LINES
               MOVE DEPT-ALL-TOTAL TO DEPT-DISPLAY-TOTAL
               MOVE DEPT-ALL-RECS TO DEPT-DISPLAY-RECS
               MOVE DEPT-ALL-REJ TO DEPT-DISPLAY-REJ
               MOVE SPACES TO DEPT-RECORD
               STRING "ALL DEPTS TOTAL=" DELIMITED BY SIZE
                      DEPT-DISPLAY-TOTAL DELIMITED BY SIZE
                      "  RECORDS=" DELIMITED BY SIZE
                      DEPT-DISPLAY-RECS DELIMITED BY SIZE
                      "  REJECTS=" DELIMITED BY SIZE
                      DEPT-DISPLAY-REJ DELIMITED BY SIZE
                      INTO DEPT-RECORD
               WRITE DEPT-RECORD
               CLOSE DEPT-FILE
           END-IF.

       COPY CALDEPTP.

       COPY DEPTHSTP.

       COPY CALDEPMP.

       COPY CALSUSPP.

      *    The same reject-rate judgement ReadFile and D1T2 make at
      *    end of job, on the consolidated counts and with their
      *    wording, so the alert a night raises does not depend on
      *    how many partitions it ran in.
       EVALUATE-REJECT-GATE.
           IF GATE-RECORDS > ZERO
               COMPUTE THR-REJECT-PCT ROUNDED =
                   GATE-REJECTS * 100 / GATE-RECORDS
               MOVE THR-REJECT-PCT TO THR-DISPLAY-PCT
               IF THR-REJECT-PCT > THR-ABORT-PCT
                   MOVE SPACES TO ALERT-TEXT
                   STRING "ABORT    " DELIMITED BY SIZE
                          GATE-PROGRAM DELIMITED BY SPACE
                          " REJECT RATE " DELIMITED BY SIZE
                          THR-DISPLAY-PCT DELIMITED BY SIZE
                          " PCT EXCEEDS ABORT THRESHOLD "
                          DELIMITED BY SIZE
                          THR-ABORT-PCT DELIMITED BY SIZE
                          " PCT - REJECTS=" DELIMITED BY SIZE
                          GATE-REJECTS DELIMITED BY SIZE
                          " OF " DELIMITED BY SIZE
                          GATE-RECORDS DELIMITED BY SIZE
                          GATE-TRAILER DELIMITED BY SIZE
                          INTO ALERT-TEXT
                   PERFORM WRITE-OPERATOR-ALERT
                   IF RETURN-CODE < 12
                       MOVE 12 TO RETURN-CODE
                   END-IF
               ELSE
                   IF THR-REJECT-PCT > THR-WARN-PCT
                       MOVE SPACES TO ALERT-TEXT
                       STRING "WARNING  " DELIMITED BY SIZE
                              GATE-PROGRAM DELIMITED BY SPACE
                              " REJECT RATE " DELIMITED BY SIZE
                              THR-DISPLAY-PCT DELIMITED BY SIZE
                              " PCT EXCEEDS WARN THRESHOLD "
                              DELIMITED BY SIZE
                              THR-WARN-PCT DELIMITED BY SIZE
                              " PCT - REJECTS=" DELIMITED BY SIZE
                              GATE-REJECTS DELIMITED BY SIZE
                              " OF " DELIMITED BY SIZE
                              GATE-RECORDS DELIMITED BY SIZE
                              GATE-TRAILER DELIMITED BY SIZE
                              INTO ALERT-TEXT
                       PERFORM WRITE-OPERATOR-ALERT
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COPY CALTHRP.

      *    Journaled under the step names a whole-list run uses, with
      *    the same counts layout, so D1NIGHT's restart analysis,
      *    D1STAT and the D1CHGBK tie-back read a partitioned night
      *    exactly as they read any other.
       JOURNAL-DIGIT-STEP.
           MOVE "READFILE" TO JRNL-PROGRAM.
           MOVE SPACES TO JRNL-COUNTS.
           STRING "MODE=" DELIMITED BY SIZE
                  RUN-MODE DELIMITED BY SIZE
                  " FILES=" DELIMITED BY SIZE
                  RF-FILES DELIMITED BY SIZE
                  " RECS=" DELIMITED BY SIZE
                  RF-RECORDS DELIMITED BY SIZE
                  " REJ=" DELIMITED BY SIZE
                  RF-REJECTS DELIMITED BY SIZE
                  " TOTAL=" DELIMITED BY SIZE
                  RF-RESULT DELIMITED BY SIZE
                  INTO JRNL-COUNTS.
           PERFORM WRITE-STEP-JOURNAL.

       JOURNAL-WORD-STEP.
           MOVE "D1T2" TO JRNL-PROGRAM.
           MOVE SPACES TO JRNL-COUNTS.
           STRING "MODE=" DELIMITED BY SIZE
                  RUN-MODE DELIMITED BY SIZE
                  " FILES=" DELIMITED BY SIZE
                  T2-FILES DELIMITED BY SIZE
                  " LINES=" DELIMITED BY SIZE
                  T2-LINES DELIMITED BY SIZE
                  " REJ=" DELIMITED BY SIZE
                  T2-REJECTS DELIMITED BY SIZE
                  " TOTAL=" DELIMITED BY SIZE
                  T2-TOTAL DELIMITED BY SIZE
                  INTO JRNL-COUNTS.
           PERFORM WRITE-STEP-JOURNAL.

       JOURNAL-NOT-CONSOLIDATED.
           MOVE SPACES TO JRNL-COUNTS.
           STRING "MODE=" DELIMITED BY SIZE
                  RUN-MODE DELIMITED BY SIZE
                  " PARTITIONS NOT CONSOLIDATED" DELIMITED BY SIZE
                  INTO JRNL-COUNTS.
           PERFORM WRITE-STEP-JOURNAL.

       WRITE-STEP-JOURNAL.
           MOVE JRNL-DATE-SAVE TO JRNL-RUN-DATE.
           MOVE JRNL-START-SAVE TO JRNL-START-TIME.
           ACCEPT JRNL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO JRNL-RETURN-CODE.
           PERFORM WRITE-JOURNAL-RECORD.

       COPY RUNJRNLP.

       COPY RUNCTLP.

       COPY CALCALP.
