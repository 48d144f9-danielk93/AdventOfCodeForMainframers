      *    what is still outstanding; an unkeyed correction
      *    recycles exactly as before and touches no suspense
      *    entry.
      *    Marking the entry repaired also restates the night the
      *    reject first appeared: the contribution is added to that
      *    night's DEPTHST1 record for the feed and the department
      *    the text carries (or '???' where the night held an
      *    unrecognized code), and the record's reject count drops
      *    by one, so D1CHGBK bills the repaired figure.  Each
      *    restated night then gets a correction group on NITCORR1
      *    in the NITEXTR1 layout - flagged 'C' under the original
      *    extract date, carrying the amounts to add - registered
      *    on XTRREG1 with the night's next correction number so
      *    D1ACK tracks corporate's acknowledgment of it.  Only the
      *    pending-to-repaired flip restates, so running the same
      *    deck twice never posts a repair twice - and the flip is
      *    made only once the night has been restated, so a repair
      *    that cannot be restated (history or correction extract
      *    unavailable, no history record) leaves its entry pending
      *    for a later run to apply.
      *    Corrections data control checks at the D1SWORK screen
      *    are queued on SUSPFXQ1 in the same card layout, keyed,
      *    with the clerk's ID in bytes 102-109.  The queue is
      *    recycled after the CALFIX01 deck, through the same
      *    logic, with a CLERK= line under each of its corrections
      *    on CALAMD01.  The queue is then rewritten with only the
      *    corrections whose entry is still pending and workable
      *    (CALSUSP1 not open, or the repair not restated), so a
      *    clerk's checked correction is retried rather than lost.
      *    RC 4 = a correction is still invalid, or a repair could
      *    not be restated.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FIX-STATUS.

           SELECT FXQ-FILE ASSIGN TO "SUSPFXQ1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FXQ-STATUS.

           SELECT CKPT-FILE ASSIGN TO "CALCKPT1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CKPT-STATUS.
           RECORD KEY IS SUSP-KEY
           FILE STATUS IS SUSPF-STATUS.

           SELECT DHST-FILE ASSIGN TO "DEPTHST1"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DHST-KEY
           FILE STATUS IS DHST-STATUS.

           SELECT CORR-FILE ASSIGN TO "NITCORR1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORR-STATUS.

           SELECT XTRREG-FILE ASSIGN TO "XTRREG1"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XTRR-KEY
           FILE STATUS IS XTRREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FIX-FILE.
       01 FIX-RECORD PIC X(109).

       FD FXQ-FILE.
       01 FXQ-RECORD PIC X(109).

       FD CKPT-FILE.
       COPY CALCKPT.
       FD SUSP-FILE.
       COPY CALSUSP.

       FD DHST-FILE.
       COPY DEPTHST.

       FD CORR-FILE.
       01 CORR-RECORD PIC X(80).

       FD XTRREG-FILE.
       COPY XTRREG.

       WORKING-STORAGE SECTION.
       01 SUSPF-STATUS      PIC XX.
       01 SUSP-AVAILABLE    PIC X VALUE 'N'.
       01 FIX-SUSP-SEQ      PIC 9(6).
       01 FIX-STRIPPED      PIC X(100).
       01 REPAIRED-COUNT    PIC 9(4) VALUE ZERO.
       01 DHST-STATUS       PIC XX.
       01 DHST-AVAILABLE    PIC X VALUE 'N'.
       01 DHST-HIT          PIC X.
       01 DHST-REJ-TAKEN    PIC X.
       01 CORR-OPEN         PIC X VALUE 'N'.
       01 CORR-STATUS       PIC XX.
       01 XTRREG-STATUS     PIC XX.
       01 XTRREG-EOF        PIC X.
       01 RESTATED-COUNT    PIC 9(4) VALUE ZERO.
       01 UNRESTATED-COUNT  PIC 9(4) VALUE ZERO.
       01 UNRESTATED-REASON PIC X(30).
       01 RSTM-DEPT-CODE    PIC X(3).
       01 RSTM-NEXT-SEQ     PIC 9(2).
      *    One entry per original night restated this run; each
      *    becomes one correction group on NITCORR1.
       01 RSTM-COUNT        PIC 9(3) VALUE ZERO.
       01 RSTM-IDX          PIC 9(3).
       01 RSTM-FOUND        PIC 9(3).
       01 RSTM-NEW          PIC X.
       01 RSTM-TABLE.
           05 RSTM-ENTRY OCCURS 50 TIMES.
               10 RSTM-NIGHT      PIC 9(8).
               10 RSTM-P1-TOTAL   PIC 9(6).
               10 RSTM-P2-TOTAL   PIC 9(6).
       01 DISPLAY-NIGHT-SEQ PIC 99.
       01 TODAY-DATE        PIC 9(8).
       01 FIX-STATUS        PIC XX.
       01 CKPT-STATUS       PIC XX.
       01 TOTALS-STATUS     PIC XX.
       01 AMEND-STATUS      PIC XX.
       01 FIX-EOF           PIC X VALUE 'N'.
       01 FXQ-STATUS        PIC XX.
       01 FXQ-EOF           PIC X VALUE 'N'.
       01 QUEUED-COUNT      PIC 9(4) VALUE ZERO.
      *    What became of the correction just processed: 'R' entry
      *    marked repaired, 'K' entry left pending (keep a queued
      *    card), 'I' still invalid, 'D' nothing further to do.
       01 FIX-OUTCOME       PIC X.
      *    Queued corrections kept for the next run.
       01 FXQ-KEPT-COUNT    PIC 9(4) VALUE ZERO.
       01 FXQ-KEPT-OVER     PIC X VALUE 'N'.
       01 FXQ-IDX           PIC 9(4).
       01 FXQ-KEPT-TABLE.
           05 FXQ-KEPT      PIC X(109) OCCURS 1000 TIMES.
       01 INPUT-LINE        PIC X(100).
       01 CAL-TEXT          PIC X(96).
       01 I                 PIC 9(3).
       01 DISPLAY-RECYCLED  PIC ZZZZZ9.
       01 DISPLAY-ADJUSTED  PIC ZZZZZZ9.
       01 DISPLAY-COUNT     PIC ZZZ9.
       COPY CALFIX.
       COPY D1T2WORD.
       COPY NITEXTR.

       PROCEDURE DIVISION.
       BEGIN.
               DISPLAY "CALSUSP1 not available - keyed corrections "
                   "will not be marked repaired"
           END-IF.
           OPEN I-O DHST-FILE.
           IF DHST-STATUS = "00"
               MOVE 'Y' TO DHST-AVAILABLE
           ELSE
               DISPLAY "DEPTHST1 not available - repairs will not be "
                   "restated into department history"
           END-IF.
           OPEN INPUT FIX-FILE.
           IF FIX-STATUS NOT = "00"
               DISPLAY "CALFIX01 not available - no corrections to "
           WRITE AMEND-RECORD.
           PERFORM LOAD-ORIGINAL-TOTALS.
           PERFORM UNTIL FIX-EOF = 'Y'
               READ FIX-FILE INTO FIX-CARD
                   AT END
                       MOVE 'Y' TO FIX-EOF
                   NOT AT END
                       IF FIX-CARD NOT = SPACES
                           PERFORM PROCESS-CORRECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIX-FILE.
           PERFORM RECYCLE-QUEUED-CORRECTIONS.
           IF CORR-OPEN = 'Y'
               PERFORM WRITE-CORRECTION-EXTRACT
           END-IF.
           PERFORM WRITE-AMENDED-TOTALS.
           CLOSE AMEND-FILE.
           IF SUSP-AVAILABLE = 'Y'
               CLOSE SUSP-FILE
           END-IF.
           IF DHST-AVAILABLE = 'Y'
               CLOSE DHST-FILE
           END-IF.
           DISPLAY "===== D1RCYC control totals =====".
           DISPLAY "Digit-feed corrections recycled: " P1-FIX-COUNT.
           DISPLAY "Word-feed corrections recycled.: " P2-FIX-COUNT.
           DISPLAY "Corrections still invalid......: " INVALID-COUNT.
           DISPLAY "Corrections from screen queue..: " QUEUED-COUNT.
           DISPLAY "Queued corrections kept........: " FXQ-KEPT-COUNT.
           DISPLAY "Suspense entries marked repaired: " REPAIRED-COUNT.
           DISPLAY "Repairs restated in DEPTHST1....: " RESTATED-COUNT.
           DISPLAY "Repairs not restated............: "
               UNRESTATED-COUNT.
           DISPLAY "Nights given a correction.......: " RSTM-COUNT.
           IF INVALID-COUNT > ZERO OR UNRESTATED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
               WRITE AMEND-RECORD
           END-IF.

      *    The screen queue goes through exactly the card logic.
      *    Once read it is rewritten with only the corrections whose
      *    entry was left pending, so a queued correction is
      *    applied by one run only and never lost to a run that
      *    could not apply it; a queue that is not there simply
      *    means nothing was queued.  Should more be kept than the
      *    table holds, the queue is left as it was read - an entry
      *    already repaired is no longer pending next time and its
      *    correction drops out then.
       RECYCLE-QUEUED-CORRECTIONS.
           OPEN INPUT FXQ-FILE.
           IF FXQ-STATUS NOT = "00"
               DISPLAY "SUSPFXQ1 not available - no queued "
                   "corrections to recycle"
           ELSE
               PERFORM UNTIL FXQ-EOF = 'Y'
                   READ FXQ-FILE INTO FIX-CARD
                       AT END
                           MOVE 'Y' TO FXQ-EOF
                       NOT AT END
                           IF FIX-CARD NOT = SPACES
                               ADD 1 TO QUEUED-COUNT
                               PERFORM PROCESS-CORRECTION
                               IF FIX-OUTCOME = 'K'
                                   PERFORM KEEP-QUEUED-CORRECTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FXQ-FILE
               IF FXQ-KEPT-OVER = 'Y'
                   DISPLAY "SUSPFXQ1 holds more pending corrections "
                       "than can be kept - queue left as read"
               ELSE
                   OPEN OUTPUT FXQ-FILE
                   IF FXQ-STATUS = "00"
                       PERFORM VARYING FXQ-IDX FROM 1 BY 1
                           UNTIL FXQ-IDX > FXQ-KEPT-COUNT
                           WRITE FXQ-RECORD FROM FXQ-KEPT (FXQ-IDX)
                       END-PERFORM
                       CLOSE FXQ-FILE
                   ELSE
                       DISPLAY "SUSPFXQ1 could not be rewritten - "
                           "remove applied corrections before the "
                           "next run"
                   END-IF
               END-IF
           END-IF.

       KEEP-QUEUED-CORRECTION.
           IF FXQ-KEPT-COUNT < 1000
               ADD 1 TO FXQ-KEPT-COUNT
               MOVE FIX-CARD TO FXQ-KEPT (FXQ-KEPT-COUNT)
           ELSE
               MOVE 'Y' TO FXQ-KEPT-OVER
           END-IF.
           MOVE SPACES TO AMEND-RECORD.
           STRING "          KEPT ON SCREEN QUEUE - ENTRY STILL "
                  DELIMITED BY SIZE
                  "PENDING, RETRIED NEXT RUN" DELIMITED BY SIZE
                  INTO AMEND-RECORD.
           WRITE AMEND-RECORD.

      *    A repaired record may carry the department code prefix
      *    (code|text); only the text part goes through the digit
      *    rules, exactly as ReadFile and D1T2 scan the live feed.
       PROCESS-CORRECTION.
           MOVE 'N' TO FIX-HAS-KEY.
           MOVE 'D' TO FIX-OUTCOME.
           MOVE FIX-TEXT TO INPUT-LINE.
           IF INPUT-LINE (1:4) = "KEY=" AND
              INPUT-LINE (5:8) IS NUMERIC AND
                   PERFORM WRITE-INVALID-LINE
           END-EVALUATE.

      *    A recycled correction that carried its suspense key
      *    restates the entry's original night and only then flips
      *    the CALSUSP1 entry to repaired; an entry already
      *    disposed (repaired twice, or written off while the
      *    correction sat in the deck) is left as it is.  A repair
      *    that cannot be restated leaves the entry pending, and
      *    should the flip itself fail the restatement is backed
      *    out again, so the entry stays workable either way.
       MARK-SUSPENSE-REPAIRED.
           IF FIX-HAS-KEY = 'Y' AND SUSP-AVAILABLE = 'N'
               MOVE 'K' TO FIX-OUTCOME
           END-IF.
           IF FIX-HAS-KEY = 'Y' AND SUSP-AVAILABLE = 'Y'
               MOVE FIX-SOURCE TO SUSP-FEED
               MOVE FIX-SUSP-NIGHT TO SUSP-NIGHT
                           " - correction recycled, nothing marked"
                   NOT INVALID KEY
                       IF SUSP-STATE = 'P'
                           PERFORM RESTATE-ORIGINAL-NIGHT
                           IF UNRESTATED-REASON = SPACES
                               PERFORM FLIP-ENTRY-REPAIRED
                           END-IF
                           PERFORM WRITE-RESTATEMENT-LINE
                       END-IF
               END-READ
           END-IF.

       FLIP-ENTRY-REPAIRED.
           MOVE 'R' TO SUSP-STATE.
           MOVE TODAY-DATE TO SUSP-DISP-DATE.
           REWRITE SUSP-RECORD
               INVALID KEY
                   DISPLAY "CALSUSP1 could not mark " SUSP-KEY
                       " repaired"
                   MOVE 'P' TO SUSP-STATE
                   PERFORM BACK-OUT-RESTATEMENT
                   MOVE "CALSUSP1 REWRITE FAILED" TO UNRESTATED-REASON
               NOT INVALID KEY
                   ADD 1 TO REPAIRED-COUNT
                   MOVE 'R' TO FIX-OUTCOME
           END-REWRITE.

      *    The department is the code the suspense text carries
      *    ('***' for a legacy uncoded record); a code the night
      *    did not recognize was posted under '???', so that record
      *    is tried when the coded one is not on file.  Everything
      *    that could stop the restatement - history, correction
      *    extract, room in the restated-night table - is checked
      *    before DEPTHST1 is touched.
       RESTATE-ORIGINAL-NIGHT.
           MOVE SPACES TO UNRESTATED-REASON.
           IF SUSP-TEXT (4:1) = '|' AND SUSP-TEXT (1:3) NOT = SPACES
               MOVE SUSP-TEXT (1:3) TO RSTM-DEPT-CODE
           ELSE
               MOVE "***" TO RSTM-DEPT-CODE
           END-IF.
           IF CORR-OPEN = 'N' AND DHST-AVAILABLE = 'Y'
               PERFORM OPEN-CORRECTION-EXTRACT
           END-IF.
           PERFORM FIND-RESTATED-NIGHT.
           EVALUATE TRUE
               WHEN DHST-AVAILABLE = 'N'
                   MOVE "DEPTHST1 NOT AVAILABLE" TO UNRESTATED-REASON
               WHEN CORR-OPEN NOT = 'Y'
                   MOVE "CORRECTION EXTRACT NOT AVAILABLE"
                       TO UNRESTATED-REASON
               WHEN RSTM-FOUND = ZERO AND RSTM-COUNT NOT < 50
                   MOVE "RESTATED-NIGHT TABLE FULL"
                       TO UNRESTATED-REASON
               WHEN OTHER
                   PERFORM POST-DEPT-HISTORY
           END-EVALUATE.
           IF UNRESTATED-REASON = SPACES
               PERFORM NOTE-RESTATED-NIGHT
           END-IF.

       POST-DEPT-HISTORY.
           MOVE SUSP-NIGHT TO DHST-RUN-DATE.
           MOVE SUSP-FEED TO DHST-FEED-ID.
           MOVE RSTM-DEPT-CODE TO DHST-DEPT-CODE.
           PERFORM READ-DEPT-HISTORY.
           IF DHST-HIT = 'N' AND RSTM-DEPT-CODE NOT = "***"
               MOVE "???" TO RSTM-DEPT-CODE
               MOVE RSTM-DEPT-CODE TO DHST-DEPT-CODE
               PERFORM READ-DEPT-HISTORY
           END-IF.
           IF DHST-HIT = 'N'
               MOVE "NO DEPTHST1 RECORD FOR NIGHT" TO UNRESTATED-REASON
           ELSE
               ADD CONTRIB-VALUE TO DHST-TOTAL
               MOVE 'N' TO DHST-REJ-TAKEN
               IF DHST-REJECTS > ZERO
                   SUBTRACT 1 FROM DHST-REJECTS
                   MOVE 'Y' TO DHST-REJ-TAKEN
               END-IF
               REWRITE DHST-RECORD
                   INVALID KEY
                       MOVE "DEPTHST1 REWRITE FAILED"
                           TO UNRESTATED-REASON
               END-REWRITE
           END-IF.

      *    Undoes POST-DEPT-HISTORY and NOTE-RESTATED-NIGHT for an
      *    entry whose repaired flag could not be written.
       BACK-OUT-RESTATEMENT.
           MOVE SUSP-NIGHT TO DHST-RUN-DATE.
           MOVE SUSP-FEED TO DHST-FEED-ID.
           MOVE RSTM-DEPT-CODE TO DHST-DEPT-CODE.
           PERFORM READ-DEPT-HISTORY.
           IF DHST-HIT = 'Y'
               SUBTRACT CONTRIB-VALUE FROM DHST-TOTAL
               IF DHST-REJ-TAKEN = 'Y'
                   ADD 1 TO DHST-REJECTS
               END-IF
               REWRITE DHST-RECORD
                   INVALID KEY
                       DISPLAY "DEPTHST1 could not back out "
                           SUSP-KEY " - check night " SUSP-NIGHT
               END-REWRITE
           END-IF.
           IF SUSP-FEED = '1'
               SUBTRACT CONTRIB-VALUE FROM RSTM-P1-TOTAL (RSTM-FOUND)
           ELSE
               SUBTRACT CONTRIB-VALUE FROM RSTM-P2-TOTAL (RSTM-FOUND)
           END-IF.
           IF RSTM-NEW = 'Y' AND RSTM-FOUND = RSTM-COUNT
               SUBTRACT 1 FROM RSTM-COUNT
           END-IF.
           SUBTRACT 1 FROM RESTATED-COUNT.

       WRITE-RESTATEMENT-LINE.
           MOVE CONTRIB-VALUE TO DISPLAY-CONTRIB.
           MOVE SPACES TO AMEND-RECORD.
           IF UNRESTATED-REASON = SPACES
               STRING "RESTATED  NIGHT=" DELIMITED BY SIZE
                      SUSP-NIGHT DELIMITED BY SIZE
                      "  FEED=" DELIMITED BY SIZE
                      SUSP-FEED DELIMITED BY SIZE
                      "  DEPT=" DELIMITED BY SIZE
                      RSTM-DEPT-CODE DELIMITED BY SIZE
                      "  VALUE=" DELIMITED BY SIZE
                      DISPLAY-CONTRIB DELIMITED BY SIZE
                      "  KEY=" DELIMITED BY SIZE
                      SUSP-KEY DELIMITED BY SIZE
                      INTO AMEND-RECORD
           ELSE
               ADD 1 TO UNRESTATED-COUNT
               MOVE 'K' TO FIX-OUTCOME
               STRING "WARNING   NIGHT=" DELIMITED BY SIZE
                      SUSP-NIGHT DELIMITED BY SIZE
                      "  FEED=" DELIMITED BY SIZE
                      SUSP-FEED DELIMITED BY SIZE
                      "  DEPT=" DELIMITED BY SIZE
                      RSTM-DEPT-CODE DELIMITED BY SIZE
                      "  REPAIR NOT RESTATED, ENTRY LEFT PENDING - "
                      DELIMITED BY SIZE
                      UNRESTATED-REASON DELIMITED BY SIZE
                      INTO AMEND-RECORD
           END-IF.
           WRITE AMEND-RECORD.

       READ-DEPT-HISTORY.
           MOVE 'Y' TO DHST-HIT.
           READ DHST-FILE
               INVALID KEY
                   MOVE 'N' TO DHST-HIT
           END-READ.

       FIND-RESTATED-NIGHT.
           MOVE ZERO TO RSTM-FOUND.
           PERFORM VARYING RSTM-IDX FROM 1 BY 1
               UNTIL RSTM-IDX > RSTM-COUNT OR RSTM-FOUND > ZERO
               IF RSTM-NIGHT (RSTM-IDX) = SUSP-NIGHT
                   MOVE RSTM-IDX TO RSTM-FOUND
               END-IF
           END-PERFORM.

      *    Room for a new night was made sure of before DEPTHST1
      *    was posted.
       NOTE-RESTATED-NIGHT.
           ADD 1 TO RESTATED-COUNT.
           MOVE 'N' TO RSTM-NEW.
           IF RSTM-FOUND = ZERO
               ADD 1 TO RSTM-COUNT
               MOVE SUSP-NIGHT TO RSTM-NIGHT (RSTM-COUNT)
               MOVE ZERO TO RSTM-P1-TOTAL (RSTM-COUNT)
               MOVE ZERO TO RSTM-P2-TOTAL (RSTM-COUNT)
               MOVE RSTM-COUNT TO RSTM-FOUND
               MOVE 'Y' TO RSTM-NEW
           END-IF.
           IF SUSP-FEED = '1'
               ADD CONTRIB-VALUE TO RSTM-P1-TOTAL (RSTM-FOUND)
           ELSE
               ADD CONTRIB-VALUE TO RSTM-P2-TOTAL (RSTM-FOUND)
           END-IF.

      *    NITCORR1 and XTRREG1 are opened at the first repair to
      *    restate, so a run that restates nothing writes no
      *    extract, and a repair is never restated into history
      *    without a correction extract to carry it to corporate.
       OPEN-CORRECTION-EXTRACT.
           MOVE 'F' TO CORR-OPEN.
           OPEN OUTPUT CORR-FILE.
           IF CORR-STATUS NOT = "00"
               DISPLAY "NITCORR1 could not be opened - repairs left "
                   "pending"
           ELSE
               OPEN I-O XTRREG-FILE
               IF XTRREG-STATUS NOT = "00"
                   OPEN OUTPUT XTRREG-FILE
               END-IF
               IF XTRREG-STATUS NOT = "00"
                   DISPLAY "XTRREG1 could not be opened - repairs "
                       "left pending"
                   CLOSE CORR-FILE
               ELSE
                   MOVE 'Y' TO CORR-OPEN
               END-IF
           END-IF.

      *    One HDR/DTL/TRL group per restated night, each hashed
      *    and registered exactly as D1NIGHT does the nightly
      *    extract.  The DTL carries only what the repairs add.
       WRITE-CORRECTION-EXTRACT.
           PERFORM VARYING RSTM-IDX FROM 1 BY 1
               UNTIL RSTM-IDX > RSTM-COUNT
               PERFORM WRITE-ONE-CORRECTION
           END-PERFORM.
           CLOSE CORR-FILE.
           CLOSE XTRREG-FILE.

       WRITE-ONE-CORRECTION.
           PERFORM FIND-NEXT-CORRECTION-SEQ.
           MOVE RSTM-NIGHT (RSTM-IDX) TO XTR-HDR-DATE.
           MOVE 'C' TO XTR-HDR-TYPE.
           MOVE RSTM-NEXT-SEQ TO XTR-HDR-CORR-SEQ.
           WRITE CORR-RECORD FROM XTR-HEADER.
           MOVE ZERO TO XTR-FLOOR.
           MOVE ZERO TO XTR-BASEMENT.
           MOVE RSTM-P1-TOTAL (RSTM-IDX) TO XTR-P1-TOTAL.
           MOVE ZERO TO XTR-P1-RECORDS.
           MOVE ZERO TO XTR-P1-FILES.
           MOVE RSTM-P2-TOTAL (RSTM-IDX) TO XTR-P2-TOTAL.
           MOVE ZERO TO XTR-P2-RECORDS.
           WRITE CORR-RECORD FROM XTR-DATA-RECORD.
           MOVE ZERO TO XTR-HASH.
           PERFORM VARYING XTR-CHAR-POS FROM 1 BY 1
               UNTIL XTR-CHAR-POS > FUNCTION LENGTH(XTR-DATA-RECORD)
               IF XTR-DATA-RECORD (XTR-CHAR-POS:1) IS NUMERIC
                   COMPUTE XTR-DIGIT = FUNCTION NUMVAL
                       (XTR-DATA-RECORD (XTR-CHAR-POS:1))
                   ADD XTR-DIGIT TO XTR-HASH
               END-IF
           END-PERFORM.
           MOVE 1 TO XTR-TRL-COUNT.
           MOVE XTR-HASH TO XTR-TRL-HASH.
           WRITE CORR-RECORD FROM XTR-TRAILER.
           IF CORR-OPEN = 'Y'
               MOVE RSTM-NIGHT (RSTM-IDX) TO XTRR-DATE
               MOVE RSTM-NEXT-SEQ TO XTRR-CORR-SEQ
               MOVE XTR-HASH TO XTRR-HASH
               ACCEPT XTRR-PROD-DATE FROM DATE YYYYMMDD
               ACCEPT XTRR-PROD-TIME FROM TIME
               MOVE 'P' TO XTRR-STATUS
               MOVE ZERO TO XTRR-ACK-DATE
               MOVE SPACES TO XTRR-REASON
               WRITE XTRR-RECORD
                   INVALID KEY
                       DISPLAY "XTRREG1 could not register correction "
                           XTRR-KEY
               END-WRITE
           END-IF.
           MOVE RSTM-NEXT-SEQ TO DISPLAY-NIGHT-SEQ.
           MOVE RSTM-P1-TOTAL (RSTM-IDX) TO DISPLAY-RECYCLED.
           MOVE SPACES TO AMEND-RECORD.
           STRING "CORRECTION EXTRACT NIGHT=" DELIMITED BY SIZE
                  RSTM-NIGHT (RSTM-IDX) DELIMITED BY SIZE
                  "  CORR=" DELIMITED BY SIZE
                  DISPLAY-NIGHT-SEQ DELIMITED BY SIZE
                  "  DIGIT FEED ADDS=" DELIMITED BY SIZE
                  DISPLAY-RECYCLED DELIMITED BY SIZE
                  INTO AMEND-RECORD.
           MOVE RSTM-P2-TOTAL (RSTM-IDX) TO DISPLAY-RECYCLED.
           STRING "  WORD FEED ADDS=" DELIMITED BY SIZE
                  DISPLAY-RECYCLED DELIMITED BY SIZE
                  INTO AMEND-RECORD (61:).
           WRITE AMEND-RECORD.

      *    Correction numbers run 01, 02, ... per night in the order
      *    they were produced; the nightly extract itself is 00.
       FIND-NEXT-CORRECTION-SEQ.
           MOVE 1 TO RSTM-NEXT-SEQ.
           IF CORR-OPEN = 'Y'
               MOVE RSTM-NIGHT (RSTM-IDX) TO XTRR-DATE
               MOVE 1 TO XTRR-CORR-SEQ
               MOVE 'N' TO XTRREG-EOF
               START XTRREG-FILE KEY NOT < XTRR-KEY
                   INVALID KEY
                       MOVE 'Y' TO XTRREG-EOF
               END-START
               PERFORM UNTIL XTRREG-EOF = 'Y'
                   READ XTRREG-FILE NEXT
                       AT END
                           MOVE 'Y' TO XTRREG-EOF
                       NOT AT END
                           IF XTRR-DATE = RSTM-NIGHT (RSTM-IDX)
                              AND XTRR-CORR-SEQ < 99
                               COMPUTE RSTM-NEXT-SEQ =
                                   XTRR-CORR-SEQ + 1
                           ELSE
                               MOVE 'Y' TO XTRREG-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       WRITE-RECYCLED-LINE.
           MOVE CONTRIB-VALUE TO DISPLAY-CONTRIB.
           MOVE SPACES TO AMEND-RECORD.
                  FIX-TEXT DELIMITED BY SIZE
                  INTO AMEND-RECORD.
           WRITE AMEND-RECORD.
           PERFORM WRITE-CLERK-LINE.

       WRITE-INVALID-LINE.
           ADD 1 TO INVALID-COUNT.
           MOVE 'I' TO FIX-OUTCOME.
           MOVE SPACES TO AMEND-RECORD.
           STRING "INVALID   FEED=" DELIMITED BY SIZE
                  FIX-SOURCE DELIMITED BY SIZE
                  FIX-TEXT DELIMITED BY SIZE
                  INTO AMEND-RECORD.
           WRITE AMEND-RECORD.
           PERFORM WRITE-CLERK-LINE.

      *    A correction queued at the screen names the clerk who
      *    checked and queued it; a keyed card carries no clerk.
       WRITE-CLERK-LINE.
           IF FIX-CLERK NOT = SPACES
               MOVE SPACES TO AMEND-RECORD
               STRING "          QUEUED AT SCREEN BY CLERK="
                      DELIMITED BY SIZE
                      FIX-CLERK DELIMITED BY SIZE
                      INTO AMEND-RECORD
               WRITE AMEND-RECORD
           END-IF.

       WRITE-AMENDED-TOTALS.
           COMPUTE P1-ADJUSTED = P1-ORIGINAL + P1-RECYCLED.
                  DISPLAY-COUNT DELIMITED BY SIZE
                  INTO AMEND-RECORD.
           WRITE AMEND-RECORD.

       COPY CALSCANP.
