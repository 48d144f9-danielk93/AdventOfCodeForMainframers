       IDENTIFICATION DIVISION.
       PROGRAM-ID. D1GLREC.

      *    Morning GL posting reconciliation for the chargeback
      *    journal voucher.  Reads back the CHGGLJV1 voucher D1CHGBK
      *    wrote at month end (layout in GLJV.cpy), proves its
      *    header and trailer against its own lines, and matches the
      *    general ledger's GLREJCT1 reject file against it:
      *        bytes  1-12  voucher number (CHGBKyyyymm)
      *        bytes 14-19  voucher line number, 000000 when the GL
      *                     refused the whole voucher
      *        bytes 21-24  GL reason code
      *        bytes 26-65  GL reason text
      *    GLRECRP1 lists every line the GL did not post with its
      *    reason, the posted and unposted debit and credit totals,
      *    and any reject that names another voucher or a line this
      *    voucher does not have.  An empty GLREJCT1 means the GL
      *    posted everything; no GLREJCT1 at all means the GL's
      *    answer has not arrived and nothing can be called posted.
      *    RC 16 = no voucher to reconcile, RC 8 = voucher header or
      *    trailer does not agree with its lines or does not
      *    balance, RC 4 = lines unposted, unmatched rejects, or no
      *    reject file received.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLJV-FILE ASSIGN TO "CHGGLJV1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLJV-STATUS.

           SELECT REJ-FILE ASSIGN TO "GLREJCT1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJ-STATUS.

           SELECT REPORT-FILE ASSIGN TO "GLRECRP1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GLJV-FILE.
       COPY GLJV.

       FD REJ-FILE.
       01 REJ-RECORD.
           05 REJ-VOUCHER       PIC X(12).
           05 FILLER            PIC X.
           05 REJ-LINE          PIC X(6).
           05 FILLER            PIC X.
           05 REJ-CODE          PIC X(4).
           05 FILLER            PIC X.
           05 REJ-TEXT          PIC X(40).
           05 FILLER            PIC X(15).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 GLJV-STATUS       PIC XX.
       01 REJ-STATUS        PIC XX.
       01 REPORT-STATUS     PIC XX.
       01 GLJV-EOF          PIC X VALUE 'N'.
       01 REJ-EOF           PIC X VALUE 'N'.
       01 TODAY-DATE        PIC 9(8).
       01 REJ-RECEIVED      PIC X VALUE 'N'.
      *    The voucher as written, with each line's GL outcome.
       01 VCH-ID            PIC X(12) VALUE SPACES.
       01 VCH-MONTH         PIC 9(6) VALUE ZERO.
       01 VCH-CREATED       PIC 9(8) VALUE ZERO.
       01 VCH-HDR-SEEN      PIC X VALUE 'N'.
       01 VCH-TRL-SEEN      PIC X VALUE 'N'.
       01 VCH-HDR-LINES     PIC 9(6) VALUE ZERO.
       01 VCH-HDR-DEBITS    PIC 9(11)V99 VALUE ZERO.
       01 VCH-HDR-CREDITS   PIC 9(11)V99 VALUE ZERO.
       01 VCH-TRL-LINES     PIC 9(6) VALUE ZERO.
       01 VCH-TRL-DEBITS    PIC 9(11)V99 VALUE ZERO.
       01 VCH-TRL-CREDITS   PIC 9(11)V99 VALUE ZERO.
       01 VCH-DEBITS        PIC 9(11)V99 VALUE ZERO.
       01 VCH-CREDITS       PIC 9(11)V99 VALUE ZERO.
       01 VCH-COUNT         PIC 9(3) VALUE ZERO.
       01 VCH-IDX           PIC 9(3).
       01 VCH-FOUND         PIC 9(3).
       01 VCH-TABLE.
           05 VCH-ENTRY OCCURS 200 TIMES.
               10 VCH-LINE        PIC 9(6).
               10 VCH-DRCR        PIC X.
               10 VCH-COST-CTR    PIC X(6).
               10 VCH-ACCOUNT     PIC X(10).
               10 VCH-AMOUNT      PIC 9(11)V99.
               10 VCH-DEPT        PIC X(3).
               10 VCH-POSTED      PIC X.
               10 VCH-REJ-CODE    PIC X(4).
               10 VCH-REJ-TEXT    PIC X(40).
       01 VCH-PROBLEMS      PIC 9(3) VALUE ZERO.
       01 VCH-PROBLEM       PIC X(60).
       01 REJ-LINE-NO       PIC 9(6).
       01 REJ-COUNT         PIC 9(4) VALUE ZERO.
       01 UNMATCHED-REJS    PIC 9(4) VALUE ZERO.
       01 WHOLE-VOUCHER-REJ PIC X VALUE 'N'.
       01 POSTED-LINES      PIC 9(6) VALUE ZERO.
       01 UNPOSTED-LINES    PIC 9(6) VALUE ZERO.
       01 POSTED-DEBITS     PIC 9(11)V99 VALUE ZERO.
       01 POSTED-CREDITS    PIC 9(11)V99 VALUE ZERO.
       01 UNPOSTED-DEBITS   PIC 9(11)V99 VALUE ZERO.
       01 UNPOSTED-CREDITS  PIC 9(11)V99 VALUE ZERO.
       01 DISPLAY-LINE      PIC ZZZZZ9.
       01 DISPLAY-COUNT     PIC ZZZZZ9.
       01 DISPLAY-AMOUNT    PIC ZZZZZZZZZZ9.99.
       01 DISPLAY-AMOUNT2   PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT GLJV-FILE.
           IF GLJV-STATUS NOT = "00"
               DISPLAY "CHGGLJV1 not available - no voucher to "
                   "reconcile"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL GLJV-EOF = 'Y'
               READ GLJV-FILE
                   AT END
                       MOVE 'Y' TO GLJV-EOF
                   NOT AT END
                       PERFORM LOAD-VOUCHER-RECORD
               END-READ
           END-PERFORM.
           CLOSE GLJV-FILE.
           IF VCH-HDR-SEEN NOT = 'Y' AND VCH-COUNT = ZERO
               DISPLAY "CHGGLJV1 is empty - no voucher to reconcile"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "GLRECRP1 could not be opened for output"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "GL POSTING RECONCILIATION  VOUCHER="
                  DELIMITED BY SIZE
                  VCH-ID DELIMITED BY SIZE
                  "  MONTH=" DELIMITED BY SIZE
                  VCH-MONTH DELIMITED BY SIZE
                  "  WRITTEN " DELIMITED BY SIZE
                  VCH-CREATED DELIMITED BY SIZE
                  "  AS OF " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM PROVE-VOUCHER-TOTALS.
           PERFORM APPLY-GL-REJECTS.
           PERFORM WRITE-UNPOSTED-SECTION.
           PERFORM WRITE-POSTING-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "END OF REPORT" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           DISPLAY "===== D1GLREC control totals =====".
           DISPLAY "Voucher.................: " VCH-ID.
           DISPLAY "Voucher lines...........: " VCH-COUNT.
           DISPLAY "Voucher problems........: " VCH-PROBLEMS.
           DISPLAY "GL rejects read.........: " REJ-COUNT.
           DISPLAY "Lines posted............: " POSTED-LINES.
           DISPLAY "Lines unposted..........: " UNPOSTED-LINES.
           DISPLAY "Rejects not matched.....: " UNMATCHED-REJS.
           IF VCH-PROBLEMS > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF UNPOSTED-LINES > ZERO OR UNMATCHED-REJS > ZERO OR
                  REJ-RECEIVED NOT = 'Y'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       LOAD-VOUCHER-RECORD.
           EVALUATE TRUE
               WHEN GLJV-HEADER
                   MOVE 'Y' TO VCH-HDR-SEEN
                   MOVE GLJV-VOUCHER TO VCH-ID
                   MOVE GLJV-H-MONTH TO VCH-MONTH
                   MOVE GLJV-H-CREATED TO VCH-CREATED
                   MOVE GLJV-H-LINES TO VCH-HDR-LINES
                   MOVE GLJV-H-DEBITS TO VCH-HDR-DEBITS
                   MOVE GLJV-H-CREDITS TO VCH-HDR-CREDITS
               WHEN GLJV-DETAIL
                   IF VCH-COUNT < 200
                       ADD 1 TO VCH-COUNT
                       MOVE GLJV-D-LINE TO VCH-LINE (VCH-COUNT)
                       MOVE GLJV-D-DRCR TO VCH-DRCR (VCH-COUNT)
                       MOVE GLJV-D-COST-CTR
                           TO VCH-COST-CTR (VCH-COUNT)
                       MOVE GLJV-D-ACCOUNT TO VCH-ACCOUNT (VCH-COUNT)
                       MOVE GLJV-D-AMOUNT TO VCH-AMOUNT (VCH-COUNT)
                       MOVE GLJV-D-DEPT TO VCH-DEPT (VCH-COUNT)
                       MOVE 'Y' TO VCH-POSTED (VCH-COUNT)
                       MOVE SPACES TO VCH-REJ-CODE (VCH-COUNT)
                       MOVE SPACES TO VCH-REJ-TEXT (VCH-COUNT)
                       IF GLJV-D-CREDIT
                           ADD GLJV-D-AMOUNT TO VCH-CREDITS
                       ELSE
                           ADD GLJV-D-AMOUNT TO VCH-DEBITS
                       END-IF
                       IF VCH-ID = SPACES
                           MOVE GLJV-VOUCHER TO VCH-ID
                       END-IF
                   ELSE
                       DISPLAY "Voucher line table full - line "
                           GLJV-D-LINE " not reconciled"
                   END-IF
               WHEN GLJV-TRAILER
                   MOVE 'Y' TO VCH-TRL-SEEN
                   MOVE GLJV-T-LINES TO VCH-TRL-LINES
                   MOVE GLJV-T-DEBITS TO VCH-TRL-DEBITS
                   MOVE GLJV-T-CREDITS TO VCH-TRL-CREDITS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The GL checks the same control totals before it posts, so
      *    a voucher that fails here was most likely refused whole -
      *    this says why before anyone reads the reject codes.
       PROVE-VOUCHER-TOTALS.
           MOVE "VOUCHER CONTROL TOTALS" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE VCH-COUNT TO DISPLAY-COUNT.
           MOVE VCH-DEBITS TO DISPLAY-AMOUNT.
           MOVE VCH-CREDITS TO DISPLAY-AMOUNT2.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  LINES=" DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  "  DEBITS=" DELIMITED BY SIZE
                  DISPLAY-AMOUNT DELIMITED BY SIZE
                  "  CREDITS=" DELIMITED BY SIZE
                  DISPLAY-AMOUNT2 DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF VCH-HDR-SEEN NOT = 'Y'
               MOVE "NO HEADER RECORD" TO VCH-PROBLEM
               PERFORM WRITE-VOUCHER-PROBLEM
           ELSE
               IF VCH-HDR-LINES NOT = VCH-COUNT
                   MOVE "HEADER LINE COUNT DIFFERS FROM LINES READ"
                       TO VCH-PROBLEM
                   PERFORM WRITE-VOUCHER-PROBLEM
               END-IF
               IF VCH-HDR-DEBITS NOT = VCH-DEBITS OR
                  VCH-HDR-CREDITS NOT = VCH-CREDITS
                   MOVE "HEADER TOTALS DIFFER FROM LINES READ"
                       TO VCH-PROBLEM
                   PERFORM WRITE-VOUCHER-PROBLEM
               END-IF
           END-IF.
           IF VCH-TRL-SEEN NOT = 'Y'
               MOVE "NO TRAILER RECORD - VOUCHER TRUNCATED"
                   TO VCH-PROBLEM
               PERFORM WRITE-VOUCHER-PROBLEM
           ELSE
               IF VCH-TRL-LINES NOT = VCH-COUNT
                   MOVE "TRAILER LINE COUNT DIFFERS FROM LINES READ"
                       TO VCH-PROBLEM
                   PERFORM WRITE-VOUCHER-PROBLEM
               END-IF
               IF VCH-TRL-DEBITS NOT = VCH-DEBITS OR
                  VCH-TRL-CREDITS NOT = VCH-CREDITS
                   MOVE "TRAILER TOTALS DIFFER FROM LINES READ"
                       TO VCH-PROBLEM
                   PERFORM WRITE-VOUCHER-PROBLEM
               END-IF
           END-IF.
           IF VCH-DEBITS NOT = VCH-CREDITS
               MOVE "DEBITS AND CREDITS DO NOT BALANCE"
                   TO VCH-PROBLEM
               PERFORM WRITE-VOUCHER-PROBLEM
           END-IF.
           IF VCH-PROBLEMS = ZERO
               MOVE "  RESULT: VOUCHER IS COMPLETE AND BALANCES"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-VOUCHER-PROBLEM.
           ADD 1 TO VCH-PROBLEMS.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  *** " DELIMITED BY SIZE
                  VCH-PROBLEM DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *    Every line counts as posted until the GL says otherwise.
      *    Rejects for other vouchers, or for lines this voucher
      *    does not have, are listed as they are met - they mean
      *    the GL answered for something this job did not send.
       APPLY-GL-REJECTS.
           MOVE "GL REJECTS NOT MATCHING THIS VOUCHER"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           OPEN INPUT REJ-FILE.
           IF REJ-STATUS = "00"
               MOVE 'Y' TO REJ-RECEIVED
               PERFORM UNTIL REJ-EOF = 'Y'
                   READ REJ-FILE
                       AT END
                           MOVE 'Y' TO REJ-EOF
                       NOT AT END
                           IF REJ-RECORD NOT = SPACES
                               PERFORM MATCH-ONE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJ-FILE
               IF UNMATCHED-REJS = ZERO
                   MOVE "  NONE" TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           ELSE
               MOVE "  GLREJCT1 NOT RECEIVED - POSTING STATUS UNKNOWN"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       MATCH-ONE-REJECT.
           ADD 1 TO REJ-COUNT.
           MOVE ZERO TO VCH-FOUND.
           IF REJ-VOUCHER = VCH-ID AND REJ-LINE IS NUMERIC
               MOVE REJ-LINE TO REJ-LINE-NO
               IF REJ-LINE-NO = ZERO
                   MOVE 'Y' TO WHOLE-VOUCHER-REJ
                   PERFORM VARYING VCH-IDX FROM 1 BY 1
                       UNTIL VCH-IDX > VCH-COUNT
                       PERFORM MARK-LINE-UNPOSTED
                   END-PERFORM
                   MOVE 1 TO VCH-FOUND
               ELSE
                   PERFORM VARYING VCH-IDX FROM 1 BY 1
                       UNTIL VCH-IDX > VCH-COUNT OR VCH-FOUND > ZERO
                       IF VCH-LINE (VCH-IDX) = REJ-LINE-NO
                           MOVE VCH-IDX TO VCH-FOUND
                       END-IF
                   END-PERFORM
                   IF VCH-FOUND > ZERO
                       MOVE VCH-FOUND TO VCH-IDX
                       PERFORM MARK-LINE-UNPOSTED
                   END-IF
               END-IF
           END-IF.
           IF VCH-FOUND = ZERO
               ADD 1 TO UNMATCHED-REJS
               MOVE SPACES TO REPORT-RECORD
               STRING "  VOUCHER=" DELIMITED BY SIZE
                      REJ-VOUCHER DELIMITED BY SIZE
                      "  LINE=" DELIMITED BY SIZE
                      REJ-LINE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      REJ-CODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REJ-TEXT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *    A line rejected on its own and again with the whole
      *    voucher keeps its own line-level reason.
       MARK-LINE-UNPOSTED.
           IF VCH-POSTED (VCH-IDX) = 'Y'
               MOVE 'N' TO VCH-POSTED (VCH-IDX)
               MOVE REJ-CODE TO VCH-REJ-CODE (VCH-IDX)
               MOVE REJ-TEXT TO VCH-REJ-TEXT (VCH-IDX)
           END-IF.

       WRITE-UNPOSTED-SECTION.
           MOVE "VOUCHER LINES NOT POSTED BY THE GL" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WHOLE-VOUCHER-REJ = 'Y'
               MOVE "  GL REJECTED THE WHOLE VOUCHER - NOTHING POSTED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING VCH-IDX FROM 1 BY 1
               UNTIL VCH-IDX > VCH-COUNT
               IF VCH-POSTED (VCH-IDX) = 'Y'
                   ADD 1 TO POSTED-LINES
                   IF VCH-DRCR (VCH-IDX) = 'C'
                       ADD VCH-AMOUNT (VCH-IDX) TO POSTED-CREDITS
                   ELSE
                       ADD VCH-AMOUNT (VCH-IDX) TO POSTED-DEBITS
                   END-IF
               ELSE
                   ADD 1 TO UNPOSTED-LINES
                   IF VCH-DRCR (VCH-IDX) = 'C'
                       ADD VCH-AMOUNT (VCH-IDX) TO UNPOSTED-CREDITS
                   ELSE
                       ADD VCH-AMOUNT (VCH-IDX) TO UNPOSTED-DEBITS
                   END-IF
                   PERFORM WRITE-UNPOSTED-LINE
               END-IF
           END-PERFORM.
           IF UNPOSTED-LINES = ZERO
               IF REJ-RECEIVED = 'Y'
                   MOVE "  NONE - EVERY LINE POSTED" TO REPORT-RECORD
               ELSE
                   MOVE "  NOT KNOWN - NO REJECT FILE" TO REPORT-RECORD
               END-IF
               WRITE REPORT-RECORD
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-UNPOSTED-LINE.
           MOVE VCH-LINE (VCH-IDX) TO DISPLAY-LINE.
           MOVE VCH-AMOUNT (VCH-IDX) TO DISPLAY-AMOUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  LINE " DELIMITED BY SIZE
                  DISPLAY-LINE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  VCH-DRCR (VCH-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  VCH-COST-CTR (VCH-IDX) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  VCH-ACCOUNT (VCH-IDX) DELIMITED BY SIZE
                  "  DEPT=" DELIMITED BY SIZE
                  VCH-DEPT (VCH-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DISPLAY-AMOUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  VCH-REJ-CODE (VCH-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VCH-REJ-TEXT (VCH-IDX) DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *    Unposted debits and credits that differ leave the GL out
      *    of balance for the month until the lines are re-keyed.
       WRITE-POSTING-TOTALS.
           MOVE "POSTING TOTALS" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE POSTED-LINES TO DISPLAY-COUNT.
           MOVE POSTED-DEBITS TO DISPLAY-AMOUNT.
           MOVE POSTED-CREDITS TO DISPLAY-AMOUNT2.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  POSTED     LINES=" DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  "  DEBITS=" DELIMITED BY SIZE
                  DISPLAY-AMOUNT DELIMITED BY SIZE
                  "  CREDITS=" DELIMITED BY SIZE
                  DISPLAY-AMOUNT2 DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE UNPOSTED-LINES TO DISPLAY-COUNT.
           MOVE UNPOSTED-DEBITS TO DISPLAY-AMOUNT.
           MOVE UNPOSTED-CREDITS TO DISPLAY-AMOUNT2.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  UNPOSTED   LINES=" DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  "  DEBITS=" DELIMITED BY SIZE
                  DISPLAY-AMOUNT DELIMITED BY SIZE
                  "  CREDITS=" DELIMITED BY SIZE
                  DISPLAY-AMOUNT2 DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           EVALUATE TRUE
               WHEN REJ-RECEIVED NOT = 'Y'
                   MOVE "  RESULT: AWAITING THE GL REJECT FILE"
                       TO REPORT-RECORD
               WHEN UNPOSTED-LINES = ZERO
                   MOVE "  RESULT: VOUCHER FULLY POSTED"
                       TO REPORT-RECORD
               WHEN UNPOSTED-DEBITS = UNPOSTED-CREDITS
                   MOVE "  RESULT: LINES UNPOSTED - GL STILL BALANCED"
                       TO REPORT-RECORD
               WHEN OTHER
                   MOVE "  RESULT: LINES UNPOSTED - GL OUT OF BALANCE"
                       TO REPORT-RECORD
           END-EVALUATE.
           WRITE REPORT-RECORD.
