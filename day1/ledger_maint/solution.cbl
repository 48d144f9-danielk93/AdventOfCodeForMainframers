       IDENTIFICATION DIVISION.
       PROGRAM-ID. D1LMNT.

      *    Floor ledger maintenance: applies the LEDGADJ1 adjustment
      *    cards facilities keys against individual FLRLEDG1 entries,
      *    so a bad night is corrected in the ledger itself instead of
      *    by hand-editing downstream reports.  Card layout:
      *        bytes  1-9   action - ADJ / REV / REINSTATE
      *        bytes 11-18  run date   \
      *        bytes 20-25  batch       > ledger key of the entry
      *        bytes 27-34  set name   /
      *        bytes 36-39  reason code           (required)
      *        bytes 41-48  operator ID           (required)
      *        bytes 50-54  corrected floor, sign + 4 digits  (ADJ;
      *                                            blank = keep)
      *        bytes 56-64  corrected basement position (ADJ;
      *                                            blank = keep)
      *    ADJ replaces the figures of a live entry; the first
      *    adjustment saves the figures D1 posted into the original
      *    fields, later ones leave them alone.  REV marks an entry
      *    reversed so D1TREND leaves it out of its totals, REINSTATE
      *    brings a reversed entry back.  Nothing is ever deleted.
      *    Every applied card appends a before/after line to the
      *    permanent LEDGJRN1 change journal; every card's disposition
      *    prints on LEDMRPT1.  RC 4 = at least one card was rejected,
      *    RC 16 = no transactions or the ledger is unavailable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO "LEDGADJ1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "FLRLEDG1"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDG-KEY
           FILE STATUS IS LEDGER-STATUS.

           SELECT CHGJRN-FILE ASSIGN TO "LEDGJRN1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHGJRN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "LEDMRPT1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRAN-FILE.
       01 TRAN-RECORD.
           05 TRAN-ACTION       PIC X(9).
           05 FILLER            PIC X.
           05 TRAN-RUN-DATE     PIC X(8).
           05 FILLER            PIC X.
           05 TRAN-BATCH        PIC X(6).
           05 FILLER            PIC X.
           05 TRAN-SET          PIC X(8).
           05 FILLER            PIC X.
           05 TRAN-REASON       PIC X(4).
           05 FILLER            PIC X.
           05 TRAN-OPERATOR     PIC X(8).
           05 FILLER            PIC X.
           05 TRAN-FLOOR        PIC X(5).
           05 TRAN-FLOOR-NUM REDEFINES TRAN-FLOOR
                                PIC S9(4) SIGN LEADING SEPARATE.
           05 FILLER            PIC X.
           05 TRAN-BASEMENT     PIC X(9).
           05 FILLER            PIC X(16).

       FD LEDGER-FILE.
       COPY FLRLEDGR.

       FD CHGJRN-FILE.
       01 CHGJRN-RECORD PIC X(132).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 TRAN-STATUS       PIC XX.
       01 LEDGER-STATUS     PIC XX.
       01 CHGJRN-STATUS     PIC XX.
       01 REPORT-STATUS     PIC XX.
       01 TRAN-EOF          PIC X VALUE 'N'.
       01 ENTRY-FOUND       PIC X.
       01 APPLIED-COUNT     PIC 9(4) VALUE ZERO.
       01 REJECTED-COUNT    PIC 9(4) VALUE ZERO.
       01 REJECT-REASON     PIC X(40).
       01 DISPLAY-COUNT     PIC ZZZ9.
       01 TODAY-DATE        PIC 9(8).
       01 DISPLAY-FLOOR     PIC -9(4).
       01 DISPLAY-BASEMENT  PIC ZZZZZZZZ9.
       COPY LEDGCHG.

       PROCEDURE DIVISION.
       BEGIN.
           OPEN INPUT TRAN-FILE.
           IF TRAN-STATUS NOT = "00"
               DISPLAY "LEDGADJ1 not available - no ledger "
                   "adjustments to apply"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O LEDGER-FILE.
           IF LEDGER-STATUS NOT = "00"
               DISPLAY "FLRLEDG1 not available - ledger adjustments "
                   "not applied"
               CLOSE TRAN-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "LEDMRPT1 could not be opened for output"
               CLOSE TRAN-FILE
               CLOSE LEDGER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CHGJRN-FILE.
           IF CHGJRN-STATUS NOT = "00"
               OPEN OUTPUT CHGJRN-FILE
           END-IF.
           IF CHGJRN-STATUS NOT = "00"
               DISPLAY "LEDGJRN1 could not be opened - ledger "
                   "adjustments not applied"
               CLOSE TRAN-FILE
               CLOSE LEDGER-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE "FLOOR LEDGER MAINTENANCE REPORT" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM UNTIL TRAN-EOF = 'Y'
               READ TRAN-FILE
                   AT END
                       MOVE 'Y' TO TRAN-EOF
                   NOT AT END
                       IF TRAN-RECORD NOT = SPACES
                           PERFORM APPLY-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRAN-FILE.
           CLOSE LEDGER-FILE.
           CLOSE CHGJRN-FILE.
           MOVE APPLIED-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CARDS APPLIED =" DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE REJECTED-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CARDS REJECTED=" DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "END OF REPORT" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           DISPLAY "===== D1LMNT control totals =====".
           DISPLAY "Adjustments applied.: " APPLIED-COUNT.
           DISPLAY "Adjustments rejected: " REJECTED-COUNT.
           IF REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO REJECT-REASON.
           PERFORM VALIDATE-CARD-KEY.
           IF REJECT-REASON = SPACES
               PERFORM READ-LEDGER-ENTRY
           END-IF.
           IF REJECT-REASON = SPACES
               MOVE LEDG-ENTRY-STATUS TO LCHG-BEFORE-STAT
               MOVE LEDG-ADJUSTED TO LCHG-BEFORE-ADJ
               MOVE LEDG-FLOOR TO LCHG-BEFORE-FLOOR
               MOVE LEDG-BASEMENT TO LCHG-BEFORE-BSMT
               EVALUATE TRAN-ACTION
                   WHEN "ADJ"
                       PERFORM APPLY-ADJUST
                   WHEN "REV"
                       PERFORM APPLY-REVERSE
                   WHEN "REINSTATE"
                       PERFORM APPLY-REINSTATE
               END-EVALUATE
           END-IF.
           IF REJECT-REASON = SPACES
               PERFORM REWRITE-LEDGER-ENTRY
           END-IF.
           IF REJECT-REASON = SPACES
               ADD 1 TO APPLIED-COUNT
               PERFORM WRITE-CHANGE-JOURNAL
               MOVE LEDG-FLOOR TO DISPLAY-FLOOR
               MOVE LEDG-BASEMENT TO DISPLAY-BASEMENT
               MOVE SPACES TO REPORT-RECORD
               STRING "APPLIED   " DELIMITED BY SIZE
                      TRAN-ACTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TRAN-RUN-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TRAN-BATCH DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TRAN-SET DELIMITED BY SIZE
                      " REASON=" DELIMITED BY SIZE
                      TRAN-REASON DELIMITED BY SIZE
                      " OPER=" DELIMITED BY SIZE
                      TRAN-OPERATOR DELIMITED BY SIZE
                      " FLOOR=" DELIMITED BY SIZE
                      DISPLAY-FLOOR DELIMITED BY SIZE
                      " BASEMENT=" DELIMITED BY SIZE
                      DISPLAY-BASEMENT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               ADD 1 TO REJECTED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "REJECTED  " DELIMITED BY SIZE
                      TRAN-ACTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TRAN-RUN-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TRAN-BATCH DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TRAN-SET DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      REJECT-REASON DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *    Every card must name one entry by its full key and say who
      *    is changing it and why; the all-zeros key is the ledger
      *    control record and is never open to maintenance.
       VALIDATE-CARD-KEY.
           EVALUATE TRUE
               WHEN TRAN-ACTION NOT = "ADJ" AND
                    TRAN-ACTION NOT = "REV" AND
                    TRAN-ACTION NOT = "REINSTATE"
                   MOVE "UNRECOGNIZED ACTION" TO REJECT-REASON
               WHEN TRAN-RUN-DATE IS NOT NUMERIC
                   MOVE "RUN DATE NOT 8 DIGITS" TO REJECT-REASON
               WHEN TRAN-BATCH IS NOT NUMERIC
                   MOVE "BATCH NOT 6 DIGITS" TO REJECT-REASON
               WHEN TRAN-RUN-DATE = ZEROS
                   MOVE "LEDGER CONTROL RECORD NOT MAINTAINABLE"
                       TO REJECT-REASON
               WHEN TRAN-SET = SPACES
                   MOVE "SET NAME IS BLANK" TO REJECT-REASON
               WHEN TRAN-REASON = SPACES
                   MOVE "REASON CODE IS BLANK" TO REJECT-REASON
               WHEN TRAN-OPERATOR = SPACES
                   MOVE "OPERATOR ID IS BLANK" TO REJECT-REASON
           END-EVALUATE.

       READ-LEDGER-ENTRY.
           MOVE TRAN-RUN-DATE TO LEDG-RUN-DATE.
           MOVE TRAN-BATCH TO LEDG-BATCH-ID.
           MOVE TRAN-SET TO LEDG-SET-NAME.
           MOVE 'Y' TO ENTRY-FOUND.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 'N' TO ENTRY-FOUND
           END-READ.
           IF ENTRY-FOUND = 'N'
               MOVE "ENTRY NOT ON LEDGER" TO REJECT-REASON
           END-IF.

       APPLY-ADJUST.
           IF TRAN-FLOOR NOT = SPACES AND
              TRAN-FLOOR (1:1) = SPACE
               MOVE "+" TO TRAN-FLOOR (1:1)
           END-IF.
           EVALUATE TRUE
               WHEN LEDG-ENTRY-STATUS = 'R'
                   MOVE "ENTRY IS REVERSED - REINSTATE FIRST"
                       TO REJECT-REASON
               WHEN TRAN-FLOOR = SPACES AND TRAN-BASEMENT = SPACES
                   MOVE "NO CORRECTED FIGURES ON CARD"
                       TO REJECT-REASON
               WHEN TRAN-FLOOR NOT = SPACES AND
                    TRAN-FLOOR-NUM IS NOT NUMERIC
                   MOVE "FLOOR NOT SIGN + 4 DIGITS" TO REJECT-REASON
               WHEN TRAN-BASEMENT NOT = SPACES AND
                    TRAN-BASEMENT IS NOT NUMERIC
                   MOVE "BASEMENT NOT 9 DIGITS" TO REJECT-REASON
               WHEN OTHER
                   IF LEDG-ADJUSTED NOT = 'Y'
                       MOVE LEDG-FLOOR TO LEDG-ORIG-FLOOR
                       MOVE LEDG-BASEMENT TO LEDG-ORIG-BASEMENT
                       MOVE 'Y' TO LEDG-ADJUSTED
                   END-IF
                   IF TRAN-FLOOR NOT = SPACES
                       MOVE TRAN-FLOOR-NUM TO LEDG-FLOOR
                   END-IF
                   IF TRAN-BASEMENT NOT = SPACES
                       MOVE TRAN-BASEMENT TO LEDG-BASEMENT
                   END-IF
           END-EVALUATE.

       APPLY-REVERSE.
           IF LEDG-ENTRY-STATUS = 'R'
               MOVE "ENTRY ALREADY REVERSED" TO REJECT-REASON
           ELSE
               MOVE 'R' TO LEDG-ENTRY-STATUS
           END-IF.

       APPLY-REINSTATE.
           IF LEDG-ENTRY-STATUS NOT = 'R'
               MOVE "ENTRY IS NOT REVERSED" TO REJECT-REASON
           ELSE
               MOVE SPACE TO LEDG-ENTRY-STATUS
           END-IF.

       REWRITE-LEDGER-ENTRY.
           MOVE TODAY-DATE TO LEDG-CHG-DATE.
           MOVE TRAN-OPERATOR TO LEDG-CHG-OPER.
           REWRITE LEDGER-RECORD
               INVALID KEY
                   MOVE "LEDGER REWRITE FAILED" TO REJECT-REASON
           END-REWRITE.

       WRITE-CHANGE-JOURNAL.
           MOVE TODAY-DATE TO LCHG-DATE.
           ACCEPT LCHG-TIME FROM TIME.
           MOVE TRAN-ACTION TO LCHG-ACTION.
           MOVE LEDG-RUN-DATE TO LCHG-RUN-DATE.
           MOVE LEDG-BATCH-ID TO LCHG-BATCH-ID.
           MOVE LEDG-SET-NAME TO LCHG-SET-NAME.
           MOVE TRAN-REASON TO LCHG-REASON.
           MOVE TRAN-OPERATOR TO LCHG-OPERATOR.
           MOVE LEDG-ENTRY-STATUS TO LCHG-AFTER-STAT.
           MOVE LEDG-ADJUSTED TO LCHG-AFTER-ADJ.
           MOVE LEDG-FLOOR TO LCHG-AFTER-FLOOR.
           MOVE LEDG-BASEMENT TO LCHG-AFTER-BSMT.
           MOVE SPACES TO CHGJRN-RECORD.
           MOVE LCHG-RECORD TO CHGJRN-RECORD.
           WRITE CHGJRN-RECORD.
