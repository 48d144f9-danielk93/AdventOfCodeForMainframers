      *    one statement per department on CHGSTMT1 - nights active,
      *    records processed, rejects, and the computed charge from
      *    the CHGRATE1 rate card:
      *        CHGMONTH=yyyymm      month to bill (default: the
      *                             month of the processing night)
      *        RATEPERREC=nnn.nn    charge per record processed
      *        RATEPERREJ=nnn.nn    charge per reject worked
      *        MINCHARGE=nnn.nn    floor applied per department
      *        RECOVERYCC=cccccc   GL cost centre and account of
      *        RECOVERYACCT=aaaaaaaaaa  the operations recovery
      *                             account the voucher credits
      *        UNMAPPEDCC=cccccc   GL cost centre and account
      *        UNMAPPEDACCT=aaaaaaaaaa  debited for a department
      *                             with no GL mapping on CALDEPM1
      *    The same charges go to the general ledger as a fixed-
      *    layout journal voucher on CHGGLJV1 (layout in GLJV.cpy):
      *    one debit per charged department to the cost centre and
      *    account D1DEPTM's GLM card put on CALDEPM1, one credit
      *    for the total to the recovery account, and header and
      *    trailer control totals.  The control page proves the
      *    voucher's debits and credits against the statement
      *    grand total.  With no recovery account, or a department
      *    left unmapped and no UNMAPPED account, no voucher is
      *    written (RC 4) - finance must never be handed a voucher
      *    the GL cannot post.  D1GLREC matches the GL's reject
      *    file against the voucher the next morning.
      *    The grand-total control page re-adds the month's record
      *    and reject counts from the RUNJRNL1 step records
      *    (READFILE RECS=/REJ= and D1T2 LINES=/REJ=) and reports
      *    whether the history ties to the journal, so finance never
      *    bills from figures the run journal cannot support.
      *    The processing night comes from RUNCTL01 and CALNDR01
      *    as it does for the rest of the chain (today when neither
      *    is there) and heads CHGSTMT1 as MODE=xxx RUNDATE=, the
      *    stamp D1DIST checks.
      *    RC 4 = history and journal do not tie or no voucher
      *    written, RC 16 = nothing to bill or a bad RUNCTL01 card.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPTM-STATUS.

           SELECT GLJV-FILE ASSIGN TO "CHGGLJV1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLJV-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNCTL-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALNDR01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DHST-FILE.
       FD DEPTM-FILE.
       01 DEPTM-RECORD PIC X(80).

       FD GLJV-FILE.
       COPY GLJV.

       FD RUNCTL-FILE.
       01 RUNCTL-RECORD PIC X(40).

       FD CAL-FILE.
       01 CAL-RECORD PIC X(20).

       WORKING-STORAGE SECTION.
       01 DHST-STATUS       PIC XX.
       01 RATE-STATUS       PIC XX.
       01 JRNL-STATUS       PIC XX.
       01 STMT-STATUS       PIC XX.
       01 GLJV-STATUS       PIC XX.
       01 RATE-EOF          PIC X VALUE 'N'.
       01 DHST-EOF          PIC X VALUE 'N'.
       01 JRNL-EOF          PIC X VALUE 'N'.
       COPY RUNJRNL.
       COPY CALDEPT.
       COPY CALDEPM.
       COPY RUNCTL.
       COPY CALCAL.
       01 BILL-MONTH        PIC 9(6) VALUE ZERO.
       01 RATE-PER-REC      PIC 9(3)V99 VALUE ZERO.
       01 RATE-PER-REJ      PIC 9(3)V99 VALUE ZERO.
               10 CHG-RECS       PIC 9(8).
               10 CHG-REJECTS    PIC 9(8).
               10 CHG-TOTAL      PIC 9(9).
               10 CHG-CHARGE     PIC 9(7)V99.
               10 CHG-COST-CTR   PIC X(6).
               10 CHG-GL-ACCT    PIC X(10).
       01 DEPT-CHARGE       PIC 9(7)V99.
      *    General-ledger voucher working storage.
       01 GLV-RECOVERY-CC   PIC X(6) VALUE SPACES.
       01 GLV-RECOVERY-ACCT PIC X(10) VALUE SPACES.
       01 GLV-UNMAPPED-CC   PIC X(6) VALUE SPACES.
       01 GLV-UNMAPPED-ACCT PIC X(10) VALUE SPACES.
       01 GLV-VOUCHER-ID    PIC X(12).
       01 GLV-WRITTEN       PIC X VALUE 'N'.
       01 GLV-REASON        PIC X(60) VALUE SPACES.
       01 GLV-UNMAPPED      PIC 9(3) VALUE ZERO.
       01 GLV-LINE-NO       PIC 9(6) VALUE ZERO.
       01 GLV-LINES         PIC 9(6) VALUE ZERO.
       01 GLV-DEBITS        PIC 9(11)V99 VALUE ZERO.
       01 GLV-CREDITS       PIC 9(11)V99 VALUE ZERO.
       01 GRAND-RECS        PIC 9(8) VALUE ZERO.
       01 GRAND-REJECTS     PIC 9(8) VALUE ZERO.
       01 GRAND-CHARGE      PIC 9(9)V99 VALUE ZERO.
       01 DISPLAY-CHARGE    PIC ZZZZZZ9.99.
       01 DISPLAY-GRAND     PIC ZZZZZZZZ9.99.
       01 DISPLAY-DEPTS     PIC ZZZ9.
       01 DISPLAY-GL-LINES  PIC ZZZZZ9.
       01 DISPLAY-GL-DR     PIC ZZZZZZZZ9.99.
       01 DISPLAY-GL-CR     PIC ZZZZZZZZ9.99.

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
      *    The month of the processing night - a month-end night
      *    caught up by a BACKFILL bills its own month, not the
      *    month the backfill happens to run in; a CHGMONTH= card
      *    still has the last word.
           MOVE RUN-CTL-DATE (1:6) TO BILL-MONTH.
           PERFORM LOAD-RATE-CARD.
           OPEN INPUT DHST-FILE.
           IF DHST-STATUS NOT = "00"
               GOBACK
           END-IF.
           PERFORM LOAD-DEPT-MASTER.
           MOVE SPACES TO STMT-RECORD.
           STRING "MODE=" DELIMITED BY SIZE
                  RUN-MODE DELIMITED BY SIZE
                  "  RUNDATE=" DELIMITED BY SIZE
                  RUN-CTL-DATE DELIMITED BY SIZE
                  INTO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE "MONTH-END DEPARTMENT CHARGEBACK STATEMENTS"
               TO STMT-RECORD.
           WRITE STMT-RECORD.
               UNTIL CHG-IDX > CHG-COUNT
               PERFORM WRITE-ONE-STATEMENT
           END-PERFORM.
           PERFORM WRITE-GL-VOUCHER.
           PERFORM WRITE-CONTROL-PAGE.
           CLOSE STMT-FILE.
           DISPLAY "===== D1CHGBK control totals =====".
           DISPLAY "Departments billed.....: " CHG-COUNT.
           DISPLAY "Records billed.........: " GRAND-RECS.
           DISPLAY "Journal records re-added: " JRNL-RECS.
           DISPLAY "GL voucher lines........: " GLV-LINES.
           IF GLV-WRITTEN NOT = 'Y' AND CHG-COUNT > ZERO
               DISPLAY "GL voucher not written - " GLV-REASON
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF CHG-COUNT = ZERO
               DISPLAY "No history for billing month " BILL-MONTH
               MOVE 16 TO RETURN-CODE
                                   COMPUTE MIN-CHARGE =
                                       FUNCTION NUMVAL
                                       (RATE-RECORD (11:6))
                               WHEN RATE-RECORD (1:11) = "RECOVERYCC="
                                   MOVE RATE-RECORD (12:6)
                                       TO GLV-RECOVERY-CC
                               WHEN RATE-RECORD (1:13) =
                                    "RECOVERYACCT="
                                   MOVE RATE-RECORD (14:10)
                                       TO GLV-RECOVERY-ACCT
                               WHEN RATE-RECORD (1:11) = "UNMAPPEDCC="
                                   MOVE RATE-RECORD (12:6)
                                       TO GLV-UNMAPPED-CC
                               WHEN RATE-RECORD (1:13) =
                                    "UNMAPPEDACCT="
                                   MOVE RATE-RECORD (14:10)
                                       TO GLV-UNMAPPED-ACCT
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
           ADD CHG-RECS (CHG-IDX) TO GRAND-RECS.
           ADD CHG-REJECTS (CHG-IDX) TO GRAND-REJECTS.
           ADD DEPT-CHARGE TO GRAND-CHARGE.
           MOVE DEPT-CHARGE TO CHG-CHARGE (CHG-IDX).
      *    The GL mapping comes from the master (RESOLVE-DEPT-NAME
      *    has just looked the code up); '***', '???' and codes
      *    without a GLM card fall to the UNMAPPED account.
           MOVE SPACES TO CHG-COST-CTR (CHG-IDX).
           MOVE SPACES TO CHG-GL-ACCT (CHG-IDX).
           IF CHG-CODE (CHG-IDX) NOT = "***" AND
              CHG-CODE (CHG-IDX) NOT = "???" AND
              DEPTM-FOUND > ZERO
               MOVE DEPTM-COST-CTR (DEPTM-FOUND)
                   TO CHG-COST-CTR (CHG-IDX)
               MOVE DEPTM-GL-ACCT (DEPTM-FOUND)
                   TO CHG-GL-ACCT (CHG-IDX)
           END-IF.
           IF CHG-COST-CTR (CHG-IDX) = SPACES OR
              CHG-GL-ACCT (CHG-IDX) = SPACES
               ADD 1 TO GLV-UNMAPPED
               MOVE GLV-UNMAPPED-CC TO CHG-COST-CTR (CHG-IDX)
               MOVE GLV-UNMAPPED-ACCT TO CHG-GL-ACCT (CHG-IDX)
           END-IF.
           MOVE SPACES TO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE SPACES TO STMT-RECORD.
                  DISPLAY-REJ DELIMITED BY SIZE
                  "  CHARGE=" DELIMITED BY SIZE
                  DISPLAY-CHARGE DELIMITED BY SIZE
                  "  GL=" DELIMITED BY SIZE
                  CHG-COST-CTR (CHG-IDX) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CHG-GL-ACCT (CHG-IDX) DELIMITED BY SIZE
                  INTO STMT-RECORD.
           WRITE STMT-RECORD.

      *    Debits first, in statement order, then the one balancing
      *    credit; a department charged nothing gets no line.  The
      *    header is written with the totals already known, so the
      *    GL can check the whole voucher before posting any of it.
       WRITE-GL-VOUCHER.
           STRING "CHGBK" DELIMITED BY SIZE
                  BILL-MONTH DELIMITED BY SIZE
                  INTO GLV-VOUCHER-ID.
           EVALUATE TRUE
               WHEN CHG-COUNT = ZERO
                   MOVE "NOTHING BILLED" TO GLV-REASON
               WHEN GRAND-CHARGE = ZERO
                   MOVE "NO CHARGES TO POST" TO GLV-REASON
               WHEN GLV-RECOVERY-CC = SPACES OR
                    GLV-RECOVERY-ACCT = SPACES
                   MOVE "NO RECOVERYCC=/RECOVERYACCT= ON CHGRATE1"
                       TO GLV-REASON
               WHEN GLV-UNMAPPED > ZERO AND
                    (GLV-UNMAPPED-CC = SPACES OR
                     GLV-UNMAPPED-ACCT = SPACES)
                   MOVE "UNMAPPED DEPARTMENT AND NO UNMAPPEDACCT="
                       TO GLV-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF GLV-REASON = SPACES
               OPEN OUTPUT GLJV-FILE
               IF GLJV-STATUS NOT = "00"
                   MOVE "CHGGLJV1 COULD NOT BE OPENED FOR OUTPUT"
                       TO GLV-REASON
               END-IF
           END-IF.
           IF GLV-REASON = SPACES
               MOVE ZERO TO GLV-LINES
               PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-COUNT
                   IF CHG-CHARGE (CHG-IDX) > ZERO
                       ADD 1 TO GLV-LINES
                       ADD CHG-CHARGE (CHG-IDX) TO GLV-DEBITS
                   END-IF
               END-PERFORM
               ADD 1 TO GLV-LINES
               MOVE GLV-DEBITS TO GLV-CREDITS
               MOVE SPACES TO GLJV-RECORD
               MOVE 'H' TO GLJV-TYPE
               MOVE GLV-VOUCHER-ID TO GLJV-VOUCHER
               MOVE "D1CHGBK" TO GLJV-H-SOURCE
               MOVE BILL-MONTH TO GLJV-H-MONTH
               MOVE TODAY-DATE TO GLJV-H-CREATED
               MOVE GLV-LINES TO GLJV-H-LINES
               MOVE GLV-DEBITS TO GLJV-H-DEBITS
               MOVE GLV-CREDITS TO GLJV-H-CREDITS
               WRITE GLJV-RECORD
               MOVE ZERO TO GLV-LINE-NO
               PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-COUNT
                   IF CHG-CHARGE (CHG-IDX) > ZERO
                       PERFORM WRITE-GL-DEBIT-LINE
                   END-IF
               END-PERFORM
               ADD 1 TO GLV-LINE-NO
               MOVE SPACES TO GLJV-RECORD
               MOVE 'D' TO GLJV-TYPE
               MOVE GLV-VOUCHER-ID TO GLJV-VOUCHER
               MOVE GLV-LINE-NO TO GLJV-D-LINE
               MOVE 'C' TO GLJV-D-DRCR
               MOVE GLV-RECOVERY-CC TO GLJV-D-COST-CTR
               MOVE GLV-RECOVERY-ACCT TO GLJV-D-ACCOUNT
               MOVE GLV-CREDITS TO GLJV-D-AMOUNT
               MOVE BILL-MONTH TO GLJV-D-MONTH
               MOVE SPACES TO GLJV-D-DEPT
               MOVE "CALIBRATION RECOVERY" TO GLJV-D-DESC
               WRITE GLJV-RECORD
               MOVE SPACES TO GLJV-RECORD
               MOVE 'T' TO GLJV-TYPE
               MOVE GLV-VOUCHER-ID TO GLJV-VOUCHER
               MOVE GLV-LINES TO GLJV-T-LINES
               MOVE GLV-DEBITS TO GLJV-T-DEBITS
               MOVE GLV-CREDITS TO GLJV-T-CREDITS
               WRITE GLJV-RECORD
               CLOSE GLJV-FILE
               MOVE 'Y' TO GLV-WRITTEN
           END-IF.

       WRITE-GL-DEBIT-LINE.
           ADD 1 TO GLV-LINE-NO.
           MOVE SPACES TO GLJV-RECORD.
           MOVE 'D' TO GLJV-TYPE.
           MOVE GLV-VOUCHER-ID TO GLJV-VOUCHER.
           MOVE GLV-LINE-NO TO GLJV-D-LINE.
           MOVE 'D' TO GLJV-D-DRCR.
           MOVE CHG-COST-CTR (CHG-IDX) TO GLJV-D-COST-CTR.
           MOVE CHG-GL-ACCT (CHG-IDX) TO GLJV-D-ACCOUNT.
           MOVE CHG-CHARGE (CHG-IDX) TO GLJV-D-AMOUNT.
           MOVE BILL-MONTH TO GLJV-D-MONTH.
           MOVE CHG-CODE (CHG-IDX) TO GLJV-D-DEPT.
           MOVE "CALIBRATION CHARGEBACK" TO GLJV-D-DESC.
           WRITE GLJV-RECORD.

      *    The journal counts were strung with fixed-width PIC
      *    fields, so the digits sit immediately after each tag;
      *    the tag is located by scan because the MODE= stamp ahead
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE STMT-RECORD.
           PERFORM WRITE-VOUCHER-CONTROL.
           MOVE "END OF REPORT" TO STMT-RECORD.
           WRITE STMT-RECORD.

      *    The voucher is proved against the statements it was built
      *    from: both sides must equal the grand total printed
      *    above, or finance is told not to release it to the GL.
       WRITE-VOUCHER-CONTROL.
           MOVE SPACES TO STMT-RECORD.
           IF GLV-WRITTEN NOT = 'Y'
               STRING "  GL VOUCHER NOT WRITTEN - " DELIMITED BY SIZE
                      GLV-REASON DELIMITED BY SIZE
                      INTO STMT-RECORD
               WRITE STMT-RECORD
           ELSE
               MOVE GLV-LINES TO DISPLAY-GL-LINES
               MOVE GLV-DEBITS TO DISPLAY-GL-DR
               MOVE GLV-CREDITS TO DISPLAY-GL-CR
               STRING "  GL VOUCHER " DELIMITED BY SIZE
                      GLV-VOUCHER-ID DELIMITED BY SPACE
                      "  LINES=" DELIMITED BY SIZE
                      DISPLAY-GL-LINES DELIMITED BY SIZE
                      "  DEBITS=" DELIMITED BY SIZE
                      DISPLAY-GL-DR DELIMITED BY SIZE
                      "  CREDITS=" DELIMITED BY SIZE
                      DISPLAY-GL-CR DELIMITED BY SIZE
                      INTO STMT-RECORD
               WRITE STMT-RECORD
               MOVE SPACES TO STMT-RECORD
               IF GLV-DEBITS = GRAND-CHARGE AND
                  GLV-CREDITS = GRAND-CHARGE
                   MOVE "  RESULT: VOUCHER BALANCES TO GRAND TOTAL"
                       TO STMT-RECORD
               ELSE
                   STRING "  RESULT: VOUCHER DOES NOT BALANCE TO "
                          DELIMITED BY SIZE
                          "GRAND TOTAL - DO NOT RELEASE TO GL"
                          DELIMITED BY SIZE
                          INTO STMT-RECORD
                   MOVE 4 TO RETURN-CODE
               END-IF
               WRITE STMT-RECORD
               IF GLV-UNMAPPED > ZERO
                   MOVE GLV-UNMAPPED TO DISPLAY-DEPTS
                   MOVE SPACES TO STMT-RECORD
                   STRING "  DEPARTMENTS POSTED TO THE UNMAPPED "
                          DELIMITED BY SIZE
                          "ACCOUNT=" DELIMITED BY SIZE
                          DISPLAY-DEPTS DELIMITED BY SIZE
                          INTO STMT-RECORD
                   WRITE STMT-RECORD
               END-IF
           END-IF.

       COPY CALDEPMP.

       COPY RUNCTLP.

       COPY CALCALP.
